      * History retrieval report - takes an EMP-ID from the console
      * and prints every change-history record PT1UPDT has written
      * for it: the run date, whether it was a CHANGE, a TERMINATE,
      * a DELETE, or a leave start or end (LEAVE/RETURN), and the
      * full before-image as it stood ahead of the action.
      * PT1BKOUT's records show up the same way - BKOUT
      * with the record as it stood before a back-out changed or
      * removed it, REINST with the record a back-out brought back.
      * COB1-EMPHIST is appended in run-date order, so reading it
      * front to back prints the history in date order with no sort.
      * This is what answers HR's "what was this terminated
      * employee's title and rate" without digging for a surviving
      * UR-S-UPDRPT printout.
      * Records PT1ARCH has aged off COB1-EMPHIST are still found:
      * the history archive COB1-HISTARCH is read ahead of the live
      * file, and since every archived record is older than
      * anything left live, the archived lines (flagged ARCHIVED)
      * print first and the report stays in date order - the whole
      * history of an employee who left years ago, or the early
      * changes of one still on the payroll.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE    ASSIGN TO 'COB1-EMPHIST'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL - no archive run yet means no archived history
           SELECT OPTIONAL HISTARCH-FILE ASSIGN TO 'COB1-HISTARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-HISTRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.

         88 HIST-IS-CHANGE VALUE 'C'.
         88 HIST-IS-TERM   VALUE 'T'.
         88 HIST-IS-DELETE VALUE 'D'.
         88 HIST-IS-BACKOUT VALUE 'B'.
         88 HIST-IS-REINSTATE VALUE 'R'.
         88 HIST-IS-LEAVE VALUE 'L'.
         88 HIST-IS-RETURN VALUE 'E'.
        02 HIST-BEFORE-IMAGE.
         03 HB-EMP-ID PIC 9(7).
         03 HB-EMP-L-NAME PIC X(15).
      * blank
        02 HIST-BATCH-NO PIC X(4).
        02 HIST-OPERATOR PIC X(8).
        02 HIST-RELEASER PIC X(8).
      * Effective date the change was keyed with - spaces when none
      * was keyed, and on records from before it was kept
        02 HIST-EFF-DATE.
         03 HIST-EFF-M PIC X(2).
         03 HIST-EFF-D PIC X(2).
         03 HIST-EFF-Y PIC X(4).

      * Archived history exactly as PT1ARCH lays it down - the
      * archive date, then the history record untouched
       FD  HISTARCH-FILE.
       01 HISTARCH-REC.
        88 HISTARCH-EOF VALUE HIGH-VALUES.
        02 HA-ARCH-DATE PIC 9(8).
        02 HA-HIST-DATA PIC X(134).

       FD  RPT-FILE.
       01 RPT-REC PIC X(170).

       WORKING-STORAGE SECTION.
      * EMP-ID as keyed at the console, checked numeric before the
       01 WS-INQ-EMP-ID-NUM REDEFINES WS-INQ-EMP-ID PIC 9(7).

       01 WS-MATCH-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-ARCH-MATCH-COUNT PIC 9(5) COMP VALUE ZERO.

       01 RPT-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "BATCH".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "OPERATOR".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "RELEASED".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "EFFECTIVE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "SOURCE".

       01 RPT-DETAIL.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-BATCH-NO PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-OPERATOR PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RELEASER PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-EFF-DATE.
         03 RPT-EFF-M PIC X(2).
         03 RPT-EFF-SL-1 PIC X(1).
         03 RPT-EFF-D PIC X(2).
         03 RPT-EFF-SL-2 PIC X(1).
         03 RPT-EFF-Y PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-SOURCE PIC X(8).

       01 RPT-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "HISTORY RECORDS: ".
        02 RPT-MATCH-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "FROM ARCHIVE: ".
        02 RPT-ARCH-TOTAL PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           STOP RUN
        END-IF

        OPEN INPUT HIST-FILE, HISTARCH-FILE
             OUTPUT RPT-FILE

        MOVE WS-INQ-EMP-ID-NUM TO RPT-HDG-EMP-ID
        MOVE SPACES TO RPT-REC
        WRITE RPT-REC AFTER ADVANCING 1 LINE

        MOVE "ARCHIVED" TO RPT-SOURCE
        PERFORM READ-HISTARCH-RECORD
        PERFORM SCAN-HISTARCH-RECORD UNTIL HISTARCH-EOF

        MOVE SPACES TO RPT-SOURCE
        PERFORM READ-HIST-RECORD
        PERFORM SCAN-HIST-RECORD UNTIL HIST-EOF

        PERFORM WRITE-RUN-TOTALS

        CLOSE HIST-FILE, HISTARCH-FILE, RPT-FILE
        STOP RUN.

        READ-HIST-RECORD.
          END-IF
          PERFORM READ-HIST-RECORD.

        READ-HISTARCH-RECORD.
          READ HISTARCH-FILE
            AT END SET HISTARCH-EOF TO TRUE
          END-READ.

      * One archived history record - laid into the history buffer
      * so the match test and the print line read it exactly as a
      * live one
        SCAN-HISTARCH-RECORD.
          MOVE HA-HIST-DATA TO HIST-REC
          IF HB-EMP-ID = WS-INQ-EMP-ID-NUM
             PERFORM PRINT-HIST-LINE
             ADD 1 TO WS-MATCH-COUNT
             ADD 1 TO WS-ARCH-MATCH-COUNT
          END-IF
          PERFORM READ-HISTARCH-RECORD.

        PRINT-HIST-LINE.
          MOVE HIST-RUN-MONTH TO RPT-RUN-M
          MOVE HIST-RUN-DAY TO RPT-RUN-D
                MOVE "TERM" TO RPT-ACTION
             WHEN HIST-IS-DELETE
                MOVE "DELETE" TO RPT-ACTION
             WHEN HIST-IS-BACKOUT
                MOVE "BKOUT" TO RPT-ACTION
             WHEN HIST-IS-REINSTATE
                MOVE "REINST" TO RPT-ACTION
             WHEN HIST-IS-LEAVE
                MOVE "LEAVE" TO RPT-ACTION
             WHEN HIST-IS-RETURN
                MOVE "RETURN" TO RPT-ACTION
             WHEN OTHER
                MOVE HIST-ACTION TO RPT-ACTION
          END-EVALUATE
          MOVE HB-EMP-DATE-Y TO RPT-HIRE-Y
          MOVE HIST-BATCH-NO TO RPT-BATCH-NO
          MOVE HIST-OPERATOR TO RPT-OPERATOR
          MOVE HIST-RELEASER TO RPT-RELEASER
          MOVE SPACES TO RPT-EFF-DATE
          IF HIST-EFF-DATE NOT = SPACES AND HIST-EFF-DATE NOT = ZEROS
             MOVE HIST-EFF-M TO RPT-EFF-M
             MOVE "/" TO RPT-EFF-SL-1
             MOVE HIST-EFF-D TO RPT-EFF-D
             MOVE "/" TO RPT-EFF-SL-2
             MOVE HIST-EFF-Y TO RPT-EFF-Y
          END-IF
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 2 LINES.

        WRITE-RUN-TOTALS.
          MOVE WS-MATCH-COUNT TO RPT-MATCH-TOTAL
          MOVE WS-ARCH-MATCH-COUNT TO RPT-ARCH-TOTAL
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 3 LINES.
