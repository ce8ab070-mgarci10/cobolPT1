      * A name or SSN search scans the master front to back, lists
      * every match with its EMP-ID so the caller can pick, and a
      * single match displays straight away. The employee's active
      * deductions off COB1-DEDUCT display under the master fields,
      * followed by the quarter-to-date and year-to-date gross,
      * deductions and net off the COB1-EARNACC accumulator PT1GROSS
      * maintains. Enter 0 to end the session.
      * An employee PT1ARCH has moved off the live master is still
      * answered: an EMP-ID not on COB1-EMPLOYEE is looked up on the
      * archive master COB1-EMPARCH, and an SSN or name search that
      * finds nobody live searches the archive the same way. An
      * archived employee displays flagged with the archive date,
      * with every deduction that moved with the record off
      * COB1-DEDARCH - rehire checks and auditors ask about people
      * who left years ago.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DD-KEY.
      * The earnings accumulators, read by EMP-ID (OPTIONAL - no
      * pay period posted yet still answers the master inquiry)
           SELECT OPTIONAL ACCUM-FILE ASSIGN TO 'COB1-EARNACC'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EA-EMP-ID.
      * The archive master and archived deductions PT1ARCH writes -
      * DYNAMIC for the same keyed READ and front-to-back walks as
      * the live pair (OPTIONAL - no archive run yet still answers)
           SELECT OPTIONAL EMPARCH-FILE ASSIGN TO 'COB1-EMPARCH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-EMP-ID.
           SELECT OPTIONAL DEDARCH-FILE ASSIGN TO 'COB1-DEDARCH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY.

       DATA DIVISION.

         03 DD-STOP-D PIC 9(2).
         03 DD-STOP-Y PIC 9(4).

      * Earnings accumulator exactly as PT1GROSS lays it down
       FD  ACCUM-FILE.
       01 ACCUM-REC.
        02 EA-EMP-ID PIC 9(7).
        02 EA-YEAR PIC 9(4).
        02 EA-QUARTER PIC 9(1).
        02 EA-LAST-PERIOD PIC 9(8).
        02 EA-QTD-GROSS PIC 9(7)V99.
        02 EA-QTD-DED PIC 9(7)V99.
        02 EA-QTD-NET PIC 9(7)V99.
        02 EA-YTD-GROSS PIC 9(9)V99.
        02 EA-YTD-DED PIC 9(9)V99.
        02 EA-YTD-NET PIC 9(9)V99.
        02 FILLER PIC X(20).

      * Archive master exactly as PT1ARCH lays it down - the master
      * record untouched, then the archive date
       FD  EMPARCH-FILE.
       01 EMPARCH-REC.
        02 AM-EMP-DATA.
         03 AM-EMP-ID PIC 9(7).
         03 FILLER PIC X(90).
        02 AM-ARCH-DATE.
         03 AM-ARCH-Y PIC 9(4).
         03 AM-ARCH-M PIC 9(2).
         03 AM-ARCH-D PIC 9(2).
        02 FILLER PIC X(15).

      * Archived deduction exactly as PT1ARCH lays it down
       FD  DEDARCH-FILE.
       01 DEDARCH-REC.
        02 DA-KEY.
         03 DA-EMP-ID PIC 9(7).
         03 DA-CODE PIC X(3).
        02 DA-DESC PIC X(20).
        02 DA-METHOD PIC X(1).
         88 DA-IS-PERCENT VALUE 'P'.
        02 DA-AMT PIC 9(5)V99.
        02 DA-PCT PIC 9(2)V99.
        02 DA-START-DATE PIC 9(8).
        02 DA-STOP-DATE.
         03 DA-STOP-M PIC 9(2).
         03 DA-STOP-D PIC 9(2).
         03 DA-STOP-Y PIC 9(4).
        02 DA-ARCH-DATE PIC 9(8).
        02 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
      * The line as keyed at the console - what it looks like
      * decides whether it is an EMP-ID, an SSN, or a last name
        88 INQUIRY-DONE VALUE 'Y'.
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.
        88 RECORD-FOUND VALUE 'Y'.
      * Which master the record on display (or the scan under way)
      * came off - the live master, or the archive
       01 WS-SOURCE-SW PIC X(1) VALUE 'L'.
        88 FROM-LIVE-MASTER VALUE 'L'.
        88 FROM-ARCHIVE VALUE 'A'.

      * SSN digits assembled from either console form, and the
      * name-search arguments - the keyed text uppercased, and how
      * deduction dates rearranged to compare, and the count of
      * active deductions shown for the employee
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
        02 WS-RUN-YEAR PIC 9(4).
        02 WS-RUN-MONTH PIC 9(2).
        02 WS-RUN-DAY PIC 9(2).
       01 WS-START-YMD PIC 9(8) VALUE ZERO.
       01 WS-STOP-YMD PIC 9(8) VALUE ZERO.
       01 WS-DED-EOF-SW PIC X(1) VALUE 'N'.
       01 WS-DSP-DED-AMT PIC ZZ,ZZ9.99.
       01 WS-DSP-DED-PCT PIC Z9.99.

      * Earnings display - the run quarter (with the run year off
      * the date above) decides whether the accumulator's to-date
      * figures are current, and the edited money the way the
      * registers print it
       01 WS-RUN-QTR PIC 9(1) VALUE ZERO.
       01 WS-QTR-REMAINDER PIC 9(2) VALUE ZERO.
       01 WS-DSP-GROSS PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DSP-DED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DSP-NET PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
        OPEN INPUT MASTR-FILE, DEDUCT-FILE, ACCUM-FILE,
                   EMPARCH-FILE, DEDARCH-FILE

        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        DIVIDE WS-RUN-MONTH BY 3 GIVING WS-RUN-QTR
           REMAINDER WS-QTR-REMAINDER
        IF WS-QTR-REMAINDER NOT = ZERO
           ADD 1 TO WS-RUN-QTR
        END-IF

        PERFORM GET-INQUIRY UNTIL INQUIRY-DONE

        CLOSE MASTR-FILE, DEDUCT-FILE, ACCUM-FILE,
              EMPARCH-FILE, DEDARCH-FILE
        STOP RUN.

      * One console round trip - prompt, accept, decide what was
                PERFORM SEARCH-BY-NAME
          END-EVALUATE.

      * The live master first, the archive only when the EMP-ID is
      * no longer live
        INQUIRE-BY-EMP-ID.
          PERFORM READ-MASTR-BY-KEY
          IF NOT RECORD-FOUND
             PERFORM READ-ARCHIVE-BY-KEY
          END-IF
          IF RECORD-FOUND
             PERFORM DISPLAY-EMPLOYEE
          ELSE
      * keying error upstream can leave two, and HR wants to see
      * both when it happens)
        SEARCH-BY-SSN.
          SET FROM-LIVE-MASTER TO TRUE
          PERFORM SCAN-MASTER-SETUP
          PERFORM SCAN-FOR-SSN UNTIL SCAN-EOF
          IF WS-MATCH-COUNT = ZERO
             SET FROM-ARCHIVE TO TRUE
             PERFORM SCAN-MASTER-SETUP
             PERFORM SCAN-FOR-SSN UNTIL SCAN-EOF
          END-IF
          PERFORM SHOW-MATCHES.

        SCAN-FOR-SSN.
          PERFORM FIND-NAME-LENGTH
             VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > 15
          SET FROM-LIVE-MASTER TO TRUE
          PERFORM SCAN-MASTER-SETUP
          PERFORM SCAN-FOR-NAME UNTIL SCAN-EOF
          IF WS-MATCH-COUNT = ZERO
             SET FROM-ARCHIVE TO TRUE
             PERFORM SCAN-MASTER-SETUP
             PERFORM SCAN-FOR-NAME UNTIL SCAN-EOF
          END-IF
          PERFORM SHOW-MATCHES.

        FIND-NAME-LENGTH.
             END-IF
          END-IF.

      * Positions the scan at the front of the live master or the
      * archive, whichever the source switch names, and clears the
      * match table for a fresh search
        SCAN-MASTER-SETUP.
          MOVE ZERO TO WS-MATCH-COUNT
          MOVE 'N' TO WS-SCAN-EOF-SW
          MOVE 'N' TO WS-MATCH-FULL-SW
          IF FROM-ARCHIVE
             MOVE ZEROS TO AM-EMP-ID
             START EMPARCH-FILE KEY NOT < AM-EMP-ID
                INVALID KEY SET SCAN-EOF TO TRUE
             END-START
          ELSE
             MOVE ZEROS TO EMP-ID
             START MASTR-FILE KEY NOT < EMP-ID
                INVALID KEY SET SCAN-EOF TO TRUE
             END-START
          END-IF.

      * Next record of the scan - an archive record is laid into the
      * master buffer so the SSN and name tests read it the same way
        READ-NEXT-MASTR.
          IF FROM-ARCHIVE
             READ EMPARCH-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
               NOT AT END MOVE AM-EMP-DATA TO MASTR-REC
             END-READ
          ELSE
             READ MASTR-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
             END-READ
          END-IF.

      * One more match into the table - a full table ends the scan
      * so the session can tell the caller to narrow the search

        READ-MASTR-BY-KEY.
          MOVE 'N' TO WS-FOUND-SW
          SET FROM-LIVE-MASTER TO TRUE
          MOVE WS-INQ-EMP-ID-NUM TO EMP-ID
          READ MASTR-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY SET RECORD-FOUND TO TRUE
          END-READ.

      * The archived master record, laid into the master buffer so
      * the display paragraphs work from the one layout
        READ-ARCHIVE-BY-KEY.
          MOVE 'N' TO WS-FOUND-SW
          MOVE WS-INQ-EMP-ID-NUM TO AM-EMP-ID
          READ EMPARCH-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                SET FROM-ARCHIVE TO TRUE
                SET RECORD-FOUND TO TRUE
                MOVE AM-EMP-DATA TO MASTR-REC
          END-READ.

        DISPLAY-EMPLOYEE.
          MOVE EMP-TYPE TO WS-XLATE-TYPE-CODE
          PERFORM XLATE-EMP-TYPE
          MOVE EMP-DATE-D TO WS-DSP-DATE-D
          MOVE EMP-DATE-Y TO WS-DSP-DATE-Y
          MOVE EMP-PAY-RATE TO WS-DSP-RATE
          IF FROM-ARCHIVE
             MOVE AM-ARCH-M TO WS-DSP-DATE-M
             MOVE AM-ARCH-D TO WS-DSP-DATE-D
             MOVE AM-ARCH-Y TO WS-DSP-DATE-Y
             DISPLAY "*** ARCHIVED EMPLOYEE - MOVED TO COB1-EMPARCH "
                WS-DSP-DATE " ***"
             MOVE EMP-DATE-M TO WS-DSP-DATE-M
             MOVE EMP-DATE-D TO WS-DSP-DATE-D
             MOVE EMP-DATE-Y TO WS-DSP-DATE-Y
          END-IF
          DISPLAY "EMP-ID:    " EMP-ID
          DISPLAY "NAME:      " EMP-L-NAME ", " EMP-F-NAME
          DISPLAY "TYPE:      " EMP-TYPE " " WS-EMP-TYPE-DESC
             MOVE EMP-TERM-Y TO WS-DSP-DATE-Y
             DISPLAY "TERM DATE: " WS-DSP-DATE
          END-IF
          IF FROM-ARCHIVE
             PERFORM DISPLAY-ARCHIVED-DEDUCTIONS
          ELSE
             PERFORM DISPLAY-DEDUCTIONS
          END-IF
          PERFORM DISPLAY-EARNINGS.

      * Walks the deduction master from the employee's first record
      * and shows every deduction active as of today under the
             ADD 1 TO WS-DED-SHOWN
          END-IF.

      * An archived employee's deductions - every one that moved
      * with the master record, active or not, with its stop date,
      * since the question is what the employee had when they left
        DISPLAY-ARCHIVED-DEDUCTIONS.
          MOVE ZERO TO WS-DED-SHOWN
          MOVE 'N' TO WS-DED-EOF-SW
          MOVE EMP-ID TO DA-EMP-ID
          MOVE LOW-VALUES TO DA-CODE
          START DEDARCH-FILE KEY NOT < DA-KEY
             INVALID KEY SET DED-WALK-DONE TO TRUE
          END-START
          PERFORM SHOW-ONE-ARCHIVED-DEDUCTION UNTIL DED-WALK-DONE
          IF WS-DED-SHOWN > ZERO
             DISPLAY "ARCHIVED DEDUCTIONS: " WS-DED-SHOWN
          END-IF.

        SHOW-ONE-ARCHIVED-DEDUCTION.
          READ DEDARCH-FILE NEXT RECORD
            AT END SET DED-WALK-DONE TO TRUE
          END-READ
          IF NOT DED-WALK-DONE
             IF DA-EMP-ID NOT = EMP-ID
                SET DED-WALK-DONE TO TRUE
             ELSE
                MOVE DA-STOP-M TO WS-DSP-DATE-M
                MOVE DA-STOP-D TO WS-DSP-DATE-D
                MOVE DA-STOP-Y TO WS-DSP-DATE-Y
                IF DA-IS-PERCENT
                   MOVE DA-PCT TO WS-DSP-DED-PCT
                   DISPLAY "DEDUCT:    " DA-CODE " " DA-DESC
                      " " WS-DSP-DED-PCT " PCT  STOP " WS-DSP-DATE
                ELSE
                   MOVE DA-AMT TO WS-DSP-DED-AMT
                   DISPLAY "DEDUCT:    " DA-CODE " " DA-DESC
                      " " WS-DSP-DED-AMT " FLAT STOP " WS-DSP-DATE
                END-IF
                ADD 1 TO WS-DED-SHOWN
             END-IF
          END-IF.

      * The employee's to-date earnings off the accumulator. The
      * record only rolls over when the next period posts, so a
      * quarter or year the run date has moved past shows as zero
      * to date with the last closed year still offered
        DISPLAY-EARNINGS.
          MOVE EMP-ID TO EA-EMP-ID
          READ ACCUM-FILE
             INVALID KEY
                DISPLAY "EARNINGS:  NO PAY PERIODS POSTED"
             NOT INVALID KEY
                PERFORM SHOW-EARNINGS-TO-DATE
          END-READ.

        SHOW-EARNINGS-TO-DATE.
          IF EA-YEAR NOT = WS-RUN-YEAR
             MOVE EA-YTD-GROSS TO WS-DSP-GROSS
             MOVE EA-YTD-DED TO WS-DSP-DED
             MOVE EA-YTD-NET TO WS-DSP-NET
             DISPLAY "EARNINGS:  NONE POSTED FOR " WS-RUN-YEAR
             DISPLAY "YEAR " EA-YEAR ":  GROSS " WS-DSP-GROSS
                "  DEDUCT " WS-DSP-DED "  NET " WS-DSP-NET
          ELSE
             IF EA-QUARTER = WS-RUN-QTR
                MOVE EA-QTD-GROSS TO WS-DSP-GROSS
                MOVE EA-QTD-DED TO WS-DSP-DED
                MOVE EA-QTD-NET TO WS-DSP-NET
             ELSE
                MOVE ZERO TO WS-DSP-GROSS, WS-DSP-DED, WS-DSP-NET
             END-IF
             DISPLAY "QTR TO DATE: GROSS " WS-DSP-GROSS
                "  DEDUCT " WS-DSP-DED "  NET " WS-DSP-NET
             MOVE EA-YTD-GROSS TO WS-DSP-GROSS
             MOVE EA-YTD-DED TO WS-DSP-DED
             MOVE EA-YTD-NET TO WS-DSP-NET
             DISPLAY "YR TO DATE:  GROSS " WS-DSP-GROSS
                "  DEDUCT " WS-DSP-DED "  NET " WS-DSP-NET
          END-IF
          DISPLAY "LAST PERIOD POSTED: " EA-LAST-PERIOD.

        XLATE-EMP-STATUS.
          EVALUATE TRUE
             WHEN EMP-IS-TERMINATED
