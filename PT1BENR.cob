       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1BENR.
       AUTHOR. MARIO GARCIA.

      * Benefits carrier rejection load - run whenever the carrier
      * sends back a rejection file for the change feed PT1BENF
      * sends them. Each rejection names the transmission and the
      * record sequence within it (as the feed's header and detail
      * records carried them), the EMP-ID and change type, and the
      * carrier's reject code and reason.
      * The file has a header (the carrier's processing date) and a
      * trailer with the count of rejections. The whole file is read
      * into core first and proved against the trailer; a file that
      * does not balance - a count that disagrees, no trailer, or a
      * record of a type the layout does not have - loads nothing,
      * prints every rejection as an exception anyway so HR can see
      * what came back, and ends with return code 16 so the carrier
      * is asked to send the file again.
      * A file that balances is loaded onto the transmission log
      * COB1-BENFLOG: each rejection is matched to the change it
      * rejects by transmission and sequence, and the reject code,
      * reason and date are written onto that change's log record.
      * A rejection whose EMP-ID or change type does not agree with
      * what was sent under that sequence, or that names a sequence
      * the log does not have, is not loaded and is flagged on the
      * report; one already on the log with the same code (the same
      * file loaded twice) is not loaded again.
      * The exception report UR-S-BENFREJ prints every rejection
      * with the change as it was sent - the type, the employee, the
      * effective date and the field's before and after values -
      * beside the carrier's code and reason, so HR can correct the
      * record on the master (the correction goes out in the next
      * night's feed) or take it up with the carrier.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The carrier's rejection file
           SELECT REJ-FILE     ASSIGN TO 'PT1-BENFREJ'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Transmission log, walked front to back and rewritten in
      * place for each rejection loaded (OPTIONAL - nothing has been
      * sent before the first feed)
           SELECT OPTIONAL LOG-FILE ASSIGN TO 'COB1-BENFLOG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BL-KEY.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-BENFREJ'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Shared run-control log - one record appended per execution
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Rejection record - byte one tells the header, the
      * rejections and the trailer apart
       FD  REJ-FILE.
       01 REJ-REC.
        88 REJ-EOF VALUE HIGH-VALUES.
        02 RJ-REC-TYPE PIC X(1).
         88 RJ-IS-HEADER VALUE 'H'.
         88 RJ-IS-DETAIL VALUE 'D'.
         88 RJ-IS-TRAILER VALUE 'T'.
        02 RJ-TRANS-NO PIC 9(5).
        02 RJ-RECORD-SEQ PIC 9(6).
        02 RJ-EMP-ID PIC 9(7).
        02 RJ-CHANGE-TYPE PIC X(2).
        02 RJ-REJECT-CODE PIC X(4).
        02 RJ-REJECT-REASON PIC X(40).

       01 REJ-HEADER-REC.
        02 FILLER PIC X(1).
        02 RH-CARRIER-DATE PIC X(8).
        02 FILLER PIC X(56).

       01 REJ-TRAILER-REC.
        02 FILLER PIC X(1).
        02 RT-REJECT-COUNT PIC 9(7).
        02 FILLER PIC X(57).

      * Transmission log record exactly as PT1BENF lays it down
       FD  LOG-FILE.
       01 LOG-REC.
        02 BL-KEY.
         03 BL-RUN-DATE PIC 9(8).
         03 BL-RUN-TIME PIC 9(6).
         03 BL-DELTA-SEQ PIC 9(5).
         03 BL-CHANGE-TYPE PIC X(2).
        02 BL-TRANS-NO PIC 9(5).
        02 BL-SENT-DATE PIC 9(8).
        02 BL-DETAIL.
         03 FILLER PIC X(1).
         03 BL-RECORD-SEQ PIC 9(6).
         03 FILLER PIC X(2).
         03 BL-EMP-ID PIC 9(7).
         03 FILLER PIC X(129).
        02 BL-REJECT-CODE PIC X(4).
        02 BL-REJECT-DATE PIC 9(8).
        02 BL-REJECT-REASON PIC X(40).
        02 FILLER PIC X(10).

       FD  RPT-FILE.
       01 RPT-REC PIC X(170).

      * Run-control record - same layout every program writes
       FD  RUNLOG-FILE.
       01 RUNLOG-REC.
        02 RL-PROGRAM PIC X(8).
        02 RL-RUN-DATE PIC 9(8).
        02 RL-RUN-TIME PIC 9(6).
        02 RL-RECS-READ PIC 9(7).
        02 RL-RECS-OUT PIC 9(7).
        02 RL-EXCEPTIONS PIC 9(5).
        02 RL-RESTART PIC X(1).
        02 RL-RETURN-CODE PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
        02 WS-RUN-YEAR PIC 9(4).
        02 WS-RUN-MONTH PIC 9(2).
        02 WS-RUN-DAY PIC 9(2).
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.

      * The rejections in core, in the order the carrier sent them,
      * each with what became of it and the change as it was sent.
      * Result: N not on the log, M does not match what was sent,
      * A already loaded, L loaded, U file unbalanced - not loaded
       01 WS-REJ-TABLE.
        02 WS-REJ-ENTRY OCCURS 500 TIMES.
         03 WS-RJ-TRANS-NO PIC 9(5).
         03 WS-RJ-RECORD-SEQ PIC 9(6).
         03 WS-RJ-EMP-ID PIC 9(7).
         03 WS-RJ-CHANGE-TYPE PIC X(2).
         03 WS-RJ-REJECT-CODE PIC X(4).
         03 WS-RJ-REJECT-REASON PIC X(40).
         03 WS-RJ-RESULT PIC X(1).
         03 WS-RJ-SENT-DETAIL PIC X(145).
       01 WS-REJ-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-REJ-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-REJ-HIT PIC 9(3) COMP VALUE ZERO.

      * Proving the file - the trailer's count against the
      * rejections read, and anything that is not a header,
      * rejection or trailer
       01 WS-CARRIER-DATE PIC X(8) VALUE SPACES.
       01 WS-TRAILER-SW PIC X(1) VALUE 'N'.
        88 TRAILER-IS-SEEN VALUE 'Y'.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BAD-RECORDS PIC 9(5) COMP VALUE ZERO.
       01 WS-BALANCE-SW PIC X(1) VALUE 'N'.
        88 FILE-IS-BALANCED VALUE 'Y'.

       01 WS-LOG-EOF-SW PIC X(1) VALUE 'N'.
        88 LOG-WALK-DONE VALUE 'Y'.

      * A sent change broken out for the report, same layout as
      * PT1BENF's feed detail
       01 WS-SENT-DETAIL.
        02 FILLER PIC X(1).
        02 WS-SD-RECORD-SEQ PIC 9(6).
        02 WS-SD-CHANGE-TYPE PIC X(2).
        02 WS-SD-EMP-ID PIC 9(7).
        02 WS-SD-SSN PIC X(9).
        02 WS-SD-EFF-DATE PIC X(8).
        02 WS-SD-HIRE-DATE PIC X(8).
        02 WS-SD-BEFORE.
         03 WS-SD-B-L-NAME PIC X(15).
         03 WS-SD-B-F-NAME PIC X(15).
         03 WS-SD-B-DEPT-CODE PIC X(6).
         03 WS-SD-B-PAY-RATE PIC 9(5)V99.
         03 WS-SD-B-STATUS PIC X(1).
         03 WS-SD-B-TERM-DATE PIC X(8).
        02 WS-SD-AFTER.
         03 WS-SD-A-L-NAME PIC X(15).
         03 WS-SD-A-F-NAME PIC X(15).
         03 WS-SD-A-DEPT-CODE PIC X(6).
         03 WS-SD-A-PAY-RATE PIC 9(5)V99.
         03 WS-SD-A-STATUS PIC X(1).
         03 WS-SD-A-TERM-DATE PIC X(8).

       01 WS-CHANGE-TYPE PIC X(2) VALUE SPACES.
        88 CT-NEW-HIRE VALUE 'NH'.
        88 CT-TERMINATION VALUE 'TM'.
        88 CT-ON-LEAVE VALUE 'LV'.
        88 CT-RETURN VALUE 'RL'.
        88 CT-NAME VALUE 'NM'.
        88 CT-DEPT VALUE 'DP'.
        88 CT-RATE VALUE 'PR'.
        88 CT-HIRE-WITHDRAWN VALUE 'XH'.
        88 CT-TERM-WITHDRAWN VALUE 'XT'.
        88 CT-REINSTATED VALUE 'RI'.

      * Report work - the printable from and to values of the field
      * the change moved
       01 WS-STATUS-OUT PIC X(1) VALUE SPACE.
       01 WS-FROM-TEXT PIC X(24) VALUE SPACES.
       01 WS-TO-TEXT PIC X(24) VALUE SPACES.
       01 WS-EDIT-RATE PIC ZZ,ZZ9.99.
       01 WS-EDIT-DATE PIC X(8) VALUE SPACES.
       01 WS-EDIT-DATE-TEXT PIC X(10) VALUE SPACES.

      * Run counts
       01 WS-LOG-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-MISMATCH-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-NOT-FOUND-COUNT PIC 9(5) COMP VALUE ZERO.

      * Page control, same paging the other registers use
       01 WS-RPT-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RPT-PAGE-NUM PIC 9(4) COMP VALUE ZERO.
       01 WS-PAGE-DEPTH PIC 9(3) VALUE 55.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1BENR - CARRIER REJECTION EXCEPTIONS".
        02 FILLER PIC X(9) VALUE "RUN DATE ".
        02 RPT-TITLE-M PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-D PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-Y PIC 9(4).
        02 FILLER PIC X(6) VALUE "  PAGE".
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TITLE-PAGE PIC ZZZ9.

       01 RPT-SECTION-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-SECTION-TEXT PIC X(60).

       01 RPT-FILE-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(21) VALUE "CARRIER PROCESS DATE ".
        02 RPT-FL-CARRIER-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-FL-NOTE PIC X(60).

      * One rejection on two lines - the change as sent, then the
      * carrier's code and reason and what this run did with it
       01 RPT-CHANGE-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "TRANS ".
        02 RPT-CL-TRANS-NO PIC ZZZZ9.
        02 FILLER PIC X(5) VALUE " SEQ ".
        02 RPT-CL-RECORD-SEQ PIC ZZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-TYPE PIC X(17).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-EMP-ID PIC 9(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-L-NAME PIC X(15).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-CL-F-NAME PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "EFF ".
        02 RPT-CL-EFF-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-FROM PIC X(24).
        02 FILLER PIC X(4) VALUE " TO ".
        02 RPT-CL-TO PIC X(24).

       01 RPT-REASON-LINE.
        02 FILLER PIC X(10) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "REJECT ".
        02 RPT-RL-REJECT-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RL-REJECT-REASON PIC X(40).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RL-RESULT PIC X(41).

       01 RPT-COUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CT-LABEL PIC X(36).
        02 RPT-CT-VALUE PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME

        OPEN INPUT REJ-FILE
             OUTPUT RPT-FILE
        PERFORM PRINT-RPT-HEADING
        PERFORM READ-REJ-RECORD
        PERFORM STORE-REJ-RECORD UNTIL REJ-EOF
        CLOSE REJ-FILE

        IF TRAILER-IS-SEEN
           AND WS-TRAILER-COUNT = WS-REJ-COUNT
           AND WS-BAD-RECORDS = ZERO
           SET FILE-IS-BALANCED TO TRUE
        END-IF

        IF FILE-IS-BALANCED
           OPEN I-O LOG-FILE
           PERFORM READ-LOG-RECORD
           PERFORM MATCH-LOG-RECORD UNTIL LOG-WALK-DONE
           CLOSE LOG-FILE
        ELSE
           PERFORM MARK-ONE-UNLOADED
              VARYING WS-REJ-IDX FROM 1 BY 1
              UNTIL WS-REJ-IDX > WS-REJ-COUNT
        END-IF

        MOVE "CARRIER REJECTIONS" TO RPT-SECTION-TEXT
        PERFORM WRITE-SECTION-LINE
        PERFORM WRITE-FILE-LINE
        PERFORM PRINT-ONE-REJECTION
           VARYING WS-REJ-IDX FROM 1 BY 1
           UNTIL WS-REJ-IDX > WS-REJ-COUNT
        PERFORM WRITE-RUN-TOTALS
        CLOSE RPT-FILE

        IF NOT FILE-IS-BALANCED
           DISPLAY "PT1BENR - PT1-BENFREJ OUT OF BALANCE, NOTHING "
              "LOADED - ASK THE CARRIER TO RESEND"
           MOVE 16 TO RETURN-CODE
        END-IF
        PERFORM WRITE-RUN-LOG
        STOP RUN.

        READ-REJ-RECORD.
          READ REJ-FILE
            AT END SET REJ-EOF TO TRUE
          END-READ.

      * One record of the carrier's file - the header's date is
      * kept, each rejection is held in core, the trailer's count is
      * kept for the proof, and anything else, or anything after the
      * trailer, makes the file unbalanced
        STORE-REJ-RECORD.
          EVALUATE TRUE
             WHEN TRAILER-IS-SEEN
                ADD 1 TO WS-BAD-RECORDS
             WHEN RJ-IS-HEADER
                MOVE RH-CARRIER-DATE TO WS-CARRIER-DATE
             WHEN RJ-IS-TRAILER
                SET TRAILER-IS-SEEN TO TRUE
                IF RT-REJECT-COUNT NUMERIC
                   MOVE RT-REJECT-COUNT TO WS-TRAILER-COUNT
                ELSE
                   ADD 1 TO WS-BAD-RECORDS
                END-IF
             WHEN RJ-IS-DETAIL
                PERFORM STORE-REJ-DETAIL
             WHEN OTHER
                ADD 1 TO WS-BAD-RECORDS
          END-EVALUATE
          PERFORM READ-REJ-RECORD.

        STORE-REJ-DETAIL.
          IF WS-REJ-COUNT >= 500
             DISPLAY "PT1BENR ABEND - REJECTION TABLE FULL AT 500 "
                "ENTRIES, RAISE WS-REJ-TABLE AND RERUN"
             CLOSE REJ-FILE, RPT-FILE
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUN-LOG
             STOP RUN
          END-IF
          ADD 1 TO WS-REJ-COUNT
          IF RJ-TRANS-NO NUMERIC
             MOVE RJ-TRANS-NO TO WS-RJ-TRANS-NO (WS-REJ-COUNT)
          ELSE
             MOVE ZERO TO WS-RJ-TRANS-NO (WS-REJ-COUNT)
          END-IF
          IF RJ-RECORD-SEQ NUMERIC
             MOVE RJ-RECORD-SEQ TO WS-RJ-RECORD-SEQ (WS-REJ-COUNT)
          ELSE
             MOVE ZERO TO WS-RJ-RECORD-SEQ (WS-REJ-COUNT)
          END-IF
          IF RJ-EMP-ID NUMERIC
             MOVE RJ-EMP-ID TO WS-RJ-EMP-ID (WS-REJ-COUNT)
          ELSE
             MOVE ZERO TO WS-RJ-EMP-ID (WS-REJ-COUNT)
          END-IF
          MOVE RJ-CHANGE-TYPE TO WS-RJ-CHANGE-TYPE (WS-REJ-COUNT)
          MOVE RJ-REJECT-CODE TO WS-RJ-REJECT-CODE (WS-REJ-COUNT)
          MOVE RJ-REJECT-REASON
             TO WS-RJ-REJECT-REASON (WS-REJ-COUNT)
          MOVE 'N' TO WS-RJ-RESULT (WS-REJ-COUNT)
          MOVE SPACES TO WS-RJ-SENT-DETAIL (WS-REJ-COUNT).

        MARK-ONE-UNLOADED.
          MOVE 'U' TO WS-RJ-RESULT (WS-REJ-IDX).

        READ-LOG-RECORD.
          READ LOG-FILE NEXT RECORD
            AT END SET LOG-WALK-DONE TO TRUE
          END-READ.

      * One change on the log - every rejection naming its
      * transmission and sequence is matched to it. The log is far
      * bigger than any rejection file, so it is walked once and the
      * rejections are looked up in core
        MATCH-LOG-RECORD.
          ADD 1 TO WS-LOG-READ
          PERFORM MATCH-ONE-REJECTION
             VARYING WS-REJ-IDX FROM 1 BY 1
             UNTIL WS-REJ-IDX > WS-REJ-COUNT
          PERFORM READ-LOG-RECORD.

      * A rejection for this change. The change as sent goes with it
      * for the report whatever happens; it is loaded only when the
      * EMP-ID and change type agree with what was sent, and not
      * again when the log already carries the same code
        MATCH-ONE-REJECTION.
          IF WS-RJ-TRANS-NO (WS-REJ-IDX) = BL-TRANS-NO
             AND WS-RJ-RECORD-SEQ (WS-REJ-IDX) = BL-RECORD-SEQ
             MOVE BL-DETAIL TO WS-RJ-SENT-DETAIL (WS-REJ-IDX)
             EVALUATE TRUE
                WHEN WS-RJ-EMP-ID (WS-REJ-IDX) NOT = BL-EMP-ID
                   OR WS-RJ-CHANGE-TYPE (WS-REJ-IDX)
                      NOT = BL-CHANGE-TYPE
                   MOVE 'M' TO WS-RJ-RESULT (WS-REJ-IDX)
                WHEN BL-REJECT-CODE = WS-RJ-REJECT-CODE (WS-REJ-IDX)
                   MOVE 'A' TO WS-RJ-RESULT (WS-REJ-IDX)
                WHEN OTHER
                   MOVE WS-RJ-REJECT-CODE (WS-REJ-IDX)
                      TO BL-REJECT-CODE
                   MOVE WS-RJ-REJECT-REASON (WS-REJ-IDX)
                      TO BL-REJECT-REASON
                   MOVE WS-RUN-DATE TO BL-REJECT-DATE
                   REWRITE LOG-REC
                      INVALID KEY
                         DISPLAY "PT1BENR ABEND - COB1-BENFLOG "
                            "REWRITE FAILED FOR " BL-KEY
                         CLOSE LOG-FILE, RPT-FILE
                         MOVE 16 TO RETURN-CODE
                         PERFORM WRITE-RUN-LOG
                         STOP RUN
                   END-REWRITE
                   MOVE 'L' TO WS-RJ-RESULT (WS-REJ-IDX)
             END-EVALUATE
          END-IF.

      * One rejection on the report, counted by what became of it
        PRINT-ONE-REJECTION.
          MOVE WS-RJ-SENT-DETAIL (WS-REJ-IDX) TO WS-SENT-DETAIL
          MOVE WS-RJ-TRANS-NO (WS-REJ-IDX) TO RPT-CL-TRANS-NO
          MOVE WS-RJ-RECORD-SEQ (WS-REJ-IDX) TO RPT-CL-RECORD-SEQ
          MOVE WS-RJ-EMP-ID (WS-REJ-IDX) TO RPT-CL-EMP-ID
          MOVE WS-RJ-CHANGE-TYPE (WS-REJ-IDX) TO WS-CHANGE-TYPE
          PERFORM SET-TYPE-DESC
          IF WS-SENT-DETAIL = SPACES
             MOVE SPACES TO RPT-CL-L-NAME
             MOVE SPACES TO RPT-CL-F-NAME
             MOVE SPACES TO RPT-CL-EFF-DATE
             MOVE SPACES TO RPT-CL-FROM
             MOVE SPACES TO RPT-CL-TO
          ELSE
             MOVE WS-SD-CHANGE-TYPE TO WS-CHANGE-TYPE
             IF CT-HIRE-WITHDRAWN
                MOVE WS-SD-B-L-NAME TO RPT-CL-L-NAME
                MOVE WS-SD-B-F-NAME TO RPT-CL-F-NAME
             ELSE
                MOVE WS-SD-A-L-NAME TO RPT-CL-L-NAME
                MOVE WS-SD-A-F-NAME TO RPT-CL-F-NAME
             END-IF
             MOVE WS-SD-EFF-DATE TO WS-EDIT-DATE
             PERFORM FORMAT-PRINT-DATE
             MOVE WS-EDIT-DATE-TEXT TO RPT-CL-EFF-DATE
             PERFORM FORMAT-CHANGE-VALUES
             MOVE WS-FROM-TEXT TO RPT-CL-FROM
             MOVE WS-TO-TEXT TO RPT-CL-TO
          END-IF
          MOVE WS-RJ-REJECT-CODE (WS-REJ-IDX) TO RPT-RL-REJECT-CODE
          MOVE WS-RJ-REJECT-REASON (WS-REJ-IDX)
             TO RPT-RL-REJECT-REASON
          EVALUATE WS-RJ-RESULT (WS-REJ-IDX)
             WHEN 'L'
                MOVE "LOADED" TO RPT-RL-RESULT
                ADD 1 TO WS-LOADED-COUNT
             WHEN 'A'
                MOVE "ALREADY LOADED" TO RPT-RL-RESULT
                ADD 1 TO WS-ALREADY-COUNT
             WHEN 'M'
                MOVE "NOT LOADED - DOES NOT MATCH WHAT WAS SENT"
                   TO RPT-RL-RESULT
                ADD 1 TO WS-MISMATCH-COUNT
             WHEN 'U'
                MOVE "NOT LOADED - FILE OUT OF BALANCE"
                   TO RPT-RL-RESULT
             WHEN OTHER
                MOVE "NOT LOADED - NOT ON TRANSMISSION LOG"
                   TO RPT-RL-RESULT
                ADD 1 TO WS-NOT-FOUND-COUNT
          END-EVALUATE
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-CHANGE-LINE
          AFTER ADVANCING 2 LINES
          WRITE RPT-REC FROM RPT-REASON-LINE
          AFTER ADVANCING 1 LINE
          ADD 3 TO WS-RPT-LINE-COUNT.

        SET-TYPE-DESC.
          EVALUATE TRUE
             WHEN CT-NEW-HIRE MOVE "NEW HIRE" TO RPT-CL-TYPE
             WHEN CT-TERMINATION MOVE "TERMINATION" TO RPT-CL-TYPE
             WHEN CT-ON-LEAVE MOVE "ON LEAVE" TO RPT-CL-TYPE
             WHEN CT-RETURN MOVE "RETURN FROM LEAVE" TO RPT-CL-TYPE
             WHEN CT-NAME MOVE "NAME CHANGE" TO RPT-CL-TYPE
             WHEN CT-DEPT MOVE "DEPT CHANGE" TO RPT-CL-TYPE
             WHEN CT-RATE MOVE "PAY RATE CHANGE" TO RPT-CL-TYPE
             WHEN CT-HIRE-WITHDRAWN MOVE "HIRE WITHDRAWN" TO RPT-CL-TYPE
             WHEN CT-TERM-WITHDRAWN MOVE "TERM WITHDRAWN" TO RPT-CL-TYPE
             WHEN CT-REINSTATED MOVE "REINSTATED" TO RPT-CL-TYPE
             WHEN OTHER MOVE WS-CHANGE-TYPE TO RPT-CL-TYPE
          END-EVALUATE.

      * The field the change moved, before and after, in print form
      * - the same as PT1BENF printed it when it went out
        FORMAT-CHANGE-VALUES.
          MOVE SPACES TO WS-FROM-TEXT
          MOVE SPACES TO WS-TO-TEXT
          EVALUATE TRUE
             WHEN CT-NEW-HIRE
                MOVE "DEPT" TO WS-TO-TEXT (1:4)
                MOVE WS-SD-A-DEPT-CODE TO WS-TO-TEXT (6:6)
                MOVE WS-SD-A-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-TO-TEXT (13:9)
             WHEN CT-TERMINATION
                MOVE "TERMINATED" TO WS-TO-TEXT (1:10)
                MOVE WS-SD-A-TERM-DATE TO WS-EDIT-DATE
                PERFORM FORMAT-PRINT-DATE
                MOVE WS-EDIT-DATE-TEXT TO WS-TO-TEXT (12:10)
                MOVE WS-SD-B-STATUS TO WS-STATUS-OUT
                PERFORM FORMAT-STATUS-FROM
             WHEN CT-ON-LEAVE OR CT-RETURN
                MOVE WS-SD-B-STATUS TO WS-STATUS-OUT
                PERFORM FORMAT-STATUS-FROM
                IF WS-SD-A-STATUS = 'L'
                   MOVE "ON LEAVE" TO WS-TO-TEXT
                ELSE
                   MOVE "ACTIVE" TO WS-TO-TEXT
                END-IF
             WHEN CT-NAME
                MOVE WS-SD-B-L-NAME TO WS-FROM-TEXT (1:15)
                MOVE WS-SD-B-F-NAME TO WS-FROM-TEXT (17:8)
                MOVE WS-SD-A-L-NAME TO WS-TO-TEXT (1:15)
                MOVE WS-SD-A-F-NAME TO WS-TO-TEXT (17:8)
             WHEN CT-DEPT
                MOVE WS-SD-B-DEPT-CODE TO WS-FROM-TEXT
                MOVE WS-SD-A-DEPT-CODE TO WS-TO-TEXT
             WHEN CT-RATE
                MOVE WS-SD-B-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-FROM-TEXT
                MOVE WS-SD-A-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-TO-TEXT
             WHEN CT-HIRE-WITHDRAWN
                MOVE "DEPT" TO WS-FROM-TEXT (1:4)
                MOVE WS-SD-B-DEPT-CODE TO WS-FROM-TEXT (6:6)
                MOVE WS-SD-B-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-FROM-TEXT (13:9)
                MOVE "WITHDRAWN" TO WS-TO-TEXT
             WHEN CT-TERM-WITHDRAWN
                MOVE "TERMINATED" TO WS-FROM-TEXT (1:10)
                MOVE WS-SD-B-TERM-DATE TO WS-EDIT-DATE
                PERFORM FORMAT-PRINT-DATE
                MOVE WS-EDIT-DATE-TEXT TO WS-FROM-TEXT (12:10)
                IF WS-SD-A-STATUS = 'L'
                   MOVE "ON LEAVE" TO WS-TO-TEXT
                ELSE
                   MOVE "ACTIVE" TO WS-TO-TEXT
                END-IF
             WHEN CT-REINSTATED
                MOVE "DEPT" TO WS-TO-TEXT (1:4)
                MOVE WS-SD-A-DEPT-CODE TO WS-TO-TEXT (6:6)
                MOVE WS-SD-A-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-TO-TEXT (13:9)
          END-EVALUATE.

        FORMAT-STATUS-FROM.
          EVALUATE WS-STATUS-OUT
             WHEN 'L' MOVE "ON LEAVE" TO WS-FROM-TEXT
             WHEN 'T' MOVE "TERMINATED" TO WS-FROM-TEXT
             WHEN OTHER MOVE "ACTIVE" TO WS-FROM-TEXT
          END-EVALUATE.

      * MMDDYYYY to MM/DD/YYYY; a date that is not there prints blank
        FORMAT-PRINT-DATE.
          MOVE SPACES TO WS-EDIT-DATE-TEXT
          IF WS-EDIT-DATE NUMERIC AND WS-EDIT-DATE NOT = ZEROS
             MOVE WS-EDIT-DATE (1:2) TO WS-EDIT-DATE-TEXT (1:2)
             MOVE "/" TO WS-EDIT-DATE-TEXT (3:1)
             MOVE WS-EDIT-DATE (3:2) TO WS-EDIT-DATE-TEXT (4:2)
             MOVE "/" TO WS-EDIT-DATE-TEXT (6:1)
             MOVE WS-EDIT-DATE (5:4) TO WS-EDIT-DATE-TEXT (7:4)
          END-IF.

        WRITE-FILE-LINE.
          MOVE WS-CARRIER-DATE TO WS-EDIT-DATE
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-EDIT-DATE-TEXT TO RPT-FL-CARRIER-DATE
          IF FILE-IS-BALANCED
             MOVE "FILE BALANCED TO ITS TRAILER" TO RPT-FL-NOTE
          ELSE
             MOVE "FILE OUT OF BALANCE - NOTHING LOADED"
                TO RPT-FL-NOTE
          END-IF
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-FILE-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

        WRITE-SECTION-LINE.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-SECTION-LINE
          AFTER ADVANCING 2 LINES
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          ADD 3 TO WS-RPT-LINE-COUNT.

        WRITE-RUN-TOTALS.
          MOVE "RUN TOTALS" TO RPT-SECTION-TEXT
          PERFORM WRITE-SECTION-LINE
          MOVE "REJECTIONS RECEIVED" TO RPT-CT-LABEL
          MOVE WS-REJ-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "TRAILER REJECTION COUNT" TO RPT-CT-LABEL
          MOVE WS-TRAILER-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "RECORDS OF NO KNOWN TYPE" TO RPT-CT-LABEL
          MOVE WS-BAD-RECORDS TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "LOADED ONTO THE TRANSMISSION LOG" TO RPT-CT-LABEL
          MOVE WS-LOADED-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "ALREADY LOADED" TO RPT-CT-LABEL
          MOVE WS-ALREADY-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "NOT MATCHING WHAT WAS SENT" TO RPT-CT-LABEL
          MOVE WS-MISMATCH-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "NOT ON THE TRANSMISSION LOG" TO RPT-CT-LABEL
          MOVE WS-NOT-FOUND-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE.

        WRITE-COUNT-LINE.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-COUNT-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

        CHECK-RPT-PAGE.
          IF WS-RPT-LINE-COUNT > WS-PAGE-DEPTH
             PERFORM PRINT-RPT-HEADING
          END-IF.

        PRINT-RPT-HEADING.
          ADD 1 TO WS-RPT-PAGE-NUM
          MOVE WS-RUN-MONTH TO RPT-TITLE-M
          MOVE WS-RUN-DAY TO RPT-TITLE-D
          MOVE WS-RUN-YEAR TO RPT-TITLE-Y
          MOVE WS-RPT-PAGE-NUM TO RPT-TITLE-PAGE
          WRITE RPT-REC FROM RPT-TITLE-LINE
           AFTER ADVANCING PAGE
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          MOVE 2 TO WS-RPT-LINE-COUNT.

      * One run-control record - rejections received, rejections
      * loaded, and as exceptions the ones that could not be loaded
        WRITE-RUN-LOG.
          MOVE "PT1BENR" TO RL-PROGRAM
          MOVE WS-RUN-DATE TO RL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO RL-RUN-TIME
          MOVE WS-REJ-COUNT TO RL-RECS-READ
          MOVE WS-LOADED-COUNT TO RL-RECS-OUT
          COMPUTE RL-EXCEPTIONS = WS-REJ-COUNT - WS-LOADED-COUNT
             - WS-ALREADY-COUNT
          MOVE 'N' TO RL-RESTART
          MOVE RETURN-CODE TO RL-RETURN-CODE
          OPEN EXTEND RUNLOG-FILE
          WRITE RUNLOG-REC
          CLOSE RUNLOG-FILE.
