      * sets the status byte to terminated and stamps the termination
      * date, and the record stays on the master for PT1INQ, PT1DEPT,
      * and PT1HIST to see. DELETE physically removes the record and
      * is kept only as the rare, deliberate purge path. A leave
      * start ('L') and a leave end ('E') keep the record as well and
      * only move the status byte between active and on leave.
      * The match-merge below needs both sides in ascending EMP-ID
      * order. The master is indexed on EMP-ID, so reading it
      * sequentially delivers it in key order with no sort; the
      * before the merge starts. This program then merges the master
      * and transactions into a new indexed master and prints a
      * before/after change report for the audit trail.
      * Every action it applies is also written to the delta file
      * PT1U-DELTA with the master record as it stood before and as
      * it stands after - the night's changes exactly as they went
      * onto the new master, which PT1BENF turns into the benefits
      * carrier's change feed once the new master is promoted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * as the operations summary
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * This run's changes, before and after, for PT1BENF - rewritten
      * every run, so it always matches the new master this run
      * writes and the promote puts live
           SELECT DELTA-FILE  ASSIGN TO 'PT1U-DELTA'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

        02 FILLER PIC X(90).

      * Raw transaction file in operator-keyed order, read only by the
      * SORT below - the transaction image plus the batch number,
      * operator and releasing supervisor PT1EDIT attached
       FD  TRANS-RAW.
       01 TRANS-RAW-REC PIC X(115).

      * Sort work file - keyed on EMP-ID so the merge above sees the
      * transactions in the same ascending EMP-ID order as the master
       01 TS-REC.
        02 FILLER PIC X(1).
        02 TS-EMP-ID PIC 9(7).
        02 FILLER PIC X(107).

       FD  TRANS-FILE.
       01 TRANS-REC.
         88 TR-IS-CHANGE VALUE 'C'.
         88 TR-IS-TERM   VALUE 'T'.
         88 TR-IS-DELETE VALUE 'D'.
         88 TR-IS-LEAVE  VALUE 'L'.
         88 TR-IS-RETURN VALUE 'E'.
        02 TR-EMP-ID PIC 9(7).
        02 TR-EMP-NAME.
         03 TR-EMP-L-NAME PIC X(15).
      * master traces back to a person and a batch
        02 TR-BATCH-NO PIC 9(4).
        02 TR-OPERATOR PIC X(8).
      * Supervisor who released the transaction from PT1EDIT's
      * suspense - spaces for one that was never suspended
        02 TR-RELEASER PIC X(8).

       FD  RPT-FILE.
       01 RPT-REC PIC X(232).
        02 CTL-CHG-NEW-RATE-HASH PIC 9(13)V99.

      * History record - the run date, what was done, the master
      * record exactly as it stood before the action touched it, the
      * batch number, operator and releasing supervisor the change
      * arrived under, and the effective date it was keyed with
      * (MMDDYYYY, spaces when none was keyed). PT1RETRO reads a
      * CHANGE whose effective date is ahead of its run date as a
      * backdated change and reprices the periods already paid
       FD  HIST-FILE.
       01 HIST-REC.
        02 HIST-RUN-DATE PIC 9(8).
        02 HIST-BEFORE-IMAGE PIC X(97).
        02 HIST-BATCH-NO PIC 9(4).
        02 HIST-OPERATOR PIC X(8).
        02 HIST-RELEASER PIC X(8).
        02 HIST-EFF-DATE PIC X(8).

      * Run-control record - same layout PT1 writes, so PT1OPSUM can
      * read one file for the whole overnight schedule
        02 RL-RESTART PIC X(1).
        02 RL-RETURN-CODE PIC 9(2).

      * Delta record - one per action applied. The run date and time
      * and the sequence within the run name the change for good,
      * so PT1BENF can tell one it has already sent from a new one.
      * The before-image is spaces for an ADD, the after-image
      * spaces for a DELETE; the effective date is the one keyed
      * (MMDDYYYY, spaces or zeros when none was)
       FD  DELTA-FILE.
       01 DELTA-REC.
        02 DL-RUN-DATE PIC 9(8).
        02 DL-RUN-TIME PIC 9(6).
        02 DL-SEQ PIC 9(5).
        02 DL-ACTION PIC X(1).
        02 DL-EFF-DATE PIC X(8).
        02 DL-BEFORE-IMAGE PIC X(97).
        02 DL-AFTER-IMAGE PIC X(97).
        02 DL-BATCH-NO PIC 9(4).
        02 DL-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
      * High-value sentinel so the match-merge logic below can treat
      * an exhausted file as an EMP-ID bigger than any real one
       01 WS-CHANGE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-TERM-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LEAVE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RETURN-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

      * Hash contributions for the control file - accumulated as each
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 WS-MERGE-COUNT PIC 9(7) COMP VALUE ZERO.

      * Sequence of the delta records within this run
       01 WS-DELTA-SEQ PIC 9(5) VALUE ZERO.

      * Pagination state for the change report - line counter broken
      * to a new page at WS-PAGE-DEPTH lines, title line with run
      * date and page number reprinted with the column headings
        02 FILLER PIC X(5) VALUE "BATCH".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "OPERATOR".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "RELEASED".

      * RPT-BEFORE/RPT-AFTER hold a fixed-column image of the fields a
      * CHANGE can touch, each ref-modified into below by the FORMAT-
        02 RPT-BATCH-NO PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-OPERATOR PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RELEASER PIC X(8).

       01 RPT-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "REJECTED: ".
        02 RPT-REJECT-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "ON LEAVE: ".
        02 RPT-LEAVE-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "RETURNED: ".
        02 RPT-RETURN-TOTAL PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
          GIVING TRANS-FILE

       OPEN INPUT MASTR-IN, TRANS-FILE
            OUTPUT MASTR-OUT, RPT-FILE, DELTA-FILE
            EXTEND HIST-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-RUN-LOG

           CLOSE MASTR-IN, MASTR-OUT, TRANS-FILE, RPT-FILE,
                 HIST-FILE, DELTA-FILE
           GOBACK.

      * One run-control record for this execution - transactions
                MOVE TR-EMP-DATE-Y TO WS-NEW-EMP-DATE-Y
                WRITE MASTR-OUT-REC FROM WS-NEW-MASTR-REC
                ADD 1 TO WS-MERGE-COUNT
                MOVE 'A' TO DL-ACTION
                MOVE SPACES TO DL-BEFORE-IMAGE
                MOVE WS-NEW-MASTR-REC TO DL-AFTER-IMAGE
                PERFORM WRITE-DELTA-RECORD
                MOVE "ADD" TO RPT-ACTION
                MOVE TR-EMP-ID TO RPT-EMP-ID
                MOVE SPACES TO RPT-BEFORE
      * status terminated and stamps the termination date, DELETE
      * physically drops it (the deliberate purge path), a second ADD
      * against an existing EMP-ID is rejected as a duplicate, and
      * anything in TR-ACTION other than the six valid codes
      * (A/C/T/D/L/E) is rejected as invalid input rather than
      * mislabeled as one of the above. A leave start or end keeps
      * the record and only sets the status byte.
      * A TERMINATE, leave start or leave end moves no count or hash
      * figure PT1RECON balances - the record stays and its pay rate
      * is untouched - so it needs no contribution to the control
      * file
        APPLY-MATCHED-TRANS.
          MOVE SPACES TO RPT-DETAIL
          EVALUATE TRUE
                PERFORM FORMAT-BEFORE-FROM-MASTR-IN
                MOVE 'C' TO HIST-ACTION
                PERFORM WRITE-HISTORY-RECORD
                MOVE MASTR-IN-REC TO DL-BEFORE-IMAGE
                ADD MI-EMP-PAY-RATE TO WS-CHG-OLD-RATE-HASH
                ADD TR-EMP-PAY-RATE TO WS-CHG-NEW-RATE-HASH
                MOVE TR-EMP-L-NAME TO MI-EMP-L-NAME
                MOVE TR-EMP-DATE-Y TO MI-EMP-DATE-Y
                WRITE MASTR-OUT-REC FROM MASTR-IN-REC
                ADD 1 TO WS-MERGE-COUNT
                MOVE 'C' TO DL-ACTION
                MOVE MASTR-IN-REC TO DL-AFTER-IMAGE
                PERFORM WRITE-DELTA-RECORD
                MOVE "CHANGE" TO RPT-ACTION
                MOVE TR-EMP-ID TO RPT-EMP-ID
                PERFORM FORMAT-AFTER-FROM-MASTR-IN
                PERFORM FORMAT-BEFORE-FROM-MASTR-IN
                MOVE 'T' TO HIST-ACTION
                PERFORM WRITE-HISTORY-RECORD
                MOVE MASTR-IN-REC TO DL-BEFORE-IMAGE
                MOVE 'T' TO MI-EMP-STATUS
                PERFORM SET-TERM-DATE
                WRITE MASTR-OUT-REC FROM MASTR-IN-REC
                ADD 1 TO WS-MERGE-COUNT
                MOVE 'T' TO DL-ACTION
                MOVE MASTR-IN-REC TO DL-AFTER-IMAGE
                PERFORM WRITE-DELTA-RECORD
                MOVE "TERM" TO RPT-ACTION
                MOVE TR-EMP-ID TO RPT-EMP-ID
                MOVE SPACES TO RPT-AFTER
                PERFORM WRITE-HISTORY-RECORD
                ADD MI-EMP-ID TO WS-DEL-ID-HASH
                ADD MI-EMP-PAY-RATE TO WS-DEL-RATE-HASH
                MOVE 'D' TO DL-ACTION
                MOVE MASTR-IN-REC TO DL-BEFORE-IMAGE
                MOVE SPACES TO DL-AFTER-IMAGE
                PERFORM WRITE-DELTA-RECORD
                MOVE "DELETE" TO RPT-ACTION
                MOVE TR-EMP-ID TO RPT-EMP-ID
                MOVE SPACES TO RPT-AFTER
                MOVE "RECORD REMOVED" TO RPT-AFTER
                PERFORM WRITE-CHANGE-LINE
                ADD 1 TO WS-DELETE-COUNT
             WHEN TR-IS-LEAVE
                PERFORM FORMAT-BEFORE-FROM-MASTR-IN
                MOVE 'L' TO HIST-ACTION
                PERFORM WRITE-HISTORY-RECORD
                MOVE MASTR-IN-REC TO DL-BEFORE-IMAGE
                MOVE 'L' TO MI-EMP-STATUS
                WRITE MASTR-OUT-REC FROM MASTR-IN-REC
                ADD 1 TO WS-MERGE-COUNT
                MOVE 'L' TO DL-ACTION
                MOVE MASTR-IN-REC TO DL-AFTER-IMAGE
                PERFORM WRITE-DELTA-RECORD
                MOVE "LEAVE" TO RPT-ACTION
                MOVE TR-EMP-ID TO RPT-EMP-ID
                MOVE SPACES TO RPT-AFTER
                MOVE "STATUS SET ON LEAVE" TO RPT-AFTER
                PERFORM WRITE-CHANGE-LINE
                ADD 1 TO WS-LEAVE-COUNT
             WHEN TR-IS-RETURN
                PERFORM FORMAT-BEFORE-FROM-MASTR-IN
                MOVE 'E' TO HIST-ACTION
                PERFORM WRITE-HISTORY-RECORD
                MOVE MASTR-IN-REC TO DL-BEFORE-IMAGE
                MOVE 'A' TO MI-EMP-STATUS
                WRITE MASTR-OUT-REC FROM MASTR-IN-REC
                ADD 1 TO WS-MERGE-COUNT
                MOVE 'E' TO DL-ACTION
                MOVE MASTR-IN-REC TO DL-AFTER-IMAGE
                PERFORM WRITE-DELTA-RECORD
                MOVE "RETURN" TO RPT-ACTION
                MOVE TR-EMP-ID TO RPT-EMP-ID
                MOVE SPACES TO RPT-AFTER
                MOVE "LEAVE ENDED - STATUS SET ACTIVE" TO RPT-AFTER
                PERFORM WRITE-CHANGE-LINE
                ADD 1 TO WS-RETURN-COUNT
             WHEN TR-IS-ADD
                WRITE MASTR-OUT-REC FROM MASTR-IN-REC
                ADD 1 TO WS-MERGE-COUNT
          MOVE MASTR-IN-REC TO HIST-BEFORE-IMAGE
          MOVE TR-BATCH-NO TO HIST-BATCH-NO
          MOVE TR-OPERATOR TO HIST-OPERATOR
          MOVE TR-RELEASER TO HIST-RELEASER
          MOVE TR-EFF-DATE TO HIST-EFF-DATE
          WRITE HIST-REC.

      * One delta record - the caller has set the action and both
      * images; the run date, time and sequence name the change, and
      * the effective date and batch come off the transaction
        WRITE-DELTA-RECORD.
          ADD 1 TO WS-DELTA-SEQ
          MOVE WS-RUN-DATE TO DL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO DL-RUN-TIME
          MOVE WS-DELTA-SEQ TO DL-SEQ
          MOVE TR-EFF-DATE TO DL-EFF-DATE
          MOVE TR-BATCH-NO TO DL-BATCH-NO
          MOVE TR-OPERATOR TO DL-OPERATOR
          WRITE DELTA-REC.

      * Breaks the change report to a new page when the line counter
      * passes the page depth, reprinting the title line (run date,
      * incrementing page number) and the column headings
          MOVE 4 TO WS-RPT-LINE-COUNT.

      * Every change line is written per transaction, so the batch
      * number, operator and releasing supervisor the transaction
      * arrived under are stamped here once for all the action
      * branches
        WRITE-CHANGE-LINE.
          MOVE TR-BATCH-NO TO RPT-BATCH-NO
          MOVE TR-OPERATOR TO RPT-OPERATOR
          MOVE TR-RELEASER TO RPT-RELEASER
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 2 LINES
          MOVE WS-TERM-COUNT TO RPT-TERM-TOTAL
          MOVE WS-DELETE-COUNT TO RPT-DELETE-TOTAL
          MOVE WS-REJECT-COUNT TO RPT-REJECT-TOTAL
          MOVE WS-LEAVE-COUNT TO RPT-LEAVE-TOTAL
          MOVE WS-RETURN-COUNT TO RPT-RETURN-TOTAL
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 2 LINES
