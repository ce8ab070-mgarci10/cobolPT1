       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1BKOUT.
       AUTHOR. MARIO GARCIA.

      * Back-out run - puts the employee master, pending and
      * suspense files back the way they stood in a generation the
      * PT1NIGHT promote kept, for the batch that balanced through
      * PT1RECON but was simply wrong (a whole batch keyed to the
      * wrong department) - instead of a restore from tape.
      * The one-card request PT1-BKOUT names the generation, the
      * operator doing the back-out, and the override flag. A
      * generation is the files as they stood when the chain run on
      * its catalog entry promoted over them, so restoring it undoes
      * that chain run and every one since.
      * Before anything is restored the live master is matched
      * against the generation on EMP-ID and every difference goes
      * on COB1-EMPHIST under the operator, so the history shows the
      * back-out the same way it shows a change:
      *   B  a live record backed out - changed back to the
      *      generation, or removed because it was added since;
      *      the image is the record as it stood before the back-out
      *   R  a record reinstated because it was deleted since; the
      *      image is the record as restored
      * The month-end snapshot is taken from the live master (see
      * PT1UNLD), and a back-out that undid the chain run the
      * snapshot came from would leave finance holding a master
      * that no longer existed - so that back-out is refused unless
      * the card carries the override, and the override prints.
      * Refused while PT1-CHAIN shows the nightly chain stopped part
      * way (its resumed promote would copy straight over the
      * restore). The generation is marked restore-started before
      * the history is written, so a back-out that stops part way is
      * rerun with the same card: the history is not written twice
      * and the restore is simply copied again. The restored record
      * counts are proved against the counts saved with the
      * generation, and the run logs itself on COB1-RUNLOG for
      * PT1OPSUM. Anything refused or out of balance ends with
      * return code 16.
      * Retro pay goes back with the master. Every adjustment
      * PT1RETRO wrote on COB1-RETRO for a rate change applied on
      * or after the generation's promote date belongs to a night
      * the back-out undid, so one not yet paid (payable or held) is
      * voided under the operator and PT1GROSS never pays it; one
      * already paid cannot be taken back here and prints on the
      * report for payroll to recover by hand. Voiding is safe to
      * repeat, so a resumed back-out simply voids again.
      * The benefits carrier has already been sent what the undone
      * nights changed, so every employee the restore changes back,
      * removes or reinstates also goes on the back-out delta file
      * PT1K-DELTA, in PT1UPDT's delta layout: the before image is
      * the record backed out (spaces for one reinstated), the after
      * image the record restored (spaces for one removed). They are
      * named by the back-out's run date and time with sequences
      * from 50001, clear of anything PT1UPDT numbers, carry the
      * generation's promote date as their effective date, and are
      * written with the history, so a resumed back-out does not
      * write them twice. PT1BENF sends them ahead of the next
      * night's changes and empties the file once they are sent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO 'PT1-CHAIN'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL - a missing card is refused like a blank one
           SELECT OPTIONAL BKOUT-FILE ASSIGN TO 'PT1-BKOUT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The generation catalog and generation files PT1NIGHT keeps
           SELECT OPTIONAL GENCAT-FILE ASSIGN TO 'PT1-GENCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GN-GEN-NO.
           SELECT OPTIONAL EMPGEN-FILE ASSIGN TO 'COB1-EMPGEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GM-KEY.
           SELECT OPTIONAL PENDGEN-FILE ASSIGN TO 'PT1-PENDGEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GP-KEY.
           SELECT OPTIONAL SUSPGEN-FILE ASSIGN TO 'PT1-SUSPGEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GS-KEY.
      * The live files the generation is restored over
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MASTR-EMP-ID.
           SELECT PEND-FILE    ASSIGN TO 'PT1-PEND'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSP-FILE    ASSIGN TO 'PT1-SUSP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO 'COB1-EMPHIST'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Retro adjustments PT1RETRO has written (OPTIONAL - none
      * before the first backdated rate change)
           SELECT OPTIONAL RETRO-FILE ASSIGN TO 'COB1-RETRO'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY.
      * What the restore changed, for PT1BENF to send the carrier
      * (OPTIONAL - extended, and emptied by PT1BENF once sent)
           SELECT OPTIONAL DELTA-FILE ASSIGN TO 'PT1K-DELTA'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-BKOUTRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CHAIN-FILE.
       01 CHAIN-REC.
        02 CH-NEXT-STEP PIC 9(2).
        02 CH-RUN-NO PIC 9(5).

      * Back-out request - the generation to restore, Y to override
      * the month-end snapshot check, and the operator ID stamped on
      * the history the back-out writes
       FD  BKOUT-FILE.
       01 BKOUT-REC.
        02 BO-GEN-NO PIC 9(5).
        02 BO-OVERRIDE PIC X(1).
         88 BO-OVERRIDE-SNAPSHOT VALUE 'Y'.
         88 BO-OVERRIDE-VALID VALUES 'Y' 'N' SPACE.
        02 BO-OPERATOR PIC X(8).

      * Catalog entry and control entry exactly as PT1NIGHT lays
      * them down
       FD  GENCAT-FILE.
       01 GENCAT-REC.
        02 GN-GEN-NO PIC 9(5).
        02 GN-RUN-DATE.
         03 GN-RUN-Y PIC 9(4).
         03 GN-RUN-M PIC 9(2).
         03 GN-RUN-D PIC 9(2).
        02 GN-RUN-TIME PIC 9(6).
        02 GN-CHAIN-RUN PIC 9(5).
        02 GN-STATUS PIC X(1).
         88 GN-SAVE-STARTED VALUE 'S'.
         88 GN-SAVE-COMPLETE VALUE 'C'.
         88 GN-RESTORE-STARTED VALUE 'R'.
        02 GN-MASTR-COUNT PIC 9(7).
        02 GN-PEND-COUNT PIC 9(7).
        02 GN-SUSP-COUNT PIC 9(7).
        02 GN-RESTORE-DATE PIC 9(8).
        02 FILLER PIC X(16).
       01 GENCAT-CTL-REC.
        02 GN-CTL-KEY PIC 9(5).
        02 GN-CTL-LAST-GEN PIC 9(5).
        02 GN-CTL-PROMOTE-RUN PIC 9(5).
        02 GN-CTL-PROMOTE-DATE PIC 9(8).
        02 GN-CTL-SNAP-RUN PIC 9(5).
        02 GN-CTL-SNAP-DATE.
         03 GN-CTL-SNAP-Y PIC 9(4).
         03 GN-CTL-SNAP-M PIC 9(2).
         03 GN-CTL-SNAP-D PIC 9(2).
        02 FILLER PIC X(34).

       FD  EMPGEN-FILE.
       01 EMPGEN-REC.
        02 GM-KEY.
         03 GM-GEN-NO PIC 9(5).
         03 GM-EMP-ID PIC 9(7).
        02 GM-RUN-DATE PIC 9(8).
        02 GM-CHAIN-RUN PIC 9(5).
        02 GM-MASTR-DATA PIC X(97).

       FD  PENDGEN-FILE.
       01 PENDGEN-REC.
        02 GP-KEY.
         03 GP-GEN-NO PIC 9(5).
         03 GP-SEQ PIC 9(7).
        02 GP-RUN-DATE PIC 9(8).
        02 GP-CHAIN-RUN PIC 9(5).
        02 GP-PEND-DATA PIC X(115).

       FD  SUSPGEN-FILE.
       01 SUSPGEN-REC.
        02 GS-KEY.
         03 GS-GEN-NO PIC 9(5).
         03 GS-SEQ PIC 9(7).
        02 GS-RUN-DATE PIC 9(8).
        02 GS-CHAIN-RUN PIC 9(5).
        02 GS-SUSP-DATA PIC X(147).

       FD  MASTR-FILE.
       01 MASTR-REC.
        02 MASTR-EMP-ID PIC 9(7).
        02 FILLER PIC X(90).

       FD  PEND-FILE.
       01 PEND-REC PIC X(115).

       FD  SUSP-FILE.
       01 SUSP-REC PIC X(147).

      * History record exactly as PT1UPDT's WRITE-HISTORY-RECORD lays
      * it down
       FD  HIST-FILE.
       01 HIST-REC.
        02 HIST-RUN-DATE PIC 9(8).
        02 HIST-ACTION PIC X(1).
        02 HIST-BEFORE-IMAGE PIC X(97).
        02 HIST-BATCH-NO PIC 9(4).
        02 HIST-OPERATOR PIC X(8).
        02 HIST-RELEASER PIC X(8).
        02 HIST-EFF-DATE PIC X(8).

      * Retro adjustment record exactly as PT1RETRO lays it down
       FD  RETRO-FILE.
       01 RETRO-REC.
        02 RT-KEY.
         03 RT-EMP-ID PIC 9(7).
         03 RT-CHANGE-DATE PIC 9(8).
         03 RT-EFF-DATE PIC 9(8).
         03 RT-PERIOD-END PIC 9(8).
        02 RT-OLD-RATE PIC 9(5)V99.
        02 RT-NEW-RATE PIC 9(5)V99.
        02 RT-STRAIGHT-HOURS PIC 9(3)V99.
        02 RT-PREMIUM-HOURS PIC 9(3)V99.
        02 RT-LEAVE-HOURS PIC 9(3)V99.
        02 RT-AMOUNT PIC S9(7)V99.
        02 RT-STATUS PIC X(1).
         88 RT-IS-PAYABLE VALUE 'P'.
         88 RT-IS-HELD VALUE 'H'.
         88 RT-IS-PAID VALUE 'D'.
         88 RT-IS-VOIDED VALUE 'V'.
        02 RT-OPERATOR PIC X(8).
        02 RT-RELEASER PIC X(8).
        02 RT-RELEASE-DATE PIC 9(8).
        02 RT-PAID-PERIOD PIC 9(8).
        02 RT-PAID-DATE PIC 9(8).
        02 RT-CHANGE-RELEASER PIC X(8).
        02 FILLER PIC X(2).

      * Delta record exactly as PT1UPDT's WRITE-DELTA-RECORD lays it
      * down, action B for a back-out
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

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE.
        02 WS-RUN-YEAR PIC 9(4).
        02 WS-RUN-MONTH PIC 9(2).
        02 WS-RUN-DAY PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.

      * What the catalog says - the generation's chain run and
      * saved counts, and off the control entry the last promote and
      * the chain run the month-end snapshot came from
       01 WS-GEN-CHAIN-RUN PIC 9(5) VALUE ZERO.
       01 WS-GEN-MASTR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GEN-PEND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GEN-SUSP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LAST-PROMOTE-RUN PIC 9(5) VALUE ZERO.
       01 WS-SNAP-RUN PIC 9(5) VALUE ZERO.

      * Restart and override state, and the refusal reason
       01 WS-RESUME-SW PIC X(1) VALUE 'N'.
        88 RESTORE-RESUMED VALUE 'Y'.
       01 WS-REFUSE-REASON PIC X(80) VALUE SPACES.

      * Master match - each side's EMP-ID, an exhausted side carried
      * as a key bigger than any real EMP-ID so the other side
      * drains, the same walk PT1CMP makes over two snapshots
       01 WS-LIVE-ID PIC 9(8) VALUE ZERO.
       01 WS-GEN-ID PIC 9(8) VALUE ZERO.
       01 WS-NO-MORE-ID PIC 9(8) VALUE 99999999.

      * The image on the detail line, broken out for the name
       01 WS-IMAGE.
        02 WS-IMG-EMP-ID PIC 9(7).
        02 WS-IMG-L-NAME PIC X(15).
        02 WS-IMG-F-NAME PIC X(15).
        02 FILLER PIC X(60).

       01 WS-GEN-EOF-SW PIC X(1) VALUE 'N'.
        88 GEN-WALK-DONE VALUE 'Y'.

      * Retro void - adjustments for changes applied on or after
      * the generation's promote date belong to the undone nights
       01 WS-GEN-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RETRO-EOF-SW PIC X(1) VALUE 'N'.
        88 RETRO-WALK-DONE VALUE 'Y'.
       01 WS-RETRO-VOIDED PIC 9(7) COMP VALUE ZERO.
       01 WS-RETRO-VOIDED-AMT PIC S9(9)V99 VALUE ZERO.
       01 WS-RETRO-PAID PIC 9(7) COMP VALUE ZERO.
       01 WS-RETRO-PAID-AMT PIC S9(9)V99 VALUE ZERO.

      * Back-out delta - sequences start past PT1UPDT's range; the
      * effective date is the generation's promote date, MMDDYYYY
       01 WS-DELTA-SEQ PIC 9(5) VALUE 50000.
       01 WS-DELTA-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DELTA-EFF-DATE.
        02 WS-DE-MONTH PIC 9(2).
        02 WS-DE-DAY PIC 9(2).
        02 WS-DE-YEAR PIC 9(4).

       01 WS-BACKED-OUT-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REMOVED-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-REINSTATED-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-MASTR-RESTORED PIC 9(7) COMP VALUE ZERO.
       01 WS-PEND-RESTORED PIC 9(7) COMP VALUE ZERO.
       01 WS-SUSP-RESTORED PIC 9(7) COMP VALUE ZERO.

       01 WS-BALANCE-SW PIC X(1) VALUE 'Y'.
        88 RUN-IS-BALANCED VALUE 'Y'.
        88 RUN-IS-UNBALANCED VALUE 'N'.
       01 WS-REFUSED-SW PIC X(1) VALUE 'N'.
        88 BACKOUT-REFUSED VALUE 'Y'.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(36) VALUE
           "PT1BKOUT - GENERATION BACK-OUT".
        02 FILLER PIC X(9) VALUE "RUN DATE ".
        02 RPT-TITLE-M PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-D PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-Y PIC 9(4).

       01 RPT-REQUEST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(22) VALUE "RESTORING GENERATION ".
        02 RPT-GEN-NO PIC 9(5).
        02 FILLER PIC X(27) VALUE " - FILES AS THEY STOOD WHEN".
        02 FILLER PIC X(11) VALUE " CHAIN RUN ".
        02 RPT-GEN-CHAIN-RUN PIC 9(5).
        02 FILLER PIC X(13) VALUE " PROMOTED ON ".
        02 RPT-GEN-M PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-GEN-D PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-GEN-Y PIC 9(4).

       01 RPT-UNDO-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(21) VALUE "UNDOES CHAIN RUNS    ".
        02 RPT-UNDO-FROM PIC 9(5).
        02 FILLER PIC X(9) VALUE " THROUGH ".
        02 RPT-UNDO-TO PIC 9(5).
        02 FILLER PIC X(14) VALUE "  OPERATOR    ".
        02 RPT-OPERATOR PIC X(8).

       01 RPT-MESSAGE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-MESSAGE PIC X(100).

       01 RPT-COL-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "LAST".
        02 FILLER PIC X(12) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "FIRST".
        02 FILLER PIC X(11) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "ACTION".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "RESULT".

       01 RPT-DETAIL.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-EMP-ID PIC 9(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-L-NAME PIC X(15).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-F-NAME PIC X(15).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-ACTION PIC X(1).
        02 FILLER PIC X(8) VALUE SPACES.
        02 RPT-RESULT PIC X(50).

      * One retro adjustment already paid for an undone night
       01 RPT-RETRO-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "EMP ID".
        02 FILLER PIC X(11) VALUE "APPLIED".
        02 FILLER PIC X(11) VALUE "EFFECTIVE".
        02 FILLER PIC X(11) VALUE "PERIOD END".
        02 FILLER PIC X(14) VALUE "     AMOUNT".
        02 FILLER PIC X(11) VALUE "PAID WITH".
        02 FILLER PIC X(8) VALUE "PAID ON".

       01 RPT-RETRO-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RT-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-RT-CHANGE-DATE PIC 9(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-RT-EFF-DATE PIC 9(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-RT-PERIOD-END PIC 9(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-RT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-RT-PAID-PERIOD PIC 9(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-RT-PAID-DATE PIC 9(8).

       01 RPT-COUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CL-LABEL PIC X(26).
        02 RPT-CL-VALUE PIC Z,ZZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CL-NOTE PIC X(40).

      * A count with the money it carries - the retro adjustments
       01 RPT-AMOUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-AL-LABEL PIC X(26).
        02 RPT-AL-VALUE PIC Z,ZZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-AL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-AL-NOTE PIC X(40).

       01 RPT-VERDICT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-VERDICT PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME

        OPEN INPUT EMPGEN-FILE, PENDGEN-FILE, SUSPGEN-FILE
             I-O GENCAT-FILE
             OUTPUT RPT-FILE
        MOVE WS-RUN-MONTH TO RPT-TITLE-M
        MOVE WS-RUN-DAY TO RPT-TITLE-D
        MOVE WS-RUN-YEAR TO RPT-TITLE-Y
        WRITE RPT-REC FROM RPT-TITLE-LINE
         AFTER ADVANCING PAGE

        PERFORM CHECK-CHAIN-STATE
        PERFORM READ-BACKOUT-CARD
        PERFORM CHECK-GENERATION
        PERFORM CHECK-SNAPSHOT

        MOVE BO-GEN-NO TO RPT-GEN-NO
        MOVE WS-GEN-CHAIN-RUN TO RPT-GEN-CHAIN-RUN
        MOVE GN-RUN-M TO RPT-GEN-M
        MOVE GN-RUN-D TO RPT-GEN-D
        MOVE GN-RUN-Y TO RPT-GEN-Y
        WRITE RPT-REC FROM RPT-REQUEST-LINE
         AFTER ADVANCING 2 LINES
        MOVE WS-GEN-CHAIN-RUN TO RPT-UNDO-FROM
        MOVE WS-LAST-PROMOTE-RUN TO RPT-UNDO-TO
        MOVE BO-OPERATOR TO RPT-OPERATOR
        WRITE RPT-REC FROM RPT-UNDO-LINE
         AFTER ADVANCING 1 LINE

      * History first, marked on the catalog so a rerun after a
      * stop does not write it again
        IF GN-RESTORE-STARTED
           SET RESTORE-RESUMED TO TRUE
           MOVE "RESUMED RESTORE - HISTORY NOT WRITTEN AGAIN"
              TO RPT-MESSAGE
           WRITE RPT-REC FROM RPT-MESSAGE-LINE
            AFTER ADVANCING 2 LINES
        ELSE
           MOVE 'R' TO GN-STATUS
           REWRITE GENCAT-REC
           PERFORM REVERSE-MASTER-CHANGES
        END-IF

        PERFORM RESTORE-MASTER
        PERFORM VOID-BACKED-OUT-RETRO
        PERFORM RESTORE-PEND
        PERFORM RESTORE-SUSP

        MOVE BO-GEN-NO TO GN-GEN-NO
        READ GENCAT-FILE
           INVALID KEY CONTINUE
        END-READ
        MOVE 'C' TO GN-STATUS
        MOVE WS-RUN-DATE-NUM TO GN-RESTORE-DATE
        REWRITE GENCAT-REC

        PERFORM PROVE-RESTORE
        CLOSE EMPGEN-FILE, PENDGEN-FILE, SUSPGEN-FILE, GENCAT-FILE,
              RPT-FILE

        IF RUN-IS-UNBALANCED
           DISPLAY "PT1BKOUT - RESTORE OUT OF BALANCE, SEE "
              "UR-S-BKOUTRPT"
           MOVE 16 TO RETURN-CODE
        ELSE
           DISPLAY "PT1BKOUT - GENERATION " BO-GEN-NO " RESTORED"
        END-IF
        PERFORM WRITE-RUN-LOG
        STOP RUN.

      * A chain stopped part way would promote its own new master
      * straight over the restore when it resumed
        CHECK-CHAIN-STATE.
          OPEN INPUT CHAIN-FILE
          READ CHAIN-FILE
             AT END MOVE ZERO TO CH-NEXT-STEP
          END-READ
          CLOSE CHAIN-FILE
          IF CH-NEXT-STEP NUMERIC AND CH-NEXT-STEP > 1
             MOVE "NIGHTLY CHAIN STOPPED PART WAY - FINISH IT FIRST"
                TO WS-REFUSE-REASON
             PERFORM REFUSE-BACKOUT
          END-IF.

        READ-BACKOUT-CARD.
          OPEN INPUT BKOUT-FILE
          READ BKOUT-FILE
             AT END
                MOVE SPACES TO BKOUT-REC
          END-READ
          CLOSE BKOUT-FILE
          EVALUATE TRUE
             WHEN BO-GEN-NO NOT NUMERIC
             WHEN BO-GEN-NO = ZERO
                MOVE "PT1-BKOUT GENERATION MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
                PERFORM REFUSE-BACKOUT
             WHEN NOT BO-OVERRIDE-VALID
                MOVE "PT1-BKOUT OVERRIDE MUST BE Y, N OR BLANK"
                   TO WS-REFUSE-REASON
                PERFORM REFUSE-BACKOUT
             WHEN BO-OPERATOR = SPACES
                MOVE "PT1-BKOUT OPERATOR ID MISSING"
                   TO WS-REFUSE-REASON
                PERFORM REFUSE-BACKOUT
          END-EVALUATE.

      * The control entry first, then the generation's own entry -
      * the generation has to be on file and its save finished
        CHECK-GENERATION.
          MOVE ZERO TO GN-GEN-NO
          READ GENCAT-FILE
             INVALID KEY
                MOVE "NO GENERATIONS ON PT1-GENCAT"
                   TO WS-REFUSE-REASON
                PERFORM REFUSE-BACKOUT
          END-READ
          MOVE GN-CTL-PROMOTE-RUN TO WS-LAST-PROMOTE-RUN
          MOVE GN-CTL-SNAP-RUN TO WS-SNAP-RUN
          MOVE BO-GEN-NO TO GN-GEN-NO
          READ GENCAT-FILE
             INVALID KEY
                MOVE "GENERATION NOT ON PT1-GENCAT - DROPPED"
                   TO WS-REFUSE-REASON
                PERFORM REFUSE-BACKOUT
          END-READ
          IF GN-SAVE-STARTED
             MOVE "GENERATION SAVE NEVER FINISHED - CANNOT RESTORE"
                TO WS-REFUSE-REASON
             PERFORM REFUSE-BACKOUT
          END-IF
          MOVE GN-CHAIN-RUN TO WS-GEN-CHAIN-RUN
          MOVE GN-MASTR-COUNT TO WS-GEN-MASTR-COUNT
          MOVE GN-PEND-COUNT TO WS-GEN-PEND-COUNT
          MOVE GN-SUSP-COUNT TO WS-GEN-SUSP-COUNT.

      * Restoring the generation undoes its chain run and every one
      * after it - if the month-end snapshot was unloaded from any of
      * those runs' masters, only the override lets it through
        CHECK-SNAPSHOT.
          IF WS-SNAP-RUN > ZERO
             AND WS-SNAP-RUN NOT < WS-GEN-CHAIN-RUN
             IF BO-OVERRIDE-SNAPSHOT
                MOVE "*** MONTH-END SNAPSHOT OVERRIDDEN BY OPERATOR ***"
                   TO RPT-MESSAGE
                WRITE RPT-REC FROM RPT-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
             ELSE
                MOVE "MONTH-END SNAPSHOT RUN UNDONE - OVERRIDE REQUIRED"
                   TO WS-REFUSE-REASON
                PERFORM REFUSE-BACKOUT
             END-IF
          END-IF.

      * Nothing restored - the reason prints and goes to the
      * console, the refusal is logged for PT1OPSUM, and the run
      * ends 16
        REFUSE-BACKOUT.
          SET BACKOUT-REFUSED TO TRUE
          MOVE WS-REFUSE-REASON TO RPT-MESSAGE
          WRITE RPT-REC FROM RPT-MESSAGE-LINE
           AFTER ADVANCING 2 LINES
          MOVE "BACK-OUT REFUSED - NOTHING RESTORED" TO RPT-VERDICT
          WRITE RPT-REC FROM RPT-VERDICT-LINE
           AFTER ADVANCING 2 LINES
          CLOSE EMPGEN-FILE, PENDGEN-FILE, SUSPGEN-FILE, GENCAT-FILE,
                RPT-FILE
          DISPLAY "PT1BKOUT - BACK-OUT REFUSED - " WS-REFUSE-REASON
          MOVE 16 TO RETURN-CODE
          PERFORM WRITE-RUN-LOG
          STOP RUN.

      * Live master against the generation on EMP-ID - every
      * record the restore will change, remove or bring back gets
      * its history record
        REVERSE-MASTER-CHANGES.
          MOVE GN-RUN-M TO WS-DE-MONTH
          MOVE GN-RUN-D TO WS-DE-DAY
          MOVE GN-RUN-Y TO WS-DE-YEAR
          OPEN INPUT MASTR-FILE
               EXTEND HIST-FILE, DELTA-FILE
          WRITE RPT-REC FROM RPT-COL-HEADING
           AFTER ADVANCING 2 LINES
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          PERFORM READ-LIVE-MASTR
          PERFORM START-GEN-MASTR
          PERFORM READ-GEN-MASTR
          PERFORM MATCH-MASTER-RECORD
             UNTIL WS-LIVE-ID = WS-NO-MORE-ID
               AND WS-GEN-ID = WS-NO-MORE-ID
          CLOSE MASTR-FILE, HIST-FILE, DELTA-FILE.

        READ-LIVE-MASTR.
          READ MASTR-FILE
            AT END MOVE WS-NO-MORE-ID TO WS-LIVE-ID
            NOT AT END MOVE MASTR-EMP-ID TO WS-LIVE-ID
          END-READ.

        START-GEN-MASTR.
          MOVE 'N' TO WS-GEN-EOF-SW
          MOVE BO-GEN-NO TO GM-GEN-NO
          MOVE ZERO TO GM-EMP-ID
          START EMPGEN-FILE KEY NOT < GM-KEY
             INVALID KEY SET GEN-WALK-DONE TO TRUE
          END-START.

        READ-GEN-MASTR.
          IF NOT GEN-WALK-DONE
             READ EMPGEN-FILE NEXT RECORD
               AT END SET GEN-WALK-DONE TO TRUE
             END-READ
          END-IF
          IF NOT GEN-WALK-DONE
             IF GM-GEN-NO NOT = BO-GEN-NO
                SET GEN-WALK-DONE TO TRUE
             END-IF
          END-IF
          IF GEN-WALK-DONE
             MOVE WS-NO-MORE-ID TO WS-GEN-ID
          ELSE
             MOVE GM-EMP-ID TO WS-GEN-ID
          END-IF.

        MATCH-MASTER-RECORD.
          EVALUATE TRUE
             WHEN WS-LIVE-ID < WS-GEN-ID
                MOVE 'B' TO HIST-ACTION
                MOVE MASTR-REC TO HIST-BEFORE-IMAGE
                MOVE "REMOVED - ADDED SINCE THE GENERATION"
                   TO RPT-RESULT
                ADD 1 TO WS-REMOVED-COUNT
                PERFORM WRITE-REVERSING-RECORD
                MOVE MASTR-REC TO DL-BEFORE-IMAGE
                MOVE SPACES TO DL-AFTER-IMAGE
                PERFORM WRITE-BACKOUT-DELTA
                PERFORM READ-LIVE-MASTR
             WHEN WS-LIVE-ID > WS-GEN-ID
                MOVE 'R' TO HIST-ACTION
                MOVE GM-MASTR-DATA TO HIST-BEFORE-IMAGE
                MOVE "REINSTATED - DELETED SINCE THE GENERATION"
                   TO RPT-RESULT
                ADD 1 TO WS-REINSTATED-COUNT
                PERFORM WRITE-REVERSING-RECORD
                MOVE SPACES TO DL-BEFORE-IMAGE
                MOVE GM-MASTR-DATA TO DL-AFTER-IMAGE
                PERFORM WRITE-BACKOUT-DELTA
                PERFORM READ-GEN-MASTR
             WHEN OTHER
                IF MASTR-REC NOT = GM-MASTR-DATA
                   MOVE 'B' TO HIST-ACTION
                   MOVE MASTR-REC TO HIST-BEFORE-IMAGE
                   MOVE "CHANGED BACK TO THE GENERATION"
                      TO RPT-RESULT
                   ADD 1 TO WS-BACKED-OUT-COUNT
                   PERFORM WRITE-REVERSING-RECORD
                   MOVE MASTR-REC TO DL-BEFORE-IMAGE
                   MOVE GM-MASTR-DATA TO DL-AFTER-IMAGE
                   PERFORM WRITE-BACKOUT-DELTA
                END-IF
                PERFORM READ-LIVE-MASTR
                PERFORM READ-GEN-MASTR
          END-EVALUATE.

      * One reversing history record and its detail line - batch
      * number zero, since no keyed batch carried it
        WRITE-REVERSING-RECORD.
          MOVE WS-RUN-DATE-NUM TO HIST-RUN-DATE
          MOVE ZERO TO HIST-BATCH-NO
          MOVE BO-OPERATOR TO HIST-OPERATOR
          MOVE SPACES TO HIST-RELEASER
          MOVE SPACES TO HIST-EFF-DATE
          WRITE HIST-REC
          ADD 1 TO WS-HIST-COUNT
          MOVE HIST-BEFORE-IMAGE TO WS-IMAGE
          MOVE WS-IMG-EMP-ID TO RPT-EMP-ID
          MOVE WS-IMG-L-NAME TO RPT-L-NAME
          MOVE WS-IMG-F-NAME TO RPT-F-NAME
          MOVE HIST-ACTION TO RPT-ACTION
          WRITE RPT-REC FROM RPT-DETAIL
           AFTER ADVANCING 1 LINE.

      * One back-out delta record - the caller has set both images
        WRITE-BACKOUT-DELTA.
          ADD 1 TO WS-DELTA-SEQ
          MOVE WS-RUN-DATE-NUM TO DL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO DL-RUN-TIME
          MOVE WS-DELTA-SEQ TO DL-SEQ
          MOVE 'B' TO DL-ACTION
          MOVE WS-DELTA-EFF-DATE TO DL-EFF-DATE
          MOVE ZERO TO DL-BATCH-NO
          MOVE BO-OPERATOR TO DL-OPERATOR
          WRITE DELTA-REC
          ADD 1 TO WS-DELTA-COUNT.

      * The three restores - each generation copied record by record
      * over its live file, in the order it was kept
        RESTORE-MASTER.
          MOVE ZERO TO WS-MASTR-RESTORED
          OPEN OUTPUT MASTR-FILE
          PERFORM START-GEN-MASTR
          PERFORM READ-GEN-MASTR
          PERFORM RESTORE-MASTR-RECORD UNTIL GEN-WALK-DONE
          CLOSE MASTR-FILE.

      * Walks the whole retro file - it is keyed by employee first,
      * so the undone nights' adjustments are spread through it.
      * Payable and held ones are voided under the operator; paid
      * ones are listed for payroll to recover
        VOID-BACKED-OUT-RETRO.
          MOVE GN-RUN-DATE TO WS-GEN-RUN-DATE
          MOVE 'N' TO WS-RETRO-EOF-SW
          OPEN I-O RETRO-FILE
          PERFORM READ-RETRO-NEXT
          PERFORM VOID-ONE-RETRO UNTIL RETRO-WALK-DONE
          CLOSE RETRO-FILE.

        READ-RETRO-NEXT.
          READ RETRO-FILE NEXT RECORD
             AT END SET RETRO-WALK-DONE TO TRUE
          END-READ.

        VOID-ONE-RETRO.
          IF RT-CHANGE-DATE NOT < WS-GEN-RUN-DATE
             EVALUATE TRUE
                WHEN RT-IS-PAYABLE OR RT-IS-HELD
                   SET RT-IS-VOIDED TO TRUE
                   MOVE BO-OPERATOR TO RT-RELEASER
                   MOVE WS-RUN-DATE-NUM TO RT-RELEASE-DATE
                   REWRITE RETRO-REC
                      INVALID KEY
                         DISPLAY "PT1BKOUT - COB1-RETRO REWRITE "
                            "FAILED FOR " RT-KEY
                         SET RUN-IS-UNBALANCED TO TRUE
                      NOT INVALID KEY
                         ADD 1 TO WS-RETRO-VOIDED
                         ADD RT-AMOUNT TO WS-RETRO-VOIDED-AMT
                   END-REWRITE
                WHEN RT-IS-PAID
                   IF WS-RETRO-PAID = ZERO
                      PERFORM PRINT-RETRO-HEADING
                   END-IF
                   ADD 1 TO WS-RETRO-PAID
                   ADD RT-AMOUNT TO WS-RETRO-PAID-AMT
                   MOVE RT-EMP-ID TO RPT-RT-EMP-ID
                   MOVE RT-CHANGE-DATE TO RPT-RT-CHANGE-DATE
                   MOVE RT-EFF-DATE TO RPT-RT-EFF-DATE
                   MOVE RT-PERIOD-END TO RPT-RT-PERIOD-END
                   MOVE RT-AMOUNT TO RPT-RT-AMOUNT
                   MOVE RT-PAID-PERIOD TO RPT-RT-PAID-PERIOD
                   MOVE RT-PAID-DATE TO RPT-RT-PAID-DATE
                   WRITE RPT-REC FROM RPT-RETRO-LINE
                    AFTER ADVANCING 1 LINE
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
          PERFORM READ-RETRO-NEXT.

        PRINT-RETRO-HEADING.
          MOVE "RETRO ALREADY PAID FOR UNDONE NIGHTS - RECOVER BY HAND"
             TO RPT-MESSAGE
          WRITE RPT-REC FROM RPT-MESSAGE-LINE
           AFTER ADVANCING 2 LINES
          WRITE RPT-REC FROM RPT-RETRO-HEADING
           AFTER ADVANCING 2 LINES.

        RESTORE-MASTR-RECORD.
          WRITE MASTR-REC FROM GM-MASTR-DATA
          ADD 1 TO WS-MASTR-RESTORED
          PERFORM READ-GEN-MASTR.

        RESTORE-PEND.
          MOVE ZERO TO WS-PEND-RESTORED
          MOVE 'N' TO WS-GEN-EOF-SW
          OPEN OUTPUT PEND-FILE
          MOVE BO-GEN-NO TO GP-GEN-NO
          MOVE ZERO TO GP-SEQ
          START PENDGEN-FILE KEY NOT < GP-KEY
             INVALID KEY SET GEN-WALK-DONE TO TRUE
          END-START
          PERFORM READ-GEN-PEND
          PERFORM RESTORE-PEND-RECORD UNTIL GEN-WALK-DONE
          CLOSE PEND-FILE.

        READ-GEN-PEND.
          IF NOT GEN-WALK-DONE
             READ PENDGEN-FILE NEXT RECORD
               AT END SET GEN-WALK-DONE TO TRUE
             END-READ
          END-IF
          IF NOT GEN-WALK-DONE
             IF GP-GEN-NO NOT = BO-GEN-NO
                SET GEN-WALK-DONE TO TRUE
             END-IF
          END-IF.

        RESTORE-PEND-RECORD.
          WRITE PEND-REC FROM GP-PEND-DATA
          ADD 1 TO WS-PEND-RESTORED
          PERFORM READ-GEN-PEND.

        RESTORE-SUSP.
          MOVE ZERO TO WS-SUSP-RESTORED
          MOVE 'N' TO WS-GEN-EOF-SW
          OPEN OUTPUT SUSP-FILE
          MOVE BO-GEN-NO TO GS-GEN-NO
          MOVE ZERO TO GS-SEQ
          START SUSPGEN-FILE KEY NOT < GS-KEY
             INVALID KEY SET GEN-WALK-DONE TO TRUE
          END-START
          PERFORM READ-GEN-SUSP
          PERFORM RESTORE-SUSP-RECORD UNTIL GEN-WALK-DONE
          CLOSE SUSP-FILE.

        READ-GEN-SUSP.
          IF NOT GEN-WALK-DONE
             READ SUSPGEN-FILE NEXT RECORD
               AT END SET GEN-WALK-DONE TO TRUE
             END-READ
          END-IF
          IF NOT GEN-WALK-DONE
             IF GS-GEN-NO NOT = BO-GEN-NO
                SET GEN-WALK-DONE TO TRUE
             END-IF
          END-IF.

        RESTORE-SUSP-RECORD.
          WRITE SUSP-REC FROM GS-SUSP-DATA
          ADD 1 TO WS-SUSP-RESTORED
          PERFORM READ-GEN-SUSP.

      * The history counts, then each restored file against the
      * count saved with the generation
        PROVE-RESTORE.
          MOVE SPACES TO RPT-CL-NOTE
          MOVE "CHANGED BACK" TO RPT-CL-LABEL
          MOVE WS-BACKED-OUT-COUNT TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "REMOVED" TO RPT-CL-LABEL
          MOVE WS-REMOVED-COUNT TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "REINSTATED" TO RPT-CL-LABEL
          MOVE WS-REINSTATED-COUNT TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "HISTORY RECORDS WRITTEN" TO RPT-CL-LABEL
          MOVE WS-HIST-COUNT TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "CARRIER CHANGES WRITTEN" TO RPT-CL-LABEL
          MOVE WS-DELTA-COUNT TO RPT-CL-VALUE
          MOVE "ON PT1K-DELTA FOR PT1BENF" TO RPT-CL-NOTE
          PERFORM WRITE-COUNT-LINE
          MOVE SPACES TO RPT-CL-NOTE
          MOVE "RETRO ADJUSTMENTS VOIDED" TO RPT-AL-LABEL
          MOVE WS-RETRO-VOIDED TO RPT-AL-VALUE
          MOVE WS-RETRO-VOIDED-AMT TO RPT-AL-AMOUNT
          MOVE "NEVER PAID - PT1GROSS WILL NOT PAY THEM" TO RPT-AL-NOTE
          PERFORM WRITE-AMOUNT-LINE
          MOVE "RETRO ALREADY PAID" TO RPT-AL-LABEL
          MOVE WS-RETRO-PAID TO RPT-AL-VALUE
          MOVE WS-RETRO-PAID-AMT TO RPT-AL-AMOUNT
          IF WS-RETRO-PAID > ZERO
             MOVE "LISTED ABOVE - RECOVER BY HAND" TO RPT-AL-NOTE
          ELSE
             MOVE SPACES TO RPT-AL-NOTE
          END-IF
          PERFORM WRITE-AMOUNT-LINE

          MOVE "MASTER RECORDS RESTORED" TO RPT-CL-LABEL
          MOVE WS-MASTR-RESTORED TO RPT-CL-VALUE
          IF WS-MASTR-RESTORED = WS-GEN-MASTR-COUNT
             MOVE "AGREES WITH GENERATION" TO RPT-CL-NOTE
          ELSE
             MOVE "*** DOES NOT AGREE WITH GENERATION ***"
                TO RPT-CL-NOTE
             SET RUN-IS-UNBALANCED TO TRUE
          END-IF
          PERFORM WRITE-COUNT-LINE
          MOVE "PENDING RECORDS RESTORED" TO RPT-CL-LABEL
          MOVE WS-PEND-RESTORED TO RPT-CL-VALUE
          IF WS-PEND-RESTORED = WS-GEN-PEND-COUNT
             MOVE "AGREES WITH GENERATION" TO RPT-CL-NOTE
          ELSE
             MOVE "*** DOES NOT AGREE WITH GENERATION ***"
                TO RPT-CL-NOTE
             SET RUN-IS-UNBALANCED TO TRUE
          END-IF
          PERFORM WRITE-COUNT-LINE
          MOVE "SUSPENSE RECORDS RESTORED" TO RPT-CL-LABEL
          MOVE WS-SUSP-RESTORED TO RPT-CL-VALUE
          IF WS-SUSP-RESTORED = WS-GEN-SUSP-COUNT
             MOVE "AGREES WITH GENERATION" TO RPT-CL-NOTE
          ELSE
             MOVE "*** DOES NOT AGREE WITH GENERATION ***"
                TO RPT-CL-NOTE
             SET RUN-IS-UNBALANCED TO TRUE
          END-IF
          PERFORM WRITE-COUNT-LINE

          IF RUN-IS-BALANCED
             MOVE "BACK-OUT COMPLETE - GENERATION RESTORED"
                TO RPT-VERDICT
          ELSE
             MOVE "OUT OF BALANCE - RERUN WITH THE SAME CARD"
                TO RPT-VERDICT
          END-IF
          WRITE RPT-REC FROM RPT-VERDICT-LINE
           AFTER ADVANCING 3 LINES.

        WRITE-COUNT-LINE.
          WRITE RPT-REC FROM RPT-COUNT-LINE
           AFTER ADVANCING 2 LINES.

        WRITE-AMOUNT-LINE.
          WRITE RPT-REC FROM RPT-AMOUNT-LINE
           AFTER ADVANCING 2 LINES.

      * One run-control record - master records restored, history
      * records written, one exception for a refusal or a failed
      * proof, and the restart flag when the restore was resumed
        WRITE-RUN-LOG.
          MOVE "PT1BKOUT" TO RL-PROGRAM
          MOVE WS-RUN-DATE-NUM TO RL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO RL-RUN-TIME
          MOVE WS-MASTR-RESTORED TO RL-RECS-READ
          MOVE WS-HIST-COUNT TO RL-RECS-OUT
          IF BACKOUT-REFUSED OR RUN-IS-UNBALANCED
             MOVE 1 TO RL-EXCEPTIONS
          ELSE
             MOVE ZERO TO RL-EXCEPTIONS
          END-IF
          IF RESTORE-RESUMED
             MOVE 'Y' TO RL-RESTART
          ELSE
             MOVE 'N' TO RL-RESTART
          END-IF
          MOVE RETURN-CODE TO RL-RETURN-CODE
          OPEN EXTEND RUNLOG-FILE
          WRITE RUNLOG-REC
          CLOSE RUNLOG-FILE.
