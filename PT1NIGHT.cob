      *                     done HERE, by the driver, and only
      *                     because step 4 ended clean
      *   step 6  PT1       roster, CSV extract, anniversaries
      *   step 7  PT1RETRO  retro pay for backdated rate changes
      *                     against the promoted master
      *   step 8  PT1BENF   benefits carrier change feed from
      *                     what step 3 changed
      * Each program ends with GOBACK and leaves its RETURN-CODE
      * for the driver (and its own record on COB1-RUNLOG, which
      * PT1OPSUM prints as the step-by-step outcome the next
      * so whatever step died is the step the next run resumes
      * from instead of starting the night over. A clean run
      * resets the state to step 1 for the next night.
      * Every night that starts at step 1 is a new chain run,
      * numbered on PT1-CHAIN; a resumed night keeps its number.
      * The promote keeps the files it is about to overwrite: the
      * live master, pending and suspense files are first copied to
      * the generation files COB1-EMPGEN, PT1-PENDGEN and
      * PT1-SUSPGEN as the next generation, every record stamped
      * with the run date and chain run, and catalogued on
      * PT1-GENCAT. Only the newest generations are kept - how many
      * comes off the one-card PT1-GENPARM (default below) - and
      * PT1BKOUT restores any generation still on file when a batch
      * that balanced turns out to be wrong. A promote resumed after
      * a stop does not save the half-promoted live files again;
      * the generation already saved for the chain run stands.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * the files the next run reads them back from
           SELECT OPTIONAL PENDN-FILE ASSIGN TO 'PT1-PEND-NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL - the first night in service has no pending or
      * suspense file yet for the promote to keep
           SELECT OPTIONAL PEND-FILE ASSIGN TO 'PT1-PEND'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPN-FILE ASSIGN TO 'PT1-SUSP-NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO 'PT1-SUSP'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Generation card - how many prior generations the promote
      * keeps (OPTIONAL - no card keeps the default)
           SELECT OPTIONAL GENPARM-FILE ASSIGN TO 'PT1-GENPARM'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Generation catalog - one entry per generation kept, plus
      * the control entry under generation zero (OPTIONAL - the
      * first promote creates it)
           SELECT OPTIONAL GENCAT-FILE ASSIGN TO 'PT1-GENCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GN-GEN-NO.
      * The generation files - every generation of each live file
      * in one keyed file, keyed on the generation number first so
      * a START walks one generation and the oldest prune together
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
      * Shared run-control log - the driver appends its own record
      * alongside the ones each step writes for itself
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
       FD  CHAIN-FILE.
       01 CHAIN-REC.
        02 CH-NEXT-STEP PIC 9(2).
      * Chain run number - spaces on a state file from before the
      * number was kept, read as run zero
        02 CH-RUN-NO PIC 9(5).

       FD  NEWM-FILE.
       01 NEWM-REC.

       FD  MASTR-FILE.
       01 MASTR-REC.
        88 MASTR-EOF VALUE HIGH-VALUES.
        02 MASTR-EMP-ID PIC 9(7).
        02 FILLER PIC X(90).

       FD  PENDN-FILE.
       01 PENDN-REC.
        88 PENDN-EOF VALUE HIGH-VALUES.
        02 FILLER PIC X(115).

       FD  PEND-FILE.
       01 PEND-REC.
        88 PEND-EOF VALUE HIGH-VALUES.
        02 FILLER PIC X(115).

       FD  SUSPN-FILE.
       01 SUSPN-REC.
        02 FILLER PIC X(147).

       FD  SUSP-FILE.
       01 SUSP-REC.
        88 SUSP-EOF VALUE HIGH-VALUES.
        02 FILLER PIC X(147).

       FD  GENPARM-FILE.
       01 GENPARM-REC.
        02 NP-KEEP-GENERATIONS PIC 9(2).

      * Catalog entry for one generation - the run date, time and
      * chain run of the promote that superseded it, whether the
      * save finished, the record counts saved, and the last time
      * PT1BKOUT restored it
       FD  GENCAT-FILE.
       01 GENCAT-REC.
        02 GN-GEN-NO PIC 9(5).
        02 GN-RUN-DATE PIC 9(8).
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
      * Control entry, generation zero - the newest generation
      * number, the chain run and date of the last promote, and the
      * chain run whose promoted master PT1UNLD last unloaded for
      * the month-end snapshot
       01 GENCAT-CTL-REC.
        02 GN-CTL-KEY PIC 9(5).
        02 GN-CTL-LAST-GEN PIC 9(5).
        02 GN-CTL-PROMOTE-RUN PIC 9(5).
        02 GN-CTL-PROMOTE-DATE PIC 9(8).
        02 GN-CTL-SNAP-RUN PIC 9(5).
        02 GN-CTL-SNAP-DATE PIC 9(8).
        02 FILLER PIC X(34).

      * One saved master record - generation, EMP-ID, the stamp,
      * then the 97-byte master record untouched
       FD  EMPGEN-FILE.
       01 EMPGEN-REC.
        02 GM-KEY.
         03 GM-GEN-NO PIC 9(5).
         03 GM-EMP-ID PIC 9(7).
        02 GM-RUN-DATE PIC 9(8).
        02 GM-CHAIN-RUN PIC 9(5).
        02 GM-MASTR-DATA PIC X(97).

      * Saved pending and suspense records - keyed on the
      * generation and the record's place in the file, so a restore
      * puts them back in the order they were kept
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

      * Run-control record - same layout every step writes
       FD  RUNLOG-FILE.
        02 RL-RETURN-CODE PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-CHAIN-STEPS PIC 9(2) VALUE 8.
       01 WS-START-STEP PIC 9(2) VALUE 1.
       01 WS-STEP PIC 9(2) VALUE ZERO.
       01 WS-STEP-NAME PIC X(8) VALUE SPACES.

       01 WS-PROMOTE-COUNT PIC 9(7) COMP VALUE ZERO.

      * This night's chain run number, off PT1-CHAIN
       01 WS-CHAIN-RUN-NO PIC 9(5) VALUE ZERO.

      * Generation keeping - how many to keep, the generation this
      * promote saves to, whether it still has to be saved, and the
      * running counts and record sequence for the save
       01 WS-KEEP-GENS PIC 9(2) VALUE 05.
       01 WS-GEN-NO PIC 9(5) VALUE ZERO.
       01 WS-SAVE-GEN-SW PIC X(1) VALUE 'Y'.
        88 GENERATION-TO-SAVE VALUE 'Y'.
       01 WS-GEN-SEQ PIC 9(7) VALUE ZERO.
       01 WS-GEN-MASTR-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-GEN-PEND-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-GEN-SUSP-COUNT PIC 9(7) COMP VALUE ZERO.
      * Pruning - generations on file, how many of the oldest go,
      * and the one being dropped
       01 WS-GENS-ON-FILE PIC 9(5) COMP VALUE ZERO.
       01 WS-GENS-TO-PRUNE PIC 9(5) COMP VALUE ZERO.
       01 WS-PRUNE-GEN-NO PIC 9(5) VALUE ZERO.
       01 WS-GEN-EOF-SW PIC X(1) VALUE 'N'.
        88 GEN-WALK-DONE VALUE 'Y'.
       01 WS-DROP-EOF-SW PIC X(1) VALUE 'N'.
        88 DROP-WALK-DONE VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        PERFORM READ-CHAIN-STATE

        DISPLAY "PT1NIGHT - CHAIN RUN " WS-CHAIN-RUN-NO
        IF WS-START-STEP > 1
           DISPLAY "PT1NIGHT - RESUMING AT STEP " WS-START-STEP
        END-IF
        STOP RUN.

      * Reads the step the last run left off at - no state file, or
      * a state of zero, is a normal run from the top, and a run
      * from the top is the next chain run
        READ-CHAIN-STATE.
          MOVE 1 TO WS-START-STEP
          MOVE ZERO TO WS-CHAIN-RUN-NO
          OPEN INPUT CHAIN-FILE
          READ CHAIN-FILE
             AT END CONTINUE
                IF CH-NEXT-STEP NUMERIC AND CH-NEXT-STEP > 1
                   MOVE CH-NEXT-STEP TO WS-START-STEP
                END-IF
                IF CH-RUN-NO NUMERIC
                   MOVE CH-RUN-NO TO WS-CHAIN-RUN-NO
                END-IF
          END-READ
          CLOSE CHAIN-FILE
          IF WS-START-STEP = 1
             ADD 1 TO WS-CHAIN-RUN-NO
          END-IF.

        WRITE-CHAIN-STATE.
          MOVE WS-CHAIN-RUN-NO TO CH-RUN-NO
          OPEN OUTPUT CHAIN-FILE
          WRITE CHAIN-REC
          CLOSE CHAIN-FILE.
             WHEN 4 CALL 'PT1RECON'
             WHEN 5 PERFORM PROMOTE-FILES
             WHEN 6 CALL 'PT1'
             WHEN 7 CALL 'PT1RETRO'
             WHEN 8 CALL 'PT1BENF'
          END-EVALUATE
          IF RETURN-CODE NOT = ZERO
             MOVE RETURN-CODE TO WS-STEP-RC
             WHEN 4 MOVE "PT1RECON" TO WS-STEP-NAME
             WHEN 5 MOVE "PROMOTE" TO WS-STEP-NAME
             WHEN 6 MOVE "PT1" TO WS-STEP-NAME
             WHEN 7 MOVE "PT1RETRO" TO WS-STEP-NAME
             WHEN 8 MOVE "PT1BENF" TO WS-STEP-NAME
          END-EVALUATE.

      * The promote the operator used to do by hand - and the one
      * only when PT1RECON has already returned zero, because the
      * chain stops ahead of it otherwise. Each copy is record by
      * record, so rerunning the step after an interruption just
      * copies again. The live files are saved as a generation
      * first, and a bad generation card fails the step before
      * anything is touched
        PROMOTE-FILES.
          PERFORM READ-GENERATION-PARM
          IF RETURN-CODE = ZERO
             OPEN I-O GENCAT-FILE, EMPGEN-FILE, PENDGEN-FILE,
                      SUSPGEN-FILE
             PERFORM SAVE-GENERATION
             PERFORM PROMOTE-MASTER
             PERFORM PROMOTE-PEND
             PERFORM PROMOTE-SUSP
             PERFORM RECORD-PROMOTE
             PERFORM PRUNE-GENERATIONS
             CLOSE GENCAT-FILE, EMPGEN-FILE, PENDGEN-FILE,
                   SUSPGEN-FILE
          END-IF.

        READ-GENERATION-PARM.
          OPEN INPUT GENPARM-FILE
          READ GENPARM-FILE
             AT END CONTINUE
             NOT AT END
                IF NP-KEEP-GENERATIONS NOT NUMERIC
                   OR NP-KEEP-GENERATIONS = ZERO
                   DISPLAY "PT1NIGHT - PT1-GENPARM GENERATIONS TO "
                      "KEEP MUST BE 01-99: " GENPARM-REC
                   MOVE 16 TO RETURN-CODE
                ELSE
                   MOVE NP-KEEP-GENERATIONS TO WS-KEEP-GENS
                END-IF
          END-READ
          CLOSE GENPARM-FILE.

      * Picks the generation this promote saves to. The newest
      * generation on the catalog belonging to this chain run means
      * the promote is being resumed: a finished save stands (the
      * live files may already be half promoted), an unfinished one
      * is saved again over itself. Otherwise the next number is
      * catalogued as started before the first record is copied
        SAVE-GENERATION.
          PERFORM READ-GEN-CONTROL
          MOVE GN-CTL-LAST-GEN TO WS-GEN-NO
          MOVE 'Y' TO WS-SAVE-GEN-SW
          IF WS-GEN-NO > ZERO
             MOVE WS-GEN-NO TO GN-GEN-NO
             READ GENCAT-FILE
                INVALID KEY MOVE ZERO TO GN-CHAIN-RUN
             END-READ
             IF GN-CHAIN-RUN = WS-CHAIN-RUN-NO
                AND NOT GN-SAVE-STARTED
                MOVE 'N' TO WS-SAVE-GEN-SW
                DISPLAY "PT1NIGHT - GENERATION " WS-GEN-NO
                   " ALREADY SAVED FOR CHAIN RUN " WS-CHAIN-RUN-NO
             END-IF
             IF GN-CHAIN-RUN NOT = WS-CHAIN-RUN-NO
                ADD 1 TO WS-GEN-NO
             END-IF
          ELSE
             MOVE 1 TO WS-GEN-NO
          END-IF
          IF GENERATION-TO-SAVE
             PERFORM START-GEN-ENTRY
             PERFORM SAVE-MASTR-GENERATION
             PERFORM SAVE-PEND-GENERATION
             PERFORM SAVE-SUSP-GENERATION
             PERFORM FINISH-GEN-ENTRY
             DISPLAY "PT1NIGHT - SAVED GENERATION " WS-GEN-NO
                " - " WS-GEN-MASTR-COUNT " MASTER, "
                WS-GEN-PEND-COUNT " PENDING, "
                WS-GEN-SUSP-COUNT " SUSPENSE RECORDS"
          END-IF.

      * The control entry - written empty the first time there is
      * no catalog yet
        READ-GEN-CONTROL.
          MOVE ZERO TO GN-GEN-NO
          READ GENCAT-FILE
             INVALID KEY
                INITIALIZE GENCAT-CTL-REC
                WRITE GENCAT-CTL-REC
          END-READ.

        START-GEN-ENTRY.
          INITIALIZE GENCAT-REC
          MOVE WS-GEN-NO TO GN-GEN-NO
          MOVE WS-RUN-DATE TO GN-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO GN-RUN-TIME
          MOVE WS-CHAIN-RUN-NO TO GN-CHAIN-RUN
          MOVE 'S' TO GN-STATUS
          WRITE GENCAT-REC
             INVALID KEY REWRITE GENCAT-REC
          END-WRITE
          PERFORM READ-GEN-CONTROL
          MOVE WS-GEN-NO TO GN-CTL-LAST-GEN
          REWRITE GENCAT-CTL-REC.

        FINISH-GEN-ENTRY.
          MOVE WS-GEN-NO TO GN-GEN-NO
          READ GENCAT-FILE
             INVALID KEY CONTINUE
          END-READ
          MOVE 'C' TO GN-STATUS
          MOVE WS-GEN-MASTR-COUNT TO GN-MASTR-COUNT
          MOVE WS-GEN-PEND-COUNT TO GN-PEND-COUNT
          MOVE WS-GEN-SUSP-COUNT TO GN-SUSP-COUNT
          REWRITE GENCAT-REC.

      * Each live file copied record by record into its generation
      * file - a record already there from a save that stopped is
      * written again over itself
        SAVE-MASTR-GENERATION.
          MOVE ZERO TO WS-GEN-MASTR-COUNT
          OPEN INPUT MASTR-FILE
          PERFORM READ-MASTR-RECORD
          PERFORM SAVE-MASTR-RECORD UNTIL MASTR-EOF
          CLOSE MASTR-FILE.

        READ-MASTR-RECORD.
          READ MASTR-FILE
            AT END SET MASTR-EOF TO TRUE
          END-READ.

        SAVE-MASTR-RECORD.
          MOVE WS-GEN-NO TO GM-GEN-NO
          MOVE MASTR-EMP-ID TO GM-EMP-ID
          MOVE WS-RUN-DATE TO GM-RUN-DATE
          MOVE WS-CHAIN-RUN-NO TO GM-CHAIN-RUN
          MOVE MASTR-REC TO GM-MASTR-DATA
          WRITE EMPGEN-REC
             INVALID KEY REWRITE EMPGEN-REC
          END-WRITE
          ADD 1 TO WS-GEN-MASTR-COUNT
          PERFORM READ-MASTR-RECORD.

        SAVE-PEND-GENERATION.
          MOVE ZERO TO WS-GEN-PEND-COUNT, WS-GEN-SEQ
          OPEN INPUT PEND-FILE
          PERFORM READ-PEND-RECORD
          PERFORM SAVE-PEND-RECORD UNTIL PEND-EOF
          CLOSE PEND-FILE.

        READ-PEND-RECORD.
          READ PEND-FILE
            AT END SET PEND-EOF TO TRUE
          END-READ.

        SAVE-PEND-RECORD.
          ADD 1 TO WS-GEN-SEQ
          MOVE WS-GEN-NO TO GP-GEN-NO
          MOVE WS-GEN-SEQ TO GP-SEQ
          MOVE WS-RUN-DATE TO GP-RUN-DATE
          MOVE WS-CHAIN-RUN-NO TO GP-CHAIN-RUN
          MOVE PEND-REC TO GP-PEND-DATA
          WRITE PENDGEN-REC
             INVALID KEY REWRITE PENDGEN-REC
          END-WRITE
          ADD 1 TO WS-GEN-PEND-COUNT
          PERFORM READ-PEND-RECORD.

        SAVE-SUSP-GENERATION.
          MOVE ZERO TO WS-GEN-SUSP-COUNT, WS-GEN-SEQ
          OPEN INPUT SUSP-FILE
          PERFORM READ-SUSP-RECORD
          PERFORM SAVE-SUSP-RECORD UNTIL SUSP-EOF
          CLOSE SUSP-FILE.

        READ-SUSP-RECORD.
          READ SUSP-FILE
            AT END SET SUSP-EOF TO TRUE
          END-READ.

        SAVE-SUSP-RECORD.
          ADD 1 TO WS-GEN-SEQ
          MOVE WS-GEN-NO TO GS-GEN-NO
          MOVE WS-GEN-SEQ TO GS-SEQ
          MOVE WS-RUN-DATE TO GS-RUN-DATE
          MOVE WS-CHAIN-RUN-NO TO GS-CHAIN-RUN
          MOVE SUSP-REC TO GS-SUSP-DATA
          WRITE SUSPGEN-REC
             INVALID KEY REWRITE SUSPGEN-REC
          END-WRITE
          ADD 1 TO WS-GEN-SUSP-COUNT
          PERFORM READ-SUSP-RECORD.

      * The chain run whose promoted master is now live - what
      * PT1UNLD stamps on the catalog when it unloads the month-end
      * snapshot, and what PT1BKOUT checks a back-out against
        RECORD-PROMOTE.
          PERFORM READ-GEN-CONTROL
          MOVE WS-CHAIN-RUN-NO TO GN-CTL-PROMOTE-RUN
          MOVE WS-RUN-DATE TO GN-CTL-PROMOTE-DATE
          REWRITE GENCAT-CTL-REC.

      * Drops the oldest generations past the number kept - their
      * saved records from all three generation files, then their
      * catalog entry
        PRUNE-GENERATIONS.
          MOVE ZERO TO WS-GENS-ON-FILE
          MOVE 'N' TO WS-GEN-EOF-SW
          MOVE 1 TO GN-GEN-NO
          START GENCAT-FILE KEY NOT < GN-GEN-NO
             INVALID KEY SET GEN-WALK-DONE TO TRUE
          END-START
          PERFORM COUNT-GEN-ENTRY UNTIL GEN-WALK-DONE
          IF WS-GENS-ON-FILE > WS-KEEP-GENS
             COMPUTE WS-GENS-TO-PRUNE = WS-GENS-ON-FILE - WS-KEEP-GENS
             MOVE 'N' TO WS-GEN-EOF-SW
             MOVE 1 TO GN-GEN-NO
             START GENCAT-FILE KEY NOT < GN-GEN-NO
                INVALID KEY SET GEN-WALK-DONE TO TRUE
             END-START
             PERFORM PRUNE-GEN-ENTRY
                UNTIL GEN-WALK-DONE OR WS-GENS-TO-PRUNE = ZERO
          END-IF.

        COUNT-GEN-ENTRY.
          READ GENCAT-FILE NEXT RECORD
            AT END SET GEN-WALK-DONE TO TRUE
            NOT AT END ADD 1 TO WS-GENS-ON-FILE
          END-READ.

        PRUNE-GEN-ENTRY.
          READ GENCAT-FILE NEXT RECORD
            AT END SET GEN-WALK-DONE TO TRUE
          END-READ
          IF NOT GEN-WALK-DONE
             MOVE GN-GEN-NO TO WS-PRUNE-GEN-NO
             PERFORM DROP-MASTR-GENERATION
             PERFORM DROP-PEND-GENERATION
             PERFORM DROP-SUSP-GENERATION
             DELETE GENCAT-FILE RECORD
                INVALID KEY CONTINUE
             END-DELETE
             SUBTRACT 1 FROM WS-GENS-TO-PRUNE
             DISPLAY "PT1NIGHT - DROPPED GENERATION " WS-PRUNE-GEN-NO
          END-IF.

        DROP-MASTR-GENERATION.
          MOVE WS-PRUNE-GEN-NO TO GM-GEN-NO
          MOVE ZERO TO GM-EMP-ID
          MOVE 'N' TO WS-DROP-EOF-SW
          START EMPGEN-FILE KEY NOT < GM-KEY
             INVALID KEY SET DROP-WALK-DONE TO TRUE
          END-START
          PERFORM DROP-MASTR-RECORD UNTIL DROP-WALK-DONE.

        DROP-MASTR-RECORD.
          READ EMPGEN-FILE NEXT RECORD
            AT END SET DROP-WALK-DONE TO TRUE
          END-READ
          IF NOT DROP-WALK-DONE
             IF GM-GEN-NO NOT = WS-PRUNE-GEN-NO
                SET DROP-WALK-DONE TO TRUE
             ELSE
                DELETE EMPGEN-FILE RECORD
                   INVALID KEY CONTINUE
                END-DELETE
             END-IF
          END-IF.

        DROP-PEND-GENERATION.
          MOVE WS-PRUNE-GEN-NO TO GP-GEN-NO
          MOVE ZERO TO GP-SEQ
          MOVE 'N' TO WS-DROP-EOF-SW
          START PENDGEN-FILE KEY NOT < GP-KEY
             INVALID KEY SET DROP-WALK-DONE TO TRUE
          END-START
          PERFORM DROP-PEND-RECORD UNTIL DROP-WALK-DONE.

        DROP-PEND-RECORD.
          READ PENDGEN-FILE NEXT RECORD
            AT END SET DROP-WALK-DONE TO TRUE
          END-READ
          IF NOT DROP-WALK-DONE
             IF GP-GEN-NO NOT = WS-PRUNE-GEN-NO
                SET DROP-WALK-DONE TO TRUE
             ELSE
                DELETE PENDGEN-FILE RECORD
                   INVALID KEY CONTINUE
                END-DELETE
             END-IF
          END-IF.

        DROP-SUSP-GENERATION.
          MOVE WS-PRUNE-GEN-NO TO GS-GEN-NO
          MOVE ZERO TO GS-SEQ
          MOVE 'N' TO WS-DROP-EOF-SW
          START SUSPGEN-FILE KEY NOT < GS-KEY
             INVALID KEY SET DROP-WALK-DONE TO TRUE
          END-START
          PERFORM DROP-SUSP-RECORD UNTIL DROP-WALK-DONE.

        DROP-SUSP-RECORD.
          READ SUSPGEN-FILE NEXT RECORD
            AT END SET DROP-WALK-DONE TO TRUE
          END-READ
          IF NOT DROP-WALK-DONE
             IF GS-GEN-NO NOT = WS-PRUNE-GEN-NO
                SET DROP-WALK-DONE TO TRUE
             ELSE
                DELETE SUSPGEN-FILE RECORD
                   INVALID KEY CONTINUE
                END-DELETE
             END-IF
          END-IF.

        PROMOTE-MASTER.
          MOVE ZERO TO WS-PROMOTE-COUNT
