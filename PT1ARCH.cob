       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1ARCH.
       AUTHOR. MARIO GARCIA.

      * Periodic retention archive - takes what the live files no
      * longer need to carry off them and onto archive files that
      * PT1INQ and PT1HIST still look in, so the nightly merge, the
      * roster and the department and projection runs stop reading
      * the same dead records every night:
      *   - a terminated employee whose EMP-TERM-DATE is older than
      *     the employee retention moves from COB1-EMPLOYEE to the
      *     archive master COB1-EMPARCH, and every COB1-DEDUCT
      *     record under the EMP-ID moves with it to COB1-DEDARCH
      *   - COB1-EMPHIST records older than the history retention
      *     move to COB1-HISTARCH
      *   - COB1-RUNLOG records older than the run-log retention
      *     move to COB1-LOGARCH
      * Every archived record is stamped with the date of the
      * archive run that moved it, so each run's take is its own
      * dated slice of the archive file and the two sequential
      * archives read back in original run-date order.
      * The three retentions come off the one-card parameter file
      * PT1-ARCHPARM (employee years, history years, run-log days);
      * with no card the shop defaults below apply.
      * Restartable without double-archiving: an employee or
      * deduction is written to its archive before it is deleted
      * from the live file, so a rerun finds it already archived
      * and just finishes the delete. The history and run-log are
      * appended in run-date order, so the archive of a run that
      * stopped part way holds everything before its newest date
      * and some of the records of that date: each archive is read
      * for its newest original date and how many records it holds
      * for that date, and a live record earlier than that date, or
      * one of the first that many live records of that date, is
      * dropped from the live file without being written again -
      * the rest of that date is archived as usual. The history and
      * run-log trims copy the kept records back from PT1A-HISTKEEP
      * and PT1A-LOGKEEP - if the run stops during that copy back,
      * copy the keep file over the live file before rerunning.
      * The control report UR-S-ARCHRPT lists every employee moved
      * and proves, file by file, that the live file went down by
      * exactly what was removed, and that every record removed
      * either arrived in the archive this run or was already
      * there - any break ends the run with return code 16.
      * The archive changes the live master, so it will not run
      * while PT1-CHAIN shows the nightly chain stopped part way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Nightly chain state - read only, to stay out of the way of a
      * chain waiting on a restart
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO 'PT1-CHAIN'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Retention card (OPTIONAL - no card runs the shop defaults)
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PT1-ARCHPARM'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The live master, walked front to back with READ NEXT and
      * purged in place with DELETE
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-ID.
      * The archive master - same record as the live master plus
      * the archive date (OPTIONAL - the first run creates it)
           SELECT OPTIONAL EMPARCH-FILE ASSIGN TO 'COB1-EMPARCH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AM-EMP-ID.
      * The deduction master and its archive - DYNAMIC so a START
      * on the EMP-ID positions at the employee's first deduction
           SELECT OPTIONAL DEDUCT-FILE ASSIGN TO 'COB1-DEDUCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DD-KEY.
           SELECT OPTIONAL DEDARCH-FILE ASSIGN TO 'COB1-DEDARCH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY.
      * Change history, its archive, and the work file the kept
      * records wait on before they are copied back
           SELECT OPTIONAL HIST-FILE ASSIGN TO 'COB1-EMPHIST'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTARCH-FILE ASSIGN TO 'COB1-HISTARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTKEEP-FILE ASSIGN TO 'PT1A-HISTKEEP'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Run-control log, its archive, and its keep file - the log
      * is also where this run writes its own record, after the
      * trim so the record is never archived by the run it reports
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGARCH-FILE ASSIGN TO 'COB1-LOGARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGKEEP-FILE ASSIGN TO 'PT1A-LOGKEEP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-ARCHRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CHAIN-FILE.
       01 CHAIN-REC.
        02 CH-NEXT-STEP PIC 9(2).
        02 CH-RUN-NO PIC 9(5).

      * Retention card - employee retention in years after the
      * termination date, history retention in years after the run
      * that wrote the record, run-log retention in days
       FD  PARM-FILE.
       01 PARM-REC.
        02 AP-EMP-RETAIN-YEARS PIC 9(2).
        02 AP-HIST-RETAIN-YEARS PIC 9(2).
        02 AP-LOG-RETAIN-DAYS PIC 9(4).

       FD  MASTR-FILE.
       01 MASTR-REC.
        02 EMP-ID PIC 9(7).
        02 EMP-NAME.
         03 EMP-L-NAME PIC X(15).
         03 EMP-F-NAME PIC X(15).
        02 EMP-TYPE PIC 99.
        02 EMP-TITLE PIC X(17).
        02 EMP-SSN PIC 9(9).
        02 EMP-DEPT-CODE PIC X(6).
        02 EMP-PAY-RATE PIC 9(5)V99.
        02 EMP-STATUS PIC X(1).
         88 EMP-IS-TERMINATED VALUE 'T'.
        02 EMP-TERM-DATE.
         03 EMP-TERM-M PIC 9(2).
         03 EMP-TERM-D PIC 9(2).
         03 EMP-TERM-Y PIC 9(4).
        02 FILLER PIC X(2).
        02 EMP-DATE.
         03 EMP-DATE-M PIC 9(2).
         03 EMP-DATE-D PIC 9(2).
         03 EMP-DATE-Y PIC 9(4).

      * Archive master - the 97-byte master record untouched, then
      * the date of the archive run that moved it
       FD  EMPARCH-FILE.
       01 EMPARCH-REC.
        02 AM-EMP-DATA.
         03 AM-EMP-ID PIC 9(7).
         03 FILLER PIC X(90).
        02 AM-ARCH-DATE PIC 9(8).
        02 FILLER PIC X(15).

      * Deduction record exactly as PT1DEDU lays it down
       FD  DEDUCT-FILE.
       01 DEDUCT-REC.
        02 DD-KEY.
         03 DD-EMP-ID PIC 9(7).
         03 DD-CODE PIC X(3).
        02 FILLER PIC X(48).

      * Archived deduction - the deduction record untouched, then
      * the archive date
       FD  DEDARCH-FILE.
       01 DEDARCH-REC.
        02 DA-DEDUCT-DATA.
         03 DA-KEY.
          04 DA-EMP-ID PIC 9(7).
          04 DA-CODE PIC X(3).
         03 FILLER PIC X(48).
        02 DA-ARCH-DATE PIC 9(8).
        02 FILLER PIC X(10).

      * History record exactly as PT1UPDT's WRITE-HISTORY-RECORD lays
      * it down - only the run date matters here
       FD  HIST-FILE.
       01 HIST-REC.
        88 HIST-EOF VALUE HIGH-VALUES.
        02 HIST-RUN-DATE PIC 9(8).
        02 FILLER PIC X(126).

      * Archived history - the archive date, then the history record
      * untouched
       FD  HISTARCH-FILE.
       01 HISTARCH-REC.
        88 HISTARCH-EOF VALUE HIGH-VALUES.
        02 HA-ARCH-DATE PIC 9(8).
        02 HA-HIST-DATA.
         03 HA-HIST-RUN-DATE PIC 9(8).
         03 FILLER PIC X(126).

       FD  HISTKEEP-FILE.
       01 HISTKEEP-REC.
        88 HISTKEEP-EOF VALUE HIGH-VALUES.
        02 FILLER PIC X(134).

      * Run-control record - same layout every program writes
       FD  RUNLOG-FILE.
       01 RUNLOG-REC.
        88 RUNLOG-EOF VALUE HIGH-VALUES.
        02 RL-PROGRAM PIC X(8).
        02 RL-RUN-DATE PIC 9(8).
        02 RL-RUN-TIME PIC 9(6).
        02 RL-RECS-READ PIC 9(7).
        02 RL-RECS-OUT PIC 9(7).
        02 RL-EXCEPTIONS PIC 9(5).
        02 RL-RESTART PIC X(1).
        02 RL-RETURN-CODE PIC 9(2).

      * Archived run-control record - the archive date, then the
      * log record untouched
       FD  LOGARCH-FILE.
       01 LOGARCH-REC.
        88 LOGARCH-EOF VALUE HIGH-VALUES.
        02 LA-ARCH-DATE PIC 9(8).
        02 LA-LOG-DATA.
         03 FILLER PIC X(8).
         03 LA-RUN-DATE PIC 9(8).
         03 FILLER PIC X(28).

       FD  LOGKEEP-FILE.
       01 LOGKEEP-REC.
        88 LOGKEEP-EOF VALUE HIGH-VALUES.
        02 FILLER PIC X(44).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
      * Run date and time - the date drives every cutoff and stamps
      * every archived record
       01 WS-RUN-DATE.
        02 WS-RUN-YEAR PIC 9(4).
        02 WS-RUN-MONTH PIC 9(2).
        02 WS-RUN-DAY PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.

      * Retentions in force - the shop defaults, replaced by the
      * parameter card when there is one
       01 WS-EMP-RETAIN-YEARS PIC 9(2) VALUE 07.
       01 WS-HIST-RETAIN-YEARS PIC 9(2) VALUE 07.
       01 WS-LOG-RETAIN-DAYS PIC 9(4) VALUE 0180.

      * Cutoffs as YYYYMMDD - a record dated before its cutoff is
      * past retention
       01 WS-EMP-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-EMP-CUTOFF-X REDEFINES WS-EMP-CUTOFF.
        02 WS-EMP-CUTOFF-Y PIC 9(4).
        02 WS-EMP-CUTOFF-M PIC 9(2).
        02 WS-EMP-CUTOFF-D PIC 9(2).
       01 WS-HIST-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-LOG-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-TERM-YMD PIC 9(8) VALUE ZERO.

      * Newest original date already on each sequential archive and
      * how many of its records carry that date, with the live
      * records of that date passed so far - the restart guard
      * described in the heading
       01 WS-HIST-HIGH-WATER PIC 9(8) VALUE ZERO.
       01 WS-HIST-HIGH-WATER-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-HIGH-WATER-SEEN PIC 9(7) COMP VALUE ZERO.
       01 WS-LOG-HIGH-WATER PIC 9(8) VALUE ZERO.
       01 WS-LOG-HIGH-WATER-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LOG-HIGH-WATER-SEEN PIC 9(7) COMP VALUE ZERO.

       01 WS-MASTR-EOF-SW PIC X(1) VALUE 'N'.
        88 MASTR-EOF VALUE 'Y'.
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.
        88 SCAN-EOF VALUE 'Y'.
       01 WS-DED-EOF-SW PIC X(1) VALUE 'N'.
        88 DED-WALK-DONE VALUE 'Y'.
       01 WS-ARRIVED-SW PIC X(1) VALUE 'N'.
        88 EMP-ARRIVED VALUE 'Y'.

      * Control counts, one set per live file and its archive -
      * live before and after, removed, arrived this run, found
      * already archived, and the archive before and after
       01 WS-EMP-COUNTS.
        02 WS-EMP-LIVE-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-EMP-LIVE-AFTER PIC 9(7) COMP VALUE ZERO.
        02 WS-EMP-REMOVED PIC 9(7) COMP VALUE ZERO.
        02 WS-EMP-ARRIVED PIC 9(7) COMP VALUE ZERO.
        02 WS-EMP-ALREADY PIC 9(7) COMP VALUE ZERO.
        02 WS-EMP-ARCH-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-EMP-ARCH-AFTER PIC 9(7) COMP VALUE ZERO.
       01 WS-DED-COUNTS.
        02 WS-DED-LIVE-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-DED-LIVE-AFTER PIC 9(7) COMP VALUE ZERO.
        02 WS-DED-REMOVED PIC 9(7) COMP VALUE ZERO.
        02 WS-DED-ARRIVED PIC 9(7) COMP VALUE ZERO.
        02 WS-DED-ALREADY PIC 9(7) COMP VALUE ZERO.
        02 WS-DED-ARCH-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-DED-ARCH-AFTER PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-COUNTS.
        02 WS-HIST-LIVE-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-HIST-LIVE-AFTER PIC 9(7) COMP VALUE ZERO.
        02 WS-HIST-REMOVED PIC 9(7) COMP VALUE ZERO.
        02 WS-HIST-ARRIVED PIC 9(7) COMP VALUE ZERO.
        02 WS-HIST-ALREADY PIC 9(7) COMP VALUE ZERO.
        02 WS-HIST-ARCH-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-HIST-ARCH-AFTER PIC 9(7) COMP VALUE ZERO.
       01 WS-LOG-COUNTS.
        02 WS-LOG-LIVE-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-LOG-LIVE-AFTER PIC 9(7) COMP VALUE ZERO.
        02 WS-LOG-REMOVED PIC 9(7) COMP VALUE ZERO.
        02 WS-LOG-ARRIVED PIC 9(7) COMP VALUE ZERO.
        02 WS-LOG-ALREADY PIC 9(7) COMP VALUE ZERO.
        02 WS-LOG-ARCH-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-LOG-ARCH-AFTER PIC 9(7) COMP VALUE ZERO.

      * The one set of counts BALANCE-ONE-FILE proves - each file's
      * counts are moved in ahead of the call
       01 WS-BAL-COUNTS.
        02 WS-BAL-LIVE-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-BAL-LIVE-AFTER PIC 9(7) COMP VALUE ZERO.
        02 WS-BAL-REMOVED PIC 9(7) COMP VALUE ZERO.
        02 WS-BAL-ARRIVED PIC 9(7) COMP VALUE ZERO.
        02 WS-BAL-ALREADY PIC 9(7) COMP VALUE ZERO.
        02 WS-BAL-ARCH-BEFORE PIC 9(7) COMP VALUE ZERO.
        02 WS-BAL-ARCH-AFTER PIC 9(7) COMP VALUE ZERO.
       01 WS-BAL-FILES PIC X(40) VALUE SPACES.
      * Signed, so a count that somehow went the wrong way never
      * wraps an unsigned field
       01 WS-EXPECT-COUNT PIC S9(9) COMP VALUE ZERO.

      * Deductions moved for the employee on the detail line, and
      * terminated employees kept for want of a termination date
       01 WS-EMP-DED-MOVED PIC 9(3) COMP VALUE ZERO.
       01 WS-NO-DATE-COUNT PIC 9(5) COMP VALUE ZERO.

      * Out-of-balance switch - any one failed check turns it on and
      * the run ends with return code 16
       01 WS-BALANCE-SW PIC X(1) VALUE 'Y'.
        88 RUN-IS-BALANCED VALUE 'Y'.
        88 RUN-IS-UNBALANCED VALUE 'N'.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(38) VALUE
           "PT1ARCH - RETENTION ARCHIVE AND PURGE".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "RUN DATE ".
        02 RPT-TITLE-M PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-D PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-Y PIC 9(4).

       01 RPT-RETAIN-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(21) VALUE "RETENTION: EMPLOYEES ".
        02 RPT-EMP-YEARS PIC Z9.
        02 FILLER PIC X(13) VALUE " YRS, HISTORY".
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-HIST-YEARS PIC Z9.
        02 FILLER PIC X(13) VALUE " YRS, RUN LOG".
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-LOG-DAYS PIC Z,ZZ9.
        02 FILLER PIC X(5) VALUE " DAYS".

       01 RPT-CUTOFF-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(21) VALUE "ARCHIVING: TERMINATED".
        02 FILLER PIC X(8) VALUE " BEFORE ".
        02 RPT-EMP-CUTOFF PIC 9(8).
        02 FILLER PIC X(17) VALUE ", HISTORY BEFORE ".
        02 RPT-HIST-CUTOFF PIC 9(8).
        02 FILLER PIC X(17) VALUE ", RUN LOG BEFORE ".
        02 RPT-LOG-CUTOFF PIC 9(8).

       01 RPT-COL-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "LAST".
        02 FILLER PIC X(12) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "FIRST".
        02 FILLER PIC X(11) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "TERM DATE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "DEDUCTIONS".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "RESULT".

       01 RPT-DETAIL.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-EMP-ID PIC 9(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-L-NAME PIC X(15).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-F-NAME PIC X(15).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TERM-DATE.
         03 RPT-TERM-M PIC 9(2).
         03 FILLER PIC X VALUE "/".
         03 RPT-TERM-D PIC 9(2).
         03 FILLER PIC X VALUE "/".
         03 RPT-TERM-Y PIC 9(4).
        02 FILLER PIC X(7) VALUE SPACES.
        02 RPT-DED-MOVED PIC ZZ9.
        02 FILLER PIC X(6) VALUE SPACES.
        02 RPT-RESULT PIC X(40).

       01 RPT-SECTION-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-SECTION PIC X(40).

       01 RPT-COUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CL-LABEL PIC X(22).
        02 RPT-CL-VALUE PIC Z,ZZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CL-NOTE PIC X(40).

       01 RPT-VERDICT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-VERDICT PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME

        PERFORM CHECK-CHAIN-STATE
        PERFORM READ-ARCHIVE-PARMS
        PERFORM SET-CUTOFF-DATES

        OPEN I-O MASTR-FILE, EMPARCH-FILE, DEDUCT-FILE, DEDARCH-FILE
             OUTPUT RPT-FILE
        PERFORM WRITE-REPORT-HEADINGS

      * Employees and their deductions - the archive and live
      * deduction counts are taken before anything moves and again
      * after, the live master is counted by the archive pass itself
        PERFORM COUNT-EMPARCH
        MOVE WS-EMP-ARCH-AFTER TO WS-EMP-ARCH-BEFORE
        PERFORM COUNT-DEDUCT
        MOVE WS-DED-LIVE-AFTER TO WS-DED-LIVE-BEFORE
        PERFORM COUNT-DEDARCH
        MOVE WS-DED-ARCH-AFTER TO WS-DED-ARCH-BEFORE

        MOVE ZERO TO EMP-ID
        MOVE 'N' TO WS-MASTR-EOF-SW
        START MASTR-FILE KEY NOT < EMP-ID
           INVALID KEY SET MASTR-EOF TO TRUE
        END-START
        PERFORM READ-NEXT-MASTR
        PERFORM SCREEN-EMPLOYEE UNTIL MASTR-EOF

        PERFORM COUNT-MASTR
        PERFORM COUNT-EMPARCH
        PERFORM COUNT-DEDUCT
        PERFORM COUNT-DEDARCH
        CLOSE MASTR-FILE, EMPARCH-FILE, DEDUCT-FILE, DEDARCH-FILE

        PERFORM TRIM-HISTORY
        PERFORM TRIM-RUN-LOG

        PERFORM PROVE-ARCHIVE
        PERFORM WRITE-VERDICT
        CLOSE RPT-FILE

        IF RUN-IS-UNBALANCED
           DISPLAY "PT1ARCH - ARCHIVE OUT OF BALANCE, SEE UR-S-ARCHRPT"
           MOVE 16 TO RETURN-CODE
        END-IF
        PERFORM WRITE-RUN-LOG
        STOP RUN.

      * A chain state past step 1 means last night's chain stopped
      * and is waiting to resume - PT1UPDT may already have written
      * a new master the promote would copy straight back over the
      * purge, so the archive waits for the chain to finish
        CHECK-CHAIN-STATE.
          OPEN INPUT CHAIN-FILE
          READ CHAIN-FILE
             AT END MOVE ZERO TO CH-NEXT-STEP
          END-READ
          CLOSE CHAIN-FILE
          IF CH-NEXT-STEP NUMERIC AND CH-NEXT-STEP > 1
             DISPLAY "PT1ARCH ABEND - NIGHTLY CHAIN STOPPED AT STEP "
                CH-NEXT-STEP ", FINISH THE CHAIN BEFORE ARCHIVING"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF.

      * The retention card, when there is one - every retention has
      * to be numeric and at least 1, a zero retention would archive
      * the day's own work
        READ-ARCHIVE-PARMS.
          OPEN INPUT PARM-FILE
          READ PARM-FILE
             AT END CONTINUE
             NOT AT END
                IF AP-EMP-RETAIN-YEARS NOT NUMERIC
                   OR AP-HIST-RETAIN-YEARS NOT NUMERIC
                   OR AP-LOG-RETAIN-DAYS NOT NUMERIC
                   OR AP-EMP-RETAIN-YEARS = ZERO
                   OR AP-HIST-RETAIN-YEARS = ZERO
                   OR AP-LOG-RETAIN-DAYS = ZERO
                   DISPLAY "PT1ARCH ABEND - PT1-ARCHPARM RETENTIONS "
                      "MUST BE NUMERIC AND NOT ZERO: " PARM-REC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE AP-EMP-RETAIN-YEARS TO WS-EMP-RETAIN-YEARS
                MOVE AP-HIST-RETAIN-YEARS TO WS-HIST-RETAIN-YEARS
                MOVE AP-LOG-RETAIN-DAYS TO WS-LOG-RETAIN-DAYS
          END-READ
          CLOSE PARM-FILE.

      * Year retentions step the run date back whole years (a
      * February 29 cutoff still compares correctly as a number);
      * the run-log retention counts back calendar days
        SET-CUTOFF-DATES.
          MOVE WS-RUN-DATE-NUM TO WS-EMP-CUTOFF
          SUBTRACT WS-EMP-RETAIN-YEARS FROM WS-EMP-CUTOFF-Y
          COMPUTE WS-HIST-CUTOFF =
             (WS-RUN-YEAR - WS-HIST-RETAIN-YEARS) * 10000
             + WS-RUN-MONTH * 100 + WS-RUN-DAY
          COMPUTE WS-LOG-CUTOFF = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
              - WS-LOG-RETAIN-DAYS).

        WRITE-REPORT-HEADINGS.
          MOVE WS-RUN-MONTH TO RPT-TITLE-M
          MOVE WS-RUN-DAY TO RPT-TITLE-D
          MOVE WS-RUN-YEAR TO RPT-TITLE-Y
          WRITE RPT-REC FROM RPT-TITLE-LINE
           AFTER ADVANCING PAGE
          MOVE WS-EMP-RETAIN-YEARS TO RPT-EMP-YEARS
          MOVE WS-HIST-RETAIN-YEARS TO RPT-HIST-YEARS
          MOVE WS-LOG-RETAIN-DAYS TO RPT-LOG-DAYS
          WRITE RPT-REC FROM RPT-RETAIN-LINE
           AFTER ADVANCING 2 LINES
          MOVE WS-EMP-CUTOFF TO RPT-EMP-CUTOFF
          MOVE WS-HIST-CUTOFF TO RPT-HIST-CUTOFF
          MOVE WS-LOG-CUTOFF TO RPT-LOG-CUTOFF
          WRITE RPT-REC FROM RPT-CUTOFF-LINE
           AFTER ADVANCING 1 LINE
          WRITE RPT-REC FROM RPT-COL-HEADING
           AFTER ADVANCING 3 LINES
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE.

        READ-NEXT-MASTR.
          READ MASTR-FILE NEXT RECORD
            AT END SET MASTR-EOF TO TRUE
          END-READ.

      * One live master record - only a terminated employee whose
      * termination date is past retention leaves. A terminated
      * record with no usable termination date stays and is listed,
      * since there is no date to measure the retention from
        SCREEN-EMPLOYEE.
          ADD 1 TO WS-EMP-LIVE-BEFORE
          IF EMP-IS-TERMINATED
             IF EMP-TERM-DATE NUMERIC
                AND EMP-TERM-Y NOT = ZERO
                COMPUTE WS-TERM-YMD =
                   EMP-TERM-Y * 10000 + EMP-TERM-M * 100 + EMP-TERM-D
                IF WS-TERM-YMD < WS-EMP-CUTOFF
                   PERFORM ARCHIVE-EMPLOYEE
                END-IF
             ELSE
                ADD 1 TO WS-NO-DATE-COUNT
                MOVE ZERO TO WS-EMP-DED-MOVED
                MOVE "TERMINATED, NO TERM DATE - KEPT"
                   TO RPT-RESULT
                PERFORM PRINT-EMPLOYEE-LINE
             END-IF
          END-IF
          PERFORM READ-NEXT-MASTR.

      * Archive first, then the deductions, then the live delete -
      * the order that lets a rerun pick up wherever a stopped run
      * left off. A duplicate key on the archive master means an
      * earlier run got this far; the copy already there stands
        ARCHIVE-EMPLOYEE.
          MOVE MASTR-REC TO AM-EMP-DATA
          MOVE WS-RUN-DATE-NUM TO AM-ARCH-DATE
          MOVE 'N' TO WS-ARRIVED-SW
          WRITE EMPARCH-REC
             INVALID KEY ADD 1 TO WS-EMP-ALREADY
             NOT INVALID KEY
                ADD 1 TO WS-EMP-ARRIVED
                SET EMP-ARRIVED TO TRUE
          END-WRITE
          PERFORM MOVE-EMP-DEDUCTIONS
          DELETE MASTR-FILE RECORD
             INVALID KEY
                DISPLAY "PT1ARCH ABEND - DELETE FAILED ON "
                   "COB1-EMPLOYEE FOR EMP-ID " EMP-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
          END-DELETE
          ADD 1 TO WS-EMP-REMOVED
          IF EMP-ARRIVED
             MOVE "ARCHIVED" TO RPT-RESULT
          ELSE
             MOVE "ALREADY IN ARCHIVE - REMOVED FROM LIVE"
                TO RPT-RESULT
          END-IF
          PERFORM PRINT-EMPLOYEE-LINE.

      * Every deduction under the EMP-ID, whatever its dates - a
      * stopped deduction is still part of the employee's record
        MOVE-EMP-DEDUCTIONS.
          MOVE ZERO TO WS-EMP-DED-MOVED
          MOVE 'N' TO WS-DED-EOF-SW
          MOVE EMP-ID TO DD-EMP-ID
          MOVE LOW-VALUES TO DD-CODE
          START DEDUCT-FILE KEY NOT < DD-KEY
             INVALID KEY SET DED-WALK-DONE TO TRUE
          END-START
          PERFORM MOVE-ONE-DEDUCTION UNTIL DED-WALK-DONE.

        MOVE-ONE-DEDUCTION.
          READ DEDUCT-FILE NEXT RECORD
            AT END SET DED-WALK-DONE TO TRUE
          END-READ
          IF NOT DED-WALK-DONE
             IF DD-EMP-ID NOT = EMP-ID
                SET DED-WALK-DONE TO TRUE
             ELSE
                PERFORM ARCHIVE-DEDUCTION
             END-IF
          END-IF.

        ARCHIVE-DEDUCTION.
          MOVE DEDUCT-REC TO DA-DEDUCT-DATA
          MOVE WS-RUN-DATE-NUM TO DA-ARCH-DATE
          WRITE DEDARCH-REC
             INVALID KEY ADD 1 TO WS-DED-ALREADY
             NOT INVALID KEY ADD 1 TO WS-DED-ARRIVED
          END-WRITE
          DELETE DEDUCT-FILE RECORD
             INVALID KEY
                DISPLAY "PT1ARCH ABEND - DELETE FAILED ON "
                   "COB1-DEDUCT FOR " DD-KEY
                MOVE 16 TO RETURN-CODE
                STOP RUN
          END-DELETE
          ADD 1 TO WS-DED-REMOVED
          ADD 1 TO WS-EMP-DED-MOVED.

        PRINT-EMPLOYEE-LINE.
          MOVE EMP-ID TO RPT-EMP-ID
          MOVE EMP-L-NAME TO RPT-L-NAME
          MOVE EMP-F-NAME TO RPT-F-NAME
          MOVE EMP-TERM-M TO RPT-TERM-M
          MOVE EMP-TERM-D TO RPT-TERM-D
          MOVE EMP-TERM-Y TO RPT-TERM-Y
          MOVE WS-EMP-DED-MOVED TO RPT-DED-MOVED
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 1 LINE.

      * Record counts off the indexed files, each a START and a walk
      * to the end - the "after" figure each time it runs, moved to
      * the "before" figure by MAIN the first time
        COUNT-MASTR.
          MOVE ZERO TO WS-EMP-LIVE-AFTER
          MOVE 'N' TO WS-SCAN-EOF-SW
          MOVE ZERO TO EMP-ID
          START MASTR-FILE KEY NOT < EMP-ID
             INVALID KEY SET SCAN-EOF TO TRUE
          END-START
          PERFORM COUNT-ONE-MASTR UNTIL SCAN-EOF.

        COUNT-ONE-MASTR.
          READ MASTR-FILE NEXT RECORD
            AT END SET SCAN-EOF TO TRUE
            NOT AT END ADD 1 TO WS-EMP-LIVE-AFTER
          END-READ.

        COUNT-EMPARCH.
          MOVE ZERO TO WS-EMP-ARCH-AFTER
          MOVE 'N' TO WS-SCAN-EOF-SW
          MOVE ZERO TO AM-EMP-ID
          START EMPARCH-FILE KEY NOT < AM-EMP-ID
             INVALID KEY SET SCAN-EOF TO TRUE
          END-START
          PERFORM COUNT-ONE-EMPARCH UNTIL SCAN-EOF.

        COUNT-ONE-EMPARCH.
          READ EMPARCH-FILE NEXT RECORD
            AT END SET SCAN-EOF TO TRUE
            NOT AT END ADD 1 TO WS-EMP-ARCH-AFTER
          END-READ.

        COUNT-DEDUCT.
          MOVE ZERO TO WS-DED-LIVE-AFTER
          MOVE 'N' TO WS-SCAN-EOF-SW
          MOVE LOW-VALUES TO DD-KEY
          START DEDUCT-FILE KEY NOT < DD-KEY
             INVALID KEY SET SCAN-EOF TO TRUE
          END-START
          PERFORM COUNT-ONE-DEDUCT UNTIL SCAN-EOF.

        COUNT-ONE-DEDUCT.
          READ DEDUCT-FILE NEXT RECORD
            AT END SET SCAN-EOF TO TRUE
            NOT AT END ADD 1 TO WS-DED-LIVE-AFTER
          END-READ.

        COUNT-DEDARCH.
          MOVE ZERO TO WS-DED-ARCH-AFTER
          MOVE 'N' TO WS-SCAN-EOF-SW
          MOVE LOW-VALUES TO DA-KEY
          START DEDARCH-FILE KEY NOT < DA-KEY
             INVALID KEY SET SCAN-EOF TO TRUE
          END-START
          PERFORM COUNT-ONE-DEDARCH UNTIL SCAN-EOF.

        COUNT-ONE-DEDARCH.
          READ DEDARCH-FILE NEXT RECORD
            AT END SET SCAN-EOF TO TRUE
            NOT AT END ADD 1 TO WS-DED-ARCH-AFTER
          END-READ.

      * Change history - the archive is read once for its count and
      * its newest original run date, the live file is split between
      * the archive and the keep file, the keep file is copied back
      * over the live file, and both are counted again
        TRIM-HISTORY.
          OPEN INPUT HISTARCH-FILE
          PERFORM READ-HISTARCH-RECORD
          PERFORM SCAN-HISTARCH-RECORD UNTIL HISTARCH-EOF
          CLOSE HISTARCH-FILE
          MOVE WS-HIST-ARCH-AFTER TO WS-HIST-ARCH-BEFORE

          OPEN INPUT HIST-FILE
               EXTEND HISTARCH-FILE
               OUTPUT HISTKEEP-FILE
          PERFORM READ-HIST-RECORD
          PERFORM SPLIT-HIST-RECORD UNTIL HIST-EOF
          CLOSE HIST-FILE, HISTARCH-FILE, HISTKEEP-FILE

          OPEN INPUT HISTKEEP-FILE
               OUTPUT HIST-FILE
          PERFORM READ-HISTKEEP-RECORD
          PERFORM COPY-HISTKEEP-RECORD UNTIL HISTKEEP-EOF
          CLOSE HISTKEEP-FILE, HIST-FILE

          OPEN INPUT HIST-FILE
          PERFORM READ-HIST-RECORD
          PERFORM COUNT-HIST-RECORD UNTIL HIST-EOF
          CLOSE HIST-FILE

          MOVE ZERO TO WS-HIST-ARCH-AFTER, WS-HIST-HIGH-WATER,
                       WS-HIST-HIGH-WATER-COUNT
          OPEN INPUT HISTARCH-FILE
          PERFORM READ-HISTARCH-RECORD
          PERFORM SCAN-HISTARCH-RECORD UNTIL HISTARCH-EOF
          CLOSE HISTARCH-FILE.

        READ-HISTARCH-RECORD.
          READ HISTARCH-FILE
            AT END SET HISTARCH-EOF TO TRUE
          END-READ.

        SCAN-HISTARCH-RECORD.
          ADD 1 TO WS-HIST-ARCH-AFTER
          IF HA-HIST-RUN-DATE > WS-HIST-HIGH-WATER
             MOVE HA-HIST-RUN-DATE TO WS-HIST-HIGH-WATER
             MOVE 1 TO WS-HIST-HIGH-WATER-COUNT
          ELSE
             IF HA-HIST-RUN-DATE = WS-HIST-HIGH-WATER
                ADD 1 TO WS-HIST-HIGH-WATER-COUNT
             END-IF
          END-IF
          PERFORM READ-HISTARCH-RECORD.

        READ-HIST-RECORD.
          READ HIST-FILE
            AT END SET HIST-EOF TO TRUE
          END-READ.

        SPLIT-HIST-RECORD.
          ADD 1 TO WS-HIST-LIVE-BEFORE
          IF HIST-RUN-DATE < WS-HIST-CUTOFF
             ADD 1 TO WS-HIST-REMOVED
             EVALUATE TRUE
                WHEN HIST-RUN-DATE < WS-HIST-HIGH-WATER
                   ADD 1 TO WS-HIST-ALREADY
                WHEN HIST-RUN-DATE = WS-HIST-HIGH-WATER
                 AND WS-HIST-HIGH-WATER-SEEN < WS-HIST-HIGH-WATER-COUNT
                   ADD 1 TO WS-HIST-HIGH-WATER-SEEN
                   ADD 1 TO WS-HIST-ALREADY
                WHEN OTHER
                   MOVE WS-RUN-DATE-NUM TO HA-ARCH-DATE
                   MOVE HIST-REC TO HA-HIST-DATA
                   WRITE HISTARCH-REC
                   ADD 1 TO WS-HIST-ARRIVED
             END-EVALUATE
          ELSE
             WRITE HISTKEEP-REC FROM HIST-REC
          END-IF
          PERFORM READ-HIST-RECORD.

        READ-HISTKEEP-RECORD.
          READ HISTKEEP-FILE
            AT END SET HISTKEEP-EOF TO TRUE
          END-READ.

        COPY-HISTKEEP-RECORD.
          WRITE HIST-REC FROM HISTKEEP-REC
          PERFORM READ-HISTKEEP-RECORD.

        COUNT-HIST-RECORD.
          ADD 1 TO WS-HIST-LIVE-AFTER
          PERFORM READ-HIST-RECORD.

      * The run-control log, trimmed exactly the way the history is
        TRIM-RUN-LOG.
          OPEN INPUT LOGARCH-FILE
          PERFORM READ-LOGARCH-RECORD
          PERFORM SCAN-LOGARCH-RECORD UNTIL LOGARCH-EOF
          CLOSE LOGARCH-FILE
          MOVE WS-LOG-ARCH-AFTER TO WS-LOG-ARCH-BEFORE

          OPEN INPUT RUNLOG-FILE
               EXTEND LOGARCH-FILE
               OUTPUT LOGKEEP-FILE
          PERFORM READ-RUNLOG-RECORD
          PERFORM SPLIT-RUNLOG-RECORD UNTIL RUNLOG-EOF
          CLOSE RUNLOG-FILE, LOGARCH-FILE, LOGKEEP-FILE

          OPEN INPUT LOGKEEP-FILE
               OUTPUT RUNLOG-FILE
          PERFORM READ-LOGKEEP-RECORD
          PERFORM COPY-LOGKEEP-RECORD UNTIL LOGKEEP-EOF
          CLOSE LOGKEEP-FILE, RUNLOG-FILE

          OPEN INPUT RUNLOG-FILE
          PERFORM READ-RUNLOG-RECORD
          PERFORM COUNT-RUNLOG-RECORD UNTIL RUNLOG-EOF
          CLOSE RUNLOG-FILE

          MOVE ZERO TO WS-LOG-ARCH-AFTER, WS-LOG-HIGH-WATER,
                       WS-LOG-HIGH-WATER-COUNT
          OPEN INPUT LOGARCH-FILE
          PERFORM READ-LOGARCH-RECORD
          PERFORM SCAN-LOGARCH-RECORD UNTIL LOGARCH-EOF
          CLOSE LOGARCH-FILE.

        READ-LOGARCH-RECORD.
          READ LOGARCH-FILE
            AT END SET LOGARCH-EOF TO TRUE
          END-READ.

        SCAN-LOGARCH-RECORD.
          ADD 1 TO WS-LOG-ARCH-AFTER
          IF LA-RUN-DATE > WS-LOG-HIGH-WATER
             MOVE LA-RUN-DATE TO WS-LOG-HIGH-WATER
             MOVE 1 TO WS-LOG-HIGH-WATER-COUNT
          ELSE
             IF LA-RUN-DATE = WS-LOG-HIGH-WATER
                ADD 1 TO WS-LOG-HIGH-WATER-COUNT
             END-IF
          END-IF
          PERFORM READ-LOGARCH-RECORD.

        READ-RUNLOG-RECORD.
          READ RUNLOG-FILE
            AT END SET RUNLOG-EOF TO TRUE
          END-READ.

        SPLIT-RUNLOG-RECORD.
          ADD 1 TO WS-LOG-LIVE-BEFORE
          IF RL-RUN-DATE < WS-LOG-CUTOFF
             ADD 1 TO WS-LOG-REMOVED
             EVALUATE TRUE
                WHEN RL-RUN-DATE < WS-LOG-HIGH-WATER
                   ADD 1 TO WS-LOG-ALREADY
                WHEN RL-RUN-DATE = WS-LOG-HIGH-WATER
                 AND WS-LOG-HIGH-WATER-SEEN < WS-LOG-HIGH-WATER-COUNT
                   ADD 1 TO WS-LOG-HIGH-WATER-SEEN
                   ADD 1 TO WS-LOG-ALREADY
                WHEN OTHER
                   MOVE WS-RUN-DATE-NUM TO LA-ARCH-DATE
                   MOVE RUNLOG-REC TO LA-LOG-DATA
                   WRITE LOGARCH-REC
                   ADD 1 TO WS-LOG-ARRIVED
             END-EVALUATE
          ELSE
             WRITE LOGKEEP-REC FROM RUNLOG-REC
          END-IF
          PERFORM READ-RUNLOG-RECORD.

        READ-LOGKEEP-RECORD.
          READ LOGKEEP-FILE
            AT END SET LOGKEEP-EOF TO TRUE
          END-READ.

        COPY-LOGKEEP-RECORD.
          WRITE RUNLOG-REC FROM LOGKEEP-REC
          PERFORM READ-LOGKEEP-RECORD.

        COUNT-RUNLOG-RECORD.
          ADD 1 TO WS-LOG-LIVE-AFTER
          PERFORM READ-RUNLOG-RECORD.

      * The control section - one block per live file and its
      * archive, each proved by BALANCE-ONE-FILE
        PROVE-ARCHIVE.
          MOVE "COB1-EMPLOYEE  TO COB1-EMPARCH" TO WS-BAL-FILES
          MOVE WS-EMP-COUNTS TO WS-BAL-COUNTS
          PERFORM BALANCE-ONE-FILE
          MOVE "COB1-DEDUCT    TO COB1-DEDARCH" TO WS-BAL-FILES
          MOVE WS-DED-COUNTS TO WS-BAL-COUNTS
          PERFORM BALANCE-ONE-FILE
          MOVE "COB1-EMPHIST   TO COB1-HISTARCH" TO WS-BAL-FILES
          MOVE WS-HIST-COUNTS TO WS-BAL-COUNTS
          PERFORM BALANCE-ONE-FILE
          MOVE "COB1-RUNLOG    TO COB1-LOGARCH" TO WS-BAL-FILES
          MOVE WS-LOG-COUNTS TO WS-BAL-COUNTS
          PERFORM BALANCE-ONE-FILE
          IF WS-NO-DATE-COUNT > ZERO
             MOVE "TERM KEPT, NO DATE" TO RPT-CL-LABEL
             MOVE WS-NO-DATE-COUNT TO RPT-CL-VALUE
             MOVE "LISTED ABOVE - KEY TERM DATE TO ARCHIVE"
                TO RPT-CL-NOTE
             PERFORM WRITE-COUNT-LINE
          END-IF.

      * Three proofs per file - the live file went down by exactly
      * what was removed, everything removed arrived in the archive
      * this run or was already there, and the archive went up by
      * exactly what arrived
        BALANCE-ONE-FILE.
          MOVE WS-BAL-FILES TO RPT-SECTION
          WRITE RPT-REC FROM RPT-SECTION-LINE
           AFTER ADVANCING 3 LINES

          MOVE "LIVE RECORDS BEFORE" TO RPT-CL-LABEL
          MOVE WS-BAL-LIVE-BEFORE TO RPT-CL-VALUE
          MOVE SPACES TO RPT-CL-NOTE
          PERFORM WRITE-COUNT-LINE
          MOVE "REMOVED FROM LIVE" TO RPT-CL-LABEL
          MOVE WS-BAL-REMOVED TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          COMPUTE WS-EXPECT-COUNT =
             WS-BAL-LIVE-BEFORE - WS-BAL-REMOVED
          MOVE "LIVE RECORDS AFTER" TO RPT-CL-LABEL
          MOVE WS-BAL-LIVE-AFTER TO RPT-CL-VALUE
          IF WS-EXPECT-COUNT = WS-BAL-LIVE-AFTER
             MOVE "LIVE FILE BALANCES" TO RPT-CL-NOTE
          ELSE
             MOVE "*** LIVE FILE OUT OF BALANCE ***" TO RPT-CL-NOTE
             SET RUN-IS-UNBALANCED TO TRUE
          END-IF
          PERFORM WRITE-COUNT-LINE

          MOVE "ARRIVED IN ARCHIVE" TO RPT-CL-LABEL
          MOVE WS-BAL-ARRIVED TO RPT-CL-VALUE
          MOVE SPACES TO RPT-CL-NOTE
          PERFORM WRITE-COUNT-LINE
          COMPUTE WS-EXPECT-COUNT =
             WS-BAL-ARRIVED + WS-BAL-ALREADY
          MOVE "ALREADY IN ARCHIVE" TO RPT-CL-LABEL
          MOVE WS-BAL-ALREADY TO RPT-CL-VALUE
          IF WS-EXPECT-COUNT = WS-BAL-REMOVED
             MOVE "REMOVED = ARRIVED + ALREADY" TO RPT-CL-NOTE
          ELSE
             MOVE "*** REMOVED NOT ALL ACCOUNTED FOR ***"
                TO RPT-CL-NOTE
             SET RUN-IS-UNBALANCED TO TRUE
          END-IF
          PERFORM WRITE-COUNT-LINE

          MOVE "ARCHIVE RECORDS BEFORE" TO RPT-CL-LABEL
          MOVE WS-BAL-ARCH-BEFORE TO RPT-CL-VALUE
          MOVE SPACES TO RPT-CL-NOTE
          PERFORM WRITE-COUNT-LINE
          COMPUTE WS-EXPECT-COUNT =
             WS-BAL-ARCH-BEFORE + WS-BAL-ARRIVED
          MOVE "ARCHIVE RECORDS AFTER" TO RPT-CL-LABEL
          MOVE WS-BAL-ARCH-AFTER TO RPT-CL-VALUE
          IF WS-EXPECT-COUNT = WS-BAL-ARCH-AFTER
             MOVE "ARCHIVE BALANCES" TO RPT-CL-NOTE
          ELSE
             MOVE "*** ARCHIVE OUT OF BALANCE ***" TO RPT-CL-NOTE
             SET RUN-IS-UNBALANCED TO TRUE
          END-IF
          PERFORM WRITE-COUNT-LINE.

        WRITE-COUNT-LINE.
          WRITE RPT-REC FROM RPT-COUNT-LINE
          AFTER ADVANCING 1 LINE.

        WRITE-VERDICT.
          IF RUN-IS-BALANCED
             MOVE "ARCHIVE BALANCED - EVERY RECORD REMOVED IS ARCHIVED"
                TO RPT-VERDICT
          ELSE
             MOVE "OUT OF BALANCE - HOLD THE ARCHIVE FILES AND CHECK"
                TO RPT-VERDICT
          END-IF
          WRITE RPT-REC FROM RPT-VERDICT-LINE
          AFTER ADVANCING 3 LINES.

      * One run-control record for the archive run - live master
      * records read, records moved to all four archives, one
      * exception when the proof failed
        WRITE-RUN-LOG.
          MOVE "PT1ARCH" TO RL-PROGRAM
          MOVE WS-RUN-DATE-NUM TO RL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO RL-RUN-TIME
          MOVE WS-EMP-LIVE-BEFORE TO RL-RECS-READ
          COMPUTE RL-RECS-OUT = WS-EMP-ARRIVED + WS-DED-ARRIVED
             + WS-HIST-ARRIVED + WS-LOG-ARRIVED
          IF RUN-IS-UNBALANCED
             MOVE 1 TO RL-EXCEPTIONS
          ELSE
             MOVE ZERO TO RL-EXCEPTIONS
          END-IF
          MOVE 'N' TO RL-RESTART
          MOVE RETURN-CODE TO RL-RETURN-CODE
          OPEN EXTEND RUNLOG-FILE
          WRITE RUNLOG-REC
          CLOSE RUNLOG-FILE.
