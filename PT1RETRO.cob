       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1RETRO.
       AUTHOR. MARIO GARCIA.

      * Retroactive pay for backdated rate changes - runs in the
      * nightly chain after the promote, so the master it reads is
      * the one PT1UPDT just built. A pay-rate CHANGE keyed with an
      * effective date earlier than the night it is applied used to
      * take the new rate from that night forward only, and payroll
      * worked out by hand what the employee had been under- or
      * overpaid for the periods already run. This program does
      * that arithmetic instead.
      * Every CHANGE on COB1-EMPHIST written since the last run is
      * looked at. The before-image gives the rate the employee was
      * on; the rate the change put in place is the before-image of
      * the employee's next history record from the same run (two
      * changes to one employee in one night) or, failing that, the
      * rate on the master now. Back-to-back CHANGEs for one
      * employee in one night with the same effective date (a rate
      * keyed and then corrected) are one change: the first one's
      * before-image is the old rate and the last one's result the
      * new, so each period is repriced once to where the rate
      * ended up (the adjustment file is keyed by the night and the
      * effective date, and holds one such change per employee).
      * A change whose effective date is earlier than the night it
      * was applied, and that moved the rate, is backdated, and
      * every period on the earnings history
      * COB1-EARNHIST for that employee ending on or after the
      * effective date, posted no later than the change, and not
      * already paid at the new rate is repriced. The repricing
      * uses the hours actually paid - straight hours at the rate,
      * premium hours at time-and-a-half, leave hours at the rate,
      * each rounded on its own exactly as PT1GROSS does - once at
      * the old rate and once at the new, and the difference is
      * that period's retro adjustment (negative for a rate that
      * went down). A period counts whole when it ends on or after
      * the effective date.
      * Each adjustment is kept on the keyed retro file COB1-RETRO,
      * one record per employee, change, and period. PT1GROSS picks
      * up every payable adjustment the next time the employee is
      * paid and posts it as the period's retro earnings line. A
      * change whose adjustments total more than the threshold on
      * the one-card PT1-RETROPARM (either way - an overpayment
      * being recovered is held the same as an underpayment being
      * made good) is held until a supervisor releases it. Release
      * and void cards come in on PT1-RETROREL - the action, the
      * EMP-ID, the date the change was applied (as the register
      * shows it) and the supervisor's ID - and are honored only
      * for a supervisor who is on COB1-OPERAUTH with release
      * authority and did not key the change, the same dual control
      * PT1EDIT puts on suspense overrides. Each adjustment carries
      * the operator who keyed the change and the supervisor who
      * released it from suspense, if anyone did; the supervisor
      * who released the change cannot release or void its retro
      * as well, and a change keyed outside any batch names no
      * keying operator, so cards against its retro are refused.
      * The retro register UR-S-RETRORPT lists the cards applied,
      * every backdated change found with its periods, hours, old
      * and new rates and amounts, and every change still held
      * awaiting release. The control file PT1R-CTL remembers the
      * latest history run date looked at and how many records of
      * that date were looked at, so a night only reads the history
      * written since; a rerun after a stop finds whatever it had
      * already written on COB1-RETRO and writes none of it twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The change history, read front to back (OPTIONAL - a system
      * with no changes yet has none)
           SELECT OPTIONAL HIST-FILE ASSIGN TO 'COB1-EMPHIST'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The promoted master, read by EMP-ID for the rate now in
      * force and the name
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MR-EMP-ID.
      * Earnings history - DYNAMIC so a START on the EMP-ID and the
      * effective date positions at the first period to reprice
      * (OPTIONAL - nothing has been paid before the first pay run)
           SELECT OPTIONAL EARN-FILE ASSIGN TO 'COB1-EARNHIST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EH-KEY.
      * The retro adjustments, maintained in place (OPTIONAL - the
      * first run creates it)
           SELECT OPTIONAL RETRO-FILE ASSIGN TO 'COB1-RETRO'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY.
      * Operator authority reference, loaded into core the way
      * PT1EDIT loads it
           SELECT OPER-FILE    ASSIGN TO 'COB1-OPERAUTH'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Threshold card (OPTIONAL - no card keeps the default)
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PT1-RETROPARM'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Supervisor release and void cards (OPTIONAL - most nights
      * have none)
           SELECT OPTIONAL REL-FILE ASSIGN TO 'PT1-RETROREL'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * One-record control - the latest history run date looked at
      * (OPTIONAL - the first run finds none)
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'PT1R-CTL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-RETRORPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Shared run-control log - one record appended per execution
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * History record exactly as PT1UPDT's WRITE-HISTORY-RECORD lays
      * it down, with the before-image broken out for the EMP-ID,
      * name and rate
       FD  HIST-FILE.
       01 HIST-REC.
        88 HIST-EOF VALUE HIGH-VALUES.
        02 HIST-RUN-DATE PIC 9(8).
        02 HIST-ACTION PIC X(1).
         88 HIST-IS-CHANGE VALUE 'C'.
        02 HIST-BEFORE-IMAGE.
         03 HB-EMP-ID PIC 9(7).
         03 HB-EMP-L-NAME PIC X(15).
         03 HB-EMP-F-NAME PIC X(15).
         03 FILLER PIC X(34).
         03 HB-EMP-PAY-RATE PIC 9(5)V99.
         03 FILLER PIC X(19).
        02 HIST-BATCH-NO PIC X(4).
        02 HIST-OPERATOR PIC X(8).
        02 HIST-RELEASER PIC X(8).
        02 HIST-EFF-DATE.
         03 HIST-EFF-M PIC 9(2).
         03 HIST-EFF-D PIC 9(2).
         03 HIST-EFF-Y PIC 9(4).

       FD  MASTR-FILE.
       01 MASTR-REC.
        02 MR-EMP-ID PIC 9(7).
        02 MR-EMP-L-NAME PIC X(15).
        02 MR-EMP-F-NAME PIC X(15).
        02 FILLER PIC X(34).
        02 MR-EMP-PAY-RATE PIC 9(5)V99.
        02 FILLER PIC X(19).

      * Earnings history record exactly as PT1GROSS lays it down
       FD  EARN-FILE.
       01 EARN-REC.
        02 EH-KEY.
         03 EH-EMP-ID PIC 9(7).
         03 EH-PERIOD-END PIC 9(8).
        02 EH-DEPT-CODE PIC X(6).
        02 EH-PAY-RATE PIC 9(5)V99.
        02 EH-REG-HOURS PIC 9(3)V99.
        02 EH-OT-HOURS PIC 9(3)V99.
        02 EH-STRAIGHT-HOURS PIC 9(3)V99.
        02 EH-PREMIUM-HOURS PIC 9(3)V99.
        02 EH-STRAIGHT-PAY PIC 9(7)V99.
        02 EH-PREMIUM-PAY PIC 9(7)V99.
        02 EH-GROSS-PAY PIC 9(7)V99.
        02 EH-DED-COUNT PIC 9(2).
        02 EH-DED-ENTRY OCCURS 12 TIMES.
         03 EH-DED-CODE PIC X(3).
         03 EH-DED-AMT PIC 9(5)V99.
        02 EH-DED-TOTAL PIC 9(7)V99.
        02 EH-NET-PAY PIC 9(7)V99.
        02 EH-POST-DATE PIC 9(8).
        02 EH-LEAVE-ENTRY OCCURS 3 TIMES.
         03 EH-LEAVE-TYPE PIC X(1).
         03 EH-LEAVE-HOURS PIC 9(3)V99.
        02 EH-LEAVE-PAY PIC 9(7)V99.
        02 EH-RETRO-PAY PIC S9(7)V99.
        02 EH-RUN-NO PIC 9(4).

      * Retro adjustment - one per employee, backdated change and
      * repriced period. The key runs employee, the date the change
      * was applied, its effective date, then the period, so one
      * change's periods sit together in date order. The status is
      * P payable (PT1GROSS takes it at the employee's next pay),
      * H held for a supervisor, D paid, or V voided by a
      * supervisor; the paid period and posting date are filled in
      * by PT1GROSS when it pays
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

      * Operator authority record, same layout PT1EDIT reads
       FD  OPER-FILE.
       01 OPER-REC.
        88 OPER-EOF VALUE HIGH-VALUES.
        02 OA-OPERATOR PIC X(8).
        02 OA-ROLE PIC X(1).
        02 OA-ALLOW-ADD PIC X(1).
        02 OA-ALLOW-CHANGE PIC X(1).
        02 OA-ALLOW-TERM PIC X(1).
        02 OA-ALLOW-DELETE PIC X(1).
        02 OA-RELEASE PIC X(1).
        02 OA-RATE-CEILING PIC 9(5)V99.

      * Threshold card - the largest total adjustment one change
      * may pay (or recover) without a supervisor's release
       FD  PARM-FILE.
       01 PARM-REC.
        02 RP-THRESHOLD PIC 9(5)V99.

      * Release card - R releases a held change for payment, V
      * voids it; the change is named by EMP-ID and the date it was
      * applied, MMDDYYYY
       FD  REL-FILE.
       01 REL-REC.
        88 REL-EOF VALUE HIGH-VALUES.
        02 RR-ACTION PIC X(1).
         88 RR-IS-RELEASE VALUE 'R'.
         88 RR-IS-VOID VALUE 'V'.
        02 RR-EMP-ID PIC 9(7).
        02 RR-CHANGE-DATE.
         03 RR-CHANGE-M PIC 9(2).
         03 RR-CHANGE-D PIC 9(2).
         03 RR-CHANGE-Y PIC 9(4).
        02 RR-SUPERVISOR PIC X(8).

       FD  CTL-FILE.
       01 CTL-REC.
        02 RC-HIST-HIGH-WATER PIC 9(8).
        02 RC-HIGH-WATER-COUNT PIC 9(7).
        02 RC-RUN-DATE PIC 9(8).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

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

      * Release threshold - a change totalling more than this either
      * way is held; PT1-RETROPARM overrides it
       01 WS-THRESHOLD PIC 9(5)V99 VALUE 500.00.
       01 WS-NEG-THRESHOLD PIC S9(5)V99 VALUE ZERO.

      * History window - records after the high-water date are
      * looked at, and so are records of the high-water date itself
      * past the number already looked at (a later run the same
      * day). A first run with no control record starts at the run
      * date rather than repricing every change ever made
       01 WS-HIGH-WATER PIC 9(8) VALUE ZERO.
       01 WS-HIGH-WATER-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-HIGH-WATER-SEEN PIC 9(7) COMP VALUE ZERO.
       01 WS-NEW-HIGH-WATER PIC 9(8) VALUE ZERO.
       01 WS-NEW-HIGH-WATER-COUNT PIC 9(7) COMP VALUE ZERO.

      * In-core operator authority, loaded once like PT1EDIT's
       01 WS-OPER-TABLE.
        02 WS-OPER-ENTRY OCCURS 100 TIMES.
         03 WS-OP-ID PIC X(8).
         03 WS-OP-RELEASE PIC X(1).
       01 WS-OPER-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-HIT PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-KEY PIC X(8) VALUE SPACES.
       01 WS-OPER-FOUND-SW PIC X(1) VALUE 'N'.
        88 OPER-IS-FOUND VALUE 'Y'.

      * The CHANGE being held while the next history record is read
      * - the next record tells whether the same run changed the
      * employee again, and so what rate this change put in place
       01 WS-HELD-SW PIC X(1) VALUE 'N'.
        88 CHANGE-IS-HELD VALUE 'Y'.
       01 WS-HELD-CHANGE.
        02 WS-HD-RUN-DATE PIC 9(8).
        02 WS-HD-EMP-ID PIC 9(7).
        02 WS-HD-L-NAME PIC X(15).
        02 WS-HD-F-NAME PIC X(15).
        02 WS-HD-OLD-RATE PIC 9(5)V99.
        02 WS-HD-OPERATOR PIC X(8).
        02 WS-HD-RELEASER PIC X(8).
        02 WS-HD-EFF-YMD PIC 9(8).
       01 WS-CUR-EFF-YMD PIC 9(8) VALUE ZERO.
       01 WS-NEW-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-NEW-RATE-SW PIC X(1) VALUE 'N'.
        88 NEW-RATE-KNOWN VALUE 'Y'.

      * The periods one change reprices, gathered before anything is
      * written so the change total can decide payable or held
       01 WS-PER-TABLE.
        02 WS-PER-ENTRY OCCURS 60 TIMES.
         03 WS-PR-PERIOD-END PIC 9(8).
         03 WS-PR-STRAIGHT-HOURS PIC 9(3)V99.
         03 WS-PR-PREMIUM-HOURS PIC 9(3)V99.
         03 WS-PR-LEAVE-HOURS PIC 9(3)V99.
         03 WS-PR-AMOUNT PIC S9(7)V99.
       01 WS-PER-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PER-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-CHG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CHG-STATUS PIC X(1) VALUE SPACE.
       01 WS-EARN-EOF-SW PIC X(1) VALUE 'N'.
        88 EARN-WALK-DONE VALUE 'Y'.

      * Repricing work - one period at the old rate and the new
       01 WS-LEAVE-IDX PIC 9(2) COMP VALUE ZERO.
       01 WS-LEAVE-HOURS PIC 9(3)V99 VALUE ZERO.
       01 WS-OLD-STRAIGHT PIC 9(7)V99 VALUE ZERO.
       01 WS-OLD-PREMIUM PIC 9(7)V99 VALUE ZERO.
       01 WS-OLD-LEAVE PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-STRAIGHT PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-PREMIUM PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-LEAVE PIC 9(7)V99 VALUE ZERO.

      * Release card work
       01 WS-REL-CHANGE-YMD PIC 9(8) VALUE ZERO.
       01 WS-REL-CHECKED-SW PIC X(1) VALUE 'N'.
        88 REL-IS-CHECKED VALUE 'Y'.
       01 WS-REL-REFUSED-SW PIC X(1) VALUE 'N'.
        88 REL-IS-REFUSED VALUE 'Y'.
       01 WS-REL-PERIODS PIC 9(3) COMP VALUE ZERO.
       01 WS-REL-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-RETRO-EOF-SW PIC X(1) VALUE 'N'.
        88 RETRO-WALK-DONE VALUE 'Y'.

      * Held-change listing - one line per change, its periods
      * added up as the file is walked
       01 WS-LIST-OPEN-SW PIC X(1) VALUE 'N'.
        88 LIST-IS-OPEN VALUE 'Y'.
       01 WS-LIST-KEY.
        02 WS-LK-EMP-ID PIC 9(7).
        02 WS-LK-CHANGE-DATE PIC 9(8).
        02 WS-LK-EFF-DATE PIC 9(8).
       01 WS-LIST-OLD-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-LIST-NEW-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-LIST-PERIODS PIC 9(3) COMP VALUE ZERO.
       01 WS-LIST-AMOUNT PIC S9(9)V99 VALUE ZERO.

      * YYYYMMDD to MM/DD/YYYY for the register
       01 WS-FMT-YMD PIC 9(8) VALUE ZERO.
       01 WS-FMT-YMD-X REDEFINES WS-FMT-YMD.
        02 WS-FMT-Y PIC 9(4).
        02 WS-FMT-M PIC 9(2).
        02 WS-FMT-D PIC 9(2).
       01 WS-FMT-TEXT.
        02 WS-FMT-TEXT-M PIC 9(2).
        02 FILLER PIC X(1) VALUE "/".
        02 WS-FMT-TEXT-D PIC 9(2).
        02 FILLER PIC X(1) VALUE "/".
        02 WS-FMT-TEXT-Y PIC 9(4).

      * Run counts and money
       01 WS-HIST-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-CHANGES-FOUND PIC 9(5) COMP VALUE ZERO.
       01 WS-CHANGES-FOLDED PIC 9(5) COMP VALUE ZERO.
       01 WS-PERIODS-WRITTEN PIC 9(7) COMP VALUE ZERO.
       01 WS-PERIODS-ON-FILE PIC 9(7) COMP VALUE ZERO.
       01 WS-CHANGES-HELD PIC 9(5) COMP VALUE ZERO.
       01 WS-PAYABLE-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-HELD-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CARDS-READ PIC 9(5) COMP VALUE ZERO.
       01 WS-CARDS-APPLIED PIC 9(5) COMP VALUE ZERO.
       01 WS-CARDS-REFUSED PIC 9(5) COMP VALUE ZERO.
       01 WS-STILL-HELD PIC 9(5) COMP VALUE ZERO.

      * Page control, same paging the other registers use
       01 WS-RPT-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RPT-PAGE-NUM PIC 9(4) COMP VALUE ZERO.
       01 WS-PAGE-DEPTH PIC 9(3) VALUE 55.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1RETRO - RETROACTIVE PAY REGISTER".
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

      * One release or void card and what became of it
       01 RPT-RELEASE-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-RL-ACTION PIC X(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RL-EMP-ID PIC X(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "CHANGED ".
        02 RPT-RL-CHANGE-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "BY ".
        02 RPT-RL-SUPERVISOR PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-RL-RESULT PIC X(32).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "PERIODS: ".
        02 RPT-RL-PERIODS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "AMOUNT: ".
        02 RPT-RL-AMOUNT PIC -Z,ZZZ,ZZ9.99.

      * One backdated change - the employee, when it was applied,
      * when it took effect, and the rate before and after
       01 RPT-CHANGE-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CH-EMP-ID PIC 9(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CH-L-NAME PIC X(15).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-CH-F-NAME PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "CHANGED ".
        02 RPT-CH-CHANGE-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "EFF ".
        02 RPT-CH-EFF-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "RATE ".
        02 RPT-CH-OLD-RATE PIC ZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE " TO ".
        02 RPT-CH-NEW-RATE PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "KEYED BY ".
        02 RPT-CH-OPERATOR PIC X(8).

      * One repriced period under its change
       01 RPT-PERIOD-LINE.
        02 FILLER PIC X(13) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "PERIOD END ".
        02 RPT-PL-PERIOD-END PIC X(10).
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "STRAIGHT ".
        02 RPT-PL-STRAIGHT-HOURS PIC ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "PREMIUM ".
        02 RPT-PL-PREMIUM-HOURS PIC ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "LEAVE ".
        02 RPT-PL-LEAVE-HOURS PIC ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "RETRO ".
        02 RPT-PL-AMOUNT PIC -ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-PL-NOTE PIC X(20).

      * The change's total and whether it pays or waits
       01 RPT-CHANGE-TOTAL-LINE.
        02 FILLER PIC X(13) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "CHANGE TOTAL ".
        02 FILLER PIC X(9) VALUE "PERIODS: ".
        02 RPT-CT-PERIODS PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "AMOUNT: ".
        02 RPT-CT-AMOUNT PIC -Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-CT-NOTE PIC X(40).

      * One change still held for release, from the retro file
       01 RPT-HELD-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-HL-EMP-ID PIC 9(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "CHANGED ".
        02 RPT-HL-CHANGE-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "EFF ".
        02 RPT-HL-EFF-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "RATE ".
        02 RPT-HL-OLD-RATE PIC ZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE " TO ".
        02 RPT-HL-NEW-RATE PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "PERIODS: ".
        02 RPT-HL-PERIODS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "AMOUNT: ".
        02 RPT-HL-AMOUNT PIC -Z,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CL-LABEL PIC X(36).
        02 RPT-CL-VALUE PIC Z,ZZZ,ZZ9.

       01 RPT-MONEY-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-ML-LABEL PIC X(36).
        02 RPT-ML-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME

        PERFORM READ-RETRO-PARMS
        PERFORM LOAD-OPER-TABLE
        PERFORM READ-RETRO-CONTROL

        OPEN I-O RETRO-FILE
             INPUT EARN-FILE, MASTR-FILE
             OUTPUT RPT-FILE
        PERFORM PRINT-RPT-HEADING

        PERFORM APPLY-RELEASE-CARDS

        MOVE "BACKDATED RATE CHANGES FOUND" TO RPT-SECTION-TEXT
        PERFORM WRITE-SECTION-LINE
        OPEN INPUT HIST-FILE
        PERFORM READ-HIST-RECORD
        PERFORM SCAN-HIST-RECORD UNTIL HIST-EOF
        IF CHANGE-IS-HELD
           PERFORM TAKE-NEW-RATE-FROM-MASTR
           PERFORM PROCESS-HELD-CHANGE
        END-IF
        CLOSE HIST-FILE

        PERFORM LIST-HELD-CHANGES
        PERFORM WRITE-RUN-TOTALS

        CLOSE RETRO-FILE, EARN-FILE, MASTR-FILE, RPT-FILE
        PERFORM WRITE-RETRO-CONTROL
        PERFORM WRITE-RUN-LOG
        GOBACK.

      * The threshold card, when there is one - a threshold that is
      * not numeric stops the run rather than holding nothing or
      * everything by accident
        READ-RETRO-PARMS.
          OPEN INPUT PARM-FILE
          READ PARM-FILE
             AT END CONTINUE
             NOT AT END
                IF RP-THRESHOLD NOT NUMERIC
                   DISPLAY "PT1RETRO ABEND - PT1-RETROPARM THRESHOLD "
                      "MUST BE NUMERIC: " PARM-REC
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   GOBACK
                END-IF
                MOVE RP-THRESHOLD TO WS-THRESHOLD
          END-READ
          CLOSE PARM-FILE
          COMPUTE WS-NEG-THRESHOLD = ZERO - WS-THRESHOLD.

        READ-RETRO-CONTROL.
          MOVE WS-RUN-DATE TO WS-HIGH-WATER
          OPEN INPUT CTL-FILE
          READ CTL-FILE
             AT END CONTINUE
             NOT AT END
                IF RC-HIST-HIGH-WATER NUMERIC
                   AND RC-HIGH-WATER-COUNT NUMERIC
                   MOVE RC-HIST-HIGH-WATER TO WS-HIGH-WATER
                   MOVE RC-HIGH-WATER-COUNT TO WS-HIGH-WATER-COUNT
                END-IF
          END-READ
          CLOSE CTL-FILE
          MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER
          MOVE ZERO TO WS-NEW-HIGH-WATER-COUNT.

        WRITE-RETRO-CONTROL.
          MOVE WS-NEW-HIGH-WATER TO RC-HIST-HIGH-WATER
          MOVE WS-NEW-HIGH-WATER-COUNT TO RC-HIGH-WATER-COUNT
          MOVE WS-RUN-DATE TO RC-RUN-DATE
          OPEN OUTPUT CTL-FILE
          WRITE CTL-REC
          CLOSE CTL-FILE.

        LOAD-OPER-TABLE.
          OPEN INPUT OPER-FILE
          PERFORM READ-OPER-RECORD
          PERFORM STORE-OPER-RECORD UNTIL OPER-EOF
          CLOSE OPER-FILE.

        READ-OPER-RECORD.
          READ OPER-FILE
            AT END SET OPER-EOF TO TRUE
          END-READ.

        STORE-OPER-RECORD.
          IF OA-OPERATOR NOT = SPACES
             IF WS-OPER-COUNT >= 100
                DISPLAY "PT1RETRO ABEND - OPERATOR TABLE FULL AT 100 "
                   "ENTRIES, RAISE WS-OPER-TABLE AND RERUN"
                MOVE 16 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG
                GOBACK
             END-IF
             ADD 1 TO WS-OPER-COUNT
             MOVE OA-OPERATOR TO WS-OP-ID (WS-OPER-COUNT)
             MOVE OA-RELEASE TO WS-OP-RELEASE (WS-OPER-COUNT)
          END-IF
          PERFORM READ-OPER-RECORD.

        FIND-OPERATOR.
          MOVE 'N' TO WS-OPER-FOUND-SW
          MOVE ZERO TO WS-OPER-HIT
          PERFORM COMPARE-OPER-ENTRY
             VARYING WS-OPER-IDX FROM 1 BY 1
             UNTIL WS-OPER-IDX > WS-OPER-COUNT
                OR OPER-IS-FOUND.

        COMPARE-OPER-ENTRY.
          IF WS-OP-ID (WS-OPER-IDX) = WS-OPER-KEY
             SET OPER-IS-FOUND TO TRUE
             MOVE WS-OPER-IDX TO WS-OPER-HIT
          END-IF.

      * Release and void cards are applied ahead of tonight's new
      * changes, so a card only ever acts on a change the register
      * has already shown as held
        APPLY-RELEASE-CARDS.
          MOVE "SUPERVISOR RELEASE AND VOID CARDS" TO RPT-SECTION-TEXT
          PERFORM WRITE-SECTION-LINE
          OPEN INPUT REL-FILE
          PERFORM READ-REL-RECORD
          PERFORM APPLY-ONE-RELEASE UNTIL REL-EOF
          CLOSE REL-FILE.

        READ-REL-RECORD.
          READ REL-FILE
            AT END SET REL-EOF TO TRUE
          END-READ
          IF NOT REL-EOF
             ADD 1 TO WS-CARDS-READ
          END-IF.

      * One card - every held period of the named change is released
      * to payable or voided, once the supervisor passes the same
      * tests PT1EDIT makes of an override: on file, holding release
      * authority, and not the operator who keyed the change - nor,
      * here, the supervisor who released the change from suspense
        APPLY-ONE-RELEASE.
          MOVE ZERO TO WS-REL-PERIODS
          MOVE ZERO TO WS-REL-AMOUNT
          MOVE 'N' TO WS-REL-CHECKED-SW
          MOVE 'N' TO WS-REL-REFUSED-SW
          MOVE SPACES TO RPT-RL-RESULT
          EVALUATE TRUE
             WHEN RR-IS-RELEASE
                MOVE "RELEASE" TO RPT-RL-ACTION
             WHEN RR-IS-VOID
                MOVE "VOID" TO RPT-RL-ACTION
             WHEN OTHER
                MOVE RR-ACTION TO RPT-RL-ACTION
          END-EVALUATE
          MOVE RR-EMP-ID TO RPT-RL-EMP-ID
          MOVE RR-CHANGE-DATE TO RPT-RL-CHANGE-DATE
          MOVE RR-SUPERVISOR TO RPT-RL-SUPERVISOR
          IF (NOT RR-IS-RELEASE AND NOT RR-IS-VOID)
             OR RR-EMP-ID NOT NUMERIC
             OR RR-CHANGE-DATE NOT NUMERIC
             MOVE "REFUSED - CARD NOT VALID" TO RPT-RL-RESULT
             SET REL-IS-REFUSED TO TRUE
          ELSE
             COMPUTE WS-REL-CHANGE-YMD =
                RR-CHANGE-Y * 10000 + RR-CHANGE-M * 100 + RR-CHANGE-D
             MOVE WS-REL-CHANGE-YMD TO WS-FMT-YMD
             PERFORM FORMAT-PRINT-DATE
             MOVE WS-FMT-TEXT TO RPT-RL-CHANGE-DATE
             MOVE RR-EMP-ID TO RT-EMP-ID
             MOVE WS-REL-CHANGE-YMD TO RT-CHANGE-DATE
             MOVE ZERO TO RT-EFF-DATE
             MOVE ZERO TO RT-PERIOD-END
             MOVE 'N' TO WS-RETRO-EOF-SW
             START RETRO-FILE KEY NOT < RT-KEY
                INVALID KEY SET RETRO-WALK-DONE TO TRUE
             END-START
             PERFORM RELEASE-ONE-RETRO UNTIL RETRO-WALK-DONE
          END-IF
          IF REL-IS-REFUSED
             ADD 1 TO WS-CARDS-REFUSED
          ELSE
             IF WS-REL-PERIODS = ZERO
                MOVE "NOTHING HELD FOR THIS CHANGE" TO RPT-RL-RESULT
                ADD 1 TO WS-CARDS-REFUSED
             ELSE
                ADD 1 TO WS-CARDS-APPLIED
                IF RR-IS-RELEASE
                   MOVE "RELEASED FOR PAYMENT" TO RPT-RL-RESULT
                ELSE
                   MOVE "VOIDED - WILL NOT BE PAID" TO RPT-RL-RESULT
                END-IF
             END-IF
          END-IF
          MOVE WS-REL-PERIODS TO RPT-RL-PERIODS
          MOVE WS-REL-AMOUNT TO RPT-RL-AMOUNT
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-RELEASE-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT
          PERFORM READ-REL-RECORD.

        RELEASE-ONE-RETRO.
          READ RETRO-FILE NEXT RECORD
            AT END SET RETRO-WALK-DONE TO TRUE
          END-READ
          IF NOT RETRO-WALK-DONE
             IF RT-EMP-ID NOT = RR-EMP-ID
                OR RT-CHANGE-DATE NOT = WS-REL-CHANGE-YMD
                SET RETRO-WALK-DONE TO TRUE
             ELSE
                IF RT-IS-HELD
                   IF NOT REL-IS-CHECKED
                      PERFORM CHECK-RELEASE-AUTHORITY
                   END-IF
                   IF REL-IS-REFUSED
                      SET RETRO-WALK-DONE TO TRUE
                   ELSE
                      PERFORM RELEASE-RETRO-RECORD
                   END-IF
                END-IF
             END-IF
          END-IF.

        CHECK-RELEASE-AUTHORITY.
          SET REL-IS-CHECKED TO TRUE
          MOVE RR-SUPERVISOR TO WS-OPER-KEY
          PERFORM FIND-OPERATOR
          IF NOT OPER-IS-FOUND
             MOVE "REFUSED - SUPERVISOR UNKNOWN" TO RPT-RL-RESULT
             SET REL-IS-REFUSED TO TRUE
          ELSE
             IF WS-OP-RELEASE (WS-OPER-HIT) NOT = 'Y'
                MOVE "REFUSED - NO RELEASE AUTHORITY" TO RPT-RL-RESULT
                SET REL-IS-REFUSED TO TRUE
             ELSE
                EVALUATE TRUE
                   WHEN RT-OPERATOR = SPACES
                      MOVE "REFUSED - NO KEYING OPERATOR"
                         TO RPT-RL-RESULT
                      SET REL-IS-REFUSED TO TRUE
                   WHEN RR-SUPERVISOR = RT-OPERATOR
                      MOVE "REFUSED - SUPERVISOR KEYED IT"
                         TO RPT-RL-RESULT
                      SET REL-IS-REFUSED TO TRUE
                   WHEN RR-SUPERVISOR = RT-CHANGE-RELEASER
                      MOVE "REFUSED - RELEASED THE CHANGE"
                         TO RPT-RL-RESULT
                      SET REL-IS-REFUSED TO TRUE
                END-EVALUATE
             END-IF
          END-IF.

        RELEASE-RETRO-RECORD.
          IF RR-IS-RELEASE
             SET RT-IS-PAYABLE TO TRUE
          ELSE
             SET RT-IS-VOIDED TO TRUE
          END-IF
          MOVE RR-SUPERVISOR TO RT-RELEASER
          MOVE WS-RUN-DATE TO RT-RELEASE-DATE
          REWRITE RETRO-REC
          ADD 1 TO WS-REL-PERIODS
          ADD RT-AMOUNT TO WS-REL-AMOUNT.

        READ-HIST-RECORD.
          READ HIST-FILE
            AT END SET HIST-EOF TO TRUE
          END-READ.

      * One history record. Records before the window, and those of
      * the high-water date an earlier run already looked at, are
      * passed over; the new high-water date and its count are kept
      * as the file goes by
        SCAN-HIST-RECORD.
          IF HIST-RUN-DATE NOT < WS-HIGH-WATER
             IF HIST-RUN-DATE > WS-NEW-HIGH-WATER
                MOVE HIST-RUN-DATE TO WS-NEW-HIGH-WATER
                MOVE 1 TO WS-NEW-HIGH-WATER-COUNT
             ELSE
                ADD 1 TO WS-NEW-HIGH-WATER-COUNT
             END-IF
             IF HIST-RUN-DATE = WS-HIGH-WATER
                AND WS-HIGH-WATER-SEEN < WS-HIGH-WATER-COUNT
                ADD 1 TO WS-HIGH-WATER-SEEN
             ELSE
                PERFORM TAKE-HIST-RECORD
             END-IF
          END-IF
          PERFORM READ-HIST-RECORD.

      * One history record inside the window. A CHANGE held from the
      * record before learns its new rate here: the same employee
      * again in the same run means this record's before-image is
      * the rate the held change left behind; anything else means
      * the held change was the employee's last of the run and the
      * master has its rate. Then this record, if it is a CHANGE,
      * becomes the one held - unless it is the same employee's
      * next CHANGE of the night with the same effective date, which
      * is folded into the one already held (that one keeps its old
      * rate, and learns its new rate from whatever comes after)
        TAKE-HIST-RECORD.
          ADD 1 TO WS-HIST-READ
          IF HIST-EFF-DATE NUMERIC
             COMPUTE WS-CUR-EFF-YMD =
                HIST-EFF-Y * 10000 + HIST-EFF-M * 100 + HIST-EFF-D
          ELSE
             MOVE ZERO TO WS-CUR-EFF-YMD
          END-IF
          IF CHANGE-IS-HELD AND HIST-IS-CHANGE
             AND HB-EMP-ID = WS-HD-EMP-ID
             AND HIST-RUN-DATE = WS-HD-RUN-DATE
             AND WS-CUR-EFF-YMD = WS-HD-EFF-YMD
             ADD 1 TO WS-CHANGES-FOLDED
          ELSE
             IF CHANGE-IS-HELD
                IF HB-EMP-ID = WS-HD-EMP-ID
                   AND HIST-RUN-DATE = WS-HD-RUN-DATE
                   MOVE HB-EMP-PAY-RATE TO WS-NEW-RATE
                   SET NEW-RATE-KNOWN TO TRUE
                ELSE
                   PERFORM TAKE-NEW-RATE-FROM-MASTR
                END-IF
                PERFORM PROCESS-HELD-CHANGE
             END-IF
             IF HIST-IS-CHANGE
                PERFORM HOLD-CHANGE
             END-IF
          END-IF.

      * The effective date is kept as YYYYMMDD; a change keyed with
      * no effective date holds a zero and is never backdated
        HOLD-CHANGE.
          SET CHANGE-IS-HELD TO TRUE
          MOVE HIST-RUN-DATE TO WS-HD-RUN-DATE
          MOVE HB-EMP-ID TO WS-HD-EMP-ID
          MOVE HB-EMP-L-NAME TO WS-HD-L-NAME
          MOVE HB-EMP-F-NAME TO WS-HD-F-NAME
          MOVE HB-EMP-PAY-RATE TO WS-HD-OLD-RATE
          MOVE HIST-OPERATOR TO WS-HD-OPERATOR
          MOVE HIST-RELEASER TO WS-HD-RELEASER
          MOVE WS-CUR-EFF-YMD TO WS-HD-EFF-YMD.

        TAKE-NEW-RATE-FROM-MASTR.
          MOVE 'N' TO WS-NEW-RATE-SW
          MOVE WS-HD-EMP-ID TO MR-EMP-ID
          READ MASTR-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                MOVE MR-EMP-PAY-RATE TO WS-NEW-RATE
                SET NEW-RATE-KNOWN TO TRUE
          END-READ.

      * The held change - backdated only when it has an effective
      * date earlier than the night it was applied and it moved the
      * rate. Its periods are gathered and totalled first, the
      * total against the threshold decides payable or held for the
      * whole change, and only then is anything written
        PROCESS-HELD-CHANGE.
          MOVE 'N' TO WS-HELD-SW
          IF WS-HD-EFF-YMD NOT = ZERO
             AND WS-HD-EFF-YMD < WS-HD-RUN-DATE
             IF NOT NEW-RATE-KNOWN
                ADD 1 TO WS-CHANGES-FOUND
                MOVE WS-HD-OLD-RATE TO WS-NEW-RATE
                PERFORM PRINT-CHANGE-LINE
                MOVE ZERO TO RPT-CT-PERIODS
                MOVE ZERO TO RPT-CT-AMOUNT
                MOVE "NOT ON MASTER - NOT REPRICED" TO RPT-CT-NOTE
                PERFORM PRINT-CHANGE-TOTAL
             ELSE
                IF WS-NEW-RATE NOT = WS-HD-OLD-RATE
                   ADD 1 TO WS-CHANGES-FOUND
                   PERFORM REPRICE-CHANGE
                END-IF
             END-IF
          END-IF.

        REPRICE-CHANGE.
          MOVE ZERO TO WS-PER-COUNT
          MOVE ZERO TO WS-CHG-TOTAL
          MOVE WS-HD-EMP-ID TO EH-EMP-ID
          MOVE WS-HD-EFF-YMD TO EH-PERIOD-END
          MOVE 'N' TO WS-EARN-EOF-SW
          START EARN-FILE KEY NOT < EH-KEY
             INVALID KEY SET EARN-WALK-DONE TO TRUE
          END-START
          PERFORM GATHER-ONE-PERIOD UNTIL EARN-WALK-DONE
          IF WS-CHG-TOTAL > WS-THRESHOLD
             OR WS-CHG-TOTAL < WS-NEG-THRESHOLD
             MOVE 'H' TO WS-CHG-STATUS
          ELSE
             MOVE 'P' TO WS-CHG-STATUS
          END-IF
          PERFORM PRINT-CHANGE-LINE
          PERFORM WRITE-ONE-RETRO
             VARYING WS-PER-IDX FROM 1 BY 1
             UNTIL WS-PER-IDX > WS-PER-COUNT
          MOVE WS-PER-COUNT TO RPT-CT-PERIODS
          MOVE WS-CHG-TOTAL TO RPT-CT-AMOUNT
          EVALUATE TRUE
             WHEN WS-PER-COUNT = ZERO
                MOVE "NO PERIOD PAID SINCE THE EFFECTIVE DATE"
                   TO RPT-CT-NOTE
             WHEN WS-CHG-STATUS = 'H'
                MOVE "HELD - OVER THRESHOLD, NEEDS RELEASE"
                   TO RPT-CT-NOTE
                ADD 1 TO WS-CHANGES-HELD
             WHEN OTHER
                MOVE "PAYABLE AT NEXT PAY RUN" TO RPT-CT-NOTE
          END-EVALUATE
          PERFORM PRINT-CHANGE-TOTAL.

      * One period off the earnings history - it has to belong to
      * the employee, have been posted no later than the night the
      * change went on, and not already have been paid at the new
      * rate
        GATHER-ONE-PERIOD.
          READ EARN-FILE NEXT RECORD
            AT END SET EARN-WALK-DONE TO TRUE
          END-READ
          IF NOT EARN-WALK-DONE
             IF EH-EMP-ID NOT = WS-HD-EMP-ID
                SET EARN-WALK-DONE TO TRUE
             ELSE
                IF EH-POST-DATE NOT > WS-HD-RUN-DATE
                   AND EH-PAY-RATE NOT = WS-NEW-RATE
                   PERFORM REPRICE-ONE-PERIOD
                END-IF
             END-IF
          END-IF.

      * The period's hours at the old rate and at the new, each
      * amount rounded on its own the way PT1GROSS pays it. Leave
      * hours on periods posted before leave was kept read as
      * spaces and count as none
        REPRICE-ONE-PERIOD.
          IF WS-PER-COUNT >= 60
             DISPLAY "PT1RETRO ABEND - MORE THAN 60 PERIODS TO "
                "REPRICE FOR EMP-ID " WS-HD-EMP-ID
                ", RAISE WS-PER-TABLE AND RERUN"
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUN-LOG
             GOBACK
          END-IF
          MOVE ZERO TO WS-LEAVE-HOURS
          PERFORM ADD-LEAVE-HOURS
             VARYING WS-LEAVE-IDX FROM 1 BY 1
             UNTIL WS-LEAVE-IDX > 3
          COMPUTE WS-OLD-STRAIGHT ROUNDED =
             EH-STRAIGHT-HOURS * WS-HD-OLD-RATE
          COMPUTE WS-OLD-PREMIUM ROUNDED =
             EH-PREMIUM-HOURS * WS-HD-OLD-RATE * 1.5
          COMPUTE WS-OLD-LEAVE ROUNDED =
             WS-LEAVE-HOURS * WS-HD-OLD-RATE
          COMPUTE WS-NEW-STRAIGHT ROUNDED =
             EH-STRAIGHT-HOURS * WS-NEW-RATE
          COMPUTE WS-NEW-PREMIUM ROUNDED =
             EH-PREMIUM-HOURS * WS-NEW-RATE * 1.5
          COMPUTE WS-NEW-LEAVE ROUNDED =
             WS-LEAVE-HOURS * WS-NEW-RATE
          ADD 1 TO WS-PER-COUNT
          MOVE EH-PERIOD-END TO WS-PR-PERIOD-END (WS-PER-COUNT)
          MOVE EH-STRAIGHT-HOURS TO WS-PR-STRAIGHT-HOURS (WS-PER-COUNT)
          MOVE EH-PREMIUM-HOURS TO WS-PR-PREMIUM-HOURS (WS-PER-COUNT)
          MOVE WS-LEAVE-HOURS TO WS-PR-LEAVE-HOURS (WS-PER-COUNT)
          COMPUTE WS-PR-AMOUNT (WS-PER-COUNT) =
             WS-NEW-STRAIGHT + WS-NEW-PREMIUM + WS-NEW-LEAVE
             - WS-OLD-STRAIGHT - WS-OLD-PREMIUM - WS-OLD-LEAVE
          ADD WS-PR-AMOUNT (WS-PER-COUNT) TO WS-CHG-TOTAL.

        ADD-LEAVE-HOURS.
          IF EH-LEAVE-HOURS (WS-LEAVE-IDX) NUMERIC
             ADD EH-LEAVE-HOURS (WS-LEAVE-IDX) TO WS-LEAVE-HOURS
          END-IF.

      * One period's adjustment onto COB1-RETRO. A key already on
      * file is this same change found again by a rerun of the
      * night - it is listed but neither written nor counted again
        WRITE-ONE-RETRO.
          MOVE SPACES TO RETRO-REC
          MOVE WS-HD-EMP-ID TO RT-EMP-ID
          MOVE WS-HD-RUN-DATE TO RT-CHANGE-DATE
          MOVE WS-HD-EFF-YMD TO RT-EFF-DATE
          MOVE WS-PR-PERIOD-END (WS-PER-IDX) TO RT-PERIOD-END
          MOVE WS-HD-OLD-RATE TO RT-OLD-RATE
          MOVE WS-NEW-RATE TO RT-NEW-RATE
          MOVE WS-PR-STRAIGHT-HOURS (WS-PER-IDX) TO RT-STRAIGHT-HOURS
          MOVE WS-PR-PREMIUM-HOURS (WS-PER-IDX) TO RT-PREMIUM-HOURS
          MOVE WS-PR-LEAVE-HOURS (WS-PER-IDX) TO RT-LEAVE-HOURS
          MOVE WS-PR-AMOUNT (WS-PER-IDX) TO RT-AMOUNT
          MOVE WS-CHG-STATUS TO RT-STATUS
          MOVE WS-HD-OPERATOR TO RT-OPERATOR
          MOVE SPACES TO RT-RELEASER
          MOVE ZERO TO RT-RELEASE-DATE, RT-PAID-PERIOD, RT-PAID-DATE
          MOVE WS-HD-RELEASER TO RT-CHANGE-RELEASER
          WRITE RETRO-REC
             INVALID KEY
                MOVE "ALREADY ON FILE" TO RPT-PL-NOTE
                ADD 1 TO WS-PERIODS-ON-FILE
             NOT INVALID KEY
                ADD 1 TO WS-PERIODS-WRITTEN
                IF RT-IS-HELD
                   MOVE "HELD" TO RPT-PL-NOTE
                   ADD RT-AMOUNT TO WS-HELD-TOTAL
                ELSE
                   MOVE "PAYABLE" TO RPT-PL-NOTE
                   ADD RT-AMOUNT TO WS-PAYABLE-TOTAL
                END-IF
          END-WRITE
          MOVE WS-PR-PERIOD-END (WS-PER-IDX) TO WS-FMT-YMD
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-FMT-TEXT TO RPT-PL-PERIOD-END
          MOVE WS-PR-STRAIGHT-HOURS (WS-PER-IDX)
             TO RPT-PL-STRAIGHT-HOURS
          MOVE WS-PR-PREMIUM-HOURS (WS-PER-IDX) TO RPT-PL-PREMIUM-HOURS
          MOVE WS-PR-LEAVE-HOURS (WS-PER-IDX) TO RPT-PL-LEAVE-HOURS
          MOVE WS-PR-AMOUNT (WS-PER-IDX) TO RPT-PL-AMOUNT
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-PERIOD-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

        PRINT-CHANGE-LINE.
          MOVE WS-HD-EMP-ID TO RPT-CH-EMP-ID
          MOVE WS-HD-L-NAME TO RPT-CH-L-NAME
          MOVE WS-HD-F-NAME TO RPT-CH-F-NAME
          MOVE WS-HD-RUN-DATE TO WS-FMT-YMD
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-FMT-TEXT TO RPT-CH-CHANGE-DATE
          MOVE WS-HD-EFF-YMD TO WS-FMT-YMD
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-FMT-TEXT TO RPT-CH-EFF-DATE
          MOVE WS-HD-OLD-RATE TO RPT-CH-OLD-RATE
          MOVE WS-NEW-RATE TO RPT-CH-NEW-RATE
          MOVE WS-HD-OPERATOR TO RPT-CH-OPERATOR
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-CHANGE-LINE
          AFTER ADVANCING 2 LINES
          ADD 2 TO WS-RPT-LINE-COUNT.

        PRINT-CHANGE-TOTAL.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-CHANGE-TOTAL-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

      * Every change still waiting on a supervisor, tonight's and
      * any earlier night's - the retro file is in employee and
      * change order, so each change's held periods are together
      * and print as one line
        LIST-HELD-CHANGES.
          MOVE "CHANGES HELD AWAITING SUPERVISOR RELEASE"
             TO RPT-SECTION-TEXT
          PERFORM WRITE-SECTION-LINE
          MOVE 'N' TO WS-LIST-OPEN-SW
          MOVE LOW-VALUES TO RT-KEY
          MOVE 'N' TO WS-RETRO-EOF-SW
          START RETRO-FILE KEY NOT < RT-KEY
             INVALID KEY SET RETRO-WALK-DONE TO TRUE
          END-START
          PERFORM LIST-ONE-RETRO UNTIL RETRO-WALK-DONE
          IF LIST-IS-OPEN
             PERFORM PRINT-HELD-LINE
          END-IF.

        LIST-ONE-RETRO.
          READ RETRO-FILE NEXT RECORD
            AT END SET RETRO-WALK-DONE TO TRUE
          END-READ
          IF NOT RETRO-WALK-DONE AND RT-IS-HELD
             IF LIST-IS-OPEN
                AND (RT-EMP-ID NOT = WS-LK-EMP-ID
                   OR RT-CHANGE-DATE NOT = WS-LK-CHANGE-DATE
                   OR RT-EFF-DATE NOT = WS-LK-EFF-DATE)
                PERFORM PRINT-HELD-LINE
             END-IF
             IF NOT LIST-IS-OPEN
                SET LIST-IS-OPEN TO TRUE
                MOVE RT-EMP-ID TO WS-LK-EMP-ID
                MOVE RT-CHANGE-DATE TO WS-LK-CHANGE-DATE
                MOVE RT-EFF-DATE TO WS-LK-EFF-DATE
                MOVE RT-OLD-RATE TO WS-LIST-OLD-RATE
                MOVE RT-NEW-RATE TO WS-LIST-NEW-RATE
                MOVE ZERO TO WS-LIST-PERIODS
                MOVE ZERO TO WS-LIST-AMOUNT
             END-IF
             ADD 1 TO WS-LIST-PERIODS
             ADD RT-AMOUNT TO WS-LIST-AMOUNT
          END-IF.

        PRINT-HELD-LINE.
          MOVE WS-LK-EMP-ID TO RPT-HL-EMP-ID
          MOVE WS-LK-CHANGE-DATE TO WS-FMT-YMD
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-FMT-TEXT TO RPT-HL-CHANGE-DATE
          MOVE WS-LK-EFF-DATE TO WS-FMT-YMD
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-FMT-TEXT TO RPT-HL-EFF-DATE
          MOVE WS-LIST-OLD-RATE TO RPT-HL-OLD-RATE
          MOVE WS-LIST-NEW-RATE TO RPT-HL-NEW-RATE
          MOVE WS-LIST-PERIODS TO RPT-HL-PERIODS
          MOVE WS-LIST-AMOUNT TO RPT-HL-AMOUNT
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-HELD-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT
          ADD 1 TO WS-STILL-HELD
          MOVE 'N' TO WS-LIST-OPEN-SW.

        FORMAT-PRINT-DATE.
          MOVE WS-FMT-M TO WS-FMT-TEXT-M
          MOVE WS-FMT-D TO WS-FMT-TEXT-D
          MOVE WS-FMT-Y TO WS-FMT-TEXT-Y.

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
          MOVE "RELEASE CARDS READ" TO RPT-CL-LABEL
          MOVE WS-CARDS-READ TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "RELEASE CARDS APPLIED" TO RPT-CL-LABEL
          MOVE WS-CARDS-APPLIED TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "RELEASE CARDS REFUSED" TO RPT-CL-LABEL
          MOVE WS-CARDS-REFUSED TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "HISTORY RECORDS LOOKED AT" TO RPT-CL-LABEL
          MOVE WS-HIST-READ TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "BACKDATED RATE CHANGES FOUND" TO RPT-CL-LABEL
          MOVE WS-CHANGES-FOUND TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "CORRECTIONS FOLDED INTO A CHANGE" TO RPT-CL-LABEL
          MOVE WS-CHANGES-FOLDED TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "PERIODS REPRICED AND WRITTEN" TO RPT-CL-LABEL
          MOVE WS-PERIODS-WRITTEN TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "PERIODS ALREADY ON FILE" TO RPT-CL-LABEL
          MOVE WS-PERIODS-ON-FILE TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "CHANGES HELD TONIGHT" TO RPT-CL-LABEL
          MOVE WS-CHANGES-HELD TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "CHANGES STILL AWAITING RELEASE" TO RPT-CL-LABEL
          MOVE WS-STILL-HELD TO RPT-CL-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "RELEASE THRESHOLD" TO RPT-ML-LABEL
          MOVE WS-THRESHOLD TO RPT-ML-VALUE
          PERFORM WRITE-MONEY-LINE
          MOVE "NEW ADJUSTMENTS PAYABLE" TO RPT-ML-LABEL
          MOVE WS-PAYABLE-TOTAL TO RPT-ML-VALUE
          PERFORM WRITE-MONEY-LINE
          MOVE "NEW ADJUSTMENTS HELD" TO RPT-ML-LABEL
          MOVE WS-HELD-TOTAL TO RPT-ML-VALUE
          PERFORM WRITE-MONEY-LINE.

        WRITE-COUNT-LINE.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-COUNT-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

        WRITE-MONEY-LINE.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-MONEY-LINE
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

      * One run-control record - history records looked at, retro
      * records written, and as exceptions the changes held tonight
      * and the cards refused
        WRITE-RUN-LOG.
          MOVE "PT1RETRO" TO RL-PROGRAM
          MOVE WS-RUN-DATE TO RL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO RL-RUN-TIME
          MOVE WS-HIST-READ TO RL-RECS-READ
          MOVE WS-PERIODS-WRITTEN TO RL-RECS-OUT
          COMPUTE RL-EXCEPTIONS = WS-CHANGES-HELD + WS-CARDS-REFUSED
          MOVE 'N' TO RL-RESTART
          MOVE RETURN-CODE TO RL-RETURN-CODE
          OPEN EXTEND RUNLOG-FILE
          WRITE RUNLOG-REC
          CLOSE RUNLOG-FILE.
