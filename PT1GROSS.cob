      *   emp-id,period-end,regular-hours,overtime-hours
      * with the period-end as MM/DD/YYYY (the same form the
      * outbound extract writes) and the hours as plain numbers
      * with an optional decimal point. Up to three pairs of
      *   ,leave-type,leave-hours
      * may follow, one per kind of paid time off the employee
      * took in the period (V vacation, S sick and so on - a
      * single letter, the same codes COB1-PTORATE carries). Leave
      * hours are paid at the straight rate as their own amount,
      * outside the past-40 overtime test, and are kept on the
      * earnings history for PT1PTO to draw down the employee's
      * leave balances. Rows are parsed and
      * validated the way PT1CSVL validates the HRIS feed: a row
      * that does not parse, an EMP-ID not on COB1-EMPLOYEE (or no
      * longer active), or impossible hours (regular or overtime
      * regular hours over 40 shift into the overtime figure before
      * the money is computed, so a row keyed as 48 regular pays 40
      * straight and 8 at the premium either way.
      * Every register row also posts to the earnings history
      * COB1-EARNHIST, one record per employee per period end
      * carrying the hours, the straight and premium pay, each
      * COB1-DEDUCT deduction active on the period end taken
      * against that gross, and the net. The history is keyed on
      * EMP-ID plus the period end, so a re-sent hours file cannot
      * post the same period twice - a row whose period is already
      * on file goes to the exception listing, and a row repeated
      * inside the one file is refused at the post and flagged on
      * the register. Each post also rolls into the employee's
      * COB1-EARNACC accumulator, quarter-to-date and year-to-date
      * gross, deductions and net, zeroed when the period falls in
      * a later quarter or year than the one the record carries.
      * Every run is numbered, one past the run number on the
      * pay-run control record PT1G-CTL, and the number is stamped
      * on each earnings record it posts. The run closes by
      * rewriting PT1G-CTL for this run alone - the posting date,
      * the run number, the latest period end, and the count and
      * money totals posted - and the downstream pay-period programs
      * select the run's earnings by posting date and run number
      * and balance back to it. A late second run on the same day
      * is a run of its own: its control answers only for what it
      * posted, so the bank file and journal built from it cannot
      * take in the earlier run's employees a second time. Run the
      * downstream programs after each run.
      * Retro adjustments PT1RETRO has worked out for backdated rate
      * changes are paid here. Every payable adjustment on
      * COB1-RETRO for an employee being paid is added up and posted
      * as the period's retro earnings line - counted in the gross
      * the deductions are taken from, printed under the employee's
      * register line, and marked paid with the period it went out
      * in. An overpayment being recovered is only taken when the
      * period's straight-time and leave pay can cover it; if not,
      * the adjustments wait for a later period and the register
      * says so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * center per code, loaded into core like PT1DEPT does
           SELECT DEPT-FILE    ASSIGN TO 'COB1-DEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The deduction master - DYNAMIC so a START on the EMP-ID
      * positions at the employee's first deduction and READ NEXT
      * walks them, same as PT1INQ (OPTIONAL - no deductions keyed
      * yet still pays gross as net)
           SELECT OPTIONAL DEDUCT-FILE ASSIGN TO 'COB1-DEDUCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DD-KEY.
      * Earnings history and the per-employee accumulators, both
      * maintained in place with random I-O the way PT1DEDU keeps
      * COB1-DEDUCT (OPTIONAL so the first pay run creates them)
           SELECT OPTIONAL EARN-FILE ASSIGN TO 'COB1-EARNHIST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EH-KEY.
           SELECT OPTIONAL ACCUM-FILE ASSIGN TO 'COB1-EARNACC'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EA-EMP-ID.
      * Retro adjustments from PT1RETRO - DYNAMIC so a START on the
      * EMP-ID walks the employee's adjustments (OPTIONAL - no
      * backdated change yet means no file)
           SELECT OPTIONAL RETRO-FILE ASSIGN TO 'COB1-RETRO'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-KEY.
      * Pay-run control record, read back and rewritten whole
      * (OPTIONAL - the first pay run finds none)
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'PT1G-CTL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'PT1G-SRTWK'.
           SELECT PAY-FILE     ASSIGN TO 'PT1G-SRTOUT'
                   ORGANIZATION IS LINE SEQUENTIAL.
        02 MR-EMP-PAY-RATE PIC 9(5)V99.
        02 MR-EMP-STATUS PIC X(1).
         88 MR-IS-ACTIVE VALUES 'A' SPACE.
         88 MR-ON-LEAVE VALUE 'L'.
         88 MR-IS-TERMINATED VALUE 'T'.
        02 MR-EMP-TERM-DATE.
         03 MR-TERM-M PIC 9(2).
         03 MR-TERM-D PIC 9(2).
         03 MR-TERM-Y PIC 9(4).
        02 FILLER PIC X(10).

      * Department reference record, same layout PT1DEPT reads
       FD  DEPT-FILE.
        02 DEPT-NAME PIC X(25).
        02 DEPT-COST-CENTER PIC X(6).

      * Deduction record exactly as PT1DEDU lays it down
       FD  DEDUCT-FILE.
       01 DEDUCT-REC.
        02 DD-KEY.
         03 DD-EMP-ID PIC 9(7).
         03 DD-CODE PIC X(3).
        02 DD-DESC PIC X(20).
        02 DD-METHOD PIC X(1).
         88 DD-IS-PERCENT VALUE 'P'.
        02 DD-AMT PIC 9(5)V99.
        02 DD-PCT PIC 9(2)V99.
        02 DD-START-DATE.
         03 DD-START-M PIC 9(2).
         03 DD-START-D PIC 9(2).
         03 DD-START-Y PIC 9(4).
        02 DD-STOP-DATE.
         03 DD-STOP-M PIC 9(2).
         03 DD-STOP-D PIC 9(2).
         03 DD-STOP-Y PIC 9(4).

      * Earnings history - one record per employee per period end,
      * the period end held as YYYYMMDD so an employee's periods
      * read back in date order. Regular and overtime hours are
      * kept as sent and as paid (straight and premium, after the
      * past-40 shift), with the money for each side, the
      * deductions taken against the gross in code order, and the
      * net. The leave hours taken by type and the straight-rate
      * pay for them follow, then the retro adjustment paid with
      * the period (signed - a recovery is negative), inside the
      * room left at the end of the record for later earnings lines,
      * and last the number of the run that posted the record.
      * The gross includes the retro line
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

      * Earnings accumulator - one per employee, the quarter and
      * year the to-date figures belong to, and the latest period
      * end posted into them
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

      * Retro adjustment record exactly as PT1RETRO lays it down -
      * only payable ones (status P) are taken, and they are marked
      * paid (D) with the period and posting date; PT1BKOUT voids
      * (V) the unpaid ones of the nights a back-out undoes
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
         88 RT-IS-PAID VALUE 'D'.
        02 RT-OPERATOR PIC X(8).
        02 RT-RELEASER PIC X(8).
        02 RT-RELEASE-DATE PIC 9(8).
        02 RT-PAID-PERIOD PIC 9(8).
        02 RT-PAID-DATE PIC 9(8).
        02 RT-CHANGE-RELEASER PIC X(8).
        02 FILLER PIC X(2).

      * Pay-run control - what the latest run put on the earnings
      * history, for the programs that run off it
       FD  CTL-FILE.
       01 CTL-REC.
        02 GC-POST-DATE PIC 9(8).
        02 GC-PERIOD-END PIC 9(8).
        02 GC-POSTED-COUNT PIC 9(5).
        02 GC-GROSS-TOTAL PIC 9(11)V99.
        02 GC-DED-TOTAL PIC 9(11)V99.
        02 GC-NET-TOTAL PIC 9(11)V99.
        02 GC-RUN-NO PIC 9(4).

      * Sort work file - department code leads so the register
      * breaks by department, EMP-ID second so each group lists in
      * employee order
        02 SD-REG-HOURS PIC 9(3)V99.
        02 SD-OT-HOURS PIC 9(3)V99.
        02 SD-GROSS-PAY PIC 9(7)V99.
        02 SD-STRAIGHT-HOURS PIC 9(3)V99.
        02 SD-PREMIUM-HOURS PIC 9(3)V99.
        02 SD-STRAIGHT-PAY PIC 9(7)V99.
        02 SD-PREMIUM-PAY PIC 9(7)V99.
        02 SD-LEAVE-ENTRY OCCURS 3 TIMES.
         03 SD-LEAVE-TYPE PIC X(1).
         03 SD-LEAVE-HOURS PIC 9(3)V99.
        02 SD-LEAVE-PAY PIC 9(7)V99.

       FD  PAY-FILE.
       01 PAY-REC.
        02 PY-REG-HOURS PIC 9(3)V99.
        02 PY-OT-HOURS PIC 9(3)V99.
        02 PY-GROSS-PAY PIC 9(7)V99.
        02 PY-STRAIGHT-HOURS PIC 9(3)V99.
        02 PY-PREMIUM-HOURS PIC 9(3)V99.
        02 PY-STRAIGHT-PAY PIC 9(7)V99.
        02 PY-PREMIUM-PAY PIC 9(7)V99.
        02 PY-LEAVE-ENTRY OCCURS 3 TIMES.
         03 PY-LEAVE-TYPE PIC X(1).
         03 PY-LEAVE-HOURS PIC 9(3)V99.
        02 PY-LEAVE-PAY PIC 9(7)V99.

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).
       01 EXC-REC PIC X(132).

       WORKING-STORAGE SECTION.
      * The columns as unstrung from the row, still in text form,
      * and the parse state - same handling PT1CSVL gives the HRIS
      * feed. The leave pairs are optional, so a row carries 4, 6,
      * 8 or 10 columns
       01 WS-CSV-FIELDS.
        02 WS-CSV-EMP-ID PIC X(10).
        02 WS-CSV-PERIOD PIC X(12).
        02 WS-CSV-REG PIC X(10).
        02 WS-CSV-OT PIC X(10).
        02 WS-CSV-LEAVE OCCURS 3 TIMES.
         03 WS-CSV-LV-TYPE PIC X(4).
         03 WS-CSV-LV-HOURS PIC X(10).
       01 WS-LEAVE-PAIRS PIC 9(2) COMP VALUE ZERO.
       01 WS-LEAVE-IDX PIC 9(2) COMP VALUE ZERO.
       01 WS-LEAVE-CMP-IDX PIC 9(2) COMP VALUE ZERO.
       01 WS-FIELD-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-RECORD-SW PIC X(1) VALUE 'Y'.
        88 RECORD-IS-VALID VALUE 'Y'.
       01 WS-MASTR-FOUND-SW PIC X(1) VALUE 'N'.
        88 MASTR-FOUND VALUE 'Y'.

      * A terminated employee's row is paid only when the
      * termination falls inside the period being paid - the
      * period's first day worked back from its end the same way
      * PT1BANK does for the final check
       01 WS-TERM-CHECK-SW PIC X(1) VALUE 'N'.
        88 TERM-CHECK-DUE VALUE 'Y'.
       01 WS-PERIOD-DAYS PIC 9(3) COMP VALUE 14.
       01 WS-PERIOD-BEGIN PIC 9(8) VALUE ZERO.
       01 WS-TERM-YMD PIC 9(8) VALUE ZERO.

      * Hours scan work areas - digits and at most one decimal
      * point, the same character walk PARSE-RATE makes in PT1CSVL
       01 WS-HRS-SCAN-IDX PIC 9(3) COMP VALUE ZERO.
      * money, and the gross for the row
       01 WS-STRAIGHT-HOURS PIC 9(3)V99 VALUE ZERO.
       01 WS-PREMIUM-HOURS PIC 9(3)V99 VALUE ZERO.
       01 WS-STRAIGHT-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-PREMIUM-PAY PIC 9(7)V99 VALUE ZERO.
       01 WS-GROSS-PAY PIC 9(7)V99 VALUE ZERO.

      * Leave taken in the row by type, and the straight-rate pay
      * for all of it
       01 WS-LEAVE-TABLE.
        02 WS-LEAVE-ENTRY OCCURS 3 TIMES.
         03 WS-LEAVE-TYPE PIC X(1).
         03 WS-LEAVE-HOURS PIC 9(3)V99.
       01 WS-LEAVE-TOTAL-HOURS PIC 9(4)V99 VALUE ZERO.
       01 WS-LEAVE-PAY PIC 9(7)V99 VALUE ZERO.

      * Period end rearranged to YYYYMMDD for the history key and
      * the deduction active test, and the quarter it falls in
       01 WS-PERIOD-YMD-X.
        02 WS-PERIOD-Y PIC 9(4).
        02 WS-PERIOD-M PIC 9(2).
        02 WS-PERIOD-D PIC 9(2).
       01 WS-PERIOD-YMD REDEFINES WS-PERIOD-YMD-X PIC 9(8).
       01 WS-PERIOD-QTR PIC 9(1) VALUE ZERO.
       01 WS-QTR-REMAINDER PIC 9(2) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PAY-RUN-NO PIC 9(4) VALUE ZERO.

      * Deduction walk for the post - the deduction dates rearranged
      * to compare with the period end, the amount worked out for
      * the current deduction, and what is left of the gross
       01 WS-START-YMD PIC 9(8) VALUE ZERO.
       01 WS-STOP-YMD PIC 9(8) VALUE ZERO.
       01 WS-DED-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-GROSS-LEFT PIC 9(7)V99 VALUE ZERO.
       01 WS-DED-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DED-EOF-SW PIC X(1) VALUE 'N'.
        88 DED-WALK-DONE VALUE 'Y'.
       01 WS-POSTED-SW PIC X(1) VALUE 'N'.
        88 PERIOD-IS-POSTED VALUE 'Y'.
       01 WS-ACCUM-FOUND-SW PIC X(1) VALUE 'N'.
        88 ACCUM-FOUND VALUE 'Y'.

      * Retro pickup for the row being posted - the payable
      * adjustments added up, how many there were, and whether a
      * recovery too big for the period was left for a later one
       01 WS-RETRO-PAY PIC S9(7)V99 VALUE ZERO.
       01 WS-RETRO-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RETRO-ROOM PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-EOF-SW PIC X(1) VALUE 'N'.
        88 RETRO-WALK-DONE VALUE 'Y'.
       01 WS-RETRO-HELD-SW PIC X(1) VALUE 'N'.
        88 RETRO-IS-HELD VALUE 'Y'.

      * In-core department reference, loaded once like PT1DEPT's
       01 WS-DEPT-TABLE.
        02 WS-DEPT-ENTRY OCCURS 100 TIMES.
       01 WS-CLEAN-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-EXC-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-GRAND-GROSS PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-DED PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-NET PIC 9(11)V99 VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LATEST-PERIOD PIC 9(8) VALUE ZERO.
       01 WS-RETRO-PAID-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RETRO-WAIT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-GRAND-RETRO PIC S9(11)V99 VALUE ZERO.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "    OT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "   GROSS PAY".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "   NET PAY".

       01 RPT-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-OT-HOURS PIC ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-GROSS-PAY PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-NET-PAY PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-POST-NOTE PIC X(14).

      * The retro earnings line under an employee's register line
       01 RPT-RETRO-LINE.
        02 FILLER PIC X(14) VALUE SPACES.
        02 RPT-RETRO-TEXT PIC X(50).
        02 FILLER PIC X(8) VALUE SPACES.
        02 RPT-RETRO-AMOUNT PIC -ZZZ,ZZ9.99.

       01 RPT-SUBTOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "TOTAL GROSS: ".
        02 RPT-GRAND-GROSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-POSTED-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "PERIODS POSTED: ".
        02 RPT-POSTED-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(18) VALUE "TOTAL DEDUCTIONS: ".
        02 RPT-GRAND-DED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "TOTAL NET: ".
        02 RPT-GRAND-NET PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "DUPLICATE ROWS: ".
        02 RPT-DUP-COUNT PIC ZZ,ZZ9.

       01 RPT-RETRO-TOTAL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(24) VALUE "RETRO ADJUSTMENTS PAID: ".
        02 RPT-RETRO-PAID-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "NET RETRO: ".
        02 RPT-GRAND-RETRO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(20) VALUE "RECOVERIES WAITING: ".
        02 RPT-RETRO-WAIT-COUNT PIC ZZ,ZZ9.

       01 EXC-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "ROW".

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        PERFORM READ-PAY-CONTROL
        PERFORM LOAD-DEPT-TABLE

        OPEN I-O EARN-FILE

        OPEN OUTPUT EXC-FILE
        WRITE EXC-REC FROM EXC-HEADING
         AFTER ADVANCING PAGE
        PERFORM WRITE-EXC-TOTALS
        CLOSE EXC-FILE

        OPEN INPUT PAY-FILE, DEDUCT-FILE
             I-O ACCUM-FILE, RETRO-FILE
             OUTPUT RPT-FILE

        WRITE RPT-REC FROM RPT-TITLE-LINE

        PERFORM WRITE-GRAND-TOTAL

        CLOSE PAY-FILE, RPT-FILE, DEDUCT-FILE, ACCUM-FILE,
              EARN-FILE, RETRO-FILE

        PERFORM WRITE-PAY-CONTROL
        STOP RUN.

      * Loads the department reference file into core, same table
          MOVE ZERO TO WS-FIELD-COUNT
          UNSTRING HOURS-ROW DELIMITED BY ","
             INTO WS-CSV-EMP-ID, WS-CSV-PERIOD,
                  WS-CSV-REG, WS-CSV-OT,
                  WS-CSV-LV-TYPE (1), WS-CSV-LV-HOURS (1),
                  WS-CSV-LV-TYPE (2), WS-CSV-LV-HOURS (2),
                  WS-CSV-LV-TYPE (3), WS-CSV-LV-HOURS (3)
             TALLYING IN WS-FIELD-COUNT
             ON OVERFLOW
                MOVE "NOT 4, 6, 8 OR 10 COLUMNS" TO EXC-REASON
                SET RECORD-IS-INVALID TO TRUE
          END-UNSTRING
          IF RECORD-IS-INVALID
             CONTINUE
          ELSE
             IF WS-FIELD-COUNT NOT = 4 AND NOT = 6
                AND NOT = 8 AND NOT = 10
                MOVE "NOT 4, 6, 8 OR 10 COLUMNS" TO EXC-REASON
                SET RECORD-IS-INVALID TO TRUE
             ELSE
                COMPUTE WS-LEAVE-PAIRS = (WS-FIELD-COUNT - 4) / 2
                PERFORM PARSE-HOURS-FIELDS
             END-IF
          END-IF
          PERFORM READ-HOURS-RECORD.

      * Column-by-column checks, last reason wins like PT1CSVL -
      * the EMP-ID has to be on the master and active or on leave
      * (or terminated no earlier than the period's first day, for
      * the final check), the period end has to look like
      * MM/DD/YYYY, and each hours figure has to be a clean number
      * that a human could have worked (80 is the ceiling either
      * side)
        PARSE-HOURS-FIELDS.
          MOVE 'N' TO WS-TERM-CHECK-SW
          IF WS-CSV-EMP-ID (1:7) NOT NUMERIC
             OR WS-CSV-EMP-ID (8:3) NOT = SPACES
             MOVE "EMP-ID NOT 7 DIGITS" TO EXC-REASON
                MOVE "EMP-ID NOT ON MASTER" TO EXC-REASON
                SET RECORD-IS-INVALID TO TRUE
             ELSE
                EVALUATE TRUE
                   WHEN MR-IS-ACTIVE OR MR-ON-LEAVE
                      CONTINUE
                   WHEN MR-IS-TERMINATED
                      SET TERM-CHECK-DUE TO TRUE
                   WHEN OTHER
                      MOVE "EMPLOYEE NOT ACTIVE" TO EXC-REASON
                      SET RECORD-IS-INVALID TO TRUE
                END-EVALUATE
             END-IF
          END-IF

          PERFORM PARSE-PERIOD-END
          IF TERM-CHECK-DUE
             PERFORM CHECK-TERM-IN-PERIOD
          END-IF

          MOVE WS-CSV-REG TO WS-HRS-TEXT
          PERFORM PARSE-ONE-HOURS
                MOVE "IMPOSSIBLE HOURS" TO EXC-REASON
                SET RECORD-IS-INVALID TO TRUE
             END-IF
          END-IF

          MOVE ZERO TO WS-LEAVE-TOTAL-HOURS
          PERFORM CLEAR-LEAVE-ENTRY
             VARYING WS-LEAVE-IDX FROM 1 BY 1
             UNTIL WS-LEAVE-IDX > 3
          PERFORM PARSE-LEAVE-PAIR
             VARYING WS-LEAVE-IDX FROM 1 BY 1
             UNTIL WS-LEAVE-IDX > WS-LEAVE-PAIRS

          IF RECORD-IS-VALID
             PERFORM CHECK-ALREADY-POSTED
          END-IF.

      * A terminated employee - the row is the final check only
      * when the EMP-TERM-DATE is on or after the first day of the
      * period; a termination before it (or with no usable date, or
      * a period end that is not a real date) is refused as before
        CHECK-TERM-IN-PERIOD.
          MOVE ZERO TO WS-PERIOD-BEGIN
          IF WS-DATE-Y-TXT (1:4) NUMERIC
             AND WS-DATE-M-TXT (1:2) NUMERIC
             AND WS-DATE-D-TXT (1:2) NUMERIC
             PERFORM SET-PERIOD-FROM-ROW
             IF WS-PERIOD-M >= 1 AND WS-PERIOD-M <= 12
                AND WS-PERIOD-D >= 1 AND WS-PERIOD-D <= 31
                COMPUTE WS-PERIOD-BEGIN = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PERIOD-YMD)
                    - WS-PERIOD-DAYS + 1)
             END-IF
          END-IF
          MOVE ZERO TO WS-TERM-YMD
          IF MR-EMP-TERM-DATE NUMERIC
             COMPUTE WS-TERM-YMD = MR-TERM-Y * 10000
                                 + MR-TERM-M * 100
                                 + MR-TERM-D
          END-IF
          IF WS-PERIOD-BEGIN = ZERO OR WS-TERM-YMD = ZERO
             OR WS-TERM-YMD < WS-PERIOD-BEGIN
             MOVE "TERMINATED BEFORE PERIOD BEGAN" TO EXC-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF.

      * A period already on the earnings history for this employee
      * was paid by an earlier run - the re-sent row is refused so
      * the same hours cannot be paid twice
        CHECK-ALREADY-POSTED.
          PERFORM SET-PERIOD-FROM-ROW
          MOVE WS-CSV-EMP-ID (1:7) TO EH-EMP-ID
          MOVE WS-PERIOD-YMD TO EH-PERIOD-END
          READ EARN-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                MOVE "PERIOD ALREADY POSTED" TO EXC-REASON
                SET RECORD-IS-INVALID TO TRUE
          END-READ.

        CLEAR-LEAVE-ENTRY.
          MOVE SPACE TO WS-LEAVE-TYPE (WS-LEAVE-IDX)
          MOVE ZERO TO WS-LEAVE-HOURS (WS-LEAVE-IDX).

      * One leave pair - the type a single letter not already used
      * earlier in the row, the hours a clean number no bigger than
      * a human could have been off (80, same as the worked hours)
        PARSE-LEAVE-PAIR.
          IF WS-CSV-LV-TYPE (WS-LEAVE-IDX) (1:1) NOT ALPHABETIC
             OR WS-CSV-LV-TYPE (WS-LEAVE-IDX) (1:1) = SPACE
             OR WS-CSV-LV-TYPE (WS-LEAVE-IDX) (2:3) NOT = SPACES
             MOVE "LEAVE TYPE NOT ONE LETTER" TO EXC-REASON
             SET RECORD-IS-INVALID TO TRUE
          ELSE
             MOVE FUNCTION UPPER-CASE
                (WS-CSV-LV-TYPE (WS-LEAVE-IDX) (1:1))
                TO WS-LEAVE-TYPE (WS-LEAVE-IDX)
             PERFORM CHECK-LEAVE-REPEATED
                VARYING WS-LEAVE-CMP-IDX FROM 1 BY 1
                UNTIL WS-LEAVE-CMP-IDX >= WS-LEAVE-IDX
          END-IF
          MOVE WS-CSV-LV-HOURS (WS-LEAVE-IDX) TO WS-HRS-TEXT
          PERFORM PARSE-ONE-HOURS
          IF RECORD-IS-VALID
             COMPUTE WS-LEAVE-HOURS (WS-LEAVE-IDX) =
                FUNCTION NUMVAL(WS-CSV-LV-HOURS (WS-LEAVE-IDX))
             IF WS-LEAVE-HOURS (WS-LEAVE-IDX) > 80
                MOVE "IMPOSSIBLE LEAVE HOURS" TO EXC-REASON
                SET RECORD-IS-INVALID TO TRUE
             ELSE
                ADD WS-LEAVE-HOURS (WS-LEAVE-IDX)
                   TO WS-LEAVE-TOTAL-HOURS
             END-IF
          END-IF.

        CHECK-LEAVE-REPEATED.
          IF WS-LEAVE-TYPE (WS-LEAVE-CMP-IDX)
             = WS-LEAVE-TYPE (WS-LEAVE-IDX)
             MOVE "LEAVE TYPE REPEATED" TO EXC-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF.

        SET-PERIOD-FROM-ROW.
          MOVE WS-DATE-Y-TXT (1:4) TO WS-PERIOD-Y
          MOVE WS-DATE-M-TXT (1:2) TO WS-PERIOD-M
          MOVE WS-DATE-D-TXT (1:2) TO WS-PERIOD-D.

        READ-MASTR-BY-KEY.
          MOVE 'N' TO WS-MASTR-FOUND-SW
          MOVE WS-CSV-EMP-ID (1:7) TO MR-EMP-ID

      * Gross for the row - regular hours past 40 shift into the
      * premium side first, then straight time at the rate and
      * premium time at time-and-a-half. Leave hours are paid at
      * the straight rate on their own and never count toward the
      * 40. Each amount is rounded on its own and the gross is
      * their sum, so the money kept on the history always foots
        RELEASE-PAY-RECORD.
          IF WS-REG-HOURS > 40
             MOVE 40 TO WS-STRAIGHT-HOURS
             MOVE WS-REG-HOURS TO WS-STRAIGHT-HOURS
             MOVE WS-OT-HOURS TO WS-PREMIUM-HOURS
          END-IF
          COMPUTE WS-STRAIGHT-PAY ROUNDED =
             WS-STRAIGHT-HOURS * MR-EMP-PAY-RATE
          COMPUTE WS-PREMIUM-PAY ROUNDED =
             WS-PREMIUM-HOURS * MR-EMP-PAY-RATE * 1.5
          COMPUTE WS-LEAVE-PAY ROUNDED =
             WS-LEAVE-TOTAL-HOURS * MR-EMP-PAY-RATE
          COMPUTE WS-GROSS-PAY =
             WS-STRAIGHT-PAY + WS-PREMIUM-PAY + WS-LEAVE-PAY
          MOVE MR-EMP-DEPT-CODE TO SD-DEPT-CODE
          MOVE MR-EMP-ID TO SD-EMP-ID
          MOVE MR-EMP-L-NAME TO SD-EMP-L-NAME
          MOVE WS-REG-HOURS TO SD-REG-HOURS
          MOVE WS-OT-HOURS TO SD-OT-HOURS
          MOVE WS-GROSS-PAY TO SD-GROSS-PAY
          MOVE WS-STRAIGHT-HOURS TO SD-STRAIGHT-HOURS
          MOVE WS-PREMIUM-HOURS TO SD-PREMIUM-HOURS
          MOVE WS-STRAIGHT-PAY TO SD-STRAIGHT-PAY
          MOVE WS-PREMIUM-PAY TO SD-PREMIUM-PAY
          PERFORM MOVE-LEAVE-TO-SORT
             VARYING WS-LEAVE-IDX FROM 1 BY 1
             UNTIL WS-LEAVE-IDX > 3
          MOVE WS-LEAVE-PAY TO SD-LEAVE-PAY
          RELEASE SD-REC.

        MOVE-LEAVE-TO-SORT.
          MOVE WS-LEAVE-TYPE (WS-LEAVE-IDX)
             TO SD-LEAVE-TYPE (WS-LEAVE-IDX)
          MOVE WS-LEAVE-HOURS (WS-LEAVE-IDX)
             TO SD-LEAVE-HOURS (WS-LEAVE-IDX).

        WRITE-EXCEPTION.
          MOVE WS-ROW-COUNT TO EXC-ROW-NUM
          MOVE HOURS-ROW (1:80) TO EXC-ROW-TEXT

      * One register row off the sorted file - a department code
      * different from the group in progress closes that group and
      * opens a fresh one under its COB1-DEPT name and cost center.
      * The row posts to the earnings history before it prints; a
      * row the history refuses prints flagged and stays out of the
      * totals
        PRINT-REGISTER-LINE.
          IF GROUP-IS-OPEN AND PY-DEPT-CODE NOT = WS-PREV-DEPT-CODE
             PERFORM CLOSE-DEPT-GROUP
          MOVE PY-REG-HOURS TO RPT-REG-HOURS
          MOVE PY-OT-HOURS TO RPT-OT-HOURS
          MOVE PY-GROSS-PAY TO RPT-GROSS-PAY
          MOVE SPACES TO RPT-POST-NOTE
          PERFORM POST-EARNINGS
          IF PERIOD-IS-POSTED
             MOVE EH-GROSS-PAY TO RPT-GROSS-PAY
             MOVE EH-NET-PAY TO RPT-NET-PAY
          ELSE
             MOVE ZERO TO RPT-NET-PAY
             MOVE "NOT POSTED-DUP" TO RPT-POST-NOTE
          END-IF
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 1 LINE
          IF PERIOD-IS-POSTED
             PERFORM WRITE-RETRO-LINE
          END-IF
          IF PERIOD-IS-POSTED
             ADD 1 TO WS-GRP-HEADCOUNT
             ADD EH-GROSS-PAY TO WS-GRP-GROSS
             ADD EH-GROSS-PAY TO WS-GRAND-GROSS
             ADD EH-DED-TOTAL TO WS-GRAND-DED
             ADD EH-NET-PAY TO WS-GRAND-NET
          END-IF
          PERFORM READ-PAY-RECORD.

      * Builds and writes the row's earnings history record. The
      * deductions are those active on the period end, taken in
      * code order against the gross - a percentage deduction takes
      * its percentage of this period's gross, a flat one its keyed
      * amount, and none is allowed past what is left of the gross,
      * so net never goes below zero. The employee's payable retro
      * adjustments join the gross first, so the deductions see the
      * whole of what is being paid. A duplicate key means the
      * same employee and period came twice in the one file; the
      * second is refused and takes no retro with it
        POST-EARNINGS.
          MOVE 'N' TO WS-POSTED-SW
          MOVE PY-PERIOD-END (7:4) TO WS-PERIOD-Y
          MOVE PY-PERIOD-END (1:2) TO WS-PERIOD-M
          MOVE PY-PERIOD-END (4:2) TO WS-PERIOD-D
          MOVE SPACES TO EARN-REC
          MOVE PY-EMP-ID TO EH-EMP-ID
          MOVE WS-PERIOD-YMD TO EH-PERIOD-END
          MOVE PY-DEPT-CODE TO EH-DEPT-CODE
          MOVE PY-PAY-RATE TO EH-PAY-RATE
          MOVE PY-REG-HOURS TO EH-REG-HOURS
          MOVE PY-OT-HOURS TO EH-OT-HOURS
          MOVE PY-STRAIGHT-HOURS TO EH-STRAIGHT-HOURS
          MOVE PY-PREMIUM-HOURS TO EH-PREMIUM-HOURS
          MOVE PY-STRAIGHT-PAY TO EH-STRAIGHT-PAY
          MOVE PY-PREMIUM-PAY TO EH-PREMIUM-PAY
          MOVE PY-GROSS-PAY TO EH-GROSS-PAY
          PERFORM MOVE-LEAVE-TO-HISTORY
             VARYING WS-LEAVE-IDX FROM 1 BY 1
             UNTIL WS-LEAVE-IDX > 3
          MOVE PY-LEAVE-PAY TO EH-LEAVE-PAY
          PERFORM GATHER-RETRO-PAY
          MOVE WS-RETRO-PAY TO EH-RETRO-PAY
          COMPUTE EH-GROSS-PAY = PY-GROSS-PAY + WS-RETRO-PAY
          PERFORM TAKE-PERIOD-DEDUCTIONS
          COMPUTE EH-NET-PAY = EH-GROSS-PAY - EH-DED-TOTAL
          MOVE WS-RUN-DATE TO EH-POST-DATE
          MOVE WS-PAY-RUN-NO TO EH-RUN-NO
          WRITE EARN-REC
             INVALID KEY
                ADD 1 TO WS-DUP-COUNT
             NOT INVALID KEY
                SET PERIOD-IS-POSTED TO TRUE
                ADD 1 TO WS-POSTED-COUNT
                IF WS-PERIOD-YMD > WS-LATEST-PERIOD
                   MOVE WS-PERIOD-YMD TO WS-LATEST-PERIOD
                END-IF
                PERFORM UPDATE-ACCUMULATOR
                IF WS-RETRO-COUNT > ZERO AND NOT RETRO-IS-HELD
                   PERFORM MARK-RETRO-PAID
                END-IF
          END-WRITE.

        MOVE-LEAVE-TO-HISTORY.
          MOVE PY-LEAVE-TYPE (WS-LEAVE-IDX)
             TO EH-LEAVE-TYPE (WS-LEAVE-IDX)
          MOVE PY-LEAVE-HOURS (WS-LEAVE-IDX)
             TO EH-LEAVE-HOURS (WS-LEAVE-IDX).

        TAKE-PERIOD-DEDUCTIONS.
          MOVE ZERO TO EH-DED-COUNT
          MOVE ZERO TO EH-DED-TOTAL
          PERFORM CLEAR-DED-ENTRY
             VARYING WS-DED-IDX FROM 1 BY 1
             UNTIL WS-DED-IDX > 12
          MOVE EH-GROSS-PAY TO WS-GROSS-LEFT
          MOVE 'N' TO WS-DED-EOF-SW
          MOVE PY-EMP-ID TO DD-EMP-ID
          MOVE LOW-VALUES TO DD-CODE
          START DEDUCT-FILE KEY NOT < DD-KEY
             INVALID KEY SET DED-WALK-DONE TO TRUE
          END-START
          PERFORM TAKE-ONE-DEDUCTION UNTIL DED-WALK-DONE.

        CLEAR-DED-ENTRY.
          MOVE SPACES TO EH-DED-CODE (WS-DED-IDX)
          MOVE ZERO TO EH-DED-AMT (WS-DED-IDX).

        TAKE-ONE-DEDUCTION.
          READ DEDUCT-FILE NEXT RECORD
            AT END SET DED-WALK-DONE TO TRUE
          END-READ
          IF NOT DED-WALK-DONE
             IF DD-EMP-ID NOT = PY-EMP-ID
                SET DED-WALK-DONE TO TRUE
             ELSE
                PERFORM TAKE-DEDUCTION-IF-ACTIVE
             END-IF
          END-IF.

      * Same active test PT1DEDR applies, made against the period
      * end rather than the run date so a late-run period takes the
      * deductions that were in force when it was worked
        TAKE-DEDUCTION-IF-ACTIVE.
          COMPUTE WS-START-YMD =
             DD-START-Y * 10000 + DD-START-M * 100 + DD-START-D
          COMPUTE WS-STOP-YMD =
             DD-STOP-Y * 10000 + DD-STOP-M * 100 + DD-STOP-D
          IF (WS-START-YMD = ZERO OR WS-START-YMD <= WS-PERIOD-YMD)
             AND (WS-STOP-YMD = ZERO OR WS-STOP-YMD > WS-PERIOD-YMD)
             IF DD-IS-PERCENT
                COMPUTE WS-DED-AMOUNT ROUNDED =
                   EH-GROSS-PAY * DD-PCT / 100
             ELSE
                MOVE DD-AMT TO WS-DED-AMOUNT
             END-IF
             IF WS-DED-AMOUNT > WS-GROSS-LEFT
                MOVE WS-GROSS-LEFT TO WS-DED-AMOUNT
             END-IF
             IF WS-DED-AMOUNT > ZERO
                PERFORM STORE-PERIOD-DEDUCTION
             END-IF
          END-IF.

        STORE-PERIOD-DEDUCTION.
          IF EH-DED-COUNT >= 12
             DISPLAY "PT1GROSS ABEND - MORE THAN 12 ACTIVE "
                "DEDUCTIONS FOR EMP-ID " PY-EMP-ID
                ", RAISE EH-DED-ENTRY AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO EH-DED-COUNT
          MOVE DD-CODE TO EH-DED-CODE (EH-DED-COUNT)
          MOVE WS-DED-AMOUNT TO EH-DED-AMT (EH-DED-COUNT)
          ADD WS-DED-AMOUNT TO EH-DED-TOTAL
          SUBTRACT WS-DED-AMOUNT FROM WS-GROSS-LEFT.

      * Adds up the employee's payable retro adjustments. A net
      * recovery bigger than the period's straight-time and leave
      * pay is not taken at all - the adjustments stay payable for
      * a later period, so the straight-time expense PT1GLJE books
      * for the employee never goes below zero
        GATHER-RETRO-PAY.
          MOVE ZERO TO WS-RETRO-PAY
          MOVE ZERO TO WS-RETRO-COUNT
          MOVE 'N' TO WS-RETRO-HELD-SW
          MOVE PY-EMP-ID TO RT-EMP-ID
          MOVE ZERO TO RT-CHANGE-DATE, RT-EFF-DATE, RT-PERIOD-END
          MOVE 'N' TO WS-RETRO-EOF-SW
          START RETRO-FILE KEY NOT < RT-KEY
             INVALID KEY SET RETRO-WALK-DONE TO TRUE
          END-START
          PERFORM ADD-ONE-RETRO UNTIL RETRO-WALK-DONE
          COMPUTE WS-RETRO-ROOM = PY-STRAIGHT-PAY + PY-LEAVE-PAY
          IF WS-RETRO-PAY < ZERO
             AND ZERO - WS-RETRO-PAY > WS-RETRO-ROOM
             SET RETRO-IS-HELD TO TRUE
             MOVE ZERO TO WS-RETRO-PAY
          END-IF.

        ADD-ONE-RETRO.
          READ RETRO-FILE NEXT RECORD
            AT END SET RETRO-WALK-DONE TO TRUE
          END-READ
          IF NOT RETRO-WALK-DONE
             IF RT-EMP-ID NOT = PY-EMP-ID
                SET RETRO-WALK-DONE TO TRUE
             ELSE
                IF RT-IS-PAYABLE
                   ADD 1 TO WS-RETRO-COUNT
                   ADD RT-AMOUNT TO WS-RETRO-PAY
                END-IF
             END-IF
          END-IF.

      * Marks the adjustments just paid - the same walk again, now
      * that the history record carrying them is on file
        MARK-RETRO-PAID.
          MOVE PY-EMP-ID TO RT-EMP-ID
          MOVE ZERO TO RT-CHANGE-DATE, RT-EFF-DATE, RT-PERIOD-END
          MOVE 'N' TO WS-RETRO-EOF-SW
          START RETRO-FILE KEY NOT < RT-KEY
             INVALID KEY SET RETRO-WALK-DONE TO TRUE
          END-START
          PERFORM MARK-ONE-RETRO UNTIL RETRO-WALK-DONE
          ADD WS-RETRO-COUNT TO WS-RETRO-PAID-COUNT
          ADD WS-RETRO-PAY TO WS-GRAND-RETRO.

        MARK-ONE-RETRO.
          READ RETRO-FILE NEXT RECORD
            AT END SET RETRO-WALK-DONE TO TRUE
          END-READ
          IF NOT RETRO-WALK-DONE
             IF RT-EMP-ID NOT = PY-EMP-ID
                SET RETRO-WALK-DONE TO TRUE
             ELSE
                IF RT-IS-PAYABLE
                   SET RT-IS-PAID TO TRUE
                   MOVE WS-PERIOD-YMD TO RT-PAID-PERIOD
                   MOVE WS-RUN-DATE TO RT-PAID-DATE
                   REWRITE RETRO-REC
                END-IF
             END-IF
          END-IF.

      * The retro earnings line under a posted row - the amount
      * paid, or the recovery left waiting
        WRITE-RETRO-LINE.
          IF RETRO-IS-HELD
             ADD 1 TO WS-RETRO-WAIT-COUNT
             MOVE "RETRO RECOVERY WAITING - MORE THAN STRAIGHT PAY"
                TO RPT-RETRO-TEXT
             MOVE ZERO TO RPT-RETRO-AMOUNT
             WRITE RPT-REC FROM RPT-RETRO-LINE
             AFTER ADVANCING 1 LINE
          ELSE
             IF WS-RETRO-COUNT > ZERO
                MOVE "RETRO PAY ADJUSTMENT - BACKDATED RATE CHANGE"
                   TO RPT-RETRO-TEXT
                MOVE EH-RETRO-PAY TO RPT-RETRO-AMOUNT
                WRITE RPT-REC FROM RPT-RETRO-LINE
                AFTER ADVANCING 1 LINE
             END-IF
          END-IF.

      * Rolls the posted period into the employee's accumulator. A
      * period in a later year than the record carries starts both
      * the quarter and the year over; a later quarter of the same
      * year starts the quarter over. A period from an earlier
      * quarter of the same year (a late correction) adds to the
      * year only, and one from an earlier year stays on the
      * history alone - its year has already closed
        UPDATE-ACCUMULATOR.
          DIVIDE WS-PERIOD-M BY 3 GIVING WS-PERIOD-QTR
             REMAINDER WS-QTR-REMAINDER
          IF WS-QTR-REMAINDER NOT = ZERO
             ADD 1 TO WS-PERIOD-QTR
          END-IF
          MOVE 'N' TO WS-ACCUM-FOUND-SW
          MOVE PY-EMP-ID TO EA-EMP-ID
          READ ACCUM-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY SET ACCUM-FOUND TO TRUE
          END-READ
          IF NOT ACCUM-FOUND
             MOVE SPACES TO ACCUM-REC
             MOVE PY-EMP-ID TO EA-EMP-ID
             MOVE ZERO TO EA-LAST-PERIOD
             PERFORM START-NEW-YEAR
          END-IF
          EVALUATE TRUE
             WHEN WS-PERIOD-Y > EA-YEAR
                PERFORM START-NEW-YEAR
                PERFORM ADD-TO-QUARTER
                PERFORM ADD-TO-YEAR
             WHEN WS-PERIOD-Y < EA-YEAR
                MOVE "PRIOR YEAR" TO RPT-POST-NOTE
             WHEN WS-PERIOD-QTR > EA-QUARTER
                MOVE WS-PERIOD-QTR TO EA-QUARTER
                MOVE ZERO TO EA-QTD-GROSS, EA-QTD-DED, EA-QTD-NET
                PERFORM ADD-TO-QUARTER
                PERFORM ADD-TO-YEAR
             WHEN WS-PERIOD-QTR < EA-QUARTER
                MOVE "PRIOR QUARTER" TO RPT-POST-NOTE
                PERFORM ADD-TO-YEAR
             WHEN OTHER
                PERFORM ADD-TO-QUARTER
                PERFORM ADD-TO-YEAR
          END-EVALUATE
          IF WS-PERIOD-YMD > EA-LAST-PERIOD
             MOVE WS-PERIOD-YMD TO EA-LAST-PERIOD
          END-IF
          IF ACCUM-FOUND
             REWRITE ACCUM-REC
          ELSE
             WRITE ACCUM-REC
          END-IF.

        START-NEW-YEAR.
          MOVE WS-PERIOD-Y TO EA-YEAR
          MOVE WS-PERIOD-QTR TO EA-QUARTER
          MOVE ZERO TO EA-QTD-GROSS, EA-QTD-DED, EA-QTD-NET
          MOVE ZERO TO EA-YTD-GROSS, EA-YTD-DED, EA-YTD-NET.

        ADD-TO-QUARTER.
          ADD EH-GROSS-PAY TO EA-QTD-GROSS
          ADD EH-DED-TOTAL TO EA-QTD-DED
          ADD EH-NET-PAY TO EA-QTD-NET.

        ADD-TO-YEAR.
          ADD EH-GROSS-PAY TO EA-YTD-GROSS
          ADD EH-DED-TOTAL TO EA-YTD-DED
          ADD EH-NET-PAY TO EA-YTD-NET.

      * Group line - the code resolved through the reference table;
      * a code the table does not carry still groups, flagged the
      * way PT1DEPT flags its unknown block
          MOVE WS-CLEAN-COUNT TO RPT-GRAND-COUNT
          MOVE WS-GRAND-GROSS TO RPT-GRAND-GROSS
          WRITE RPT-REC FROM RPT-GRAND-LINE
          AFTER ADVANCING 3 LINES
          MOVE WS-POSTED-COUNT TO RPT-POSTED-COUNT
          MOVE WS-GRAND-DED TO RPT-GRAND-DED
          MOVE WS-GRAND-NET TO RPT-GRAND-NET
          MOVE WS-DUP-COUNT TO RPT-DUP-COUNT
          WRITE RPT-REC FROM RPT-POSTED-LINE
          AFTER ADVANCING 1 LINE
          MOVE WS-RETRO-PAID-COUNT TO RPT-RETRO-PAID-COUNT
          MOVE WS-GRAND-RETRO TO RPT-GRAND-RETRO
          MOVE WS-RETRO-WAIT-COUNT TO RPT-RETRO-WAIT-COUNT
          WRITE RPT-REC FROM RPT-RETRO-TOTAL-LINE
          AFTER ADVANCING 1 LINE.

      * This run's number - one past the last run on PT1G-CTL. A
      * first run, or a control record written before runs were
      * numbered, starts at 1; the number wraps after 9999
        READ-PAY-CONTROL.
          MOVE ZERO TO GC-RUN-NO
          OPEN INPUT CTL-FILE
          READ CTL-FILE
             AT END MOVE ZERO TO GC-RUN-NO
          END-READ
          CLOSE CTL-FILE
          IF GC-RUN-NO NUMERIC AND GC-RUN-NO < 9999
             COMPUTE WS-PAY-RUN-NO = GC-RUN-NO + 1
          ELSE
             MOVE 1 TO WS-PAY-RUN-NO
          END-IF.

      * Pay-run control - replaced by every run, so it answers for
      * exactly what this run posted under its number
        WRITE-PAY-CONTROL.
          MOVE WS-RUN-DATE TO GC-POST-DATE
          MOVE WS-PAY-RUN-NO TO GC-RUN-NO
          MOVE WS-LATEST-PERIOD TO GC-PERIOD-END
          MOVE WS-POSTED-COUNT TO GC-POSTED-COUNT
          MOVE WS-GRAND-GROSS TO GC-GROSS-TOTAL
          MOVE WS-GRAND-DED TO GC-DED-TOTAL
          MOVE WS-GRAND-NET TO GC-NET-TOTAL
          OPEN OUTPUT CTL-FILE
          WRITE CTL-REC
          CLOSE CTL-FILE.
