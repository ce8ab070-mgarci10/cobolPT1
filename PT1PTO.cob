       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1PTO.
       AUTHOR. MARIO GARCIA.

      * Paid-time-off accrual and balance ledger - keeps every
      * employee's vacation, sick and other leave balances, which
      * HR has been carrying on a spreadsheet. Runs after PT1GROSS
      * each pay period and, same as PT1GLJE, finds the run through
      * the PT1G-CTL control record: every COB1-EARNHIST record
      * carrying that posting date and run number is one employee's
      * period.
      * For each period the employee's years of service are worked
      * out as of the period end, the same way COMPUTE-TENURE does
      * it in PT1, and the accrual rules come off the reference
      * file COB1-PTORATE - one record per leave type, EMP-TYPE and
      * service band:
      *   leave type      single letter (V vacation, S sick, ...)
      *   EMP-TYPE        01 full time, 02 part time and so on
      *   minimum years   the band applies from this many years of
      *                   service until a higher band takes over
      *   basis           P - a flat number of hours per pay period
      *                   H - hours per straight-time hour paid, so
      *                       part-time and contract staff earn in
      *                       step with what they actually work
      *   rate            hours, per period or per hour as above
      *   carryover cap   most hours that may cross into a new year
      * An EMP-TYPE with no record for a leave type does not accrue
      * it. The leave hours taken in the period, by type, come off
      * the earnings history where PT1GROSS put them from the hours
      * file. Each accrual and each draw-down is written to the
      * ledger COB1-PTOLEDG keyed on EMP-ID, leave type, period end
      * and entry kind, and only a ledger entry that lands moves the
      * balance on COB1-PTOBAL - so running this twice against the
      * same pay run changes nothing the second time.
      * The first period of a new calendar year for a balance caps
      * what carries over at the band's carryover cap before the
      * period accrues; the hours forfeited go on the ledger.
      * Leave taken past the balance is still taken - the hours have
      * already been paid - but the balance going negative prints on
      * the exception listing UR-S-PTOEXC and the balance is flagged
      * until it is back above zero. Leave of a type the reference
      * file does not carry is taken and listed the same way.
      * After the period is posted every balance is read back: a
      * terminated employee's remaining hours print on the payout
      * listing UR-S-PTOPAY at the current pay rate for the final
      * check and the balance is closed out to the ledger, and
      * everyone else's balances print on the statement
      * UR-S-PTOSTMT grouped by department.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The earnings history, walked front to back for the run's
      * posting date
           SELECT EARN-FILE    ASSIGN TO 'COB1-EARNHIST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EH-KEY.
           SELECT CTL-FILE     ASSIGN TO 'PT1G-CTL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EMP-ID.
      * Accrual rules, maintained by HR the same way COB1-DEPT is
           SELECT RATE-FILE    ASSIGN TO 'COB1-PTORATE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-FILE    ASSIGN TO 'COB1-DEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Balances - read by key while the period posts, then front
      * to back for the statement. Balances and ledger are both
      * OPTIONAL so the first pay run creates them
           SELECT OPTIONAL BAL-FILE ASSIGN TO 'COB1-PTOBAL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PB-KEY.
           SELECT OPTIONAL LEDG-FILE ASSIGN TO 'COB1-PTOLEDG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PL-KEY.
           SELECT SORT-WORK-FILE ASSIGN TO 'PT1T-SRTWK'.
           SELECT STMT-FILE    ASSIGN TO 'PT1T-SRTOUT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-PTOSTMT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-FILE     ASSIGN TO 'UR-S-PTOEXC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-FILE     ASSIGN TO 'UR-S-PTOPAY'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Earnings history record exactly as PT1GROSS lays it down
       FD  EARN-FILE.
       01 EARN-REC.
        88 EARN-EOF VALUE HIGH-VALUES.
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

      * Pay-run control record exactly as PT1GROSS writes it
       FD  CTL-FILE.
       01 CTL-REC.
        02 GC-POST-DATE PIC 9(8).
        02 GC-PERIOD-END PIC 9(8).
        02 GC-POSTED-COUNT PIC 9(5).
        02 GC-GROSS-TOTAL PIC 9(11)V99.
        02 GC-DED-TOTAL PIC 9(11)V99.
        02 GC-NET-TOTAL PIC 9(11)V99.
        02 GC-RUN-NO PIC 9(4).

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
         88 EMP-IS-ACTIVE VALUES 'A' SPACE.
         88 EMP-ON-LEAVE VALUE 'L'.
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

      * Accrual rule - one per leave type, EMP-TYPE and service band
       FD  RATE-FILE.
       01 RATE-REC.
        88 RATE-EOF VALUE HIGH-VALUES.
        02 PR-LEAVE-TYPE PIC X(1).
        02 PR-EMP-TYPE PIC 99.
        02 PR-MIN-YEARS PIC 99.
        02 PR-BASIS PIC X(1).
         88 PR-PER-PERIOD VALUE 'P'.
         88 PR-PER-HOUR VALUE 'H'.
        02 PR-RATE PIC 9(2)V9(4).
        02 PR-CARRY-CAP PIC 9(4)V99.
        02 PR-DESC PIC X(20).

      * Department reference record, same layout PT1DEPT reads
       FD  DEPT-FILE.
       01 DEPT-REC.
        88 DEPT-EOF VALUE HIGH-VALUES.
        02 DEPT-CODE PIC X(6).
        02 DEPT-NAME PIC X(25).
        02 DEPT-COST-CENTER PIC X(6).

      * Leave balance - one per employee and leave type, the
      * calendar year it belongs to, what it carried into that year
      * and what has been accrued and taken in it since. The
      * negative switch is on while the balance is below zero, and
      * the payout date is set once a terminated employee's hours
      * have gone on the payout listing
       FD  BAL-FILE.
       01 BAL-REC.
        88 BAL-EOF VALUE HIGH-VALUES.
        02 PB-KEY.
         03 PB-EMP-ID PIC 9(7).
         03 PB-LEAVE-TYPE PIC X(1).
        02 PB-BALANCE PIC S9(4)V99.
        02 PB-YEAR PIC 9(4).
        02 PB-CARRIED-IN PIC S9(4)V99.
        02 PB-YTD-ACCRUED PIC 9(4)V99.
        02 PB-YTD-TAKEN PIC 9(4)V99.
        02 PB-LAST-PERIOD PIC 9(8).
        02 PB-NEGATIVE-SW PIC X(1).
         88 PB-IS-NEGATIVE VALUE 'Y'.
        02 PB-PAYOUT-DATE PIC 9(8).
        02 FILLER PIC X(10).

      * Ledger entry - every movement of a balance, by period end:
      *   A  accrued         T  taken
      *   Y  forfeited at the year-end carryover cap
      *   P  paid out on termination
      * the hours signed as they moved the balance, and the balance
      * they left behind
       FD  LEDG-FILE.
       01 LEDG-REC.
        02 PL-KEY.
         03 PL-EMP-ID PIC 9(7).
         03 PL-LEAVE-TYPE PIC X(1).
         03 PL-PERIOD-END PIC 9(8).
         03 PL-ENTRY PIC X(1).
        02 PL-HOURS PIC S9(4)V99.
        02 PL-BALANCE PIC S9(4)V99.
        02 PL-POST-DATE PIC 9(8).
        02 FILLER PIC X(10).

      * Statement sort - department first so it breaks by
      * department, then employee and leave type
       SD  SORT-WORK-FILE.
       01 SD-REC.
        02 SD-DEPT-CODE PIC X(6).
        02 SD-EMP-ID PIC 9(7).
        02 SD-LEAVE-TYPE PIC X(1).
        02 SD-EMP-L-NAME PIC X(15).
        02 SD-EMP-F-NAME PIC X(15).
        02 SD-CARRIED-IN PIC S9(4)V99.
        02 SD-YTD-ACCRUED PIC 9(4)V99.
        02 SD-YTD-TAKEN PIC 9(4)V99.
        02 SD-BALANCE PIC S9(4)V99.
        02 SD-NEGATIVE-SW PIC X(1).

       FD  STMT-FILE.
       01 STMT-REC.
        88 STMT-EOF VALUE HIGH-VALUES.
        02 ST-DEPT-CODE PIC X(6).
        02 ST-EMP-ID PIC 9(7).
        02 ST-LEAVE-TYPE PIC X(1).
        02 ST-EMP-L-NAME PIC X(15).
        02 ST-EMP-F-NAME PIC X(15).
        02 ST-CARRIED-IN PIC S9(4)V99.
        02 ST-YTD-ACCRUED PIC 9(4)V99.
        02 ST-YTD-TAKEN PIC 9(4)V99.
        02 ST-BALANCE PIC S9(4)V99.
        02 ST-NEGATIVE-SW PIC X(1).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       FD  EXC-FILE.
       01 EXC-REC PIC X(132).

       FD  PAY-FILE.
       01 PAY-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      * Period end broken out for the service and year tests
       01 WS-PERIOD-YMD PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-YMD-X REDEFINES WS-PERIOD-YMD.
        02 WS-PERIOD-Y PIC 9(4).
        02 WS-PERIOD-M PIC 9(2).
        02 WS-PERIOD-D PIC 9(2).
       01 WS-TENURE PIC 9(3) VALUE ZERO.

      * In-core accrual rules off COB1-PTORATE
       01 WS-RATE-TABLE.
        02 WS-RATE-ENTRY OCCURS 100 TIMES.
         03 WS-RT-LEAVE-TYPE PIC X(1).
         03 WS-RT-EMP-TYPE PIC 99.
         03 WS-RT-MIN-YEARS PIC 99.
         03 WS-RT-BASIS PIC X(1).
         03 WS-RT-RATE PIC 9(2)V9(4).
         03 WS-RT-CARRY-CAP PIC 9(4)V99.
       01 WS-RATE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RATE-IDX PIC 9(3) COMP VALUE ZERO.

      * The leave types that apply to the employee in hand - the
      * rule picked for each type the employee's EMP-TYPE accrues,
      * plus any type taken in the period that it does not. No
      * basis means no accrual, and the cap then never bites
       01 WS-EMP-LEAVE-TABLE.
        02 WS-EMP-LEAVE-ENTRY OCCURS 10 TIMES.
         03 WS-EL-LEAVE-TYPE PIC X(1).
         03 WS-EL-MIN-YEARS PIC 99.
         03 WS-EL-BASIS PIC X(1).
         03 WS-EL-RATE PIC 9(2)V9(4).
         03 WS-EL-CARRY-CAP PIC 9(4)V99.
       01 WS-EMP-LEAVE-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-EL-IDX PIC 9(2) COMP VALUE ZERO.
       01 WS-EL-FOUND-IDX PIC 9(2) COMP VALUE ZERO.
       01 WS-EL-FOUND-SW PIC X(1) VALUE 'N'.
        88 EL-IS-FOUND VALUE 'Y'.
       01 WS-EL-ARG PIC X(1) VALUE SPACE.
       01 WS-EH-LEAVE-IDX PIC 9(2) COMP VALUE ZERO.

      * In-core department reference - code and name only
       01 WS-DEPT-TABLE.
        02 WS-DEPT-ENTRY OCCURS 100 TIMES.
         03 WS-DT-CODE PIC X(6).
         03 WS-DT-NAME PIC X(25).
       01 WS-DEPT-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-FOUND-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-FOUND-SW PIC X(1) VALUE 'N'.
        88 DEPT-IS-FOUND VALUE 'Y'.

      * One balance being posted
       01 WS-BAL-FOUND-SW PIC X(1) VALUE 'N'.
        88 BAL-IS-FOUND VALUE 'Y'.
       01 WS-EMP-FOUND-SW PIC X(1) VALUE 'N'.
        88 EMP-IS-FOUND VALUE 'Y'.
       01 WS-LEDG-SW PIC X(1) VALUE 'N'.
        88 LEDG-ENTRY-LANDED VALUE 'Y'.
       01 WS-ACCRUE-HOURS PIC 9(4)V99 VALUE ZERO.
       01 WS-TAKEN-HOURS PIC 9(4)V99 VALUE ZERO.
       01 WS-FORFEIT-HOURS PIC 9(4)V99 VALUE ZERO.
       01 WS-NEW-ENTRY PIC X(1) VALUE SPACE.
       01 WS-NEW-HOURS PIC S9(4)V99 VALUE ZERO.
       01 WS-NEW-PERIOD PIC 9(8) VALUE ZERO.
       01 WS-PAYOUT-AMT PIC S9(7)V99 VALUE ZERO.

      * Statement control break
       01 WS-PREV-DEPT-CODE PIC X(6) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X(1) VALUE 'N'.
        88 GROUP-IS-OPEN VALUE 'Y'.
       01 WS-PREV-EMP-ID PIC 9(7) VALUE ZERO.
       01 WS-GRP-LINES PIC 9(5) COMP VALUE ZERO.
       01 WS-GRP-BALANCE PIC S9(7)V99 VALUE ZERO.

       01 WS-EARN-USED PIC 9(5) COMP VALUE ZERO.
       01 WS-ACCRUAL-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-TAKEN-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CARRY-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REPOSTED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-EXC-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-PAYOUT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-PAYOUT-TOTAL PIC S9(9)V99 VALUE ZERO.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1PTO - LEAVE BALANCE STATEMENT".
        02 FILLER PIC X(12) VALUE "PERIOD END: ".
        02 RPT-PERIOD-END PIC 9(8).

       01 RPT-DEPT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "DEPT: ".
        02 RPT-DEPT-CODE PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-DEPT-NAME PIC X(25).

       01 RPT-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "LAST".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "FIRST".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "TYPE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "  CARRIED".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "  ACCRUED".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "    TAKEN".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "  BALANCE".

       01 RPT-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-EMP-L-NAME PIC X(15).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-EMP-F-NAME PIC X(15).
        02 FILLER PIC X(5) VALUE SPACES.
        02 RPT-LEAVE-TYPE PIC X(1).
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CARRIED-IN PIC -,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-YTD-ACCRUED PIC Z,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-YTD-TAKEN PIC Z,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-BALANCE PIC -,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-FLAG PIC X(10).

       01 RPT-SUBTOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "DEPT BALANCES: ".
        02 RPT-ST-LINES PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "TOTAL HOURS: ".
        02 RPT-ST-BALANCE PIC -,---,--9.99.

       01 RPT-RUN-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "PERIODS POSTED: ".
        02 RPT-EARN-USED PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "ACCRUALS: ".
        02 RPT-ACCRUAL-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "TAKEN: ".
        02 RPT-TAKEN-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "YEAR-END CAPS: ".
        02 RPT-CARRY-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "ALREADY POSTED: ".
        02 RPT-REPOSTED-COUNT PIC ZZ,ZZ9.

       01 EXC-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1PTO - LEAVE BALANCE EXCEPTIONS".
        02 FILLER PIC X(12) VALUE "PERIOD END: ".
        02 EXC-PERIOD-END PIC 9(8).

       01 EXC-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "TYPE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "    TAKEN".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "  BALANCE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "REASON".

       01 EXC-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 EXC-EMP-ID PIC 9(7).
        02 FILLER PIC X(5) VALUE SPACES.
        02 EXC-LEAVE-TYPE PIC X(1).
        02 FILLER PIC X(4) VALUE SPACES.
        02 EXC-TAKEN PIC Z,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 EXC-BALANCE PIC -,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 EXC-REASON PIC X(40).

       01 EXC-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
        02 EXC-TOTAL-COUNT PIC ZZ,ZZ9.

       01 PAY-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1PTO - LEAVE PAYOUT ON TERMINATION".
        02 FILLER PIC X(12) VALUE "PERIOD END: ".
        02 PAY-PERIOD-END PIC 9(8).

       01 PAY-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "LAST".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "FIRST".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "TERM DATE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "TYPE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "    HOURS".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "     RATE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "       AMOUNT".

       01 PAY-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PAY-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PAY-EMP-L-NAME PIC X(15).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PAY-EMP-F-NAME PIC X(15).
        02 FILLER PIC X(3) VALUE SPACES.
        02 PAY-TERM-DATE PIC X(10).
        02 FILLER PIC X(5) VALUE SPACES.
        02 PAY-LEAVE-TYPE PIC X(1).
        02 FILLER PIC X(4) VALUE SPACES.
        02 PAY-HOURS PIC -,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PAY-RATE PIC ZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 PAY-AMOUNT PIC -,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PAY-NOTE PIC X(12).

       01 PAY-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "BALANCES PAID: ".
        02 PAY-TOTAL-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "TOTAL AMOUNT: ".
        02 PAY-TOTAL-AMOUNT PIC -,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        OPEN INPUT CTL-FILE
        READ CTL-FILE
             AT END
                DISPLAY "PT1PTO ABEND - CONTROL FILE PT1G-CTL IS "
                   "EMPTY, RUN PT1GROSS FIRST"
                MOVE 16 TO RETURN-CODE
                CLOSE CTL-FILE
                STOP RUN
        END-READ
        CLOSE CTL-FILE

        PERFORM LOAD-RATE-TABLE
        PERFORM LOAD-DEPT-TABLE

        OPEN INPUT EARN-FILE, MASTR-FILE
             I-O BAL-FILE, LEDG-FILE
             OUTPUT EXC-FILE, PAY-FILE

        MOVE GC-PERIOD-END TO EXC-PERIOD-END
        WRITE EXC-REC FROM EXC-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE EXC-REC FROM EXC-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO EXC-REC
        WRITE EXC-REC AFTER ADVANCING 1 LINE

        MOVE GC-PERIOD-END TO PAY-PERIOD-END
        WRITE PAY-REC FROM PAY-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE PAY-REC FROM PAY-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO PAY-REC
        WRITE PAY-REC AFTER ADVANCING 1 LINE

        PERFORM READ-EARN-RECORD
        PERFORM POST-ONE-PERIOD UNTIL EARN-EOF
        CLOSE EARN-FILE

        SORT SORT-WORK-FILE
           ON ASCENDING KEY SD-DEPT-CODE
                            SD-EMP-ID
                            SD-LEAVE-TYPE
           INPUT PROCEDURE IS LOAD-BALANCES
           GIVING STMT-FILE

        PERFORM PRINT-STATEMENT

        MOVE WS-EXC-COUNT TO EXC-TOTAL-COUNT
        WRITE EXC-REC FROM EXC-TOTAL-LINE
         AFTER ADVANCING 2 LINES
        MOVE WS-PAYOUT-COUNT TO PAY-TOTAL-COUNT
        MOVE WS-PAYOUT-TOTAL TO PAY-TOTAL-AMOUNT
        WRITE PAY-REC FROM PAY-TOTAL-LINE
         AFTER ADVANCING 2 LINES

        CLOSE MASTR-FILE, BAL-FILE, LEDG-FILE, EXC-FILE, PAY-FILE
        STOP RUN.

      * Loads the accrual rules into core. A rule with a basis
      * other than P or H would silently never accrue, so the run
      * stops on one instead
        LOAD-RATE-TABLE.
          OPEN INPUT RATE-FILE
          PERFORM READ-RATE-RECORD
          PERFORM STORE-RATE-RECORD UNTIL RATE-EOF
          CLOSE RATE-FILE.

        READ-RATE-RECORD.
          READ RATE-FILE
            AT END SET RATE-EOF TO TRUE
          END-READ.

        STORE-RATE-RECORD.
          IF NOT PR-PER-PERIOD AND NOT PR-PER-HOUR
             DISPLAY "PT1PTO ABEND - COB1-PTORATE BASIS NOT P OR H "
                "FOR LEAVE TYPE " PR-LEAVE-TYPE " EMP-TYPE "
                PR-EMP-TYPE ", CORRECT IT AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          IF WS-RATE-COUNT >= 100
             DISPLAY "PT1PTO ABEND - RATE TABLE FULL AT 100 "
                "ENTRIES, RAISE WS-RATE-TABLE AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-RATE-COUNT
          MOVE PR-LEAVE-TYPE TO WS-RT-LEAVE-TYPE (WS-RATE-COUNT)
          MOVE PR-EMP-TYPE TO WS-RT-EMP-TYPE (WS-RATE-COUNT)
          MOVE PR-MIN-YEARS TO WS-RT-MIN-YEARS (WS-RATE-COUNT)
          MOVE PR-BASIS TO WS-RT-BASIS (WS-RATE-COUNT)
          MOVE PR-RATE TO WS-RT-RATE (WS-RATE-COUNT)
          MOVE PR-CARRY-CAP TO WS-RT-CARRY-CAP (WS-RATE-COUNT)
          PERFORM READ-RATE-RECORD.

      * Loads the department names for the statement, same table
      * and same abend stance PT1DEPT takes
        LOAD-DEPT-TABLE.
          OPEN INPUT DEPT-FILE
          PERFORM READ-DEPT-RECORD
          PERFORM STORE-DEPT-RECORD UNTIL DEPT-EOF
          CLOSE DEPT-FILE.

        READ-DEPT-RECORD.
          READ DEPT-FILE
            AT END SET DEPT-EOF TO TRUE
          END-READ.

        STORE-DEPT-RECORD.
          IF WS-DEPT-COUNT >= 100
             DISPLAY "PT1PTO ABEND - DEPARTMENT TABLE FULL AT 100 "
                "ENTRIES, RAISE WS-DEPT-TABLE AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-DEPT-COUNT
          MOVE DEPT-CODE TO WS-DT-CODE (WS-DEPT-COUNT)
          MOVE DEPT-NAME TO WS-DT-NAME (WS-DEPT-COUNT)
          PERFORM READ-DEPT-RECORD.

        READ-EARN-RECORD.
          READ EARN-FILE
            AT END SET EARN-EOF TO TRUE
          END-READ.

      * One employee's period - only the run's posting date and run
      * number count.
      * Picks the rules that apply, then posts each leave type the
      * employee accrues or took
        POST-ONE-PERIOD.
          IF EH-POST-DATE = GC-POST-DATE AND EH-RUN-NO = GC-RUN-NO
             ADD 1 TO WS-EARN-USED
             MOVE EH-PERIOD-END TO WS-PERIOD-YMD
             MOVE EH-EMP-ID TO EMP-ID
             MOVE 'Y' TO WS-EMP-FOUND-SW
             READ MASTR-FILE
                INVALID KEY MOVE 'N' TO WS-EMP-FOUND-SW
             END-READ
             IF NOT EMP-IS-FOUND
                MOVE EH-EMP-ID TO EXC-EMP-ID
                MOVE SPACE TO EXC-LEAVE-TYPE
                MOVE ZERO TO EXC-TAKEN, EXC-BALANCE
                MOVE "NOT ON EMPLOYEE MASTER - NOT POSTED"
                   TO EXC-REASON
                PERFORM WRITE-EXCEPTION
             ELSE
                PERFORM COMPUTE-TENURE
                MOVE ZERO TO WS-EMP-LEAVE-COUNT
                PERFORM PICK-RATE-RULE
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                PERFORM ADD-TAKEN-TYPE
                   VARYING WS-EH-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-EH-LEAVE-IDX > 3
                PERFORM POST-LEAVE-TYPE
                   VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EMP-LEAVE-COUNT
             END-IF
          END-IF
          PERFORM READ-EARN-RECORD.

      * Years of service as of the period end - the same
      * computation COMPUTE-TENURE makes in PT1 against the run
      * date. A hire date that is not a date counts as no service
        COMPUTE-TENURE.
          MOVE ZERO TO WS-TENURE
          IF EMP-DATE NUMERIC AND EMP-DATE-Y < WS-PERIOD-Y
             COMPUTE WS-TENURE = WS-PERIOD-Y - EMP-DATE-Y
             IF EMP-DATE-M > WS-PERIOD-M
                OR (EMP-DATE-M = WS-PERIOD-M
                    AND EMP-DATE-D > WS-PERIOD-D)
                SUBTRACT 1 FROM WS-TENURE
             END-IF
          END-IF.

      * A rule for the employee's EMP-TYPE whose band the service
      * has reached - the highest such band wins for its type
        PICK-RATE-RULE.
          IF WS-RT-EMP-TYPE (WS-RATE-IDX) = EMP-TYPE
             AND WS-RT-MIN-YEARS (WS-RATE-IDX) <= WS-TENURE
             MOVE WS-RT-LEAVE-TYPE (WS-RATE-IDX) TO WS-EL-ARG
             PERFORM FIND-EMP-LEAVE
             IF NOT EL-IS-FOUND
                PERFORM ADD-EMP-LEAVE
                PERFORM TAKE-RATE-RULE
             ELSE
                IF WS-RT-MIN-YEARS (WS-RATE-IDX)
                   >= WS-EL-MIN-YEARS (WS-EL-FOUND-IDX)
                   PERFORM TAKE-RATE-RULE
                END-IF
             END-IF
          END-IF.

        TAKE-RATE-RULE.
          MOVE WS-RT-MIN-YEARS (WS-RATE-IDX)
             TO WS-EL-MIN-YEARS (WS-EL-FOUND-IDX)
          MOVE WS-RT-BASIS (WS-RATE-IDX)
             TO WS-EL-BASIS (WS-EL-FOUND-IDX)
          MOVE WS-RT-RATE (WS-RATE-IDX)
             TO WS-EL-RATE (WS-EL-FOUND-IDX)
          MOVE WS-RT-CARRY-CAP (WS-RATE-IDX)
             TO WS-EL-CARRY-CAP (WS-EL-FOUND-IDX).

      * A type taken in the period that the employee does not
      * accrue still has to come off a balance
        ADD-TAKEN-TYPE.
          IF EH-LEAVE-TYPE (WS-EH-LEAVE-IDX) NOT = SPACE
             MOVE EH-LEAVE-TYPE (WS-EH-LEAVE-IDX) TO WS-EL-ARG
             PERFORM FIND-EMP-LEAVE
             IF NOT EL-IS-FOUND
                PERFORM ADD-EMP-LEAVE
                MOVE SPACE TO WS-EL-BASIS (WS-EL-FOUND-IDX)
                MOVE ZERO TO WS-EL-RATE (WS-EL-FOUND-IDX)
                MOVE 9999.99 TO WS-EL-CARRY-CAP (WS-EL-FOUND-IDX)
             END-IF
          END-IF.

        FIND-EMP-LEAVE.
          MOVE 'N' TO WS-EL-FOUND-SW
          PERFORM COMPARE-EMP-LEAVE
             VARYING WS-EL-IDX FROM 1 BY 1
             UNTIL WS-EL-IDX > WS-EMP-LEAVE-COUNT
                OR EL-IS-FOUND.

        COMPARE-EMP-LEAVE.
          IF WS-EL-LEAVE-TYPE (WS-EL-IDX) = WS-EL-ARG
             SET EL-IS-FOUND TO TRUE
             MOVE WS-EL-IDX TO WS-EL-FOUND-IDX
          END-IF.

        ADD-EMP-LEAVE.
          IF WS-EMP-LEAVE-COUNT >= 10
             DISPLAY "PT1PTO ABEND - MORE THAN 10 LEAVE TYPES FOR "
                "EMP-ID " EH-EMP-ID ", RAISE WS-EMP-LEAVE-TABLE "
                "AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-EMP-LEAVE-COUNT
          MOVE WS-EMP-LEAVE-COUNT TO WS-EL-FOUND-IDX
          MOVE WS-EL-ARG TO WS-EL-LEAVE-TYPE (WS-EL-FOUND-IDX)
          MOVE ZERO TO WS-EL-MIN-YEARS (WS-EL-FOUND-IDX).

      * One leave type for the employee's period - the year-end cap
      * if this is the first period of a new year for the balance,
      * then the accrual, then the hours taken, each only if its
      * ledger entry lands
        POST-LEAVE-TYPE.
          MOVE EH-EMP-ID TO PB-EMP-ID
          MOVE WS-EL-LEAVE-TYPE (WS-EL-IDX) TO PB-LEAVE-TYPE
          MOVE 'Y' TO WS-BAL-FOUND-SW
          READ BAL-FILE
             INVALID KEY MOVE 'N' TO WS-BAL-FOUND-SW
          END-READ
          IF NOT BAL-IS-FOUND
             MOVE SPACES TO BAL-REC
             MOVE EH-EMP-ID TO PB-EMP-ID
             MOVE WS-EL-LEAVE-TYPE (WS-EL-IDX) TO PB-LEAVE-TYPE
             MOVE ZERO TO PB-BALANCE, PB-CARRIED-IN, PB-YTD-ACCRUED,
                          PB-YTD-TAKEN, PB-LAST-PERIOD,
                          PB-PAYOUT-DATE
             MOVE WS-PERIOD-Y TO PB-YEAR
             MOVE 'N' TO PB-NEGATIVE-SW
          END-IF

          IF WS-PERIOD-Y > PB-YEAR
             PERFORM CARRY-INTO-NEW-YEAR
          END-IF

          PERFORM ACCRUE-LEAVE
          PERFORM TAKE-LEAVE

          IF WS-EL-BASIS (WS-EL-IDX) = SPACE AND WS-TAKEN-HOURS > ZERO
             MOVE EH-EMP-ID TO EXC-EMP-ID
             MOVE PB-LEAVE-TYPE TO EXC-LEAVE-TYPE
             MOVE WS-TAKEN-HOURS TO EXC-TAKEN
             MOVE PB-BALANCE TO EXC-BALANCE
             MOVE "TYPE NOT ACCRUED FOR THIS EMP-TYPE"
                TO EXC-REASON
             PERFORM WRITE-EXCEPTION
          END-IF
          IF PB-BALANCE < ZERO
             MOVE 'Y' TO PB-NEGATIVE-SW
             MOVE EH-EMP-ID TO EXC-EMP-ID
             MOVE PB-LEAVE-TYPE TO EXC-LEAVE-TYPE
             MOVE WS-TAKEN-HOURS TO EXC-TAKEN
             MOVE PB-BALANCE TO EXC-BALANCE
             MOVE "BALANCE NEGATIVE - LEAVE TAKEN PAST IT"
                TO EXC-REASON
             PERFORM WRITE-EXCEPTION
          ELSE
             MOVE 'N' TO PB-NEGATIVE-SW
          END-IF
          IF WS-PERIOD-YMD > PB-LAST-PERIOD
             MOVE WS-PERIOD-YMD TO PB-LAST-PERIOD
          END-IF

          IF BAL-IS-FOUND
             REWRITE BAL-REC
          ELSE
             WRITE BAL-REC
          END-IF.

      * Year-end carryover - hours past the cap are forfeited to
      * the ledger, and what is left starts the new year
        CARRY-INTO-NEW-YEAR.
          IF PB-BALANCE > WS-EL-CARRY-CAP (WS-EL-IDX)
             COMPUTE WS-FORFEIT-HOURS =
                PB-BALANCE - WS-EL-CARRY-CAP (WS-EL-IDX)
             MOVE 'Y' TO WS-NEW-ENTRY
             COMPUTE WS-NEW-HOURS = ZERO - WS-FORFEIT-HOURS
             PERFORM WRITE-LEDGER-ENTRY
             ADD 1 TO WS-CARRY-COUNT
          END-IF
          MOVE WS-PERIOD-Y TO PB-YEAR
          MOVE PB-BALANCE TO PB-CARRIED-IN
          MOVE ZERO TO PB-YTD-ACCRUED, PB-YTD-TAKEN.

      * The period's accrual - flat per period, or per straight
      * hour paid (leave hours paid do not earn leave)
        ACCRUE-LEAVE.
          MOVE ZERO TO WS-ACCRUE-HOURS
          EVALUATE WS-EL-BASIS (WS-EL-IDX)
             WHEN 'P'
                MOVE WS-EL-RATE (WS-EL-IDX) TO WS-ACCRUE-HOURS
             WHEN 'H'
                COMPUTE WS-ACCRUE-HOURS ROUNDED =
                   EH-STRAIGHT-HOURS * WS-EL-RATE (WS-EL-IDX)
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          IF WS-ACCRUE-HOURS > ZERO
             MOVE 'A' TO WS-NEW-ENTRY
             MOVE WS-ACCRUE-HOURS TO WS-NEW-HOURS
             PERFORM WRITE-LEDGER-ENTRY
             IF LEDG-ENTRY-LANDED
                ADD WS-ACCRUE-HOURS TO PB-YTD-ACCRUED
                ADD 1 TO WS-ACCRUAL-COUNT
             END-IF
          END-IF.

      * The hours taken of this type in the period
        TAKE-LEAVE.
          MOVE ZERO TO WS-TAKEN-HOURS
          PERFORM SUM-TAKEN-HOURS
             VARYING WS-EH-LEAVE-IDX FROM 1 BY 1
             UNTIL WS-EH-LEAVE-IDX > 3
          IF WS-TAKEN-HOURS > ZERO
             MOVE 'T' TO WS-NEW-ENTRY
             COMPUTE WS-NEW-HOURS = ZERO - WS-TAKEN-HOURS
             PERFORM WRITE-LEDGER-ENTRY
             IF LEDG-ENTRY-LANDED
                ADD WS-TAKEN-HOURS TO PB-YTD-TAKEN
                ADD 1 TO WS-TAKEN-COUNT
             ELSE
                MOVE ZERO TO WS-TAKEN-HOURS
             END-IF
          END-IF.

        SUM-TAKEN-HOURS.
          IF EH-LEAVE-TYPE (WS-EH-LEAVE-IDX) = PB-LEAVE-TYPE
             ADD EH-LEAVE-HOURS (WS-EH-LEAVE-IDX) TO WS-TAKEN-HOURS
          END-IF.

      * Writes one ledger entry for the balance in hand and, if it
      * lands, moves the balance by it. An entry already on the
      * ledger means this period was posted by an earlier run
        WRITE-LEDGER-ENTRY.
          MOVE 'N' TO WS-LEDG-SW
          MOVE SPACES TO LEDG-REC
          MOVE PB-EMP-ID TO PL-EMP-ID
          MOVE PB-LEAVE-TYPE TO PL-LEAVE-TYPE
          MOVE WS-PERIOD-YMD TO PL-PERIOD-END
          MOVE WS-NEW-ENTRY TO PL-ENTRY
          MOVE WS-NEW-HOURS TO PL-HOURS
          COMPUTE PL-BALANCE = PB-BALANCE + WS-NEW-HOURS
          MOVE WS-RUN-DATE TO PL-POST-DATE
          WRITE LEDG-REC
             INVALID KEY
                ADD 1 TO WS-REPOSTED-COUNT
             NOT INVALID KEY
                SET LEDG-ENTRY-LANDED TO TRUE
                MOVE PL-BALANCE TO PB-BALANCE
          END-WRITE.

        WRITE-EXCEPTION.
          WRITE EXC-REC FROM EXC-DETAIL
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-EXC-COUNT.

      * Input procedure for the statement sort - every balance read
      * front to back. A terminated employee's open balance goes to
      * the payout listing instead, once; everyone else's is
      * released under their current department
        LOAD-BALANCES.
          MOVE ZERO TO EMP-ID
          MOVE LOW-VALUES TO PB-KEY
          START BAL-FILE KEY IS NOT LESS THAN PB-KEY
             INVALID KEY SET BAL-EOF TO TRUE
          END-START
          IF NOT BAL-EOF
             PERFORM READ-NEXT-BALANCE
          END-IF
          PERFORM RELEASE-ONE-BALANCE UNTIL BAL-EOF.

        READ-NEXT-BALANCE.
          READ BAL-FILE NEXT RECORD
            AT END SET BAL-EOF TO TRUE
          END-READ.

        RELEASE-ONE-BALANCE.
          IF PB-EMP-ID NOT = EMP-ID
             MOVE PB-EMP-ID TO EMP-ID
             MOVE 'Y' TO WS-EMP-FOUND-SW
             READ MASTR-FILE
                INVALID KEY MOVE 'N' TO WS-EMP-FOUND-SW
             END-READ
          END-IF
          EVALUATE TRUE
             WHEN NOT EMP-IS-FOUND
                CONTINUE
             WHEN EMP-IS-TERMINATED
                IF PB-PAYOUT-DATE = ZERO AND PB-BALANCE NOT = ZERO
                   PERFORM PAY-OUT-BALANCE
                END-IF
             WHEN OTHER
                MOVE EMP-DEPT-CODE TO SD-DEPT-CODE
                MOVE PB-EMP-ID TO SD-EMP-ID
                MOVE PB-LEAVE-TYPE TO SD-LEAVE-TYPE
                MOVE EMP-L-NAME TO SD-EMP-L-NAME
                MOVE EMP-F-NAME TO SD-EMP-F-NAME
                MOVE PB-CARRIED-IN TO SD-CARRIED-IN
                MOVE PB-YTD-ACCRUED TO SD-YTD-ACCRUED
                MOVE PB-YTD-TAKEN TO SD-YTD-TAKEN
                MOVE PB-BALANCE TO SD-BALANCE
                MOVE PB-NEGATIVE-SW TO SD-NEGATIVE-SW
                RELEASE SD-REC
          END-EVALUATE
          PERFORM READ-NEXT-BALANCE.

      * The remaining hours at the current rate for the final
      * check - a negative balance is leave advanced and not yet
      * earned, and prints as an amount to recover. Either way the
      * balance is closed out to the ledger so it is paid once
        PAY-OUT-BALANCE.
          COMPUTE WS-PAYOUT-AMT ROUNDED = PB-BALANCE * EMP-PAY-RATE
          MOVE PB-EMP-ID TO PAY-EMP-ID
          MOVE EMP-L-NAME TO PAY-EMP-L-NAME
          MOVE EMP-F-NAME TO PAY-EMP-F-NAME
          MOVE SPACES TO PAY-TERM-DATE
          STRING EMP-TERM-M "/" EMP-TERM-D "/" EMP-TERM-Y
             DELIMITED BY SIZE INTO PAY-TERM-DATE
          END-STRING
          MOVE PB-LEAVE-TYPE TO PAY-LEAVE-TYPE
          MOVE PB-BALANCE TO PAY-HOURS
          MOVE EMP-PAY-RATE TO PAY-RATE
          MOVE WS-PAYOUT-AMT TO PAY-AMOUNT
          IF PB-BALANCE < ZERO
             MOVE "RECOVER" TO PAY-NOTE
          ELSE
             MOVE "PAY" TO PAY-NOTE
          END-IF
          WRITE PAY-REC FROM PAY-DETAIL
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-PAYOUT-COUNT
          ADD WS-PAYOUT-AMT TO WS-PAYOUT-TOTAL
          MOVE GC-PERIOD-END TO WS-PERIOD-YMD
          MOVE 'P' TO WS-NEW-ENTRY
          COMPUTE WS-NEW-HOURS = ZERO - PB-BALANCE
          PERFORM WRITE-LEDGER-ENTRY
          MOVE WS-RUN-DATE TO PB-PAYOUT-DATE
          MOVE 'N' TO PB-NEGATIVE-SW
          REWRITE BAL-REC.

      * The statement - one group per department with its COB1-DEPT
      * name, every balance for each employee, and the run's
      * posting counts at the end
        PRINT-STATEMENT.
          OPEN INPUT STMT-FILE
               OUTPUT RPT-FILE
          MOVE GC-PERIOD-END TO RPT-PERIOD-END
          WRITE RPT-REC FROM RPT-TITLE-LINE
           AFTER ADVANCING PAGE
          PERFORM READ-STMT-RECORD
          PERFORM PRINT-STATEMENT-LINE UNTIL STMT-EOF
          IF GROUP-IS-OPEN
             PERFORM CLOSE-DEPT-GROUP
          END-IF
          MOVE WS-EARN-USED TO RPT-EARN-USED
          MOVE WS-ACCRUAL-COUNT TO RPT-ACCRUAL-COUNT
          MOVE WS-TAKEN-COUNT TO RPT-TAKEN-COUNT
          MOVE WS-CARRY-COUNT TO RPT-CARRY-COUNT
          MOVE WS-REPOSTED-COUNT TO RPT-REPOSTED-COUNT
          WRITE RPT-REC FROM RPT-RUN-LINE
           AFTER ADVANCING 3 LINES
          CLOSE STMT-FILE, RPT-FILE.

        READ-STMT-RECORD.
          READ STMT-FILE
            AT END SET STMT-EOF TO TRUE
          END-READ.

        PRINT-STATEMENT-LINE.
          IF GROUP-IS-OPEN AND ST-DEPT-CODE NOT = WS-PREV-DEPT-CODE
             PERFORM CLOSE-DEPT-GROUP
          END-IF
          IF NOT GROUP-IS-OPEN
             SET GROUP-IS-OPEN TO TRUE
             MOVE ST-DEPT-CODE TO WS-PREV-DEPT-CODE
             MOVE ZERO TO WS-GRP-LINES, WS-GRP-BALANCE
             MOVE ZERO TO WS-PREV-EMP-ID
             PERFORM OPEN-DEPT-GROUP
          END-IF
          MOVE SPACES TO RPT-DETAIL
          IF ST-EMP-ID NOT = WS-PREV-EMP-ID
             MOVE ST-EMP-ID TO RPT-EMP-ID
             MOVE ST-EMP-L-NAME TO RPT-EMP-L-NAME
             MOVE ST-EMP-F-NAME TO RPT-EMP-F-NAME
             MOVE ST-EMP-ID TO WS-PREV-EMP-ID
          END-IF
          MOVE ST-LEAVE-TYPE TO RPT-LEAVE-TYPE
          MOVE ST-CARRIED-IN TO RPT-CARRIED-IN
          MOVE ST-YTD-ACCRUED TO RPT-YTD-ACCRUED
          MOVE ST-YTD-TAKEN TO RPT-YTD-TAKEN
          MOVE ST-BALANCE TO RPT-BALANCE
          IF ST-NEGATIVE-SW = 'Y'
             MOVE "*NEGATIVE*" TO RPT-FLAG
          END-IF
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-GRP-LINES
          ADD ST-BALANCE TO WS-GRP-BALANCE
          PERFORM READ-STMT-RECORD.

        OPEN-DEPT-GROUP.
          MOVE WS-PREV-DEPT-CODE TO RPT-DEPT-CODE
          MOVE 'N' TO WS-DEPT-FOUND-SW
          PERFORM COMPARE-DEPT-ENTRY
             VARYING WS-DEPT-IDX FROM 1 BY 1
             UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                OR DEPT-IS-FOUND
          IF DEPT-IS-FOUND
             MOVE WS-DT-NAME (WS-DEPT-FOUND-IDX) TO RPT-DEPT-NAME
          ELSE
             MOVE "** NOT ON REFERENCE **" TO RPT-DEPT-NAME
          END-IF
          WRITE RPT-REC FROM RPT-DEPT-LINE
          AFTER ADVANCING 2 LINES
          WRITE RPT-REC FROM RPT-HEADING
          AFTER ADVANCING 1 LINE
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE.

        COMPARE-DEPT-ENTRY.
          IF WS-DT-CODE (WS-DEPT-IDX) = WS-PREV-DEPT-CODE
             SET DEPT-IS-FOUND TO TRUE
             MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
          END-IF.

        CLOSE-DEPT-GROUP.
          MOVE WS-GRP-LINES TO RPT-ST-LINES
          MOVE WS-GRP-BALANCE TO RPT-ST-BALANCE
          WRITE RPT-REC FROM RPT-SUBTOTAL-LINE
          AFTER ADVANCING 2 LINES
          MOVE 'N' TO WS-GROUP-OPEN-SW.
