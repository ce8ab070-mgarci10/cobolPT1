       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1GLJE.
       AUTHOR. MARIO GARCIA.

      * Payroll labor-cost journal for the general ledger - turns
      * the pay run PT1GROSS just posted to the earnings history
      * into the journal extract accounting has been keying into
      * the ledger by hand off the printed department subtotals.
      * The run is found through the PT1G-CTL control record
      * PT1GROSS writes: every COB1-EARNHIST record carrying that
      * posting date and run number belongs to this journal. The
      * entries are
      *   debit   labor expense, straight time, per cost center
      *           (paid leave hours are straight-time expense too,
      *           and so is retro pay for a backdated rate change)
      *   debit   labor expense, overtime, per cost center
      *   credit  each deduction code's liability account
      *   credit  payroll liability for the net pay
      * with the cost center taken from the employee's department
      * on COB1-DEPT. A department the reference file does not
      * carry, or carries with a blank cost center, still posts -
      * its expense goes to the suspense account and the employee
      * prints on the exception listing UR-S-GLEXC so accounting
      * can reclass it; a deduction code with no liability account
      * on file is credited to suspense and listed the same way.
      * Every account number comes from the reference file
      * COB1-GLACCT, one record per account:
      *   S  straight-time labor expense
      *   O  overtime labor expense
      *   N  payroll liability (net pay)
      *   X  suspense
      *   D  deduction liability, one per deduction code
      * and a reference file missing any of S, O, N or X stops the
      * run before anything is built.
      * The journal is assembled in core and proven before a byte
      * of it is written: total debits have to equal total credits,
      * and the debits have to equal the gross PT1G-CTL says was
      * posted. Out of balance either way, PT1-GLJE is not written,
      * the register says why, and the return code is 16. The
      * extract carries a header with the journal date and period
      * end and a trailer with the line count and both totals for
      * the ledger load to check.

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
           SELECT DEPT-FILE    ASSIGN TO 'COB1-DEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Ledger account reference, maintained by accounting the same
      * way COB1-DEPT is
           SELECT ACCT-FILE    ASSIGN TO 'COB1-GLACCT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JE-FILE      ASSIGN TO 'PT1-GLJE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-GLJRNL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-FILE     ASSIGN TO 'UR-S-GLEXC'
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

      * Department reference record, same layout PT1DEPT reads
       FD  DEPT-FILE.
       01 DEPT-REC.
        88 DEPT-EOF VALUE HIGH-VALUES.
        02 DEPT-CODE PIC X(6).
        02 DEPT-NAME PIC X(25).
        02 DEPT-COST-CENTER PIC X(6).

      * Ledger account reference - the entry type says what the
      * account is for, and a deduction liability names its code
       FD  ACCT-FILE.
       01 ACCT-REC.
        88 ACCT-EOF VALUE HIGH-VALUES.
        02 GA-ENTRY-TYPE PIC X(1).
         88 GA-IS-STRAIGHT VALUE 'S'.
         88 GA-IS-OVERTIME VALUE 'O'.
         88 GA-IS-NET-PAY VALUE 'N'.
         88 GA-IS-SUSPENSE VALUE 'X'.
         88 GA-IS-DEDUCTION VALUE 'D'.
        02 GA-DED-CODE PIC X(3).
        02 GA-ACCOUNT PIC X(10).
        02 GA-DESC PIC X(25).

      * Journal extract - a header, one line per entry, and a
      * trailer, all 80 bytes
       FD  JE-FILE.
       01 JE-REC.
        02 JE-REC-TYPE PIC X(1).
        02 JE-JOURNAL-DATE PIC 9(8).
        02 JE-PERIOD-END PIC 9(8).
        02 JE-ACCOUNT PIC X(10).
        02 JE-COST-CENTER PIC X(6).
        02 JE-DR-CR PIC X(1).
        02 JE-AMOUNT PIC 9(11)V99.
        02 JE-DESC PIC X(25).
        02 FILLER PIC X(8).
       01 JE-HEADER-REC.
        02 JH-REC-TYPE PIC X(1).
        02 JH-JOURNAL-DATE PIC 9(8).
        02 JH-PERIOD-END PIC 9(8).
        02 JH-SOURCE PIC X(8).
        02 FILLER PIC X(55).
       01 JE-TRAILER-REC.
        02 JT-REC-TYPE PIC X(1).
        02 JT-LINE-COUNT PIC 9(5).
        02 JT-DEBIT-TOTAL PIC 9(11)V99.
        02 JT-CREDIT-TOTAL PIC 9(11)V99.
        02 FILLER PIC X(48).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       FD  EXC-FILE.
       01 EXC-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      * In-core department reference - code and cost center only
       01 WS-DEPT-TABLE.
        02 WS-DEPT-ENTRY OCCURS 100 TIMES.
         03 WS-DT-CODE PIC X(6).
         03 WS-DT-COST-CENTER PIC X(6).
       01 WS-DEPT-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-FOUND-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-FOUND-SW PIC X(1) VALUE 'N'.
        88 DEPT-IS-FOUND VALUE 'Y'.

      * The four fixed accounts and the deduction liability
      * accounts off COB1-GLACCT
       01 WS-STRAIGHT-ACCT PIC X(10) VALUE SPACES.
       01 WS-OVERTIME-ACCT PIC X(10) VALUE SPACES.
       01 WS-NET-PAY-ACCT PIC X(10) VALUE SPACES.
       01 WS-SUSPENSE-ACCT PIC X(10) VALUE SPACES.
       01 WS-ACCT-TABLE.
        02 WS-ACCT-ENTRY OCCURS 50 TIMES.
         03 WS-AT-DED-CODE PIC X(3).
         03 WS-AT-ACCOUNT PIC X(10).
       01 WS-ACCT-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-FOUND-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-FOUND-SW PIC X(1) VALUE 'N'.
        88 ACCT-IS-FOUND VALUE 'Y'.

      * Labor expense gathered per cost center, straight time and
      * overtime apart
       01 WS-CC-TABLE.
        02 WS-CC-ENTRY OCCURS 100 TIMES.
         03 WS-CC-CODE PIC X(6).
         03 WS-CC-STRAIGHT PIC 9(11)V99.
         03 WS-CC-OVERTIME PIC 9(11)V99.
       01 WS-CC-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-FOUND-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-FOUND-SW PIC X(1) VALUE 'N'.
        88 CC-IS-FOUND VALUE 'Y'.
       01 WS-CC-ARG PIC X(6) VALUE SPACES.

      * Deductions gathered per code
       01 WS-DED-TABLE.
        02 WS-DED-ENTRY OCCURS 50 TIMES.
         03 WS-DS-CODE PIC X(3).
         03 WS-DS-AMOUNT PIC 9(11)V99.
       01 WS-DED-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DED-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DED-FOUND-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-DED-FOUND-SW PIC X(1) VALUE 'N'.
        88 DED-IS-FOUND VALUE 'Y'.
       01 WS-EH-DED-IDX PIC 9(2) COMP VALUE ZERO.

      * Expense and deductions that could not be given a home
       01 WS-SUSP-STRAIGHT PIC 9(11)V99 VALUE ZERO.
       01 WS-SUSP-OVERTIME PIC 9(11)V99 VALUE ZERO.
       01 WS-SUSP-DEDUCT PIC 9(11)V99 VALUE ZERO.
       01 WS-NET-TOTAL PIC 9(11)V99 VALUE ZERO.

      * The journal as built, held until it is proven in balance
       01 WS-JE-TABLE.
        02 WS-JE-ENTRY OCCURS 300 TIMES.
         03 WS-JL-ACCOUNT PIC X(10).
         03 WS-JL-COST-CENTER PIC X(6).
         03 WS-JL-DR-CR PIC X(1).
         03 WS-JL-AMOUNT PIC 9(11)V99.
         03 WS-JL-DESC PIC X(25).
       01 WS-JE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-JE-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-NEW-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-NEW-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-NEW-DR-CR PIC X(1) VALUE SPACE.
       01 WS-NEW-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-NEW-DESC PIC X(25) VALUE SPACES.

       01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-BALANCE-SW PIC X(1) VALUE 'Y'.
        88 JOURNAL-IS-BALANCED VALUE 'Y'.
        88 JOURNAL-IS-UNBALANCED VALUE 'N'.

       01 WS-EARN-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-EARN-USED PIC 9(5) COMP VALUE ZERO.
       01 WS-EXC-COUNT PIC 9(5) COMP VALUE ZERO.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1GLJE - PAYROLL LABOR-COST JOURNAL".
        02 FILLER PIC X(14) VALUE "POSTING DATE: ".
        02 RPT-POST-DATE PIC 9(8).
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "PERIOD END: ".
        02 RPT-PERIOD-END PIC 9(8).

       01 RPT-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "ACCOUNT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "CC".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(25) VALUE "DESCRIPTION".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "            DEBIT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "           CREDIT".

       01 RPT-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-ACCOUNT PIC X(10).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-COST-CENTER PIC X(6).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-DESC PIC X(25).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(50) VALUE "JOURNAL TOTALS".
        02 RPT-DEBIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-CREDIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-CONTROL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(18) VALUE "EARNINGS RECORDS: ".
        02 RPT-EARN-USED PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "PT1GROSS COUNT: ".
        02 RPT-CTL-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "PT1GROSS GROSS: ".
        02 RPT-CTL-GROSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-VERDICT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-VERDICT PIC X(70).

       01 EXC-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1GLJE - JOURNAL SUSPENSE EXCEPTIONS".

       01 EXC-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "DEPT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "DED".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "        AMOUNT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "REASON".

       01 EXC-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 EXC-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 EXC-DEPT-CODE PIC X(6).
        02 FILLER PIC X(3) VALUE SPACES.
        02 EXC-DED-CODE PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 EXC-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 EXC-REASON PIC X(40).

       01 EXC-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(19) VALUE "ITEMS TO SUSPENSE: ".
        02 EXC-TOTAL-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        OPEN INPUT CTL-FILE
        READ CTL-FILE
             AT END
                DISPLAY "PT1GLJE ABEND - CONTROL FILE PT1G-CTL IS "
                   "EMPTY, RUN PT1GROSS FIRST"
                MOVE 16 TO RETURN-CODE
                CLOSE CTL-FILE
                STOP RUN
        END-READ
        CLOSE CTL-FILE

        PERFORM LOAD-DEPT-TABLE
        PERFORM LOAD-ACCT-TABLE

        OPEN INPUT EARN-FILE
             OUTPUT RPT-FILE, EXC-FILE

        MOVE GC-POST-DATE TO RPT-POST-DATE
        MOVE GC-PERIOD-END TO RPT-PERIOD-END
        WRITE RPT-REC FROM RPT-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE RPT-REC FROM RPT-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO RPT-REC
        WRITE RPT-REC AFTER ADVANCING 1 LINE

        WRITE EXC-REC FROM EXC-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE EXC-REC FROM EXC-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO EXC-REC
        WRITE EXC-REC AFTER ADVANCING 1 LINE

        PERFORM READ-EARN-RECORD
        PERFORM GATHER-ONE-EARNING UNTIL EARN-EOF

        PERFORM BUILD-EXPENSE-LINES
        PERFORM BUILD-LIABILITY-LINES
        PERFORM PROVE-JOURNAL

        PERFORM PRINT-JOURNAL-LINE
           VARYING WS-JE-IDX FROM 1 BY 1
           UNTIL WS-JE-IDX > WS-JE-COUNT
        PERFORM WRITE-JOURNAL-TOTALS

        IF JOURNAL-IS-BALANCED
           PERFORM WRITE-JOURNAL-FILE
        ELSE
           MOVE 16 TO RETURN-CODE
        END-IF

        MOVE WS-EXC-COUNT TO EXC-TOTAL-COUNT
        WRITE EXC-REC FROM EXC-TOTAL-LINE
         AFTER ADVANCING 2 LINES

        CLOSE EARN-FILE, RPT-FILE, EXC-FILE
        STOP RUN.

      * Loads the department codes and cost centers, same table
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
             DISPLAY "PT1GLJE ABEND - DEPARTMENT TABLE FULL AT 100 "
                "ENTRIES, RAISE WS-DEPT-TABLE AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-DEPT-COUNT
          MOVE DEPT-CODE TO WS-DT-CODE (WS-DEPT-COUNT)
          MOVE DEPT-COST-CENTER TO WS-DT-COST-CENTER (WS-DEPT-COUNT)
          PERFORM READ-DEPT-RECORD.

      * Loads the ledger accounts - the four fixed accounts into
      * their own fields and the deduction liabilities into a
      * table by code. All four fixed accounts have to be there
        LOAD-ACCT-TABLE.
          OPEN INPUT ACCT-FILE
          PERFORM READ-ACCT-RECORD
          PERFORM STORE-ACCT-RECORD UNTIL ACCT-EOF
          CLOSE ACCT-FILE
          IF WS-STRAIGHT-ACCT = SPACES
             OR WS-OVERTIME-ACCT = SPACES
             OR WS-NET-PAY-ACCT = SPACES
             OR WS-SUSPENSE-ACCT = SPACES
             DISPLAY "PT1GLJE ABEND - COB1-GLACCT IS MISSING THE "
                "S, O, N OR X ACCOUNT, CORRECT IT AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF.

        READ-ACCT-RECORD.
          READ ACCT-FILE
            AT END SET ACCT-EOF TO TRUE
          END-READ.

        STORE-ACCT-RECORD.
          EVALUATE TRUE
             WHEN GA-IS-STRAIGHT
                MOVE GA-ACCOUNT TO WS-STRAIGHT-ACCT
             WHEN GA-IS-OVERTIME
                MOVE GA-ACCOUNT TO WS-OVERTIME-ACCT
             WHEN GA-IS-NET-PAY
                MOVE GA-ACCOUNT TO WS-NET-PAY-ACCT
             WHEN GA-IS-SUSPENSE
                MOVE GA-ACCOUNT TO WS-SUSPENSE-ACCT
             WHEN GA-IS-DEDUCTION
                IF WS-ACCT-COUNT >= 50
                   DISPLAY "PT1GLJE ABEND - ACCOUNT TABLE FULL AT 50 "
                      "ENTRIES, RAISE WS-ACCT-TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-ACCT-COUNT
                MOVE GA-DED-CODE TO WS-AT-DED-CODE (WS-ACCT-COUNT)
                MOVE GA-ACCOUNT TO WS-AT-ACCOUNT (WS-ACCT-COUNT)
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM READ-ACCT-RECORD.

        READ-EARN-RECORD.
          READ EARN-FILE
            AT END SET EARN-EOF TO TRUE
          END-READ
          IF NOT EARN-EOF
             ADD 1 TO WS-EARN-READ
          END-IF.

      * One earnings record - only the run's posting date counts.
      * The straight and overtime money goes to the department's
      * cost center (or to suspense with an exception line), each
      * deduction into its code's total, and the net into the
      * payroll liability
        GATHER-ONE-EARNING.
          IF EH-POST-DATE = GC-POST-DATE AND EH-RUN-NO = GC-RUN-NO
             ADD 1 TO WS-EARN-USED
             PERFORM LOOKUP-DEPT
             EVALUATE TRUE
                WHEN NOT DEPT-IS-FOUND
                   MOVE "DEPT NOT ON COB1-DEPT - TO SUSPENSE"
                      TO EXC-REASON
                   PERFORM SUSPEND-EXPENSE
                WHEN WS-DT-COST-CENTER (WS-DEPT-FOUND-IDX) = SPACES
                   MOVE "DEPT HAS NO COST CENTER - TO SUSPENSE"
                      TO EXC-REASON
                   PERFORM SUSPEND-EXPENSE
                WHEN OTHER
                   MOVE WS-DT-COST-CENTER (WS-DEPT-FOUND-IDX)
                      TO WS-CC-ARG
                   PERFORM ADD-TO-COST-CENTER
             END-EVALUATE
             PERFORM GATHER-ONE-DEDUCTION
                VARYING WS-EH-DED-IDX FROM 1 BY 1
                UNTIL WS-EH-DED-IDX > EH-DED-COUNT
             ADD EH-NET-PAY TO WS-NET-TOTAL
          END-IF
          PERFORM READ-EARN-RECORD.

        LOOKUP-DEPT.
          MOVE 'N' TO WS-DEPT-FOUND-SW
          PERFORM COMPARE-DEPT-ENTRY
             VARYING WS-DEPT-IDX FROM 1 BY 1
             UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                OR DEPT-IS-FOUND.

        COMPARE-DEPT-ENTRY.
          IF WS-DT-CODE (WS-DEPT-IDX) = EH-DEPT-CODE
             SET DEPT-IS-FOUND TO TRUE
             MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
          END-IF.

        SUSPEND-EXPENSE.
          ADD EH-STRAIGHT-PAY TO WS-SUSP-STRAIGHT
          ADD EH-LEAVE-PAY TO WS-SUSP-STRAIGHT
          ADD EH-RETRO-PAY TO WS-SUSP-STRAIGHT
          ADD EH-PREMIUM-PAY TO WS-SUSP-OVERTIME
          MOVE EH-EMP-ID TO EXC-EMP-ID
          MOVE EH-DEPT-CODE TO EXC-DEPT-CODE
          MOVE SPACES TO EXC-DED-CODE
          MOVE EH-GROSS-PAY TO EXC-AMOUNT
          WRITE EXC-REC FROM EXC-DETAIL
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-EXC-COUNT.

        ADD-TO-COST-CENTER.
          MOVE 'N' TO WS-CC-FOUND-SW
          PERFORM COMPARE-CC-ENTRY
             VARYING WS-CC-IDX FROM 1 BY 1
             UNTIL WS-CC-IDX > WS-CC-COUNT
                OR CC-IS-FOUND
          IF NOT CC-IS-FOUND
             IF WS-CC-COUNT >= 100
                DISPLAY "PT1GLJE ABEND - COST CENTER TABLE FULL AT "
                   "100 ENTRIES, RAISE WS-CC-TABLE AND RERUN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-CC-COUNT
             MOVE WS-CC-COUNT TO WS-CC-FOUND-IDX
             MOVE WS-CC-ARG TO WS-CC-CODE (WS-CC-COUNT)
             MOVE ZERO TO WS-CC-STRAIGHT (WS-CC-COUNT)
             MOVE ZERO TO WS-CC-OVERTIME (WS-CC-COUNT)
          END-IF
          ADD EH-STRAIGHT-PAY TO WS-CC-STRAIGHT (WS-CC-FOUND-IDX)
          ADD EH-LEAVE-PAY TO WS-CC-STRAIGHT (WS-CC-FOUND-IDX)
          ADD EH-RETRO-PAY TO WS-CC-STRAIGHT (WS-CC-FOUND-IDX)
          ADD EH-PREMIUM-PAY TO WS-CC-OVERTIME (WS-CC-FOUND-IDX).

        COMPARE-CC-ENTRY.
          IF WS-CC-CODE (WS-CC-IDX) = WS-CC-ARG
             SET CC-IS-FOUND TO TRUE
             MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
          END-IF.

      * One deduction off the earnings record into its code's
      * total; a code with no liability account goes to suspense
      * and is listed with the employee it came from
        GATHER-ONE-DEDUCTION.
          PERFORM LOOKUP-DED-ACCOUNT
          IF NOT ACCT-IS-FOUND
             ADD EH-DED-AMT (WS-EH-DED-IDX) TO WS-SUSP-DEDUCT
             MOVE EH-EMP-ID TO EXC-EMP-ID
             MOVE EH-DEPT-CODE TO EXC-DEPT-CODE
             MOVE EH-DED-CODE (WS-EH-DED-IDX) TO EXC-DED-CODE
             MOVE EH-DED-AMT (WS-EH-DED-IDX) TO EXC-AMOUNT
             MOVE "NO LIABILITY ACCOUNT - TO SUSPENSE"
                TO EXC-REASON
             WRITE EXC-REC FROM EXC-DETAIL
             AFTER ADVANCING 1 LINE
             ADD 1 TO WS-EXC-COUNT
          ELSE
             PERFORM ADD-TO-DEDUCTION
          END-IF.

        LOOKUP-DED-ACCOUNT.
          MOVE 'N' TO WS-ACCT-FOUND-SW
          PERFORM COMPARE-ACCT-ENTRY
             VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                OR ACCT-IS-FOUND.

        COMPARE-ACCT-ENTRY.
          IF WS-AT-DED-CODE (WS-ACCT-IDX)
             = EH-DED-CODE (WS-EH-DED-IDX)
             SET ACCT-IS-FOUND TO TRUE
             MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
          END-IF.

        ADD-TO-DEDUCTION.
          MOVE 'N' TO WS-DED-FOUND-SW
          PERFORM COMPARE-DED-ENTRY
             VARYING WS-DED-IDX FROM 1 BY 1
             UNTIL WS-DED-IDX > WS-DED-COUNT
                OR DED-IS-FOUND
          IF NOT DED-IS-FOUND
             IF WS-DED-COUNT >= 50
                DISPLAY "PT1GLJE ABEND - DEDUCTION TABLE FULL AT "
                   "50 ENTRIES, RAISE WS-DED-TABLE AND RERUN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-DED-COUNT
             MOVE WS-DED-COUNT TO WS-DED-FOUND-IDX
             MOVE EH-DED-CODE (WS-EH-DED-IDX)
                TO WS-DS-CODE (WS-DED-COUNT)
             MOVE ZERO TO WS-DS-AMOUNT (WS-DED-COUNT)
          END-IF
          ADD EH-DED-AMT (WS-EH-DED-IDX)
             TO WS-DS-AMOUNT (WS-DED-FOUND-IDX).

        COMPARE-DED-ENTRY.
          IF WS-DS-CODE (WS-DED-IDX) = EH-DED-CODE (WS-EH-DED-IDX)
             SET DED-IS-FOUND TO TRUE
             MOVE WS-DED-IDX TO WS-DED-FOUND-IDX
          END-IF.

      * The debit side - a straight-time and an overtime line per
      * cost center that has any, then the suspense debits
        BUILD-EXPENSE-LINES.
          PERFORM BUILD-ONE-CC-LINES
             VARYING WS-CC-IDX FROM 1 BY 1
             UNTIL WS-CC-IDX > WS-CC-COUNT
          IF WS-SUSP-STRAIGHT > ZERO
             MOVE WS-SUSPENSE-ACCT TO WS-NEW-ACCOUNT
             MOVE SPACES TO WS-NEW-COST-CENTER
             MOVE 'D' TO WS-NEW-DR-CR
             MOVE WS-SUSP-STRAIGHT TO WS-NEW-AMOUNT
             MOVE "SUSPENSE - STRAIGHT TIME" TO WS-NEW-DESC
             PERFORM ADD-JOURNAL-LINE
          END-IF
          IF WS-SUSP-OVERTIME > ZERO
             MOVE WS-SUSPENSE-ACCT TO WS-NEW-ACCOUNT
             MOVE SPACES TO WS-NEW-COST-CENTER
             MOVE 'D' TO WS-NEW-DR-CR
             MOVE WS-SUSP-OVERTIME TO WS-NEW-AMOUNT
             MOVE "SUSPENSE - OVERTIME" TO WS-NEW-DESC
             PERFORM ADD-JOURNAL-LINE
          END-IF.

        BUILD-ONE-CC-LINES.
          IF WS-CC-STRAIGHT (WS-CC-IDX) > ZERO
             MOVE WS-STRAIGHT-ACCT TO WS-NEW-ACCOUNT
             MOVE WS-CC-CODE (WS-CC-IDX) TO WS-NEW-COST-CENTER
             MOVE 'D' TO WS-NEW-DR-CR
             MOVE WS-CC-STRAIGHT (WS-CC-IDX) TO WS-NEW-AMOUNT
             MOVE "LABOR EXPENSE - STRAIGHT" TO WS-NEW-DESC
             PERFORM ADD-JOURNAL-LINE
          END-IF
          IF WS-CC-OVERTIME (WS-CC-IDX) > ZERO
             MOVE WS-OVERTIME-ACCT TO WS-NEW-ACCOUNT
             MOVE WS-CC-CODE (WS-CC-IDX) TO WS-NEW-COST-CENTER
             MOVE 'D' TO WS-NEW-DR-CR
             MOVE WS-CC-OVERTIME (WS-CC-IDX) TO WS-NEW-AMOUNT
             MOVE "LABOR EXPENSE - OVERTIME" TO WS-NEW-DESC
             PERFORM ADD-JOURNAL-LINE
          END-IF.

      * The credit side - each deduction code's liability, the
      * deductions parked in suspense, and the net pay owed
        BUILD-LIABILITY-LINES.
          PERFORM BUILD-ONE-DED-LINE
             VARYING WS-DED-IDX FROM 1 BY 1
             UNTIL WS-DED-IDX > WS-DED-COUNT
          IF WS-SUSP-DEDUCT > ZERO
             MOVE WS-SUSPENSE-ACCT TO WS-NEW-ACCOUNT
             MOVE SPACES TO WS-NEW-COST-CENTER
             MOVE 'C' TO WS-NEW-DR-CR
             MOVE WS-SUSP-DEDUCT TO WS-NEW-AMOUNT
             MOVE "SUSPENSE - DEDUCTIONS" TO WS-NEW-DESC
             PERFORM ADD-JOURNAL-LINE
          END-IF
          IF WS-NET-TOTAL > ZERO
             MOVE WS-NET-PAY-ACCT TO WS-NEW-ACCOUNT
             MOVE SPACES TO WS-NEW-COST-CENTER
             MOVE 'C' TO WS-NEW-DR-CR
             MOVE WS-NET-TOTAL TO WS-NEW-AMOUNT
             MOVE "PAYROLL LIABILITY - NET" TO WS-NEW-DESC
             PERFORM ADD-JOURNAL-LINE
          END-IF.

        BUILD-ONE-DED-LINE.
          MOVE 'N' TO WS-ACCT-FOUND-SW
          PERFORM FIND-DED-ACCOUNT
             VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                OR ACCT-IS-FOUND
          MOVE WS-AT-ACCOUNT (WS-ACCT-FOUND-IDX) TO WS-NEW-ACCOUNT
          MOVE SPACES TO WS-NEW-COST-CENTER
          MOVE 'C' TO WS-NEW-DR-CR
          MOVE WS-DS-AMOUNT (WS-DED-IDX) TO WS-NEW-AMOUNT
          MOVE SPACES TO WS-NEW-DESC
          STRING "DEDUCTION LIABILITY - " DELIMITED BY SIZE
                 WS-DS-CODE (WS-DED-IDX) DELIMITED BY SIZE
             INTO WS-NEW-DESC
          END-STRING
          PERFORM ADD-JOURNAL-LINE.

        FIND-DED-ACCOUNT.
          IF WS-AT-DED-CODE (WS-ACCT-IDX) = WS-DS-CODE (WS-DED-IDX)
             SET ACCT-IS-FOUND TO TRUE
             MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
          END-IF.

        ADD-JOURNAL-LINE.
          IF WS-JE-COUNT >= 300
             DISPLAY "PT1GLJE ABEND - JOURNAL TABLE FULL AT 300 "
                "LINES, RAISE WS-JE-TABLE AND RERUN"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-JE-COUNT
          MOVE WS-NEW-ACCOUNT TO WS-JL-ACCOUNT (WS-JE-COUNT)
          MOVE WS-NEW-COST-CENTER TO WS-JL-COST-CENTER (WS-JE-COUNT)
          MOVE WS-NEW-DR-CR TO WS-JL-DR-CR (WS-JE-COUNT)
          MOVE WS-NEW-AMOUNT TO WS-JL-AMOUNT (WS-JE-COUNT)
          MOVE WS-NEW-DESC TO WS-JL-DESC (WS-JE-COUNT)
          IF WS-NEW-DR-CR = 'D'
             ADD WS-NEW-AMOUNT TO WS-DEBIT-TOTAL
          ELSE
             ADD WS-NEW-AMOUNT TO WS-CREDIT-TOTAL
          END-IF.

      * The journal has to balance on its own and the debits have
      * to tie back to the gross PT1GROSS says it posted
        PROVE-JOURNAL.
          SET JOURNAL-IS-BALANCED TO TRUE
          MOVE "IN BALANCE - JOURNAL WRITTEN TO PT1-GLJE"
             TO RPT-VERDICT
          IF WS-DEBIT-TOTAL NOT = GC-GROSS-TOTAL
             SET JOURNAL-IS-UNBALANCED TO TRUE
             MOVE "DEBITS DO NOT EQUAL PT1GROSS GROSS - NOT WRITTEN"
                TO RPT-VERDICT
             DISPLAY "PT1GLJE - DEBITS DO NOT TIE TO PT1G-CTL GROSS"
          END-IF
          IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
             SET JOURNAL-IS-UNBALANCED TO TRUE
             MOVE "DEBITS DO NOT EQUAL CREDITS - NOT WRITTEN"
                TO RPT-VERDICT
             DISPLAY "PT1GLJE - JOURNAL OUT OF BALANCE, NOT WRITTEN"
          END-IF.

        PRINT-JOURNAL-LINE.
          MOVE WS-JL-ACCOUNT (WS-JE-IDX) TO RPT-ACCOUNT
          MOVE WS-JL-COST-CENTER (WS-JE-IDX) TO RPT-COST-CENTER
          MOVE WS-JL-DESC (WS-JE-IDX) TO RPT-DESC
          IF WS-JL-DR-CR (WS-JE-IDX) = 'D'
             MOVE WS-JL-AMOUNT (WS-JE-IDX) TO RPT-DEBIT
             MOVE ZERO TO RPT-CREDIT
          ELSE
             MOVE ZERO TO RPT-DEBIT
             MOVE WS-JL-AMOUNT (WS-JE-IDX) TO RPT-CREDIT
          END-IF
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 1 LINE.

        WRITE-JOURNAL-TOTALS.
          MOVE WS-DEBIT-TOTAL TO RPT-DEBIT-TOTAL
          MOVE WS-CREDIT-TOTAL TO RPT-CREDIT-TOTAL
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 2 LINES
          MOVE WS-EARN-USED TO RPT-EARN-USED
          MOVE GC-POSTED-COUNT TO RPT-CTL-COUNT
          MOVE GC-GROSS-TOTAL TO RPT-CTL-GROSS
          WRITE RPT-REC FROM RPT-CONTROL-LINE
          AFTER ADVANCING 2 LINES
          WRITE RPT-REC FROM RPT-VERDICT-LINE
          AFTER ADVANCING 2 LINES.

      * Only a proven journal gets here - header, the lines in the
      * order they were built, and the trailer
        WRITE-JOURNAL-FILE.
          OPEN OUTPUT JE-FILE
          MOVE SPACES TO JE-HEADER-REC
          MOVE "H" TO JH-REC-TYPE
          MOVE GC-POST-DATE TO JH-JOURNAL-DATE
          MOVE GC-PERIOD-END TO JH-PERIOD-END
          MOVE "PAYROLL" TO JH-SOURCE
          WRITE JE-HEADER-REC
          PERFORM WRITE-ONE-JOURNAL-LINE
             VARYING WS-JE-IDX FROM 1 BY 1
             UNTIL WS-JE-IDX > WS-JE-COUNT
          MOVE SPACES TO JE-TRAILER-REC
          MOVE "T" TO JT-REC-TYPE
          MOVE WS-JE-COUNT TO JT-LINE-COUNT
          MOVE WS-DEBIT-TOTAL TO JT-DEBIT-TOTAL
          MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL
          WRITE JE-TRAILER-REC
          CLOSE JE-FILE.

        WRITE-ONE-JOURNAL-LINE.
          MOVE SPACES TO JE-REC
          MOVE "D" TO JE-REC-TYPE
          MOVE GC-POST-DATE TO JE-JOURNAL-DATE
          MOVE GC-PERIOD-END TO JE-PERIOD-END
          MOVE WS-JL-ACCOUNT (WS-JE-IDX) TO JE-ACCOUNT
          MOVE WS-JL-COST-CENTER (WS-JE-IDX) TO JE-COST-CENTER
          MOVE WS-JL-DR-CR (WS-JE-IDX) TO JE-DR-CR
          MOVE WS-JL-AMOUNT (WS-JE-IDX) TO JE-AMOUNT
          MOVE WS-JL-DESC (WS-JE-IDX) TO JE-DESC
          WRITE JE-REC.
