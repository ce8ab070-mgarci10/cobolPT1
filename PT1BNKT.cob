       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1BNKT.
       AUTHOR. MARIO GARCIA.

      * Front-end edit for the banking maintenance transactions -
      * the same job PT1DEDT does for the deduction traffic,
      * applied to the direct-deposit details payroll keys for each
      * employee. Reads PT1-BTRANS as keyed, checks each
      * transaction, writes the clean ones to PT1-BTRANS-EDITED for
      * PT1BNKU to apply against COB1-BANK, and prints the failures
      * on a reject listing with the reason.
      * Actions: A adds an employee's banking record, C replaces
      * it, D removes it (the employee goes back to a paper check).
      * A and C carry the full record - the primary routing number,
      * account number and account type (C checking, S savings),
      * and optionally a split: a savings routing number and
      * account that take a fixed amount every pay, with the
      * remainder going to the primary account. A split needs the
      * primary to be the checking account. D needs only EMP-ID.
      * Every routing number keyed has to pass the ABA check-digit
      * test - the first eight digits weighted 3, 7, 1 repeating,
      * plus the ninth digit, summing to a multiple of ten - so a
      * transposed digit is caught here and not by a returned
      * deposit two days after payday.
      * As with deductions, the EMP-ID has to be on COB1-EMPLOYEE
      * and an ADD against an employee who is no longer active
      * rejects.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRANS-FILE  ASSIGN TO 'PT1-BTRANS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAN-FILE   ASSIGN TO 'PT1-BTRANS-EDITED'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The employee master, read randomly by EMP-ID - same
      * master-aware stance PT1EDIT takes
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MR-EMP-ID.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-BNKEDT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Banking transaction as keyed - same layout PT1BNKU reads
      * off the edited file
       FD  BTRANS-FILE.
       01 BTRANS-REC.
        88 BTRANS-EOF VALUE HIGH-VALUES.
        02 BT-ACTION PIC X(1).
         88 BT-IS-ADD    VALUE 'A'.
         88 BT-IS-CHANGE VALUE 'C'.
         88 BT-IS-DELETE VALUE 'D'.
         88 BT-ACTION-VALID VALUES 'A' 'C' 'D'.
        02 BT-EMP-ID PIC 9(7).
        02 BT-ROUTING PIC X(9).
        02 BT-ACCOUNT PIC X(17).
        02 BT-ACCT-TYPE PIC X(1).
         88 BT-IS-CHECKING VALUE 'C'.
         88 BT-IS-SAVINGS VALUE 'S'.
        02 BT-SAV-ROUTING PIC X(9).
        02 BT-SAV-ACCOUNT PIC X(17).
        02 BT-SAV-AMT PIC 9(5)V99.
        02 BT-SAV-AMT-X REDEFINES BT-SAV-AMT PIC X(7).

       FD  CLEAN-FILE.
       01 CLEAN-REC PIC X(68).

      * Only the key and the status byte matter here - the rest of
      * the master record is passed over
       FD  MASTR-FILE.
       01 MASTR-REC.
        02 MR-EMP-ID PIC 9(7).
        02 FILLER PIC X(71).
        02 MR-EMP-STATUS PIC X(1).
         88 MR-IS-ACTIVE VALUES 'A' SPACE.
        02 FILLER PIC X(18).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
      * Validation switches, same pattern PT1EDIT uses - each edit
      * sets the record invalid with a reason, last reason wins
       01 WS-RECORD-SW PIC X(1) VALUE 'Y'.
        88 RECORD-IS-VALID VALUE 'Y'.
        88 RECORD-IS-INVALID VALUE 'N'.
       01 WS-MASTR-FOUND-SW PIC X(1) VALUE 'N'.
        88 MASTR-FOUND VALUE 'Y'.

      * Routing-number check-digit work area - the nine digits one
      * at a time, the weight that goes with each position, and
      * the running sum
       01 WS-ROUTING-ARG PIC X(9) VALUE SPACES.
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-ARG.
        02 WS-RT-DIGIT PIC 9(1) OCCURS 9 TIMES.
       01 WS-WEIGHT-VALUES PIC X(9) VALUE "371371371".
       01 WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-VALUES.
        02 WS-RT-WEIGHT PIC 9(1) OCCURS 9 TIMES.
       01 WS-RT-IDX PIC 9(2) COMP VALUE ZERO.
       01 WS-RT-SUM PIC 9(4) VALUE ZERO.
       01 WS-RT-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-RT-REMAINDER PIC 9(2) VALUE ZERO.
       01 WS-ROUTING-SW PIC X(1) VALUE 'Y'.
        88 ROUTING-IS-VALID VALUE 'Y'.
        88 ROUTING-IS-INVALID VALUE 'N'.

       01 WS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CLEAN-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

       01 RPT-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "ACTION".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "ROUTING".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "TYPE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "REASON".

       01 RPT-DETAIL.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-ACTION PIC X(1).
        02 FILLER PIC X(8) VALUE SPACES.
        02 RPT-EMP-ID PIC X(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-ROUTING PIC X(9).
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-ACCT-TYPE PIC X(1).
        02 FILLER PIC X(5) VALUE SPACES.
        02 RPT-REASON PIC X(40).

       01 RPT-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "READ: ".
        02 RPT-READ-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "CLEAN: ".
        02 RPT-CLEAN-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "REJECTED: ".
        02 RPT-REJECT-TOTAL PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
        OPEN INPUT BTRANS-FILE, MASTR-FILE
             OUTPUT CLEAN-FILE, RPT-FILE

        WRITE RPT-REC FROM RPT-HEADING
         AFTER ADVANCING PAGE
        MOVE SPACES TO RPT-REC
        WRITE RPT-REC AFTER ADVANCING 1 LINE

        PERFORM READ-BTRANS-RECORD
        PERFORM EDIT-BANKING-TRANS UNTIL BTRANS-EOF

        PERFORM WRITE-RUN-TOTALS

        CLOSE BTRANS-FILE, MASTR-FILE, CLEAN-FILE, RPT-FILE
        STOP RUN.

        READ-BTRANS-RECORD.
          READ BTRANS-FILE INTO BTRANS-REC
            AT END SET BTRANS-EOF TO TRUE
          END-READ
          IF NOT BTRANS-EOF
             ADD 1 TO WS-READ-COUNT
          END-IF.

        EDIT-BANKING-TRANS.
          PERFORM VALIDATE-BANKING-TRANS
          IF RECORD-IS-VALID
             WRITE CLEAN-REC FROM BTRANS-REC
             ADD 1 TO WS-CLEAN-COUNT
          ELSE
             PERFORM WRITE-REJECT
             ADD 1 TO WS-REJECT-COUNT
          END-IF
          PERFORM READ-BTRANS-RECORD.

      * Runs every edit against the current transaction - action
      * code, EMP-ID against the master, and the account checks for
      * the actions that carry an account
        VALIDATE-BANKING-TRANS.
          SET RECORD-IS-VALID TO TRUE
          MOVE SPACES TO RPT-REASON

          IF NOT BT-ACTION-VALID
             MOVE "INVALID ACTION CODE" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF

          IF BT-EMP-ID NOT NUMERIC
             MOVE "EMP ID NOT NUMERIC OR ZERO" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          ELSE
             IF BT-EMP-ID = ZERO
                MOVE "EMP ID NOT NUMERIC OR ZERO" TO RPT-REASON
                SET RECORD-IS-INVALID TO TRUE
             ELSE
                PERFORM CHECK-EMP-ON-MASTER
             END-IF
          END-IF

          IF BT-IS-ADD OR BT-IS-CHANGE
             PERFORM VALIDATE-ACCOUNT-FIELDS
          END-IF.

      * The master decides who can carry a banking record - an
      * unknown EMP-ID rejects outright, and a new record against
      * an employee who is no longer active rejects too
        CHECK-EMP-ON-MASTER.
          MOVE 'N' TO WS-MASTR-FOUND-SW
          MOVE BT-EMP-ID TO MR-EMP-ID
          READ MASTR-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY SET MASTR-FOUND TO TRUE
          END-READ
          IF NOT MASTR-FOUND
             MOVE "EMP-ID NOT ON COB1-EMPLOYEE" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          ELSE
             IF BT-IS-ADD AND NOT MR-IS-ACTIVE
                MOVE "EMPLOYEE NOT ACTIVE" TO RPT-REASON
                SET RECORD-IS-INVALID TO TRUE
             END-IF
          END-IF.

      * Field-level edits for ADD and CHANGE - the primary account
      * always, the savings side only when any of it was keyed, and
      * then all of it
        VALIDATE-ACCOUNT-FIELDS.
          MOVE BT-ROUTING TO WS-ROUTING-ARG
          PERFORM CHECK-ROUTING-NUMBER
          IF ROUTING-IS-INVALID
             MOVE "ROUTING NUMBER FAILS CHECK DIGIT" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF

          IF BT-ACCOUNT = SPACES
             MOVE "MISSING ACCOUNT NUMBER" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF

          IF NOT BT-IS-CHECKING AND NOT BT-IS-SAVINGS
             MOVE "ACCOUNT TYPE NOT C OR S" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF

          IF BT-SAV-ROUTING = SPACES AND BT-SAV-ACCOUNT = SPACES
             AND (BT-SAV-AMT-X = SPACES OR BT-SAV-AMT-X = ZEROS)
             CONTINUE
          ELSE
             PERFORM VALIDATE-SPLIT-FIELDS
          END-IF.

        VALIDATE-SPLIT-FIELDS.
          MOVE BT-SAV-ROUTING TO WS-ROUTING-ARG
          PERFORM CHECK-ROUTING-NUMBER
          IF ROUTING-IS-INVALID
             MOVE "SAVINGS ROUTING FAILS CHECK DIGIT" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF

          IF BT-SAV-ACCOUNT = SPACES
             MOVE "MISSING SAVINGS ACCOUNT NUMBER" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF

          IF BT-SAV-AMT NOT NUMERIC
             MOVE "SPLIT AMOUNT NOT NUMERIC OR ZERO" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          ELSE
             IF BT-SAV-AMT = ZERO
                MOVE "SPLIT AMOUNT NOT NUMERIC OR ZERO"
                   TO RPT-REASON
                SET RECORD-IS-INVALID TO TRUE
             END-IF
          END-IF

          IF NOT BT-IS-CHECKING
             MOVE "SPLIT NEEDS CHECKING AS PRIMARY" TO RPT-REASON
             SET RECORD-IS-INVALID TO TRUE
          END-IF.

      * ABA check digit - all nine positions numeric, not all zero,
      * and the weighted sum a multiple of ten
        CHECK-ROUTING-NUMBER.
          SET ROUTING-IS-VALID TO TRUE
          IF WS-ROUTING-ARG NOT NUMERIC
             OR WS-ROUTING-ARG = ZEROS
             SET ROUTING-IS-INVALID TO TRUE
          ELSE
             MOVE ZERO TO WS-RT-SUM
             PERFORM ADD-WEIGHTED-DIGIT
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > 9
             DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOTIENT
                REMAINDER WS-RT-REMAINDER
             IF WS-RT-REMAINDER NOT = ZERO
                SET ROUTING-IS-INVALID TO TRUE
             END-IF
          END-IF.

        ADD-WEIGHTED-DIGIT.
          COMPUTE WS-RT-SUM = WS-RT-SUM
             + WS-RT-DIGIT (WS-RT-IDX) * WS-RT-WEIGHT (WS-RT-IDX).

        WRITE-REJECT.
          MOVE BT-ACTION TO RPT-ACTION
          MOVE BT-EMP-ID TO RPT-EMP-ID
          MOVE BT-ROUTING TO RPT-ROUTING
          MOVE BT-ACCT-TYPE TO RPT-ACCT-TYPE
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 2 LINES.

        WRITE-RUN-TOTALS.
          MOVE WS-READ-COUNT TO RPT-READ-TOTAL
          MOVE WS-CLEAN-COUNT TO RPT-CLEAN-TOTAL
          MOVE WS-REJECT-COUNT TO RPT-REJECT-TOTAL
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 2 LINES.
