       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1BNKU.
       AUTHOR. MARIO GARCIA.

      * Applies the edited banking transactions to the banking
      * master COB1-BANK, the companion indexed file keyed on EMP-ID
      * that holds each employee's direct-deposit details. PT1BNKT
      * has already field-edited the traffic, proven the routing
      * check digits, and proven every EMP-ID is on COB1-EMPLOYEE,
      * so this program only has to land the records:
      *   A  writes a new banking record - a duplicate key rejects
      *   C  replaces an existing one - a missing key rejects
      *   D  removes one - a missing key rejects
      * A new record, or a change that moves either account to a
      * different routing or account number, is marked prenote
      * pending: PT1BANK sends the bank a zero-dollar prenote for it
      * on the next pay run and pays that employee by check until
      * the prenote has gone out. A change that only alters the
      * account type or the split amount keeps the prenote status
      * it had. Same in-place random I-O PT1DEDU uses, and every
      * action prints on UR-S-BNKUPD for the audit trail.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRANS-FILE  ASSIGN TO 'PT1-BTRANS-EDITED'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the very first run creates the banking master
           SELECT OPTIONAL BANK-FILE ASSIGN TO 'COB1-BANK'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BK-EMP-ID.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-BNKUPD'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Banking transaction exactly as PT1BNKT passes it through
       FD  BTRANS-FILE.
       01 BTRANS-REC.
        88 BTRANS-EOF VALUE HIGH-VALUES.
        02 BT-ACTION PIC X(1).
         88 BT-IS-ADD    VALUE 'A'.
         88 BT-IS-CHANGE VALUE 'C'.
         88 BT-IS-DELETE VALUE 'D'.
        02 BT-EMP-ID PIC 9(7).
        02 BT-ROUTING PIC X(9).
        02 BT-ACCOUNT PIC X(17).
        02 BT-ACCT-TYPE PIC X(1).
        02 BT-SAV-ROUTING PIC X(9).
        02 BT-SAV-ACCOUNT PIC X(17).
        02 BT-SAV-AMT PIC 9(5)V99.

      * The banking master record - one per employee. The savings
      * fields are blank (amount zero) when there is no split. The
      * prenote byte is P while the bank has yet to be sent a
      * prenote for the accounts on the record, S once it has
       FD  BANK-FILE.
       01 BANK-REC.
        02 BK-EMP-ID PIC 9(7).
        02 BK-ROUTING PIC X(9).
        02 BK-ACCOUNT PIC X(17).
        02 BK-ACCT-TYPE PIC X(1).
        02 BK-SAV-ROUTING PIC X(9).
        02 BK-SAV-ACCOUNT PIC X(17).
        02 BK-SAV-AMT PIC 9(5)V99.
        02 BK-PRENOTE-SW PIC X(1).
         88 BK-PRENOTE-PENDING VALUE 'P'.
         88 BK-PRENOTE-SENT VALUE 'S'.
        02 BK-PRENOTE-DATE PIC 9(8).
        02 BK-ADD-DATE PIC 9(8).
        02 BK-CHANGE-DATE PIC 9(8).
        02 FILLER PIC X(10).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-ADD-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(37) VALUE
           "PT1BNKU - BANKING MASTER UPDATE".

       01 RPT-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "ACTION".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "ROUTING".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "SPLIT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "RESULT".

       01 RPT-DETAIL.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-ACTION PIC X(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-ROUTING PIC X(9).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-SPLIT PIC X(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-RESULT PIC X(40).

       01 RPT-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "ADDED: ".
        02 RPT-ADD-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "CHANGED: ".
        02 RPT-CHANGE-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "DELETED: ".
        02 RPT-DELETE-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "REJECTED: ".
        02 RPT-REJECT-TOTAL PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
        OPEN INPUT BTRANS-FILE
             I-O BANK-FILE
             OUTPUT RPT-FILE

        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        WRITE RPT-REC FROM RPT-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE RPT-REC FROM RPT-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO RPT-REC
        WRITE RPT-REC AFTER ADVANCING 1 LINE

        PERFORM READ-BTRANS-RECORD
        PERFORM APPLY-BANKING-TRANS UNTIL BTRANS-EOF

        PERFORM WRITE-RUN-TOTALS

        CLOSE BTRANS-FILE, BANK-FILE, RPT-FILE
        STOP RUN.

        READ-BTRANS-RECORD.
          READ BTRANS-FILE INTO BTRANS-REC
            AT END SET BTRANS-EOF TO TRUE
          END-READ
          IF NOT BTRANS-EOF
             ADD 1 TO WS-TRANS-COUNT
          END-IF.

        APPLY-BANKING-TRANS.
          MOVE SPACES TO RPT-DETAIL
          MOVE BT-EMP-ID TO RPT-EMP-ID
          MOVE BT-ROUTING TO RPT-ROUTING
          IF BT-SAV-ACCOUNT NOT = SPACES
             MOVE "SAVINGS" TO RPT-SPLIT
          END-IF
          EVALUATE TRUE
             WHEN BT-IS-ADD
                PERFORM APPLY-BANKING-ADD
             WHEN BT-IS-CHANGE
                PERFORM APPLY-BANKING-CHANGE
             WHEN BT-IS-DELETE
                PERFORM APPLY-BANKING-DELETE
             WHEN OTHER
                MOVE "REJECTED" TO RPT-ACTION
                MOVE "INVALID ACTION CODE" TO RPT-RESULT
                ADD 1 TO WS-REJECT-COUNT
          END-EVALUATE
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 2 LINES
          PERFORM READ-BTRANS-RECORD.

        APPLY-BANKING-ADD.
          MOVE SPACES TO BANK-REC
          PERFORM BUILD-BANK-RECORD
          MOVE 'P' TO BK-PRENOTE-SW
          MOVE ZERO TO BK-PRENOTE-DATE
          MOVE WS-RUN-DATE TO BK-ADD-DATE
          MOVE ZERO TO BK-CHANGE-DATE
          WRITE BANK-REC
             INVALID KEY
                MOVE "REJECTED" TO RPT-ACTION
                MOVE "BANKING RECORD ALREADY ON FILE" TO RPT-RESULT
                ADD 1 TO WS-REJECT-COUNT
             NOT INVALID KEY
                MOVE "ADD" TO RPT-ACTION
                MOVE "ADDED - PRENOTE PENDING" TO RPT-RESULT
                ADD 1 TO WS-ADD-COUNT
          END-WRITE.

      * A new routing or account number on either side has to be
      * proven with the bank again before money goes to it
        APPLY-BANKING-CHANGE.
          MOVE BT-EMP-ID TO BK-EMP-ID
          READ BANK-FILE
             INVALID KEY
                MOVE "REJECTED" TO RPT-ACTION
                MOVE "BANKING RECORD NOT ON FILE" TO RPT-RESULT
                ADD 1 TO WS-REJECT-COUNT
             NOT INVALID KEY
                MOVE "CHANGE" TO RPT-ACTION
                MOVE "CHANGED" TO RPT-RESULT
                IF BT-ROUTING NOT = BK-ROUTING
                   OR BT-ACCOUNT NOT = BK-ACCOUNT
                   OR BT-SAV-ROUTING NOT = BK-SAV-ROUTING
                   OR BT-SAV-ACCOUNT NOT = BK-SAV-ACCOUNT
                   MOVE 'P' TO BK-PRENOTE-SW
                   MOVE ZERO TO BK-PRENOTE-DATE
                   MOVE "CHANGED - PRENOTE PENDING" TO RPT-RESULT
                END-IF
                PERFORM BUILD-BANK-RECORD
                MOVE WS-RUN-DATE TO BK-CHANGE-DATE
                REWRITE BANK-REC
                ADD 1 TO WS-CHANGE-COUNT
          END-READ.

        APPLY-BANKING-DELETE.
          MOVE BT-EMP-ID TO BK-EMP-ID
          DELETE BANK-FILE
             INVALID KEY
                MOVE "REJECTED" TO RPT-ACTION
                MOVE "BANKING RECORD NOT ON FILE" TO RPT-RESULT
                ADD 1 TO WS-REJECT-COUNT
             NOT INVALID KEY
                MOVE "DELETE" TO RPT-ACTION
                MOVE "DELETED - PAY BY CHECK" TO RPT-RESULT
                ADD 1 TO WS-DELETE-COUNT
          END-DELETE.

        BUILD-BANK-RECORD.
          MOVE BT-EMP-ID TO BK-EMP-ID
          MOVE BT-ROUTING TO BK-ROUTING
          MOVE BT-ACCOUNT TO BK-ACCOUNT
          MOVE BT-ACCT-TYPE TO BK-ACCT-TYPE
          MOVE BT-SAV-ROUTING TO BK-SAV-ROUTING
          MOVE BT-SAV-ACCOUNT TO BK-SAV-ACCOUNT
          IF BT-SAV-AMT NUMERIC
             MOVE BT-SAV-AMT TO BK-SAV-AMT
          ELSE
             MOVE ZERO TO BK-SAV-AMT
          END-IF.

        WRITE-RUN-TOTALS.
          MOVE WS-ADD-COUNT TO RPT-ADD-TOTAL
          MOVE WS-CHANGE-COUNT TO RPT-CHANGE-TOTAL
          MOVE WS-DELETE-COUNT TO RPT-DELETE-TOTAL
          MOVE WS-REJECT-COUNT TO RPT-REJECT-TOTAL
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 2 LINES.
