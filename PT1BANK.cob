       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1BANK.
       AUTHOR. MARIO GARCIA.

      * Direct-deposit run - turns the net pay PT1GROSS just posted
      * to the earnings history into the deposit file the bank
      * loads, so net pay stops going out as paper checks. Same as
      * PT1GLJE the run is found through the PT1G-CTL control
      * record: every COB1-EARNHIST record carrying that posting
      * date and run number is paid here. For each one:
      *   - no employee on COB1-EMPLOYEE, a terminated employee, no
      *     banking record on COB1-BANK, or a banking record whose
      *     prenote has not gone out yet - the employee prints on
      *     the pay-by-check listing UR-S-PAYCHK with the reason and
      *     the net, never dropped. A termination dated on or after
      *     the first day of the pay period says so, since that is
      *     the final check payroll is waiting on
      *   - a banking record with a savings split - the split amount
      *     (or the whole net, if the net is smaller) credits the
      *     savings account and the remainder credits the primary
      *     account
      *   - otherwise the whole net credits the primary account
      * A zero net pays nothing and is not listed.
      * The deposit file PT1-BANKDEP is in the bank's 94-byte
      * format: a file header, one batch of credit entries with its
      * batch control (entry count, routing hash, credit total),
      * the file control, and all-9 filler records out to a full
      * block of ten. After the deposits, COB1-BANK is read front to
      * back and every record still marked prenote pending gets a
      * zero-dollar prenote entry per account on PT1-PRENOTE, in the
      * same format, and is marked sent with today's date - so an
      * account added this week is proven with the bank before the
      * next pay run deposits to it. The register UR-S-BANKRPT
      * shows each deposit and proves deposits plus checks back to
      * the net pay PT1G-CTL says was posted - out of balance, the
      * register says so and the return code is 16.

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
      * DYNAMIC - read by EMP-ID for the deposits, then front to
      * back for the prenotes. OPTIONAL so a shop with no banking
      * records yet still gets its pay-by-check listing
           SELECT OPTIONAL BANK-FILE ASSIGN TO 'COB1-BANK'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BK-EMP-ID.
           SELECT DEP-FILE     ASSIGN TO 'PT1-BANKDEP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRE-FILE     ASSIGN TO 'PT1-PRENOTE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-BANKRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHK-FILE     ASSIGN TO 'UR-S-PAYCHK'
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

      * Banking master record exactly as PT1BNKU lays it down
       FD  BANK-FILE.
       01 BANK-REC.
        88 BANK-EOF VALUE HIGH-VALUES.
        02 BK-EMP-ID PIC 9(7).
        02 BK-ROUTING PIC X(9).
        02 BK-ACCOUNT PIC X(17).
        02 BK-ACCT-TYPE PIC X(1).
         88 BK-IS-CHECKING VALUE 'C'.
         88 BK-IS-SAVINGS VALUE 'S'.
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

       FD  DEP-FILE.
       01 DEP-REC PIC X(94).

       FD  PRE-FILE.
       01 PRE-REC PIC X(94).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       FD  CHK-FILE.
       01 CHK-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
        02 WS-RUN-CC PIC 9(2).
        02 WS-RUN-YYMMDD PIC 9(6).
       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
        02 WS-RUN-HHMM PIC 9(4).
        02 FILLER PIC 9(4).

      * The company's origination details as set up with the bank -
      * the bank's routing as the file's destination, our company
      * ID as its origin, and the bank's routing prefix that heads
      * every trace number
       01 WS-DEST-ROUTING PIC X(10) VALUE " 091000019".
       01 WS-DEST-NAME PIC X(23) VALUE "FIRST NATIONAL BANK".
       01 WS-ORIGIN-ID PIC X(10) VALUE "1410000001".
       01 WS-ORIGIN-NAME PIC X(23) VALUE "PT1 PAYROLL".
       01 WS-COMPANY-NAME PIC X(16) VALUE "PT1 PAYROLL".
       01 WS-ORIGIN-DFI PIC 9(8) VALUE 09100001.

      * Length of the pay period, for working out the first day of
      * the period from the period end on PT1G-CTL
       01 WS-PERIOD-DAYS PIC 9(3) COMP VALUE 14.
       01 WS-PERIOD-BEGIN PIC 9(8) VALUE ZERO.
       01 WS-TERM-YMD PIC 9(8) VALUE ZERO.

      * Bank-format records, built here and written to whichever of
      * the deposit or prenote files is being produced
       01 ACH-FILE-HEADER.
        02 FH-REC-TYPE PIC X(1) VALUE "1".
        02 FH-PRIORITY PIC X(2) VALUE "01".
        02 FH-DEST PIC X(10).
        02 FH-ORIGIN PIC X(10).
        02 FH-CREATE-DATE PIC 9(6).
        02 FH-CREATE-TIME PIC 9(4).
        02 FH-ID-MODIFIER PIC X(1).
        02 FH-REC-SIZE PIC X(3) VALUE "094".
        02 FH-BLOCKING PIC X(2) VALUE "10".
        02 FH-FORMAT PIC X(1) VALUE "1".
        02 FH-DEST-NAME PIC X(23).
        02 FH-ORIGIN-NAME PIC X(23).
        02 FH-REFERENCE PIC X(8).

       01 ACH-BATCH-HEADER.
        02 BH-REC-TYPE PIC X(1) VALUE "5".
        02 BH-SERVICE-CLASS PIC X(3) VALUE "220".
        02 BH-COMPANY-NAME PIC X(16).
        02 BH-DISCRETIONARY PIC X(20).
        02 BH-COMPANY-ID PIC X(10).
        02 BH-ENTRY-CLASS PIC X(3) VALUE "PPD".
        02 BH-ENTRY-DESC PIC X(10).
        02 BH-DESC-DATE PIC 9(6).
        02 BH-EFFECTIVE-DATE PIC 9(6).
        02 BH-SETTLEMENT PIC X(3) VALUE SPACES.
        02 BH-ORIG-STATUS PIC X(1) VALUE "1".
        02 BH-ORIGIN-DFI PIC 9(8).
        02 BH-BATCH-NO PIC 9(7).

       01 ACH-ENTRY.
        02 EN-REC-TYPE PIC X(1) VALUE "6".
        02 EN-TRAN-CODE PIC X(2).
        02 EN-RDFI PIC 9(8).
        02 EN-CHECK-DIGIT PIC 9(1).
        02 EN-ACCOUNT PIC X(17).
        02 EN-AMOUNT PIC 9(8)V99.
        02 EN-INDIV-ID PIC X(15).
        02 EN-INDIV-NAME PIC X(22).
        02 EN-DISCRETIONARY PIC X(2) VALUE SPACES.
        02 EN-ADDENDA PIC X(1) VALUE "0".
        02 EN-TRACE.
         03 EN-TRACE-DFI PIC 9(8).
         03 EN-TRACE-SEQ PIC 9(7).

       01 ACH-BATCH-CONTROL.
        02 BC-REC-TYPE PIC X(1) VALUE "8".
        02 BC-SERVICE-CLASS PIC X(3) VALUE "220".
        02 BC-ENTRY-COUNT PIC 9(6).
        02 BC-ENTRY-HASH PIC 9(10).
        02 BC-DEBIT-TOTAL PIC 9(10)V99.
        02 BC-CREDIT-TOTAL PIC 9(10)V99.
        02 BC-COMPANY-ID PIC X(10).
        02 BC-AUTH-CODE PIC X(19) VALUE SPACES.
        02 BC-RESERVED PIC X(6) VALUE SPACES.
        02 BC-ORIGIN-DFI PIC 9(8).
        02 BC-BATCH-NO PIC 9(7).

       01 ACH-FILE-CONTROL.
        02 FC-REC-TYPE PIC X(1) VALUE "9".
        02 FC-BATCH-COUNT PIC 9(6).
        02 FC-BLOCK-COUNT PIC 9(6).
        02 FC-ENTRY-COUNT PIC 9(8).
        02 FC-ENTRY-HASH PIC 9(10).
        02 FC-DEBIT-TOTAL PIC 9(10)V99.
        02 FC-CREDIT-TOTAL PIC 9(10)V99.
        02 FC-RESERVED PIC X(39) VALUE SPACES.

       01 ACH-FILLER-REC PIC X(94) VALUE ALL "9".

      * Which file the bank-format records are going to, and the
      * running figures for it - reset between the two files
       01 WS-ACH-TARGET-SW PIC X(1) VALUE 'D'.
        88 ACH-TO-DEPOSIT VALUE 'D'.
        88 ACH-TO-PRENOTE VALUE 'P'.
       01 WS-ACH-BATCH-SW PIC X(1) VALUE 'N'.
        88 ACH-BATCH-IS-OPEN VALUE 'Y'.
       01 WS-ACH-ENTRY-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACH-LINE-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-ACH-HASH PIC 9(12) VALUE ZERO.
       01 WS-ACH-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-ACH-BATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACH-BLOCK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ACH-REMAINDER PIC 9(2) COMP VALUE ZERO.

      * One entry as the caller sets it up for WRITE-ACH-ENTRY
       01 WS-NEW-TRAN-CODE PIC X(2) VALUE SPACES.
       01 WS-NEW-ROUTING PIC X(9) VALUE SPACES.
       01 WS-NEW-ROUTING-PARTS REDEFINES WS-NEW-ROUTING.
        02 WS-NEW-ROUTING-DFI PIC 9(8).
        02 WS-NEW-ROUTING-CHECK PIC 9(1).
       01 WS-NEW-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-NEW-AMOUNT PIC 9(8)V99 VALUE ZERO.
       01 WS-NEW-EMP-ID PIC 9(7) VALUE ZERO.
       01 WS-NEW-NAME PIC X(22) VALUE SPACES.

      * The net split between the savings and primary accounts
       01 WS-SAVINGS-AMT PIC 9(7)V99 VALUE ZERO.
       01 WS-PRIMARY-AMT PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-REASON PIC X(40) VALUE SPACES.

       01 WS-BANK-FOUND-SW PIC X(1) VALUE 'N'.
        88 BANK-IS-FOUND VALUE 'Y'.
       01 WS-EMP-FOUND-SW PIC X(1) VALUE 'N'.
        88 EMP-IS-FOUND VALUE 'Y'.

       01 WS-EARN-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-EARN-USED PIC 9(5) COMP VALUE ZERO.
       01 WS-DEPOSIT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-DEPOSIT-ENTRIES PIC 9(7) COMP VALUE ZERO.
       01 WS-DEPOSIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CHECK-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PRENOTE-COUNT PIC 9(5) COMP VALUE ZERO.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1BANK - DIRECT DEPOSIT REGISTER".
        02 FILLER PIC X(14) VALUE "POSTING DATE: ".
        02 RPT-POST-DATE PIC 9(8).
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "PERIOD END: ".
        02 RPT-PERIOD-END PIC 9(8).

       01 RPT-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(22) VALUE "NAME".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "      NET PAY".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "      PRIMARY".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "      SAVINGS".

       01 RPT-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-NAME PIC X(22).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPT-NET-PAY PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-PRIMARY PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-SAVINGS PIC Z,ZZZ,ZZ9.99.

       01 RPT-SUMMARY-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-SUMMARY-LABEL PIC X(30).
        02 RPT-SUMMARY-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-SUMMARY-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-VERDICT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-VERDICT PIC X(70).

       01 CHK-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1BANK - PAY BY CHECK LISTING".
        02 FILLER PIC X(12) VALUE "PERIOD END: ".
        02 CHK-PERIOD-END PIC 9(8).

       01 CHK-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "EMP ID".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(22) VALUE "NAME".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "DEPT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "      NET PAY".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "REASON".

       01 CHK-DETAIL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 CHK-EMP-ID PIC 9(7).
        02 FILLER PIC X(3) VALUE SPACES.
        02 CHK-NAME PIC X(22).
        02 FILLER PIC X(3) VALUE SPACES.
        02 CHK-DEPT-CODE PIC X(6).
        02 FILLER PIC X(3) VALUE SPACES.
        02 CHK-NET-PAY PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 CHK-REASON PIC X(40).

       01 CHK-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(18) VALUE "CHECKS TO PRINT: ".
        02 CHK-TOTAL-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "TOTAL NET:   ".
        02 CHK-TOTAL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME

        OPEN INPUT CTL-FILE
        READ CTL-FILE
             AT END
                DISPLAY "PT1BANK ABEND - CONTROL FILE PT1G-CTL IS "
                   "EMPTY, RUN PT1GROSS FIRST"
                MOVE 16 TO RETURN-CODE
                CLOSE CTL-FILE
                STOP RUN
        END-READ
        CLOSE CTL-FILE

        COMPUTE WS-PERIOD-BEGIN = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (GC-PERIOD-END)
            - WS-PERIOD-DAYS + 1)

        OPEN INPUT EARN-FILE, MASTR-FILE
             I-O BANK-FILE
             OUTPUT DEP-FILE, RPT-FILE, CHK-FILE

        MOVE GC-POST-DATE TO RPT-POST-DATE
        MOVE GC-PERIOD-END TO RPT-PERIOD-END
        WRITE RPT-REC FROM RPT-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE RPT-REC FROM RPT-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO RPT-REC
        WRITE RPT-REC AFTER ADVANCING 1 LINE

        MOVE GC-PERIOD-END TO CHK-PERIOD-END
        WRITE CHK-REC FROM CHK-TITLE-LINE
         AFTER ADVANCING PAGE
        WRITE CHK-REC FROM CHK-HEADING
         AFTER ADVANCING 2 LINES
        MOVE SPACES TO CHK-REC
        WRITE CHK-REC AFTER ADVANCING 1 LINE

        SET ACH-TO-DEPOSIT TO TRUE
        PERFORM START-ACH-FILE
        PERFORM READ-EARN-RECORD
        PERFORM PAY-ONE-EARNING UNTIL EARN-EOF
        PERFORM FINISH-ACH-FILE
        MOVE WS-ACH-ENTRY-COUNT TO WS-DEPOSIT-ENTRIES
        CLOSE DEP-FILE

        OPEN OUTPUT PRE-FILE
        SET ACH-TO-PRENOTE TO TRUE
        PERFORM START-ACH-FILE
        MOVE LOW-VALUES TO BK-EMP-ID
        START BANK-FILE KEY IS NOT LESS THAN BK-EMP-ID
           INVALID KEY SET BANK-EOF TO TRUE
        END-START
        IF NOT BANK-EOF
           PERFORM READ-NEXT-BANK-RECORD
        END-IF
        PERFORM SEND-ONE-PRENOTE UNTIL BANK-EOF
        PERFORM FINISH-ACH-FILE
        CLOSE PRE-FILE

        PERFORM WRITE-RUN-TOTALS

        MOVE WS-CHECK-COUNT TO CHK-TOTAL-COUNT
        MOVE WS-CHECK-TOTAL TO CHK-TOTAL-AMOUNT
        WRITE CHK-REC FROM CHK-TOTAL-LINE
         AFTER ADVANCING 2 LINES

        CLOSE EARN-FILE, MASTR-FILE, BANK-FILE, RPT-FILE, CHK-FILE
        STOP RUN.

        READ-EARN-RECORD.
          READ EARN-FILE
            AT END SET EARN-EOF TO TRUE
          END-READ
          IF NOT EARN-EOF
             ADD 1 TO WS-EARN-READ
          END-IF.

      * One earnings record - only the run's posting date and run
      * number are paid.
      * Works out whether the net can go to the bank, and either
      * deposits it or lists the employee for a check
        PAY-ONE-EARNING.
          IF EH-POST-DATE = GC-POST-DATE AND EH-RUN-NO = GC-RUN-NO
             AND EH-NET-PAY > ZERO
             ADD 1 TO WS-EARN-USED
             PERFORM LOOKUP-EMPLOYEE
             PERFORM LOOKUP-BANKING
             MOVE SPACES TO WS-CHECK-REASON
             EVALUATE TRUE
                WHEN NOT EMP-IS-FOUND
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-CHECK-REASON
                WHEN EMP-IS-TERMINATED
                   PERFORM SET-TERMINATED-REASON
                WHEN NOT BANK-IS-FOUND
                   MOVE "NO BANKING RECORD" TO WS-CHECK-REASON
                WHEN BK-PRENOTE-PENDING
                   MOVE "PRENOTE PENDING - NEW ACCOUNT"
                      TO WS-CHECK-REASON
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF WS-CHECK-REASON = SPACES
                PERFORM DEPOSIT-NET-PAY
             ELSE
                PERFORM LIST-PAY-BY-CHECK
             END-IF
          END-IF
          PERFORM READ-EARN-RECORD.

        LOOKUP-EMPLOYEE.
          MOVE EH-EMP-ID TO EMP-ID
          MOVE 'Y' TO WS-EMP-FOUND-SW
          READ MASTR-FILE
             INVALID KEY
                MOVE 'N' TO WS-EMP-FOUND-SW
                MOVE SPACES TO EMP-NAME
          END-READ
          MOVE SPACES TO WS-NEW-NAME
          STRING FUNCTION TRIM(EMP-L-NAME) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(EMP-F-NAME) DELIMITED BY SIZE
             INTO WS-NEW-NAME
          END-STRING.

        LOOKUP-BANKING.
          MOVE EH-EMP-ID TO BK-EMP-ID
          MOVE 'Y' TO WS-BANK-FOUND-SW
          READ BANK-FILE
             INVALID KEY MOVE 'N' TO WS-BANK-FOUND-SW
          END-READ.

      * A termination dated inside the pay period is the final
      * check; one dated before it (or with no usable date) is a
      * late payment and is called out as such
        SET-TERMINATED-REASON.
          MOVE "TERMINATED BEFORE PERIOD BEGAN" TO WS-CHECK-REASON
          IF EMP-TERM-DATE NUMERIC
             COMPUTE WS-TERM-YMD = EMP-TERM-Y * 10000
                                 + EMP-TERM-M * 100
                                 + EMP-TERM-D
             IF WS-TERM-YMD >= WS-PERIOD-BEGIN
                MOVE "TERMINATED SINCE PERIOD BEGAN - FINAL"
                   TO WS-CHECK-REASON
             END-IF
          END-IF.

        LIST-PAY-BY-CHECK.
          MOVE SPACES TO CHK-DETAIL
          MOVE EH-EMP-ID TO CHK-EMP-ID
          MOVE WS-NEW-NAME TO CHK-NAME
          MOVE EH-DEPT-CODE TO CHK-DEPT-CODE
          MOVE EH-NET-PAY TO CHK-NET-PAY
          MOVE WS-CHECK-REASON TO CHK-REASON
          WRITE CHK-REC FROM CHK-DETAIL
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-CHECK-COUNT
          ADD EH-NET-PAY TO WS-CHECK-TOTAL.

      * The savings split comes off the top, never more than the
      * net; whatever is left goes to the primary account
        DEPOSIT-NET-PAY.
          MOVE ZERO TO WS-SAVINGS-AMT
          IF BK-SAV-ACCOUNT NOT = SPACES AND BK-SAV-AMT > ZERO
             IF BK-SAV-AMT < EH-NET-PAY
                MOVE BK-SAV-AMT TO WS-SAVINGS-AMT
             ELSE
                MOVE EH-NET-PAY TO WS-SAVINGS-AMT
             END-IF
          END-IF
          COMPUTE WS-PRIMARY-AMT = EH-NET-PAY - WS-SAVINGS-AMT
          MOVE EH-EMP-ID TO WS-NEW-EMP-ID
          IF WS-SAVINGS-AMT > ZERO
             MOVE "32" TO WS-NEW-TRAN-CODE
             MOVE BK-SAV-ROUTING TO WS-NEW-ROUTING
             MOVE BK-SAV-ACCOUNT TO WS-NEW-ACCOUNT
             MOVE WS-SAVINGS-AMT TO WS-NEW-AMOUNT
             PERFORM WRITE-ACH-ENTRY
          END-IF
          IF WS-PRIMARY-AMT > ZERO
             IF BK-IS-SAVINGS
                MOVE "32" TO WS-NEW-TRAN-CODE
             ELSE
                MOVE "22" TO WS-NEW-TRAN-CODE
             END-IF
             MOVE BK-ROUTING TO WS-NEW-ROUTING
             MOVE BK-ACCOUNT TO WS-NEW-ACCOUNT
             MOVE WS-PRIMARY-AMT TO WS-NEW-AMOUNT
             PERFORM WRITE-ACH-ENTRY
          END-IF
          MOVE SPACES TO RPT-DETAIL
          MOVE EH-EMP-ID TO RPT-EMP-ID
          MOVE WS-NEW-NAME TO RPT-NAME
          MOVE EH-NET-PAY TO RPT-NET-PAY
          MOVE WS-PRIMARY-AMT TO RPT-PRIMARY
          MOVE WS-SAVINGS-AMT TO RPT-SAVINGS
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-DEPOSIT-COUNT
          ADD EH-NET-PAY TO WS-DEPOSIT-TOTAL.

        READ-NEXT-BANK-RECORD.
          READ BANK-FILE NEXT RECORD
            AT END SET BANK-EOF TO TRUE
          END-READ.

      * A banking record still waiting on its prenote - a zero
      * entry for each account it names, then marked sent
        SEND-ONE-PRENOTE.
          IF BK-PRENOTE-PENDING
             MOVE BK-EMP-ID TO WS-NEW-EMP-ID
             MOVE BK-EMP-ID TO EMP-ID
             READ MASTR-FILE
                INVALID KEY MOVE SPACES TO EMP-NAME
             END-READ
             MOVE SPACES TO WS-NEW-NAME
             STRING FUNCTION TRIM(EMP-L-NAME) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(EMP-F-NAME) DELIMITED BY SIZE
                INTO WS-NEW-NAME
             END-STRING
             MOVE ZERO TO WS-NEW-AMOUNT
             IF BK-IS-SAVINGS
                MOVE "33" TO WS-NEW-TRAN-CODE
             ELSE
                MOVE "23" TO WS-NEW-TRAN-CODE
             END-IF
             MOVE BK-ROUTING TO WS-NEW-ROUTING
             MOVE BK-ACCOUNT TO WS-NEW-ACCOUNT
             PERFORM WRITE-ACH-ENTRY
             IF BK-SAV-ACCOUNT NOT = SPACES
                MOVE "33" TO WS-NEW-TRAN-CODE
                MOVE BK-SAV-ROUTING TO WS-NEW-ROUTING
                MOVE BK-SAV-ACCOUNT TO WS-NEW-ACCOUNT
                PERFORM WRITE-ACH-ENTRY
             END-IF
             MOVE 'S' TO BK-PRENOTE-SW
             MOVE WS-RUN-DATE TO BK-PRENOTE-DATE
             REWRITE BANK-REC
             ADD 1 TO WS-PRENOTE-COUNT
          END-IF
          PERFORM READ-NEXT-BANK-RECORD.

      * Resets the running figures and writes the file header for
      * whichever file is being produced; the batch header waits
      * for the first entry so an empty file carries no batch
        START-ACH-FILE.
          MOVE ZERO TO WS-ACH-ENTRY-COUNT, WS-ACH-LINE-COUNT,
                       WS-ACH-HASH, WS-ACH-CREDIT-TOTAL,
                       WS-ACH-BATCH-COUNT
          MOVE 'N' TO WS-ACH-BATCH-SW
          MOVE WS-DEST-ROUTING TO FH-DEST
          MOVE WS-ORIGIN-ID TO FH-ORIGIN
          MOVE WS-RUN-YYMMDD TO FH-CREATE-DATE
          MOVE WS-RUN-HHMM TO FH-CREATE-TIME
          MOVE "A" TO FH-ID-MODIFIER
          MOVE WS-DEST-NAME TO FH-DEST-NAME
          MOVE WS-ORIGIN-NAME TO FH-ORIGIN-NAME
          MOVE SPACES TO FH-REFERENCE
          IF ACH-TO-PRENOTE
             MOVE "B" TO FH-ID-MODIFIER
          END-IF
          MOVE ACH-FILE-HEADER TO DEP-REC
          PERFORM WRITE-ACH-LINE.

        OPEN-ACH-BATCH.
          MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME
          MOVE SPACES TO BH-DISCRETIONARY
          MOVE WS-ORIGIN-ID TO BH-COMPANY-ID
          IF ACH-TO-PRENOTE
             MOVE "PRENOTE" TO BH-ENTRY-DESC
          ELSE
             MOVE "PAYROLL" TO BH-ENTRY-DESC
          END-IF
          MOVE GC-PERIOD-END (3:6) TO BH-DESC-DATE
          MOVE WS-RUN-YYMMDD TO BH-EFFECTIVE-DATE
          MOVE WS-ORIGIN-DFI TO BH-ORIGIN-DFI
          MOVE 1 TO BH-BATCH-NO
          MOVE ACH-BATCH-HEADER TO DEP-REC
          PERFORM WRITE-ACH-LINE
          SET ACH-BATCH-IS-OPEN TO TRUE
          ADD 1 TO WS-ACH-BATCH-COUNT.

      * One credit or prenote entry from the WS-NEW- fields. The
      * routing hash is the sum of the 8-digit bank numbers
        WRITE-ACH-ENTRY.
          IF NOT ACH-BATCH-IS-OPEN
             PERFORM OPEN-ACH-BATCH
          END-IF
          ADD 1 TO WS-ACH-ENTRY-COUNT
          MOVE WS-NEW-TRAN-CODE TO EN-TRAN-CODE
          MOVE WS-NEW-ROUTING-DFI TO EN-RDFI
          MOVE WS-NEW-ROUTING-CHECK TO EN-CHECK-DIGIT
          MOVE WS-NEW-ACCOUNT TO EN-ACCOUNT
          MOVE WS-NEW-AMOUNT TO EN-AMOUNT
          MOVE WS-NEW-EMP-ID TO EN-INDIV-ID
          MOVE WS-NEW-NAME TO EN-INDIV-NAME
          MOVE WS-ORIGIN-DFI TO EN-TRACE-DFI
          MOVE WS-ACH-ENTRY-COUNT TO EN-TRACE-SEQ
          ADD WS-NEW-ROUTING-DFI TO WS-ACH-HASH
          ADD WS-NEW-AMOUNT TO WS-ACH-CREDIT-TOTAL
          MOVE ACH-ENTRY TO DEP-REC
          PERFORM WRITE-ACH-LINE.

      * Batch control if a batch was opened, the file control, and
      * all-9 records out to a full block of ten. The hash keeps
      * only its low-order ten digits, as the bank expects
        FINISH-ACH-FILE.
          IF ACH-BATCH-IS-OPEN
             MOVE WS-ACH-ENTRY-COUNT TO BC-ENTRY-COUNT
             MOVE WS-ACH-HASH TO BC-ENTRY-HASH
             MOVE ZERO TO BC-DEBIT-TOTAL
             MOVE WS-ACH-CREDIT-TOTAL TO BC-CREDIT-TOTAL
             MOVE WS-ORIGIN-ID TO BC-COMPANY-ID
             MOVE WS-ORIGIN-DFI TO BC-ORIGIN-DFI
             MOVE 1 TO BC-BATCH-NO
             MOVE ACH-BATCH-CONTROL TO DEP-REC
             PERFORM WRITE-ACH-LINE
          END-IF
          COMPUTE WS-ACH-BLOCK-COUNT =
             (WS-ACH-LINE-COUNT + 1 + 9) / 10
          MOVE WS-ACH-BATCH-COUNT TO FC-BATCH-COUNT
          MOVE WS-ACH-BLOCK-COUNT TO FC-BLOCK-COUNT
          MOVE WS-ACH-ENTRY-COUNT TO FC-ENTRY-COUNT
          MOVE WS-ACH-HASH TO FC-ENTRY-HASH
          MOVE ZERO TO FC-DEBIT-TOTAL
          MOVE WS-ACH-CREDIT-TOTAL TO FC-CREDIT-TOTAL
          MOVE ACH-FILE-CONTROL TO DEP-REC
          PERFORM WRITE-ACH-LINE
          DIVIDE WS-ACH-LINE-COUNT BY 10
             GIVING WS-ACH-BLOCK-COUNT
             REMAINDER WS-ACH-REMAINDER
          PERFORM PAD-ACH-BLOCK
             UNTIL WS-ACH-REMAINDER = ZERO.

        PAD-ACH-BLOCK.
          MOVE ACH-FILLER-REC TO DEP-REC
          PERFORM WRITE-ACH-LINE
          ADD 1 TO WS-ACH-REMAINDER
          IF WS-ACH-REMAINDER = 10
             MOVE ZERO TO WS-ACH-REMAINDER
          END-IF.

      * Every bank-format line is built in DEP-REC and lands on
      * the file being produced
        WRITE-ACH-LINE.
          IF ACH-TO-PRENOTE
             MOVE DEP-REC TO PRE-REC
             WRITE PRE-REC
          ELSE
             WRITE DEP-REC
          END-IF
          ADD 1 TO WS-ACH-LINE-COUNT.

      * Deposits plus checks have to come back to the net pay
      * PT1GROSS posted for the run
        WRITE-RUN-TOTALS.
          MOVE "DEPOSITED" TO RPT-SUMMARY-LABEL
          MOVE WS-DEPOSIT-COUNT TO RPT-SUMMARY-COUNT
          MOVE WS-DEPOSIT-TOTAL TO RPT-SUMMARY-AMOUNT
          WRITE RPT-REC FROM RPT-SUMMARY-LINE
          AFTER ADVANCING 2 LINES
          MOVE "PAY BY CHECK" TO RPT-SUMMARY-LABEL
          MOVE WS-CHECK-COUNT TO RPT-SUMMARY-COUNT
          MOVE WS-CHECK-TOTAL TO RPT-SUMMARY-AMOUNT
          WRITE RPT-REC FROM RPT-SUMMARY-LINE
          AFTER ADVANCING 1 LINE
          MOVE "PT1GROSS POSTED NET" TO RPT-SUMMARY-LABEL
          MOVE GC-POSTED-COUNT TO RPT-SUMMARY-COUNT
          MOVE GC-NET-TOTAL TO RPT-SUMMARY-AMOUNT
          WRITE RPT-REC FROM RPT-SUMMARY-LINE
          AFTER ADVANCING 1 LINE
          MOVE "DEPOSIT ENTRIES ON PT1-BANKDEP" TO RPT-SUMMARY-LABEL
          MOVE WS-DEPOSIT-ENTRIES TO RPT-SUMMARY-COUNT
          MOVE WS-DEPOSIT-TOTAL TO RPT-SUMMARY-AMOUNT
          WRITE RPT-REC FROM RPT-SUMMARY-LINE
          AFTER ADVANCING 2 LINES
          MOVE "PRENOTES ON PT1-PRENOTE" TO RPT-SUMMARY-LABEL
          MOVE WS-PRENOTE-COUNT TO RPT-SUMMARY-COUNT
          MOVE ZERO TO RPT-SUMMARY-AMOUNT
          WRITE RPT-REC FROM RPT-SUMMARY-LINE
          AFTER ADVANCING 1 LINE
          COMPUTE WS-PAID-TOTAL = WS-DEPOSIT-TOTAL + WS-CHECK-TOTAL
          IF WS-PAID-TOTAL = GC-NET-TOTAL
             MOVE "IN BALANCE - DEPOSITS PLUS CHECKS EQUAL POSTED NET"
                TO RPT-VERDICT
          ELSE
             MOVE "OUT OF BALANCE - DEPOSITS PLUS CHECKS NOT = NET"
                TO RPT-VERDICT
             DISPLAY "PT1BANK - DEPOSITS PLUS CHECKS DO NOT TIE TO "
                "PT1G-CTL NET"
             MOVE 16 TO RETURN-CODE
          END-IF
          WRITE RPT-REC FROM RPT-VERDICT-LINE
          AFTER ADVANCING 2 LINES.
