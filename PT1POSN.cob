       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1POSN.
       AUTHOR. MARIO GARCIA.

      * Position vacancy and variance report - sets what each
      * department is allowed against what it actually carries, by
      * department and EMP-TITLE:
      *   - authorized headcount off the position control file
      *     COB1-POSCTL against the positions filled on the master,
      *     with the vacancies still open and any headcount over
      *     the authorization
      *   - the budgeted annual cost of the positions against the
      *     projected annual cost of the people filling them
      * The projected cost is worked per employee with exactly the
      * annualizing rules PT1PROJ applies per EMP-TYPE (full year for
      * full time, the part-time fraction of it for part time, the
      * assumed assignment end for temporary and contract, full year
      * for an unknown type) so the two reports agree - change the
      * assumptions below whenever PT1PROJ's are changed.
      * A position is filled by every employee on the master who is
      * not terminated - an employee on leave still holds the
      * position - the same master count PT1EDIT starts from when
      * it holds ADDs and department moves to position control.
      * An employee on leave is not costed, though, just as PT1PROJ
      * passes them over: the position is filled but nobody is
      * being paid for it. The authorization used for a
      * department and title is the latest-dated one on COB1-POSCTL
      * not after the run date, again the same rule PT1EDIT applies.
      * Employees in a department and title with no authorization at
      * all print as their own lines with a zero authorization, so
      * the report foots to the master and the hiring that went
      * round position control shows up.
      * The lines come out in department and title order with a
      * subtotal for each department and a grand total at the end;
      * a NOTE column flags lines over authorization or over budget.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Position control file - authorized headcount and budget by
      * department and title, maintained by budgeting
           SELECT POSCTL-FILE  ASSIGN TO 'COB1-POSCTL'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The indexed master read sequentially - order does not matter,
      * every employee is counted into the position table
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EMP-ID.
           SELECT SORT-WORK-FILE ASSIGN TO 'PT1V-SRTWK'.
           SELECT POSN-FILE    ASSIGN TO 'PT1V-SRTOUT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-POSNRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Position control record exactly as PT1EDIT reads it
       FD  POSCTL-FILE.
       01 POSCTL-REC.
        88 POSCTL-EOF VALUE HIGH-VALUES.
        02 PC-DEPT-CODE PIC X(6).
        02 PC-TITLE PIC X(17).
        02 PC-AUTH-HEADCOUNT PIC 9(4).
        02 PC-BUDGET-COST PIC 9(9)V99.
        02 PC-EFF-DATE.
         03 PC-EFF-DATE-M PIC 9(2).
         03 PC-EFF-DATE-D PIC 9(2).
         03 PC-EFF-DATE-Y PIC 9(4).

       FD  MASTR-FILE.
       01 MASTR-REC.
        88 MASTR-EOF VALUE HIGH-VALUES.
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
         88 EMP-ON-LEAVE VALUE 'L'.
        02 EMP-TERM-DATE PIC X(8).
        02 FILLER PIC X(2).
        02 EMP-DATE PIC X(8).

      * Sort work file - one row per department and title, keyed on
      * both so the report reads in department order with the
      * titles of a department together
       SD  SORT-WORK-FILE.
       01 SD-REC.
        02 SD-DEPT-CODE PIC X(6).
        02 SD-TITLE PIC X(17).
        02 SD-AUTH-SW PIC X(1).
        02 SD-AUTH PIC 9(4).
        02 SD-FILLED PIC 9(5).
        02 SD-BUDGET PIC 9(9)V99.
        02 SD-PROJECTED PIC 9(9)V99.
        02 SD-EFF-YMD PIC 9(8).

       FD  POSN-FILE.
       01 POSN-REC.
        88 POSN-EOF VALUE HIGH-VALUES.
        02 PN-DEPT-CODE PIC X(6).
        02 PN-TITLE PIC X(17).
        02 PN-AUTH-SW PIC X(1).
         88 PN-IS-AUTHORIZED VALUE 'Y'.
        02 PN-AUTH PIC 9(4).
        02 PN-FILLED PIC 9(5).
        02 PN-BUDGET PIC 9(9)V99.
        02 PN-PROJECTED PIC 9(9)V99.
        02 PN-EFF-YMD.
         03 PN-EFF-Y PIC 9(4).
         03 PN-EFF-M PIC 9(2).
         03 PN-EFF-D PIC 9(2).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
      * Projection assumptions - the same knobs PT1PROJ carries, with
      * the same values; keep the two in step
       01 WS-FULL-YEAR-HOURS PIC 9(4) VALUE 2080.
       01 WS-PART-TIME-FRACTION PIC V999 VALUE .500.
       01 WS-ASSIGN-END-HOURS PIC 9(4) VALUE 1040.

       01 WS-ANNUAL-COST PIC 9(9)V99 VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
        02 WS-RUN-YEAR PIC 9(4).
        02 WS-RUN-MONTH PIC 9(2).
        02 WS-RUN-DAY PIC 9(2).

      * One row per department and title - the authorization in
      * force (or none, for a department and title found only on
      * the master), and the headcount and projected cost counted
      * into it from the master. Overflow abends rather than
      * leaving positions off the report budgeting reads
       01 WS-POS-TABLE.
        02 WS-POS-ENTRY OCCURS 1000 TIMES.
         03 WS-PS-DEPT-CODE PIC X(6).
         03 WS-PS-TITLE PIC X(17).
         03 WS-PS-AUTH-SW PIC X(1).
         03 WS-PS-AUTH PIC 9(4).
         03 WS-PS-FILLED PIC 9(5) COMP.
         03 WS-PS-BUDGET PIC 9(9)V99.
         03 WS-PS-PROJECTED PIC 9(9)V99.
         03 WS-PS-EFF-YMD PIC 9(8).
       01 WS-POS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-POS-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-POS-HIT PIC 9(4) COMP VALUE ZERO.
       01 WS-POS-DEPT-KEY PIC X(6) VALUE SPACES.
       01 WS-POS-TITLE-KEY PIC X(17) VALUE SPACES.
       01 WS-POS-EFF-YMD PIC 9(8) VALUE ZERO.
       01 WS-POS-FOUND-SW PIC X(1) VALUE 'N'.
        88 POS-IS-FOUND VALUE 'Y'.

      * Control-break state and the department and grand totals
       01 WS-PREV-DEPT-CODE PIC X(6) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X(1) VALUE 'N'.
        88 GROUP-IS-OPEN VALUE 'Y'.
       01 WS-DEPT-TOTALS.
        02 WS-DT-AUTH PIC 9(6) COMP.
        02 WS-DT-FILLED PIC 9(6) COMP.
        02 WS-DT-VACANT PIC 9(6) COMP.
        02 WS-DT-OVER PIC 9(6) COMP.
        02 WS-DT-BUDGET PIC 9(11)V99.
        02 WS-DT-PROJECTED PIC 9(11)V99.
       01 WS-GRAND-TOTALS.
        02 WS-GT-AUTH PIC 9(6) COMP.
        02 WS-GT-FILLED PIC 9(6) COMP.
        02 WS-GT-VACANT PIC 9(6) COMP.
        02 WS-GT-OVER PIC 9(6) COMP.
        02 WS-GT-BUDGET PIC 9(11)V99.
        02 WS-GT-PROJECTED PIC 9(11)V99.

      * Line work fields - vacancies and overage are never both
      * non-zero on one line; the variance is budget less projected,
      * so a minus is a position running over its budget
       01 WS-VACANT PIC 9(5) VALUE ZERO.
       01 WS-OVER PIC 9(5) VALUE ZERO.
       01 WS-VARIANCE PIC S9(11)V99 VALUE ZERO.

       01 WS-TERM-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-NO-AUTH-COUNT PIC 9(5) COMP VALUE ZERO.

      * Page control - same page-depth handling PT1UPDT's change
      * report uses
       01 WS-PAGE-DEPTH PIC 9(3) VALUE 55.
       01 WS-RPT-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RPT-PAGE-NUM PIC 9(4) VALUE ZERO.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1POSN - POSITION VACANCY AND VARIANCE".
        02 FILLER PIC X(9) VALUE "RUN DATE ".
        02 RPT-TITLE-M PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-D PIC 9(2).
        02 FILLER PIC X VALUE "/".
        02 RPT-TITLE-Y PIC 9(4).
        02 FILLER PIC X(6) VALUE "  PAGE".
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TITLE-PAGE PIC ZZZ9.

       01 RPT-HEADING.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "DEPT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "TITLE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE " AUTH".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "FILLED".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "VACNT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE " OVER".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "   BUDGET COST".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "PROJECTED COST".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(15) VALUE "       VARIANCE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "EFFECTIVE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "NOTE".

       01 RPT-DETAIL.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-DEPT-CODE PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TITLE PIC X(17).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-AUTH PIC Z,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-FILLED PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-VACANT PIC Z,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-OVER PIC Z,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-PROJECTED PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-VARIANCE PIC +ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-EFF-DATE.
         03 RPT-EFF-M PIC 9(2).
         03 FILLER PIC X VALUE "/".
         03 RPT-EFF-D PIC 9(2).
         03 FILLER PIC X VALUE "/".
         03 RPT-EFF-Y PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-NOTE PIC X(11).

      * Department subtotal and grand total - the same columns as the
      * detail line, labelled in the title column
       01 RPT-TOTAL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TL-DEPT-CODE PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TL-LABEL PIC X(17).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TL-AUTH PIC ZZ,ZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TL-FILLED PIC ZZZ,ZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TL-VACANT PIC ZZ,ZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-TL-OVER PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TL-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TL-PROJECTED PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TL-VARIANCE PIC +ZZZ,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(32) VALUE
           "TERMINATED (NOT COUNTED):       ".
        02 RPT-TERM-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(32) VALUE
           "LINES WITH NO AUTHORIZATION:    ".
        02 RPT-NO-AUTH-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

        PERFORM LOAD-POS-TABLE

        SORT SORT-WORK-FILE
           ON ASCENDING KEY SD-DEPT-CODE SD-TITLE
           INPUT PROCEDURE IS BUILD-POSITION-ROWS
           GIVING POSN-FILE

        OPEN INPUT POSN-FILE
             OUTPUT RPT-FILE

        PERFORM PRINT-RPT-HEADING

        PERFORM READ-POSN-RECORD
        PERFORM PRINT-POSITION-LINE UNTIL POSN-EOF

        IF GROUP-IS-OPEN
           PERFORM CLOSE-DEPT-GROUP
        END-IF

        PERFORM WRITE-GRAND-TOTAL

        CLOSE POSN-FILE, RPT-FILE
        STOP RUN.

      * Loads the authorizations in force on the run date - a
      * department and title keyed more than once keeps the
      * latest-dated record not after the run date, a blank or zero
      * date being in force from the start - same rule as PT1EDIT
        LOAD-POS-TABLE.
          OPEN INPUT POSCTL-FILE
          PERFORM READ-POSCTL-RECORD
          PERFORM STORE-POS-RECORD UNTIL POSCTL-EOF
          CLOSE POSCTL-FILE.

        READ-POSCTL-RECORD.
          READ POSCTL-FILE
            AT END SET POSCTL-EOF TO TRUE
          END-READ.

        STORE-POS-RECORD.
          IF PC-EFF-DATE NUMERIC
             COMPUTE WS-POS-EFF-YMD =
                PC-EFF-DATE-Y * 10000
                + PC-EFF-DATE-M * 100
                + PC-EFF-DATE-D
          ELSE
             MOVE ZERO TO WS-POS-EFF-YMD
          END-IF
          IF WS-POS-EFF-YMD NOT > WS-RUN-DATE
             MOVE PC-DEPT-CODE TO WS-POS-DEPT-KEY
             MOVE PC-TITLE TO WS-POS-TITLE-KEY
             PERFORM FIND-OR-ADD-POSITION
             IF WS-PS-AUTH-SW (WS-POS-HIT) NOT = 'Y'
                OR WS-POS-EFF-YMD NOT < WS-PS-EFF-YMD (WS-POS-HIT)
                MOVE 'Y' TO WS-PS-AUTH-SW (WS-POS-HIT)
                MOVE WS-POS-EFF-YMD TO WS-PS-EFF-YMD (WS-POS-HIT)
                IF PC-AUTH-HEADCOUNT NUMERIC
                   MOVE PC-AUTH-HEADCOUNT TO WS-PS-AUTH (WS-POS-HIT)
                ELSE
                   MOVE ZERO TO WS-PS-AUTH (WS-POS-HIT)
                END-IF
                IF PC-BUDGET-COST NUMERIC
                   MOVE PC-BUDGET-COST TO WS-PS-BUDGET (WS-POS-HIT)
                ELSE
                   MOVE ZERO TO WS-PS-BUDGET (WS-POS-HIT)
                END-IF
             END-IF
          END-IF
          PERFORM READ-POSCTL-RECORD.

      * Finds the row for WS-POS-DEPT-KEY and WS-POS-TITLE-KEY, or
      * opens an empty unauthorized one, leaving it in WS-POS-HIT
        FIND-OR-ADD-POSITION.
          MOVE 'N' TO WS-POS-FOUND-SW
          MOVE ZERO TO WS-POS-HIT
          PERFORM COMPARE-POS-ENTRY
             VARYING WS-POS-IDX FROM 1 BY 1
             UNTIL WS-POS-IDX > WS-POS-COUNT
                OR POS-IS-FOUND
          IF NOT POS-IS-FOUND
             IF WS-POS-COUNT >= 1000
                DISPLAY "PT1POSN ABEND - POSITION TABLE FULL AT "
                   "1000 ENTRIES, RAISE WS-POS-TABLE AND RERUN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-POS-COUNT
             MOVE WS-POS-COUNT TO WS-POS-HIT
             MOVE WS-POS-DEPT-KEY TO WS-PS-DEPT-CODE (WS-POS-HIT)
             MOVE WS-POS-TITLE-KEY TO WS-PS-TITLE (WS-POS-HIT)
             MOVE 'N' TO WS-PS-AUTH-SW (WS-POS-HIT)
             MOVE ZERO TO WS-PS-AUTH (WS-POS-HIT)
             MOVE ZERO TO WS-PS-FILLED (WS-POS-HIT)
             MOVE ZERO TO WS-PS-BUDGET (WS-POS-HIT)
             MOVE ZERO TO WS-PS-PROJECTED (WS-POS-HIT)
             MOVE ZERO TO WS-PS-EFF-YMD (WS-POS-HIT)
          END-IF.

        COMPARE-POS-ENTRY.
          IF WS-PS-DEPT-CODE (WS-POS-IDX) = WS-POS-DEPT-KEY
             AND WS-PS-TITLE (WS-POS-IDX) = WS-POS-TITLE-KEY
             SET POS-IS-FOUND TO TRUE
             MOVE WS-POS-IDX TO WS-POS-HIT
          END-IF.

      * Input procedure for the SORT - counts every employee who is
      * not terminated into the row for the department and title on
      * the record, with the projected annual cost, then releases
      * one sort record per row
       BUILD-POSITION-ROWS.
          OPEN INPUT MASTR-FILE
          PERFORM READ-MASTR-RECORD
          PERFORM COUNT-ONE-EMPLOYEE UNTIL MASTR-EOF
          CLOSE MASTR-FILE
          PERFORM RELEASE-POSITION-ROW
             VARYING WS-POS-IDX FROM 1 BY 1
             UNTIL WS-POS-IDX > WS-POS-COUNT.

        READ-MASTR-RECORD.
          READ MASTR-FILE INTO MASTR-REC
            AT END SET MASTR-EOF TO TRUE
          END-READ.

        COUNT-ONE-EMPLOYEE.
          IF EMP-IS-TERMINATED
             ADD 1 TO WS-TERM-COUNT
          ELSE
             MOVE EMP-DEPT-CODE TO WS-POS-DEPT-KEY
             MOVE EMP-TITLE TO WS-POS-TITLE-KEY
             PERFORM FIND-OR-ADD-POSITION
             ADD 1 TO WS-PS-FILLED (WS-POS-HIT)
             IF NOT EMP-ON-LEAVE
                PERFORM COMPUTE-ANNUAL-COST
                ADD WS-ANNUAL-COST TO WS-PS-PROJECTED (WS-POS-HIT)
             END-IF
          END-IF
          PERFORM READ-MASTR-RECORD.

      * PT1PROJ's projection rule for the employee's EMP-TYPE - see
      * the assumptions block at the top of WORKING-STORAGE
        COMPUTE-ANNUAL-COST.
          EVALUATE EMP-TYPE
             WHEN 01
                COMPUTE WS-ANNUAL-COST =
                   EMP-PAY-RATE * WS-FULL-YEAR-HOURS
             WHEN 02
                COMPUTE WS-ANNUAL-COST ROUNDED =
                   EMP-PAY-RATE * WS-FULL-YEAR-HOURS
                   * WS-PART-TIME-FRACTION
             WHEN 03
                COMPUTE WS-ANNUAL-COST =
                   EMP-PAY-RATE * WS-ASSIGN-END-HOURS
             WHEN 04
                COMPUTE WS-ANNUAL-COST =
                   EMP-PAY-RATE * WS-ASSIGN-END-HOURS
             WHEN OTHER
                COMPUTE WS-ANNUAL-COST =
                   EMP-PAY-RATE * WS-FULL-YEAR-HOURS
          END-EVALUATE.

        RELEASE-POSITION-ROW.
          MOVE WS-PS-DEPT-CODE (WS-POS-IDX) TO SD-DEPT-CODE
          MOVE WS-PS-TITLE (WS-POS-IDX) TO SD-TITLE
          MOVE WS-PS-AUTH-SW (WS-POS-IDX) TO SD-AUTH-SW
          MOVE WS-PS-AUTH (WS-POS-IDX) TO SD-AUTH
          MOVE WS-PS-FILLED (WS-POS-IDX) TO SD-FILLED
          MOVE WS-PS-BUDGET (WS-POS-IDX) TO SD-BUDGET
          MOVE WS-PS-PROJECTED (WS-POS-IDX) TO SD-PROJECTED
          MOVE WS-PS-EFF-YMD (WS-POS-IDX) TO SD-EFF-YMD
          RELEASE SD-REC.

        READ-POSN-RECORD.
          READ POSN-FILE INTO POSN-REC
            AT END SET POSN-EOF TO TRUE
          END-READ.

      * One department and title - a new department closes the
      * previous one's subtotal first. Vacancies are authorized less
      * filled, overage filled less authorized; the note flags an
      * unauthorized line first, then overage, then a line running
      * over its budget
        PRINT-POSITION-LINE.
          IF GROUP-IS-OPEN AND PN-DEPT-CODE NOT = WS-PREV-DEPT-CODE
             PERFORM CLOSE-DEPT-GROUP
          END-IF
          IF NOT GROUP-IS-OPEN
             SET GROUP-IS-OPEN TO TRUE
             MOVE PN-DEPT-CODE TO WS-PREV-DEPT-CODE
             INITIALIZE WS-DEPT-TOTALS
          END-IF
          MOVE ZERO TO WS-VACANT
          MOVE ZERO TO WS-OVER
          IF PN-FILLED > PN-AUTH
             COMPUTE WS-OVER = PN-FILLED - PN-AUTH
          ELSE
             COMPUTE WS-VACANT = PN-AUTH - PN-FILLED
          END-IF
          COMPUTE WS-VARIANCE = PN-BUDGET - PN-PROJECTED
          MOVE SPACES TO RPT-DETAIL
          MOVE PN-DEPT-CODE TO RPT-DEPT-CODE
          MOVE PN-TITLE TO RPT-TITLE
          MOVE PN-AUTH TO RPT-AUTH
          MOVE PN-FILLED TO RPT-FILLED
          MOVE WS-VACANT TO RPT-VACANT
          MOVE WS-OVER TO RPT-OVER
          MOVE PN-BUDGET TO RPT-BUDGET
          MOVE PN-PROJECTED TO RPT-PROJECTED
          MOVE WS-VARIANCE TO RPT-VARIANCE
          IF PN-IS-AUTHORIZED AND PN-EFF-YMD NOT = ZERO
             MOVE PN-EFF-M TO RPT-EFF-M
             MOVE "/" TO RPT-EFF-DATE (3:1)
             MOVE PN-EFF-D TO RPT-EFF-D
             MOVE "/" TO RPT-EFF-DATE (6:1)
             MOVE PN-EFF-Y TO RPT-EFF-Y
          END-IF
          EVALUATE TRUE
             WHEN NOT PN-IS-AUTHORIZED
                MOVE "NO AUTH" TO RPT-NOTE
                ADD 1 TO WS-NO-AUTH-COUNT
             WHEN WS-OVER > ZERO
                MOVE "OVER AUTH" TO RPT-NOTE
             WHEN WS-VARIANCE < ZERO
                MOVE "OVER BUDGET" TO RPT-NOTE
          END-EVALUATE
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-DETAIL
          AFTER ADVANCING 2 LINES
          ADD 2 TO WS-RPT-LINE-COUNT
          ADD PN-AUTH TO WS-DT-AUTH
          ADD PN-FILLED TO WS-DT-FILLED
          ADD WS-VACANT TO WS-DT-VACANT
          ADD WS-OVER TO WS-DT-OVER
          ADD PN-BUDGET TO WS-DT-BUDGET
          ADD PN-PROJECTED TO WS-DT-PROJECTED
          PERFORM READ-POSN-RECORD.

      * Prints the department subtotal and rolls it into the grand
      * total
        CLOSE-DEPT-GROUP.
          MOVE SPACES TO RPT-TOTAL-LINE
          MOVE WS-PREV-DEPT-CODE TO RPT-TL-DEPT-CODE
          MOVE "DEPARTMENT TOTAL" TO RPT-TL-LABEL
          MOVE WS-DT-AUTH TO RPT-TL-AUTH
          MOVE WS-DT-FILLED TO RPT-TL-FILLED
          MOVE WS-DT-VACANT TO RPT-TL-VACANT
          MOVE WS-DT-OVER TO RPT-TL-OVER
          MOVE WS-DT-BUDGET TO RPT-TL-BUDGET
          MOVE WS-DT-PROJECTED TO RPT-TL-PROJECTED
          COMPUTE WS-VARIANCE = WS-DT-BUDGET - WS-DT-PROJECTED
          MOVE WS-VARIANCE TO RPT-TL-VARIANCE
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 2 LINES
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          ADD 3 TO WS-RPT-LINE-COUNT
          ADD WS-DT-AUTH TO WS-GT-AUTH
          ADD WS-DT-FILLED TO WS-GT-FILLED
          ADD WS-DT-VACANT TO WS-GT-VACANT
          ADD WS-DT-OVER TO WS-GT-OVER
          ADD WS-DT-BUDGET TO WS-GT-BUDGET
          ADD WS-DT-PROJECTED TO WS-GT-PROJECTED
          MOVE 'N' TO WS-GROUP-OPEN-SW.

        WRITE-GRAND-TOTAL.
          MOVE SPACES TO RPT-TOTAL-LINE
          MOVE "GRAND TOTAL" TO RPT-TL-LABEL
          MOVE WS-GT-AUTH TO RPT-TL-AUTH
          MOVE WS-GT-FILLED TO RPT-TL-FILLED
          MOVE WS-GT-VACANT TO RPT-TL-VACANT
          MOVE WS-GT-OVER TO RPT-TL-OVER
          MOVE WS-GT-BUDGET TO RPT-TL-BUDGET
          MOVE WS-GT-PROJECTED TO RPT-TL-PROJECTED
          COMPUTE WS-VARIANCE = WS-GT-BUDGET - WS-GT-PROJECTED
          MOVE WS-VARIANCE TO RPT-TL-VARIANCE
          WRITE RPT-REC FROM RPT-TOTAL-LINE
          AFTER ADVANCING 3 LINES
          MOVE WS-TERM-COUNT TO RPT-TERM-COUNT
          MOVE WS-NO-AUTH-COUNT TO RPT-NO-AUTH-COUNT
          WRITE RPT-REC FROM RPT-COUNT-LINE
          AFTER ADVANCING 2 LINES.

      * Breaks to a new page when the line counter passes the page
      * depth, reprinting the title and column headings
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
          WRITE RPT-REC FROM RPT-HEADING
           AFTER ADVANCING 2 LINES
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          MOVE 4 TO WS-RPT-LINE-COUNT.
