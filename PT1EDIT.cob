      * number and operator ride through to PT1-TRANS-EDITED (and
      * the pending and suspense files) so PT1UPDT can stamp them on
      * the change report and the history file. A transaction keyed
      * outside any batch carries a zero batch and a blank operator,
      * and is suspended (see below) until it is re-keyed in a batch.
      * Who keyed a batch is checked, not just carried. The operator
      * authority file COB1-OPERAUTH lists every operator ID with a
      * role, the action codes the operator may submit, whether the
      * operator may release suspense, and a pay-rate ceiling - the
      * most an hourly rate may move on one of the operator's
      * CHANGEs. A batch whose header operator is not on the file
      * rejects as a unit, same as a count or hash mismatch. A
      * transaction outside the keying operator's authority - an
      * action code the operator may not submit, or a rate move past
      * the operator's ceiling - is suspended for a supervisor; so
      * is a transaction keyed outside any batch, since there is no
      * operator to check it against. An override on PT1-OVRD now
      * carries the supervisor's ID, and it is only honored when that
      * supervisor is on the authority file with release authority
      * and is not the operator who keyed the transaction - otherwise
      * the transaction stays suspended and the listing says why. A
      * transaction keyed outside any batch names no keying operator,
      * so no override can release it. The
      * releasing supervisor rides through to PT1-TRANS-EDITED (and
      * the pending file) behind the keying operator, so PT1UPDT can
      * stamp both on the change report and the history file.
      * Headcount is held to position control. COB1-POSCTL carries
      * the authorized headcount (and budgeted annual cost, which is
      * PT1POSN's business) for each department and EMP-TITLE, with
      * the date each authorization takes effect. At the top of the
      * run every employee on the master who is not terminated is
      * counted against the position for the department and title
      * on the record, and so is every future-dated ADD or
      * department move waiting in PT1-PEND - it passed position
      * control when it was keyed and holds its opening until it
      * applies.
      * An ADD, or a CHANGE that moves an employee to another
      * department, has to find an open position - one authorized
      * and not yet filled - for the department and title it
      * carries; if there is none it is suspended for a supervisor
      * instead of going through. Each one that does go through
      * takes its position at once (and a department move gives the
      * old one back), so two ADDs in the same run cannot both take
      * the last opening. A department with no position records at
      * all is not yet under position control and is not checked.
      * Leave is keyed like a TERMINATE: an 'L' starts an employee's
      * leave and an 'E' ends it, each needing only the action code,
      * the EMP-ID and (if it is not today) the effective date. An
      * 'L' for an employee who is not active, or an 'E' for one who
      * is not on leave, is suspended for a supervisor. Both come
      * under the operator's change authority, and neither frees
      * the position - an employee on leave still holds it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL.
      * The employee master, read randomly by EMP-ID for the
      * master-aware checks - this step runs ahead of PT1UPDT, so
      * what it sees is the master as it stands tonight. DYNAMIC so
      * the filled positions can be counted front to back first
           SELECT MASTR-FILE   ASSIGN TO 'COB1-EMPLOYEE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MR-EMP-ID.
      * Suspense traffic - last run's suspended transactions coming
      * back (OPTIONAL, there is nothing suspended before the first
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSP-RPT     ASSIGN TO 'UR-S-SUSPRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Operator authority file - who may key what, and who may
      * release suspense. Loaded into core once at the top of the run
           SELECT OPER-FILE    ASSIGN TO 'COB1-OPERAUTH'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Position control file - authorized headcount by department
      * and title, maintained by budgeting the same way COB1-DEPT is
      * (OPTIONAL - with no file at all, no department is under
      * position control yet)
           SELECT OPTIONAL POSCTL-FILE ASSIGN TO 'COB1-POSCTL'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Department reference master - an ADD or CHANGE carrying a
      * department code the reference file does not know rejects
      * here instead of surfacing weeks later in PT1DEPT's
         88 TR-IS-CHANGE VALUE 'C'.
         88 TR-IS-TERM   VALUE 'T'.
         88 TR-IS-DELETE VALUE 'D'.
         88 TR-IS-LEAVE  VALUE 'L'.
         88 TR-IS-RETURN VALUE 'E'.
         88 TR-ACTION-VALID VALUES 'A' 'C' 'T' 'D' 'L' 'E'.
        02 TR-EMP-ID PIC 9(7).
        02 TR-EMP-NAME.
         03 TR-EMP-L-NAME PIC X(15).
        02 FILLER PIC X(72).

      * The edited record PT1UPDT merges from - the transaction as
      * keyed with the batch number and operator riding behind it,
      * and the supervisor who released it from suspense (spaces for
      * a transaction that was never suspended)
       FD  CLEAN-FILE.
       01 CLEAN-REC.
        02 CL-TRANS PIC X(95).
        02 CL-BATCH-NO PIC 9(4).
        02 CL-OPERATOR PIC X(8).
        02 CL-RELEASER PIC X(8).

      * Pending transactions coming back from earlier runs - full
      * transaction image plus the effective date that held it. They
       01 PEND-IN-REC.
        88 PEND-EOF VALUE HIGH-VALUES.
        02 PI-ACTION PIC X(1).
         88 PI-IS-ADD    VALUE 'A'.
         88 PI-IS-CHANGE VALUE 'C'.
        02 PI-EMP-ID PIC 9(7).
        02 PI-EMP-NAME.
         03 PI-EMP-L-NAME PIC X(15).
         03 PI-EMP-F-NAME PIC X(15).
        02 FILLER PIC X(2).
        02 PI-EMP-TITLE PIC X(17).
        02 FILLER PIC X(9).
        02 PI-EMP-DEPT-CODE PIC X(6).
        02 FILLER PIC X(15).
        02 PI-EFF-DATE.
         03 PI-EFF-DATE-M PIC 9(2).
         03 PI-EFF-DATE-D PIC 9(2).
         03 PI-EFF-DATE-Y PIC 9(4).
        02 PI-BATCH-NO PIC 9(4).
        02 PI-OPERATOR PIC X(8).
        02 PI-RELEASER PIC X(8).

       FD  PEND-OUT.
       01 PEND-OUT-REC.
        02 PO-TRANS PIC X(95).
        02 PO-BATCH-NO PIC 9(4).
        02 PO-OPERATOR PIC X(8).
        02 PO-RELEASER PIC X(8).

       FD  RPT-FILE.
       01 RPT-REC PIC X(132).

      * The master record - only the fields the master-aware and
      * position checks look at are broken out, the rest is passed
      * over
       FD  MASTR-FILE.
       01 MASTR-REC.
        02 MR-EMP-ID PIC 9(7).
        02 FILLER PIC X(32).
        02 MR-EMP-TITLE PIC X(17).
        02 MR-EMP-SSN PIC 9(9).
        02 MR-EMP-DEPT-CODE PIC X(6).
        02 MR-EMP-PAY-RATE PIC 9(5)V99.
        02 MR-EMP-STATUS PIC X(1).
         88 MR-IS-ACTIVE VALUES 'A' SPACE.
         88 MR-ON-LEAVE VALUE 'L'.
         88 MR-IS-TERMINATED VALUE 'T'.
        02 FILLER PIC X(18).

      * Suspense record - the transaction exactly as keyed plus the
      * reason it was held, so the supervisor's listing and the
        02 SO-REASON PIC X(40).

      * Override record as the supervisor keys it - R releases every
      * suspended transaction for the EMP-ID, V voids them - and the
      * operator ID of the supervisor making the decision
       FD  OVRD-FILE.
       01 OVRD-REC.
        88 OVRD-EOF VALUE HIGH-VALUES.
        02 OV-ACTION PIC X(1).
        02 OV-EMP-ID PIC 9(7).
        02 OV-SUPERVISOR PIC X(8).

       FD  SUSP-RPT.
       01 SUSP-RPT-REC PIC X(132).

      * Operator authority record - the operator ID, a role code
      * (K keying clerk, S supervisor, M manager - carried for the
      * listings, the flags below are what the edit acts on), a Y/N
      * flag for each action code the operator may submit, a Y/N
      * release-authority flag for suspense overrides, and the most
      * the operator may move an hourly rate on one CHANGE (zero
      * means the operator may not change a rate at all)
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

      * Position control record - department and EMP-TITLE, the
      * headcount authorized for them, the budgeted annual cost of
      * the positions, and the date (MMDDYYYY) the authorization
      * takes effect. A later-dated record for the same department
      * and title supersedes an earlier one from its date on; one
      * dated after the run date is not in force yet
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

      * Department reference record, same layout PT1DEPT reads -
      * only the code matters here
       FD  DEPT-FILE.
        02 WS-OVRD-ENTRY OCCURS 200 TIMES.
         03 WS-OV-ACTION PIC X(1).
         03 WS-OV-EMP-ID PIC 9(7).
         03 WS-OV-SUPERVISOR PIC X(8).
       01 WS-OVRD-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-OVRD-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-OVRD-FOUND-SW PIC X(1) VALUE 'N'.
        88 OVRD-IS-FOUND VALUE 'Y'.
       01 WS-OVRD-ACTION PIC X(1) VALUE SPACE.
       01 WS-OVRD-SUPERVISOR PIC X(8) VALUE SPACES.
       01 WS-OVRD-REFUSED-SW PIC X(1) VALUE 'N'.
        88 OVRD-IS-REFUSED VALUE 'Y'.

      * Suspense listing reason for an override - what was done, or
      * why it was refused, with the supervisor ID beside it
       01 WS-OVRD-REASON.
        02 WS-OR-TEXT PIC X(31).
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-OR-SUPERVISOR PIC X(8).

      * In-core copy of the operator authority file, loaded once at
      * the top of the run - overflow abends rather than rejecting
      * every batch keyed by an operator who fell off the end.
      * WS-CUR-OPER-IDX points at the entry for the operator of the
      * batch being released (zero outside a batch); FIND-OPERATOR
      * leaves the entry it found for WS-OPER-KEY in WS-OPER-HIT
       01 WS-OPER-TABLE.
        02 WS-OPER-ENTRY OCCURS 100 TIMES.
         03 WS-OP-ID PIC X(8).
         03 WS-OP-ROLE PIC X(1).
         03 WS-OP-ALLOW-ADD PIC X(1).
         03 WS-OP-ALLOW-CHANGE PIC X(1).
         03 WS-OP-ALLOW-TERM PIC X(1).
         03 WS-OP-ALLOW-DELETE PIC X(1).
         03 WS-OP-RELEASE PIC X(1).
         03 WS-OP-RATE-CEILING PIC 9(5)V99.
       01 WS-OPER-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-HIT PIC 9(3) COMP VALUE ZERO.
       01 WS-CUR-OPER-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-KEY PIC X(8) VALUE SPACES.
       01 WS-OPER-FOUND-SW PIC X(1) VALUE 'N'.
        88 OPER-IS-FOUND VALUE 'Y'.
       01 WS-ACTION-ALLOWED PIC X(1) VALUE 'N'.

      * In-core position control table - the authorization in force
      * for each department and title, and the employees counted
      * against it (the master's non-terminated employees, plus the
      * ADDs and department moves this run lets through). Overflow
      * abends rather than suspending every hire into a position
      * that fell off the end. FIND-POSITION leaves the entry found
      * for WS-POS-DEPT-KEY/WS-POS-TITLE-KEY in WS-POS-HIT, and
      * whether the department has any positions at all in
      * WS-POS-DEPT-SW. WS-POS-TAKE-IDX and WS-POS-FREE-IDX are the
      * positions the current transaction takes and gives back
       01 WS-POS-TABLE.
        02 WS-POS-ENTRY OCCURS 500 TIMES.
         03 WS-PS-DEPT-CODE PIC X(6).
         03 WS-PS-TITLE PIC X(17).
         03 WS-PS-AUTH PIC 9(4) COMP.
         03 WS-PS-FILLED PIC 9(5) COMP.
         03 WS-PS-EFF-YMD PIC 9(8).
       01 WS-POS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-POS-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-POS-HIT PIC 9(3) COMP VALUE ZERO.
       01 WS-POS-TAKE-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-POS-FREE-IDX PIC 9(3) COMP VALUE ZERO.
       01 WS-POS-DEPT-KEY PIC X(6) VALUE SPACES.
       01 WS-POS-TITLE-KEY PIC X(17) VALUE SPACES.
       01 WS-POS-EFF-YMD PIC 9(8) VALUE ZERO.
       01 WS-POS-FOUND-SW PIC X(1) VALUE 'N'.
        88 POS-IS-FOUND VALUE 'Y'.
       01 WS-POS-DEPT-SW PIC X(1) VALUE 'N'.
        88 DEPT-IS-CONTROLLED VALUE 'Y'.
       01 WS-MASTR-EOF-SW PIC X(1) VALUE 'N'.
        88 MASTR-AT-END VALUE 'Y'.

      * Suspense traffic counts for the suspense listing's totals
       01 WS-SUSP-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-SUSP-RELEASED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-SUSP-VOIDED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-SUSP-CARRIED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-SUSP-REFUSED-COUNT PIC 9(5) COMP VALUE ZERO.

      * In-core list of the department codes COB1-DEPT carries,
      * loaded once at the top of the run - same table handling
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(17) VALUE "STILL SUSPENDED: ".
        02 SUSP-CARRIED-TOTAL PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(19) VALUE "OVERRIDES REFUSED: ".
        02 SUSP-REFUSED-TOTAL PIC ZZ,ZZ9.

       01 RPT-PEND-TOTAL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        ACCEPT WS-RUN-TIME FROM TIME

        PERFORM LOAD-DEPT-TABLE
        PERFORM LOAD-OPER-TABLE
        PERFORM LOAD-POS-TABLE
        PERFORM COUNT-FILLED-POSITIONS
        PERFORM COUNT-PENDING-POSITIONS
        PERFORM LOAD-OVRD-TABLE

        WRITE RPT-REC FROM RPT-HEADING
          ADD 1 TO WS-OVRD-COUNT
          MOVE OV-ACTION TO WS-OV-ACTION (WS-OVRD-COUNT)
          MOVE OV-EMP-ID TO WS-OV-EMP-ID (WS-OVRD-COUNT)
          MOVE OV-SUPERVISOR TO WS-OV-SUPERVISOR (WS-OVRD-COUNT)
          PERFORM READ-OVRD-RECORD.

      * Loads the operator authority file. A record with a blank
      * operator ID is skipped, so a blank header or override field
      * can never match an entry
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
                DISPLAY "PT1EDIT ABEND - OPERATOR TABLE FULL AT 100 "
                   "ENTRIES, RAISE WS-OPER-TABLE AND RERUN"
                MOVE 16 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG
                GOBACK
             END-IF
             ADD 1 TO WS-OPER-COUNT
             MOVE OA-OPERATOR TO WS-OP-ID (WS-OPER-COUNT)
             MOVE OA-ROLE TO WS-OP-ROLE (WS-OPER-COUNT)
             MOVE OA-ALLOW-ADD TO WS-OP-ALLOW-ADD (WS-OPER-COUNT)
             MOVE OA-ALLOW-CHANGE TO WS-OP-ALLOW-CHANGE (WS-OPER-COUNT)
             MOVE OA-ALLOW-TERM TO WS-OP-ALLOW-TERM (WS-OPER-COUNT)
             MOVE OA-ALLOW-DELETE TO WS-OP-ALLOW-DELETE (WS-OPER-COUNT)
             MOVE OA-RELEASE TO WS-OP-RELEASE (WS-OPER-COUNT)
             IF OA-RATE-CEILING NUMERIC
                MOVE OA-RATE-CEILING
                   TO WS-OP-RATE-CEILING (WS-OPER-COUNT)
             ELSE
                MOVE ZERO TO WS-OP-RATE-CEILING (WS-OPER-COUNT)
             END-IF
          END-IF
          PERFORM READ-OPER-RECORD.

      * Loads the position authorizations in force on the run date.
      * A department and title keyed more than once keeps the
      * latest-dated authorization not after the run date; a blank
      * or zero date is in force from the start
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
             PERFORM FIND-POSITION
             IF NOT POS-IS-FOUND
                IF WS-POS-COUNT >= 500
                   DISPLAY "PT1EDIT ABEND - POSITION TABLE FULL AT "
                      "500 ENTRIES, RAISE WS-POS-TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   GOBACK
                END-IF
                ADD 1 TO WS-POS-COUNT
                MOVE WS-POS-COUNT TO WS-POS-HIT
                MOVE PC-DEPT-CODE TO WS-PS-DEPT-CODE (WS-POS-HIT)
                MOVE PC-TITLE TO WS-PS-TITLE (WS-POS-HIT)
                MOVE ZERO TO WS-PS-FILLED (WS-POS-HIT)
                MOVE ZERO TO WS-PS-EFF-YMD (WS-POS-HIT)
             END-IF
             IF WS-POS-EFF-YMD NOT < WS-PS-EFF-YMD (WS-POS-HIT)
                MOVE WS-POS-EFF-YMD TO WS-PS-EFF-YMD (WS-POS-HIT)
                IF PC-AUTH-HEADCOUNT NUMERIC
                   MOVE PC-AUTH-HEADCOUNT TO WS-PS-AUTH (WS-POS-HIT)
                ELSE
                   MOVE ZERO TO WS-PS-AUTH (WS-POS-HIT)
                END-IF
             END-IF
          END-IF
          PERFORM READ-POSCTL-RECORD.

      * One pass of the master front to back, counting each employee
      * who is not terminated against the department and title on
      * the record - an employee on leave still holds the position.
      * Employees in a department or title with no authorization
      * are not counted here; PT1POSN reports them
        COUNT-FILLED-POSITIONS.
          MOVE 'N' TO WS-MASTR-EOF-SW
          MOVE ZERO TO MR-EMP-ID
          START MASTR-FILE KEY IS NOT LESS THAN MR-EMP-ID
             INVALID KEY SET MASTR-AT-END TO TRUE
          END-START
          IF NOT MASTR-AT-END
             PERFORM READ-MASTR-NEXT
          END-IF
          PERFORM COUNT-ONE-EMPLOYEE UNTIL MASTR-AT-END.

        READ-MASTR-NEXT.
          READ MASTR-FILE NEXT RECORD
            AT END SET MASTR-AT-END TO TRUE
          END-READ.

        COUNT-ONE-EMPLOYEE.
          IF NOT MR-IS-TERMINATED
             MOVE MR-EMP-DEPT-CODE TO WS-POS-DEPT-KEY
             MOVE MR-EMP-TITLE TO WS-POS-TITLE-KEY
             PERFORM FIND-POSITION
             IF POS-IS-FOUND
                ADD 1 TO WS-PS-FILLED (WS-POS-HIT)
             END-IF
          END-IF
          PERFORM READ-MASTR-NEXT.

      * A future-dated ADD or department move passed position
      * control the run it was keyed and sits in PT1-PEND until its
      * day - it holds its opening from then on, so it is counted
      * here the same way TAKE-POSITION counted it: the new
      * position taken and, for a move, the old one on the master
      * given back. The pending file is read through once for the
      * count and reopened so AGE-PENDING-TRANS reads it from the
      * top
        COUNT-PENDING-POSITIONS.
          PERFORM READ-PEND-RECORD
          PERFORM COUNT-ONE-PENDING UNTIL PEND-EOF
          CLOSE PEND-IN
          OPEN INPUT PEND-IN.

        COUNT-ONE-PENDING.
          MOVE ZERO TO WS-POS-TAKE-IDX
          MOVE ZERO TO WS-POS-FREE-IDX
          MOVE 'N' TO WS-MASTR-FOUND-SW
          IF PI-IS-CHANGE
             MOVE PI-EMP-ID TO MR-EMP-ID
             READ MASTR-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET MASTR-FOUND TO TRUE
             END-READ
          END-IF
          IF PI-IS-ADD
             OR (PI-IS-CHANGE AND MASTR-FOUND
                 AND PI-EMP-DEPT-CODE NOT = MR-EMP-DEPT-CODE)
             MOVE PI-EMP-DEPT-CODE TO WS-POS-DEPT-KEY
             MOVE PI-EMP-TITLE TO WS-POS-TITLE-KEY
             PERFORM FIND-POSITION
             IF POS-IS-FOUND
                MOVE WS-POS-HIT TO WS-POS-TAKE-IDX
             END-IF
             IF PI-IS-CHANGE AND NOT MR-IS-TERMINATED
                MOVE MR-EMP-DEPT-CODE TO WS-POS-DEPT-KEY
                MOVE MR-EMP-TITLE TO WS-POS-TITLE-KEY
                PERFORM FIND-POSITION
                IF POS-IS-FOUND
                   MOVE WS-POS-HIT TO WS-POS-FREE-IDX
                END-IF
             END-IF
             PERFORM TAKE-POSITION
          END-IF
          PERFORM READ-PEND-RECORD.

      * Scans the position table for WS-POS-DEPT-KEY and
      * WS-POS-TITLE-KEY, noting on the way whether the department
      * has any positions at all
        FIND-POSITION.
          MOVE 'N' TO WS-POS-FOUND-SW
          MOVE 'N' TO WS-POS-DEPT-SW
          MOVE ZERO TO WS-POS-HIT
          PERFORM COMPARE-POS-ENTRY
             VARYING WS-POS-IDX FROM 1 BY 1
             UNTIL WS-POS-IDX > WS-POS-COUNT
                OR POS-IS-FOUND.

        COMPARE-POS-ENTRY.
          IF WS-PS-DEPT-CODE (WS-POS-IDX) = WS-POS-DEPT-KEY
             SET DEPT-IS-CONTROLLED TO TRUE
             IF WS-PS-TITLE (WS-POS-IDX) = WS-POS-TITLE-KEY
                SET POS-IS-FOUND TO TRUE
                MOVE WS-POS-IDX TO WS-POS-HIT
             END-IF
          END-IF.

      * Scans the operator table for WS-OPER-KEY, leaving the entry
      * found in WS-OPER-HIT - same whole-table scan LOOKUP-DEPT in
      * PT1DEPT does
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

        READ-TRANS-RECORD.
          READ TRANS-FILE INTO TRANS-REC
            AT END SET TRANS-EOF TO TRUE
      * One record off the transaction file - a header opens a
      * batch, a trailer closes and verifies one, a transaction
      * inside a batch is held in core until its trailer proves the
      * batch, and a transaction outside any batch is edited with no
      * batch or operator and suspended by CHECK-OPERATOR-AUTHORITY,
      * there being no operator to check it against
        EDIT-TRANSACTION.
          EVALUATE TRUE
             WHEN TR-ACTION = 'H'
             WHEN OTHER
                MOVE ZERO TO WS-CUR-BATCH-NO
                MOVE SPACES TO WS-CUR-OPERATOR
                MOVE ZERO TO WS-CUR-OPER-IDX
                PERFORM EDIT-ONE-TRANSACTION
          END-EVALUATE
          PERFORM READ-TRANS-RECORD.
      * discipline PT1RECON applies to the merge. A match releases
      * every held transaction through the normal edits with the
      * batch number and operator attached; a mismatch rejects the
      * whole batch, and so does a header operator the authority
      * file does not know
        CLOSE-BATCH.
          IF NOT BATCH-IS-OPEN
             MOVE SPACES TO RPT-REASON
                MOVE "COUNT/HASH MISMATCH" TO WS-BR-TEXT
                PERFORM FAIL-CURRENT-BATCH
             ELSE
                MOVE WS-CUR-OPERATOR TO WS-OPER-KEY
                PERFORM FIND-OPERATOR
                IF NOT OPER-IS-FOUND
                   MOVE "OPERATOR NOT ON COB1-OPERAUTH" TO WS-BR-TEXT
                   PERFORM FAIL-CURRENT-BATCH
                ELSE
                   MOVE WS-OPER-HIT TO WS-CUR-OPER-IDX
                   PERFORM RELEASE-ONE-BATCH-TRANS
                      VARYING WS-BATCH-IDX FROM 1 BY 1
                      UNTIL WS-BATCH-IDX > WS-BAT-COUNT
                   MOVE 'N' TO WS-BATCH-OPEN-SW
                END-IF
             END-IF
             END-IF
          END-IF.
          PERFORM VALIDATE-TRANSACTION
          IF RECORD-IS-VALID
             PERFORM CHECK-AGAINST-MASTER
             PERFORM CHECK-OPERATOR-AUTHORITY
             PERFORM CHECK-POSITION-CONTROL
          END-IF
          IF RECORD-IS-VALID AND TRANS-IS-SUSPECT
             PERFORM WRITE-SUSPENSE
          ELSE
          IF RECORD-IS-VALID
             PERFORM TAKE-POSITION
             PERFORM CHECK-EFF-DATE
             IF TRANS-IS-DUE
                MOVE TRANS-REC TO CL-TRANS
                MOVE WS-CUR-BATCH-NO TO CL-BATCH-NO
                MOVE WS-CUR-OPERATOR TO CL-OPERATOR
                MOVE SPACES TO CL-RELEASER
                WRITE CLEAN-REC
                ADD 1 TO WS-CLEAN-COUNT
             ELSE
                MOVE TRANS-REC TO PO-TRANS
                MOVE WS-CUR-BATCH-NO TO PO-BATCH-NO
                MOVE WS-CUR-OPERATOR TO PO-OPERATOR
                MOVE SPACES TO PO-RELEASER
                WRITE PEND-OUT-REC
                ADD 1 TO WS-HELD-COUNT
                MOVE TR-EFF-DATE-M TO WS-HELD-M
      * Reads the master by the transaction's EMP-ID and applies the
      * checks only the master can answer. A CHANGE/TERMINATE/DELETE
      * for an EMP-ID not on file, a CHANGE that moves the pay rate
      * past the tolerance, a CHANGE that alters the SSN on file,
      * or a leave start or end that does not fit the status on file
      * goes to suspense for a supervisor override instead of riding
      * through to the merge. An ADD is not checked here - a
      * duplicate ADD is PT1UPDT's reject, and there is nothing on
          MOVE 'N' TO WS-SUSP-SW
          MOVE SPACES TO WS-SUSP-REASON
          IF TR-IS-CHANGE OR TR-IS-TERM OR TR-IS-DELETE
             OR TR-IS-LEAVE OR TR-IS-RETURN
             PERFORM READ-MASTR-BY-KEY
             IF NOT MASTR-FOUND
                MOVE "EMP-ID NOT ON MASTER" TO WS-SUSP-REASON
                   PERFORM CHECK-RATE-TOLERANCE
                   PERFORM CHECK-SSN-UNCHANGED
                END-IF
                IF TR-IS-LEAVE AND NOT MR-IS-ACTIVE
                   MOVE "NOT ACTIVE - CANNOT START LEAVE"
                      TO WS-SUSP-REASON
                   SET TRANS-IS-SUSPECT TO TRUE
                END-IF
                IF TR-IS-RETURN AND NOT MR-ON-LEAVE
                   MOVE "NOT ON LEAVE - CANNOT END LEAVE"
                      TO WS-SUSP-REASON
                   SET TRANS-IS-SUSPECT TO TRUE
                END-IF
             END-IF
          END-IF.

             SET TRANS-IS-SUSPECT TO TRUE
          END-IF.

      * Holds the transaction against the keying operator's entry on
      * the authority file - runs after the master-aware checks,
      * which have already read the master a CHANGE's rate is
      * measured against. A transaction outside any batch has no
      * operator to check, an action code the operator may not
      * submit is outside the authority, and so is a CHANGE moving
      * the rate on file by more than the operator's ceiling. Any of
      * them goes to suspense for a supervisor, last reason winning
        CHECK-OPERATOR-AUTHORITY.
          IF WS-CUR-OPER-IDX = ZERO
             MOVE "NO KEYING OPERATOR - OUTSIDE A BATCH"
                TO WS-SUSP-REASON
             SET TRANS-IS-SUSPECT TO TRUE
          ELSE
             EVALUATE TRUE
                WHEN TR-IS-ADD
                   MOVE WS-OP-ALLOW-ADD (WS-CUR-OPER-IDX)
                      TO WS-ACTION-ALLOWED
                WHEN TR-IS-CHANGE OR TR-IS-LEAVE OR TR-IS-RETURN
                   MOVE WS-OP-ALLOW-CHANGE (WS-CUR-OPER-IDX)
                      TO WS-ACTION-ALLOWED
                WHEN TR-IS-TERM
                   MOVE WS-OP-ALLOW-TERM (WS-CUR-OPER-IDX)
                      TO WS-ACTION-ALLOWED
                WHEN TR-IS-DELETE
                   MOVE WS-OP-ALLOW-DELETE (WS-CUR-OPER-IDX)
                      TO WS-ACTION-ALLOWED
             END-EVALUATE
             IF WS-ACTION-ALLOWED NOT = 'Y'
                MOVE "ACTION NOT IN OPERATOR AUTHORITY"
                   TO WS-SUSP-REASON
                SET TRANS-IS-SUSPECT TO TRUE
             END-IF
             IF TR-IS-CHANGE AND MASTR-FOUND
                IF TR-EMP-PAY-RATE > MR-EMP-PAY-RATE
                   COMPUTE WS-RATE-DIFF =
                      TR-EMP-PAY-RATE - MR-EMP-PAY-RATE
                ELSE
                   COMPUTE WS-RATE-DIFF =
                      MR-EMP-PAY-RATE - TR-EMP-PAY-RATE
                END-IF
                IF WS-RATE-DIFF >
                   WS-OP-RATE-CEILING (WS-CUR-OPER-IDX)
                   MOVE "RATE MOVE OVER OPERATOR CEILING"
                      TO WS-SUSP-REASON
                   SET TRANS-IS-SUSPECT TO TRUE
                END-IF
             END-IF
          END-IF.

      * An ADD, or a CHANGE moving an employee to a new department,
      * needs an open position for the department and title it
      * carries - none authorized, or every one authorized already
      * filled, sends it to suspense. Leaves the position it would
      * take (and, for a move, the one it gives back) for
      * TAKE-POSITION once the transaction is known to go through
        CHECK-POSITION-CONTROL.
          MOVE ZERO TO WS-POS-TAKE-IDX
          MOVE ZERO TO WS-POS-FREE-IDX
          IF TR-IS-ADD
             OR (TR-IS-CHANGE AND MASTR-FOUND
                 AND TR-EMP-DEPT-CODE NOT = MR-EMP-DEPT-CODE)
             MOVE TR-EMP-DEPT-CODE TO WS-POS-DEPT-KEY
             MOVE TR-EMP-TITLE TO WS-POS-TITLE-KEY
             PERFORM FIND-POSITION
             IF DEPT-IS-CONTROLLED
                IF NOT POS-IS-FOUND
                   MOVE "NO AUTHORIZED POSITION FOR DEPT/TITLE"
                      TO WS-SUSP-REASON
                   SET TRANS-IS-SUSPECT TO TRUE
                ELSE
                   IF WS-PS-FILLED (WS-POS-HIT)
                      NOT < WS-PS-AUTH (WS-POS-HIT)
                      MOVE "NO OPEN POSITION - OVER AUTHORIZED"
                         TO WS-SUSP-REASON
                      SET TRANS-IS-SUSPECT TO TRUE
                   ELSE
                      MOVE WS-POS-HIT TO WS-POS-TAKE-IDX
                   END-IF
                END-IF
             END-IF
             IF TR-IS-CHANGE AND NOT MR-IS-TERMINATED
                MOVE MR-EMP-DEPT-CODE TO WS-POS-DEPT-KEY
                MOVE MR-EMP-TITLE TO WS-POS-TITLE-KEY
                PERFORM FIND-POSITION
                IF POS-IS-FOUND
                   MOVE WS-POS-HIT TO WS-POS-FREE-IDX
                END-IF
             END-IF
          END-IF.

      * The transaction is going through - it fills the position it
      * was checked against, and a department move vacates the old
        TAKE-POSITION.
          IF WS-POS-TAKE-IDX > ZERO
             ADD 1 TO WS-PS-FILLED (WS-POS-TAKE-IDX)
          END-IF
          IF WS-POS-FREE-IDX > ZERO
             IF WS-PS-FILLED (WS-POS-FREE-IDX) > ZERO
                SUBTRACT 1 FROM WS-PS-FILLED (WS-POS-FREE-IDX)
             END-IF
          END-IF.

      * Writes the current transaction to the suspense file with the
      * reason the master-aware check left behind, and lists it on
      * the suspense listing for the supervisor
      * (honoring its effective date, so a future-dated release
      * still lands in the pending file), V voids it, and no
      * override carries it forward to PT1-SUSP-NEW for the next
      * run's listing. An override from a supervisor without release
      * authority, or from the operator who keyed the transaction,
      * is refused and the transaction carries forward the same way,
      * listed with the refusal. The supervisor who released a
      * transaction rides behind it as the releaser
        AGE-SUSPENDED-TRANS.
          PERFORM FIND-OVERRIDE
          IF WS-OVRD-ACTION = 'R' OR WS-OVRD-ACTION = 'V'
             PERFORM CHECK-OVERRIDE-AUTHORITY
          END-IF
          MOVE WS-OVRD-SUPERVISOR TO WS-OR-SUPERVISOR
          MOVE SI-ACTION TO RPT-ACTION
          MOVE SI-EMP-ID TO RPT-EMP-ID
          MOVE SI-EMP-L-NAME TO RPT-EMP-L-NAME
                   MOVE SI-TRANS TO CL-TRANS
                   MOVE SI-BATCH-NO TO CL-BATCH-NO
                   MOVE SI-OPERATOR TO CL-OPERATOR
                   MOVE WS-OVRD-SUPERVISOR TO CL-RELEASER
                   WRITE CLEAN-REC
                   MOVE "RELEASED BY OVERRIDE" TO WS-OR-TEXT
                ELSE
                   MOVE SI-TRANS TO PO-TRANS
                   MOVE SI-BATCH-NO TO PO-BATCH-NO
                   MOVE SI-OPERATOR TO PO-OPERATOR
                   MOVE WS-OVRD-SUPERVISOR TO PO-RELEASER
                   WRITE PEND-OUT-REC
                   MOVE "RELEASED BY OVERRIDE TO PENDING"
                      TO WS-OR-TEXT
                END-IF
                MOVE WS-OVRD-REASON TO RPT-REASON
                ADD 1 TO WS-SUSP-RELEASED-COUNT
             WHEN 'V'
                MOVE "VOIDED BY OVERRIDE" TO WS-OR-TEXT
                MOVE WS-OVRD-REASON TO RPT-REASON
                ADD 1 TO WS-SUSP-VOIDED-COUNT
             WHEN OTHER
                WRITE SUSP-OUT-REC FROM SUSP-IN-REC
                IF OVRD-IS-REFUSED
                   MOVE WS-OVRD-REASON TO RPT-REASON
                   ADD 1 TO WS-SUSP-REFUSED-COUNT
                ELSE
                   MOVE "STILL SUSPENDED" TO RPT-REASON
                END-IF
                ADD 1 TO WS-SUSP-CARRIED-COUNT
          END-EVALUATE
          PERFORM WRITE-SUSP-LINE
        FIND-OVERRIDE.
          MOVE 'N' TO WS-OVRD-FOUND-SW
          MOVE SPACE TO WS-OVRD-ACTION
          MOVE SPACES TO WS-OVRD-SUPERVISOR
          PERFORM COMPARE-OVRD-ENTRY
             VARYING WS-OVRD-IDX FROM 1 BY 1
             UNTIL WS-OVRD-IDX > WS-OVRD-COUNT
          IF WS-OV-EMP-ID (WS-OVRD-IDX) = SI-EMP-ID
             SET OVRD-IS-FOUND TO TRUE
             MOVE WS-OV-ACTION (WS-OVRD-IDX) TO WS-OVRD-ACTION
             MOVE WS-OV-SUPERVISOR (WS-OVRD-IDX) TO WS-OVRD-SUPERVISOR
          END-IF.

      * Dual control on the override - the supervisor has to be on
      * the authority file, has to hold release authority, and
      * cannot be the operator who keyed the transaction - one keyed
      * outside a batch names no operator, so nobody can show they
      * did not key it and the override is refused. A refused
      * override leaves the action blank, so the transaction carries
      * forward, with the refusal in WS-OR-TEXT for the listing
        CHECK-OVERRIDE-AUTHORITY.
          MOVE 'N' TO WS-OVRD-REFUSED-SW
          MOVE WS-OVRD-SUPERVISOR TO WS-OPER-KEY
          PERFORM FIND-OPERATOR
          IF NOT OPER-IS-FOUND
             MOVE "REFUSED - SUPERVISOR UNKNOWN" TO WS-OR-TEXT
             SET OVRD-IS-REFUSED TO TRUE
          ELSE
             IF WS-OP-RELEASE (WS-OPER-HIT) NOT = 'Y'
                MOVE "REFUSED - NO RELEASE AUTHORITY" TO WS-OR-TEXT
                SET OVRD-IS-REFUSED TO TRUE
             ELSE
                IF SI-OPERATOR = SPACES
                   MOVE "REFUSED - NO KEYING OPERATOR" TO WS-OR-TEXT
                   SET OVRD-IS-REFUSED TO TRUE
                ELSE
                   IF WS-OVRD-SUPERVISOR = SI-OPERATOR
                      MOVE "REFUSED - SUPERVISOR KEYED IT"
                         TO WS-OR-TEXT
                      SET OVRD-IS-REFUSED TO TRUE
                   END-IF
                END-IF
             END-IF
          END-IF
          IF OVRD-IS-REFUSED
             MOVE SPACE TO WS-OVRD-ACTION
          END-IF.

      * Runs every edit against the current transaction and leaves
          MOVE WS-SUSP-RELEASED-COUNT TO SUSP-RELEASED-TOTAL
          MOVE WS-SUSP-VOIDED-COUNT TO SUSP-VOIDED-TOTAL
          MOVE WS-SUSP-CARRIED-COUNT TO SUSP-CARRIED-TOTAL
          MOVE WS-SUSP-REFUSED-COUNT TO SUSP-REFUSED-TOTAL
          WRITE SUSP-RPT-REC FROM SUSP-TOTAL-LINE
          AFTER ADVANCING 2 LINES.
