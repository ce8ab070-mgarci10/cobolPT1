       IDENTIFICATION DIVISION.
       PROGRAM-ID. PT1BENF.
       AUTHOR. MARIO GARCIA.

      * Nightly change feed for the benefits carrier - runs in the
      * chain after the promote, so everything it sends is on the
      * live master. HR used to retype the week's hires, leavers
      * and changes into the carrier's portal; this program sends
      * them instead, built from the delta file PT1U-DELTA that
      * PT1UPDT writes with the before and after image of every
      * action it applied. The carrier is sent:
      *   NH  new hire                 every ADD
      *   TM  termination              every TERMINATE, with the
      *                                EMP-TERM-DATE
      *   LV  on leave                 every leave start
      *   RL  returned from leave      every leave end
      *   NM  name change              a CHANGE that moved the last
      *                                or first name
      *   DP  department change        a CHANGE that moved the
      *                                department
      *   PR  pay-rate change          a CHANGE that moved the rate
      * A CHANGE that moved more than one of them sends one record
      * for each. A CHANGE touching none of them (title, type, SSN
      * only) and a DELETE (the purge path - the carrier already
      * had the termination) are not sent.
      * Every record carries the change type, the effective date
      * (the date keyed on the transaction when there was one;
      * otherwise the hire date for a new hire and the run date for
      * the rest - a termination always goes as of its
      * EMP-TERM-DATE), and the before and after values of the
      * fields the carrier keeps: name, department, pay rate,
      * status and termination date, with the EMP-ID, SSN and hire
      * date to identify the employee. The feed file PT1-BENFEED
      * opens with a header (transmission number, creation date and
      * time) and closes with a trailer carrying the record count
      * and an EMP-ID hash total, so the carrier can balance what
      * arrived.
      * Each change sent is logged on the transmission log
      * COB1-BENFLOG under the name PT1UPDT gave it (its run date,
      * time and sequence) and the change type, with the
      * transmission number and the record as sent. The control
      * record PT1B-CTL holds the last transmission number and
      * whether it finished. A run that finds the last transmission
      * unfinished (the chain stopped inside this step) builds the
      * same transmission again - changes logged under it are sent
      * again in the rebuilt file, which replaces the one that never
      * finished - while a change logged under an earlier, finished
      * transmission is never sent a second time; the report lists
      * it as already sent. PT1BENR loads the carrier's rejections
      * back against the log.
      * A PT1BKOUT back-out puts the master back to a generation the
      * carrier has already been sent past, so PT1BKOUT leaves what
      * it changed on PT1K-DELTA in the same layout, action B, and
      * this run sends those first, ahead of the night's changes
      * made on top of the restore. A back-out record goes through
      * the same log as the rest, and is sent as:
      *   XH  hire withdrawn           an employee the back-out
      *                                removed (added since the
      *                                generation)
      *   RI  reinstated               an employee the back-out
      *                                brought back (deleted since)
      *                                - the record in full
      *   TM, LV, RL                   a status the back-out moved,
      *   XT  termination withdrawn    XT when it undid a
      *                                termination
      *   NM, DP, PR                   as for a CHANGE
      * A back-out record carries the generation's promote date as
      * its effective date. PT1K-DELTA is emptied once the
      * transmission carrying it is marked finished; a run that
      * stops between the two finds its records logged under a
      * finished transmission and does not send them again.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's changes as PT1UPDT applied them (OPTIONAL - a
      * chain resumed past PT1UPDT on the first night in service
      * has none)
           SELECT OPTIONAL DELTA-FILE ASSIGN TO 'PT1U-DELTA'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * What a PT1BKOUT back-out changed, sent ahead of the night's
      * changes and emptied once sent (OPTIONAL - no back-out since
      * the last feed)
           SELECT OPTIONAL BKDELTA-FILE ASSIGN TO 'PT1K-DELTA'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Transmission log - read by key for every change, written or
      * rewritten as it is sent (OPTIONAL - the first run creates it)
           SELECT OPTIONAL LOG-FILE ASSIGN TO 'COB1-BENFLOG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BL-KEY.
      * One-record control - last transmission number and whether
      * it finished (OPTIONAL - the first run finds none)
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'PT1B-CTL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-FILE    ASSIGN TO 'PT1-BENFEED'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE     ASSIGN TO 'UR-S-BENFRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Shared run-control log - one record appended per execution
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Delta record exactly as PT1UPDT's WRITE-DELTA-RECORD lays it
      * down, with both master images broken out
       FD  DELTA-FILE.
       01 DELTA-REC.
        88 DELTA-EOF VALUE HIGH-VALUES.
        02 DL-RUN-DATE PIC 9(8).
        02 DL-RUN-DATE-X REDEFINES DL-RUN-DATE.
         03 DL-RUN-YEAR PIC 9(4).
         03 DL-RUN-MONTH PIC 9(2).
         03 DL-RUN-DAY PIC 9(2).
        02 DL-RUN-TIME PIC 9(6).
        02 DL-SEQ PIC 9(5).
        02 DL-ACTION PIC X(1).
         88 DL-IS-ADD    VALUE 'A'.
         88 DL-IS-CHANGE VALUE 'C'.
         88 DL-IS-TERM   VALUE 'T'.
         88 DL-IS-LEAVE  VALUE 'L'.
         88 DL-IS-RETURN VALUE 'E'.
         88 DL-IS-BACKOUT VALUE 'B'.
        02 DL-EFF-DATE PIC X(8).
        02 DL-BEFORE-IMAGE.
         03 DB-EMP-ID PIC 9(7).
         03 DB-EMP-L-NAME PIC X(15).
         03 DB-EMP-F-NAME PIC X(15).
         03 DB-EMP-TYPE PIC X(2).
         03 DB-EMP-TITLE PIC X(17).
         03 DB-EMP-SSN PIC X(9).
         03 DB-EMP-DEPT-CODE PIC X(6).
         03 DB-EMP-PAY-RATE PIC 9(5)V99.
         03 DB-EMP-STATUS PIC X(1).
         03 DB-EMP-TERM-DATE PIC X(8).
         03 FILLER PIC X(2).
         03 DB-EMP-DATE PIC X(8).
        02 DL-AFTER-IMAGE.
         03 DA-EMP-ID PIC 9(7).
         03 DA-EMP-L-NAME PIC X(15).
         03 DA-EMP-F-NAME PIC X(15).
         03 DA-EMP-TYPE PIC X(2).
         03 DA-EMP-TITLE PIC X(17).
         03 DA-EMP-SSN PIC X(9).
         03 DA-EMP-DEPT-CODE PIC X(6).
         03 DA-EMP-PAY-RATE PIC 9(5)V99.
         03 DA-EMP-STATUS PIC X(1).
         03 DA-EMP-TERM-DATE PIC X(8).
         03 FILLER PIC X(2).
         03 DA-EMP-DATE PIC X(8).
        02 DL-BATCH-NO PIC 9(4).
        02 DL-OPERATOR PIC X(8).

      * Back-out delta record - read into DELTA-REC, whose layout it
      * shares
       FD  BKDELTA-FILE.
       01 BKDELTA-REC PIC X(234).

      * Transmission log record - keyed on the change as PT1UPDT
      * named it plus the carrier change type, carrying the
      * transmission it went out in, the record as sent, and the
      * carrier's rejection once PT1BENR has loaded one
       FD  LOG-FILE.
       01 LOG-REC.
        02 BL-KEY.
         03 BL-RUN-DATE PIC 9(8).
         03 BL-RUN-TIME PIC 9(6).
         03 BL-DELTA-SEQ PIC 9(5).
         03 BL-CHANGE-TYPE PIC X(2).
        02 BL-TRANS-NO PIC 9(5).
        02 BL-SENT-DATE PIC 9(8).
        02 BL-DETAIL PIC X(145).
        02 BL-REJECT-CODE PIC X(4).
        02 BL-REJECT-DATE PIC 9(8).
        02 BL-REJECT-REASON PIC X(40).
        02 FILLER PIC X(10).

       FD  CTL-FILE.
       01 CTL-REC.
        02 BC-TRANS-NO PIC 9(5).
        02 BC-STATUS PIC X(1).
         88 BC-TRANS-OPEN VALUE 'O'.
         88 BC-TRANS-COMPLETE VALUE 'C'.
        02 BC-RUN-DATE PIC 9(8).
        02 BC-RECORD-COUNT PIC 9(7).

       FD  FEED-FILE.
       01 FEED-REC PIC X(145).

       FD  RPT-FILE.
       01 RPT-REC PIC X(170).

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

      * This run's transmission - the next number, or the last one
      * again when it never finished
       01 WS-TRANS-NO PIC 9(5) VALUE ZERO.
       01 WS-REBUILD-SW PIC X(1) VALUE 'N'.
        88 TRANS-IS-REBUILT VALUE 'Y'.

      * The change being sent - its carrier type and the log key
      * it goes under
       01 WS-CHANGE-TYPE PIC X(2) VALUE SPACES.
        88 CT-NEW-HIRE VALUE 'NH'.
        88 CT-TERMINATION VALUE 'TM'.
        88 CT-ON-LEAVE VALUE 'LV'.
        88 CT-RETURN VALUE 'RL'.
        88 CT-NAME VALUE 'NM'.
        88 CT-DEPT VALUE 'DP'.
        88 CT-RATE VALUE 'PR'.
        88 CT-HIRE-WITHDRAWN VALUE 'XH'.
        88 CT-TERM-WITHDRAWN VALUE 'XT'.
        88 CT-REINSTATED VALUE 'RI'.
       01 WS-LOG-KEY.
        02 WS-LK-RUN-DATE PIC 9(8).
        02 WS-LK-RUN-TIME PIC 9(6).
        02 WS-LK-DELTA-SEQ PIC 9(5).
        02 WS-LK-CHANGE-TYPE PIC X(2).
       01 WS-LOGGED-SW PIC X(1) VALUE 'N'.
        88 CHANGE-IS-LOGGED VALUE 'Y'.
       01 WS-LOGGED-TRANS-NO PIC 9(5) VALUE ZERO.
       01 WS-CARRIER-FIELD-SW PIC X(1) VALUE 'N'.
        88 CARRIER-FIELD-MOVED VALUE 'Y'.

      * Which delta file is being read - the back-outs come first
       01 WS-DELTA-SOURCE-SW PIC X(1) VALUE 'K'.
        88 READING-BACKOUTS VALUE 'K'.
        88 READING-UPDATES VALUE 'U'.

      * A back-out's status move, both sides as the carrier gets it
       01 WS-BACKOUT-FROM-STATUS PIC X(1) VALUE SPACE.
       01 WS-BACKOUT-TO-STATUS PIC X(1) VALUE SPACE.

      * Feed header, detail and trailer, built here and written
      * from here
       01 WS-FEED-HEADER.
        02 FILLER PIC X(1) VALUE "H".
        02 FILLER PIC X(8) VALUE "BENDELTA".
        02 WS-FH-TRANS-NO PIC 9(5).
        02 WS-FH-CREATE-DATE PIC 9(8).
        02 WS-FH-CREATE-TIME PIC 9(6).
        02 FILLER PIC X(117) VALUE SPACES.

      * One change - the before group is spaces for a new hire or a
      * reinstatement, the after group for a withdrawn hire. The
      * status is A active, L on leave, T terminated; dates are
      * MMDDYYYY
       01 WS-FEED-DETAIL.
        02 FILLER PIC X(1) VALUE "D".
        02 WS-FD-RECORD-SEQ PIC 9(6).
        02 WS-FD-CHANGE-TYPE PIC X(2).
        02 WS-FD-EMP-ID PIC 9(7).
        02 WS-FD-SSN PIC X(9).
        02 WS-FD-EFF-DATE PIC X(8).
        02 WS-FD-HIRE-DATE PIC X(8).
        02 WS-FD-BEFORE.
         03 WS-FD-B-L-NAME PIC X(15).
         03 WS-FD-B-F-NAME PIC X(15).
         03 WS-FD-B-DEPT-CODE PIC X(6).
         03 WS-FD-B-PAY-RATE PIC 9(5)V99.
         03 WS-FD-B-STATUS PIC X(1).
         03 WS-FD-B-TERM-DATE PIC X(8).
        02 WS-FD-AFTER.
         03 WS-FD-A-L-NAME PIC X(15).
         03 WS-FD-A-F-NAME PIC X(15).
         03 WS-FD-A-DEPT-CODE PIC X(6).
         03 WS-FD-A-PAY-RATE PIC 9(5)V99.
         03 WS-FD-A-STATUS PIC X(1).
         03 WS-FD-A-TERM-DATE PIC X(8).

       01 WS-FEED-TRAILER.
        02 FILLER PIC X(1) VALUE "T".
        02 WS-FT-TRANS-NO PIC 9(5).
        02 WS-FT-RECORD-COUNT PIC 9(7).
        02 WS-FT-ID-HASH PIC 9(13).
        02 FILLER PIC X(119) VALUE SPACES.

      * Status byte as the carrier gets it - the master's blank
      * (active, from before the status existed) goes as A
       01 WS-STATUS-IN PIC X(1) VALUE SPACE.
       01 WS-STATUS-OUT PIC X(1) VALUE SPACE.

      * Report work - the printable from and to values of the field
      * the change moved
       01 WS-FROM-TEXT PIC X(24) VALUE SPACES.
       01 WS-TO-TEXT PIC X(24) VALUE SPACES.
       01 WS-EDIT-RATE PIC ZZ,ZZ9.99.
       01 WS-EDIT-DATE PIC X(8) VALUE SPACES.
       01 WS-EDIT-DATE-TEXT PIC X(10) VALUE SPACES.

      * Run counts and the trailer's control figures
       01 WS-DELTA-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-BACKOUT-READ PIC 9(7) COMP VALUE ZERO.
       01 WS-RECORD-SEQ PIC 9(6) VALUE ZERO.
       01 WS-ID-HASH PIC 9(13) VALUE ZERO.
       01 WS-ALREADY-SENT PIC 9(7) COMP VALUE ZERO.
       01 WS-RESENT-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NOT-FOR-CARRIER PIC 9(7) COMP VALUE ZERO.
       01 WS-NH-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-TM-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-LV-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RL-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NM-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-DP-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-PR-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-XH-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-XT-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RI-COUNT PIC 9(7) COMP VALUE ZERO.

      * Page control, same paging the other registers use
       01 WS-RPT-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RPT-PAGE-NUM PIC 9(4) COMP VALUE ZERO.
       01 WS-PAGE-DEPTH PIC 9(3) VALUE 55.

       01 RPT-TITLE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(40) VALUE
           "PT1BENF - BENEFITS CARRIER CHANGE FEED".
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

       01 RPT-TRANS-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "TRANSMISSION ".
        02 RPT-TL-TRANS-NO PIC ZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-TL-NOTE PIC X(60).

      * One change - what it is, who, as of when, and the field it
      * moved from and to
       01 RPT-CHANGE-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CL-TYPE PIC X(17).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-EMP-ID PIC 9(7).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-L-NAME PIC X(15).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RPT-CL-F-NAME PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "EFF ".
        02 RPT-CL-EFF-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-FROM PIC X(24).
        02 FILLER PIC X(4) VALUE " TO ".
        02 RPT-CL-TO PIC X(24).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPT-CL-NOTE PIC X(30).

       01 RPT-COUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RPT-CT-LABEL PIC X(36).
        02 RPT-CT-VALUE PIC Z,ZZZ,ZZ9.

       01 RPT-HASH-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(36) VALUE "TRAILER EMP-ID HASH TOTAL".
        02 RPT-HL-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME

        PERFORM READ-BENF-CONTROL
        MOVE 'O' TO BC-STATUS
        PERFORM WRITE-BENF-CONTROL

        OPEN INPUT BKDELTA-FILE, DELTA-FILE
             I-O LOG-FILE
             OUTPUT FEED-FILE, RPT-FILE
        PERFORM PRINT-RPT-HEADING

        MOVE "CHANGES SENT TO THE CARRIER" TO RPT-SECTION-TEXT
        PERFORM WRITE-SECTION-LINE
        PERFORM WRITE-TRANS-LINE
        PERFORM WRITE-FEED-HEADER

        PERFORM READ-DELTA-RECORD
        PERFORM PROCESS-DELTA-RECORD UNTIL DELTA-EOF

        PERFORM WRITE-FEED-TRAILER
        PERFORM WRITE-RUN-TOTALS

        CLOSE BKDELTA-FILE, DELTA-FILE, LOG-FILE, FEED-FILE, RPT-FILE
        MOVE 'C' TO BC-STATUS
        PERFORM WRITE-BENF-CONTROL
        PERFORM CLEAR-BACKOUT-DELTA
        PERFORM WRITE-RUN-LOG
        GOBACK.

      * The last transmission number and whether it finished. One
      * left open is built again under the same number; otherwise
      * this run is the next transmission
        READ-BENF-CONTROL.
          MOVE ZERO TO WS-TRANS-NO
          MOVE 'C' TO BC-STATUS
          OPEN INPUT CTL-FILE
          READ CTL-FILE
             AT END MOVE 'C' TO BC-STATUS
             NOT AT END
                IF BC-TRANS-NO NUMERIC
                   MOVE BC-TRANS-NO TO WS-TRANS-NO
                END-IF
          END-READ
          CLOSE CTL-FILE
          IF BC-TRANS-OPEN AND WS-TRANS-NO > ZERO
             SET TRANS-IS-REBUILT TO TRUE
          ELSE
             ADD 1 TO WS-TRANS-NO
          END-IF.

      * Marks the transmission open before anything is written and
      * complete once the feed file is closed - the caller sets the
      * status
        WRITE-BENF-CONTROL.
          MOVE WS-TRANS-NO TO BC-TRANS-NO
          MOVE WS-RUN-DATE TO BC-RUN-DATE
          MOVE WS-RECORD-SEQ TO BC-RECORD-COUNT
          OPEN OUTPUT CTL-FILE
          WRITE CTL-REC
          CLOSE CTL-FILE.

      * The back-out records first, then the night's delta
        READ-DELTA-RECORD.
          IF READING-BACKOUTS
             READ BKDELTA-FILE INTO DELTA-REC
               AT END SET READING-UPDATES TO TRUE
             END-READ
          END-IF
          IF READING-UPDATES
             READ DELTA-FILE
               AT END SET DELTA-EOF TO TRUE
             END-READ
          END-IF.

      * The back-outs just sent are on the log under a finished
      * transmission, so the file is emptied for the next back-out
        CLEAR-BACKOUT-DELTA.
          OPEN OUTPUT BKDELTA-FILE
          CLOSE BKDELTA-FILE.

      * One applied action - the ones the carrier keeps are sent,
      * a CHANGE once for each carrier field it moved
        PROCESS-DELTA-RECORD.
          IF READING-BACKOUTS
             ADD 1 TO WS-BACKOUT-READ
          ELSE
             ADD 1 TO WS-DELTA-READ
          END-IF
          EVALUATE TRUE
             WHEN DL-IS-ADD
                MOVE "NH" TO WS-CHANGE-TYPE
                PERFORM SEND-CHANGE
             WHEN DL-IS-TERM
                MOVE "TM" TO WS-CHANGE-TYPE
                PERFORM SEND-CHANGE
             WHEN DL-IS-LEAVE
                MOVE "LV" TO WS-CHANGE-TYPE
                PERFORM SEND-CHANGE
             WHEN DL-IS-RETURN
                MOVE "RL" TO WS-CHANGE-TYPE
                PERFORM SEND-CHANGE
             WHEN DL-IS-CHANGE
                PERFORM CLASSIFY-CHANGE
             WHEN DL-IS-BACKOUT
                PERFORM CLASSIFY-BACKOUT
             WHEN OTHER
                ADD 1 TO WS-NOT-FOR-CARRIER
          END-EVALUATE
          PERFORM READ-DELTA-RECORD.

        CLASSIFY-CHANGE.
          MOVE 'N' TO WS-CARRIER-FIELD-SW
          PERFORM SEND-FIELD-CHANGES
          IF NOT CARRIER-FIELD-MOVED
             ADD 1 TO WS-NOT-FOR-CARRIER
          END-IF.

      * A back-out record - a removed employee's hire is withdrawn,
      * a reinstated one goes in full, and one changed back goes
      * once for its status move and once for each carrier field,
      * as a CHANGE does
        CLASSIFY-BACKOUT.
          EVALUATE TRUE
             WHEN DL-AFTER-IMAGE = SPACES
                MOVE "XH" TO WS-CHANGE-TYPE
                PERFORM SEND-CHANGE
             WHEN DL-BEFORE-IMAGE = SPACES
                MOVE "RI" TO WS-CHANGE-TYPE
                PERFORM SEND-CHANGE
             WHEN OTHER
                MOVE 'N' TO WS-CARRIER-FIELD-SW
                PERFORM SEND-STATUS-CHANGE
                PERFORM SEND-FIELD-CHANGES
                IF NOT CARRIER-FIELD-MOVED
                   ADD 1 TO WS-NOT-FOR-CARRIER
                END-IF
          END-EVALUATE.

      * The status the back-out left against the one it undid
        SEND-STATUS-CHANGE.
          MOVE DB-EMP-STATUS TO WS-STATUS-IN
          PERFORM SET-CARRIER-STATUS
          MOVE WS-STATUS-OUT TO WS-BACKOUT-FROM-STATUS
          MOVE DA-EMP-STATUS TO WS-STATUS-IN
          PERFORM SET-CARRIER-STATUS
          MOVE WS-STATUS-OUT TO WS-BACKOUT-TO-STATUS
          IF WS-BACKOUT-FROM-STATUS NOT = WS-BACKOUT-TO-STATUS
             EVALUATE TRUE
                WHEN WS-BACKOUT-TO-STATUS = 'T'
                   MOVE "TM" TO WS-CHANGE-TYPE
                WHEN WS-BACKOUT-FROM-STATUS = 'T'
                   MOVE "XT" TO WS-CHANGE-TYPE
                WHEN WS-BACKOUT-TO-STATUS = 'L'
                   MOVE "LV" TO WS-CHANGE-TYPE
                WHEN OTHER
                   MOVE "RL" TO WS-CHANGE-TYPE
             END-EVALUATE
             PERFORM SEND-CHANGE
             SET CARRIER-FIELD-MOVED TO TRUE
          END-IF.

      * Name, department and rate - one record for each that moved
        SEND-FIELD-CHANGES.
          IF DB-EMP-L-NAME NOT = DA-EMP-L-NAME
             OR DB-EMP-F-NAME NOT = DA-EMP-F-NAME
             MOVE "NM" TO WS-CHANGE-TYPE
             PERFORM SEND-CHANGE
             SET CARRIER-FIELD-MOVED TO TRUE
          END-IF
          IF DB-EMP-DEPT-CODE NOT = DA-EMP-DEPT-CODE
             MOVE "DP" TO WS-CHANGE-TYPE
             PERFORM SEND-CHANGE
             SET CARRIER-FIELD-MOVED TO TRUE
          END-IF
          IF DB-EMP-PAY-RATE NOT = DA-EMP-PAY-RATE
             MOVE "PR" TO WS-CHANGE-TYPE
             PERFORM SEND-CHANGE
             SET CARRIER-FIELD-MOVED TO TRUE
          END-IF.

      * One carrier record. A change already logged under a finished
      * transmission is not sent again; one logged under this
      * transmission (an unfinished run being rebuilt) goes again
      * and its log record is brought up to date; a new one goes
      * and is logged
        SEND-CHANGE.
          MOVE DL-RUN-DATE TO WS-LK-RUN-DATE
          MOVE DL-RUN-TIME TO WS-LK-RUN-TIME
          MOVE DL-SEQ TO WS-LK-DELTA-SEQ
          MOVE WS-CHANGE-TYPE TO WS-LK-CHANGE-TYPE
          MOVE WS-LOG-KEY TO BL-KEY
          MOVE 'N' TO WS-LOGGED-SW
          MOVE ZERO TO WS-LOGGED-TRANS-NO
          READ LOG-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                SET CHANGE-IS-LOGGED TO TRUE
                MOVE BL-TRANS-NO TO WS-LOGGED-TRANS-NO
          END-READ
          PERFORM BUILD-FEED-DETAIL
          IF CHANGE-IS-LOGGED
             AND WS-LOGGED-TRANS-NO NOT = WS-TRANS-NO
             MOVE SPACES TO RPT-CL-NOTE
             MOVE "ALREADY SENT - TRANS" TO RPT-CL-NOTE
             MOVE WS-LOGGED-TRANS-NO TO RPT-CL-NOTE (22:5)
             ADD 1 TO WS-ALREADY-SENT
          ELSE
             ADD 1 TO WS-RECORD-SEQ
             MOVE WS-RECORD-SEQ TO WS-FD-RECORD-SEQ
             WRITE FEED-REC FROM WS-FEED-DETAIL
             ADD WS-FD-EMP-ID TO WS-ID-HASH
             PERFORM COUNT-CHANGE-TYPE
             MOVE WS-LOG-KEY TO BL-KEY
             MOVE WS-TRANS-NO TO BL-TRANS-NO
             MOVE WS-RUN-DATE TO BL-SENT-DATE
             MOVE WS-FEED-DETAIL TO BL-DETAIL
             MOVE SPACES TO BL-REJECT-CODE
             MOVE ZERO TO BL-REJECT-DATE
             MOVE SPACES TO BL-REJECT-REASON
             IF CHANGE-IS-LOGGED
                MOVE "SENT AGAIN - REBUILT" TO RPT-CL-NOTE
                ADD 1 TO WS-RESENT-COUNT
                REWRITE LOG-REC
                   INVALID KEY PERFORM LOG-WRITE-FAILED
                END-REWRITE
             ELSE
                MOVE "SENT" TO RPT-CL-NOTE
                WRITE LOG-REC
                   INVALID KEY PERFORM LOG-WRITE-FAILED
                END-WRITE
             END-IF
          END-IF
          PERFORM PRINT-CHANGE-LINE.

      * The log was just read for this key, so a write or rewrite
      * that fails means the log itself is damaged - stop with the
      * transmission left open, so the rerun builds it again
        LOG-WRITE-FAILED.
          DISPLAY "PT1BENF ABEND - COB1-BENFLOG WRITE FAILED FOR "
             "CHANGE " WS-LOG-KEY
          CLOSE BKDELTA-FILE, DELTA-FILE, LOG-FILE, FEED-FILE,
                RPT-FILE
          MOVE 16 TO RETURN-CODE
          PERFORM WRITE-RUN-LOG
          GOBACK.

      * The carrier record from the delta's two images - a withdrawn
      * hire has only the before image to name the employee by. The
      * effective date is the one keyed when there was one; a
      * termination always goes as of its EMP-TERM-DATE
        BUILD-FEED-DETAIL.
          MOVE WS-CHANGE-TYPE TO WS-FD-CHANGE-TYPE
          IF DL-AFTER-IMAGE = SPACES
             MOVE DB-EMP-ID TO WS-FD-EMP-ID
             MOVE DB-EMP-SSN TO WS-FD-SSN
             MOVE DB-EMP-DATE TO WS-FD-HIRE-DATE
          ELSE
             MOVE DA-EMP-ID TO WS-FD-EMP-ID
             MOVE DA-EMP-SSN TO WS-FD-SSN
             MOVE DA-EMP-DATE TO WS-FD-HIRE-DATE
          END-IF
          IF DL-IS-ADD OR DL-BEFORE-IMAGE = SPACES
             MOVE SPACES TO WS-FD-BEFORE
          ELSE
             MOVE DB-EMP-L-NAME TO WS-FD-B-L-NAME
             MOVE DB-EMP-F-NAME TO WS-FD-B-F-NAME
             MOVE DB-EMP-DEPT-CODE TO WS-FD-B-DEPT-CODE
             MOVE DB-EMP-PAY-RATE TO WS-FD-B-PAY-RATE
             MOVE DB-EMP-STATUS TO WS-STATUS-IN
             PERFORM SET-CARRIER-STATUS
             MOVE WS-STATUS-OUT TO WS-FD-B-STATUS
             MOVE DB-EMP-TERM-DATE TO WS-FD-B-TERM-DATE
          END-IF
          IF DL-AFTER-IMAGE = SPACES
             MOVE SPACES TO WS-FD-AFTER
          ELSE
             MOVE DA-EMP-L-NAME TO WS-FD-A-L-NAME
             MOVE DA-EMP-F-NAME TO WS-FD-A-F-NAME
             MOVE DA-EMP-DEPT-CODE TO WS-FD-A-DEPT-CODE
             MOVE DA-EMP-PAY-RATE TO WS-FD-A-PAY-RATE
             MOVE DA-EMP-STATUS TO WS-STATUS-IN
             PERFORM SET-CARRIER-STATUS
             MOVE WS-STATUS-OUT TO WS-FD-A-STATUS
             MOVE DA-EMP-TERM-DATE TO WS-FD-A-TERM-DATE
          END-IF
          EVALUATE TRUE
             WHEN CT-TERMINATION
                MOVE DA-EMP-TERM-DATE TO WS-FD-EFF-DATE
             WHEN DL-EFF-DATE NUMERIC AND DL-EFF-DATE NOT = ZEROS
                MOVE DL-EFF-DATE TO WS-FD-EFF-DATE
             WHEN CT-NEW-HIRE
                MOVE DA-EMP-DATE TO WS-FD-EFF-DATE
             WHEN OTHER
                MOVE DL-RUN-MONTH TO WS-FD-EFF-DATE (1:2)
                MOVE DL-RUN-DAY TO WS-FD-EFF-DATE (3:2)
                MOVE DL-RUN-YEAR TO WS-FD-EFF-DATE (5:4)
          END-EVALUATE.

        SET-CARRIER-STATUS.
          IF WS-STATUS-IN = SPACE
             MOVE 'A' TO WS-STATUS-OUT
          ELSE
             MOVE WS-STATUS-IN TO WS-STATUS-OUT
          END-IF.

        COUNT-CHANGE-TYPE.
          EVALUATE TRUE
             WHEN CT-NEW-HIRE ADD 1 TO WS-NH-COUNT
             WHEN CT-TERMINATION ADD 1 TO WS-TM-COUNT
             WHEN CT-ON-LEAVE ADD 1 TO WS-LV-COUNT
             WHEN CT-RETURN ADD 1 TO WS-RL-COUNT
             WHEN CT-NAME ADD 1 TO WS-NM-COUNT
             WHEN CT-DEPT ADD 1 TO WS-DP-COUNT
             WHEN CT-RATE ADD 1 TO WS-PR-COUNT
             WHEN CT-HIRE-WITHDRAWN ADD 1 TO WS-XH-COUNT
             WHEN CT-TERM-WITHDRAWN ADD 1 TO WS-XT-COUNT
             WHEN CT-REINSTATED ADD 1 TO WS-RI-COUNT
          END-EVALUATE.

        WRITE-FEED-HEADER.
          MOVE WS-TRANS-NO TO WS-FH-TRANS-NO
          MOVE WS-RUN-MONTH TO WS-FH-CREATE-DATE (1:2)
          MOVE WS-RUN-DAY TO WS-FH-CREATE-DATE (3:2)
          MOVE WS-RUN-YEAR TO WS-FH-CREATE-DATE (5:4)
          MOVE WS-RUN-TIME (1:6) TO WS-FH-CREATE-TIME
          WRITE FEED-REC FROM WS-FEED-HEADER.

        WRITE-FEED-TRAILER.
          MOVE WS-TRANS-NO TO WS-FT-TRANS-NO
          MOVE WS-RECORD-SEQ TO WS-FT-RECORD-COUNT
          MOVE WS-ID-HASH TO WS-FT-ID-HASH
          WRITE FEED-REC FROM WS-FEED-TRAILER.

      * One report line for the change just handled - the caller
      * has set the note
        PRINT-CHANGE-LINE.
          PERFORM SET-TYPE-DESC
          MOVE WS-FD-EMP-ID TO RPT-CL-EMP-ID
          IF CT-HIRE-WITHDRAWN
             MOVE WS-FD-B-L-NAME TO RPT-CL-L-NAME
             MOVE WS-FD-B-F-NAME TO RPT-CL-F-NAME
          ELSE
             MOVE WS-FD-A-L-NAME TO RPT-CL-L-NAME
             MOVE WS-FD-A-F-NAME TO RPT-CL-F-NAME
          END-IF
          MOVE WS-FD-EFF-DATE TO WS-EDIT-DATE
          PERFORM FORMAT-PRINT-DATE
          MOVE WS-EDIT-DATE-TEXT TO RPT-CL-EFF-DATE
          PERFORM FORMAT-CHANGE-VALUES
          MOVE WS-FROM-TEXT TO RPT-CL-FROM
          MOVE WS-TO-TEXT TO RPT-CL-TO
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-CHANGE-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

        SET-TYPE-DESC.
          EVALUATE TRUE
             WHEN CT-NEW-HIRE MOVE "NEW HIRE" TO RPT-CL-TYPE
             WHEN CT-TERMINATION MOVE "TERMINATION" TO RPT-CL-TYPE
             WHEN CT-ON-LEAVE MOVE "ON LEAVE" TO RPT-CL-TYPE
             WHEN CT-RETURN MOVE "RETURN FROM LEAVE" TO RPT-CL-TYPE
             WHEN CT-NAME MOVE "NAME CHANGE" TO RPT-CL-TYPE
             WHEN CT-DEPT MOVE "DEPT CHANGE" TO RPT-CL-TYPE
             WHEN CT-RATE MOVE "PAY RATE CHANGE" TO RPT-CL-TYPE
             WHEN CT-HIRE-WITHDRAWN MOVE "HIRE WITHDRAWN" TO RPT-CL-TYPE
             WHEN CT-TERM-WITHDRAWN MOVE "TERM WITHDRAWN" TO RPT-CL-TYPE
             WHEN CT-REINSTATED MOVE "REINSTATED" TO RPT-CL-TYPE
          END-EVALUATE.

      * The field the change moved, before and after, in print form
        FORMAT-CHANGE-VALUES.
          MOVE SPACES TO WS-FROM-TEXT
          MOVE SPACES TO WS-TO-TEXT
          EVALUATE TRUE
             WHEN CT-NEW-HIRE
                MOVE "DEPT" TO WS-TO-TEXT (1:4)
                MOVE WS-FD-A-DEPT-CODE TO WS-TO-TEXT (6:6)
                MOVE WS-FD-A-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-TO-TEXT (13:9)
             WHEN CT-TERMINATION
                MOVE "TERMINATED" TO WS-TO-TEXT (1:10)
                MOVE WS-FD-A-TERM-DATE TO WS-EDIT-DATE
                PERFORM FORMAT-PRINT-DATE
                MOVE WS-EDIT-DATE-TEXT TO WS-TO-TEXT (12:10)
                MOVE WS-FD-B-STATUS TO WS-STATUS-OUT
                PERFORM FORMAT-STATUS-FROM
             WHEN CT-ON-LEAVE OR CT-RETURN
                MOVE WS-FD-B-STATUS TO WS-STATUS-OUT
                PERFORM FORMAT-STATUS-FROM
                IF WS-FD-A-STATUS = 'L'
                   MOVE "ON LEAVE" TO WS-TO-TEXT
                ELSE
                   MOVE "ACTIVE" TO WS-TO-TEXT
                END-IF
             WHEN CT-NAME
                MOVE WS-FD-B-L-NAME TO WS-FROM-TEXT (1:15)
                MOVE WS-FD-B-F-NAME TO WS-FROM-TEXT (17:8)
                MOVE WS-FD-A-L-NAME TO WS-TO-TEXT (1:15)
                MOVE WS-FD-A-F-NAME TO WS-TO-TEXT (17:8)
             WHEN CT-DEPT
                MOVE WS-FD-B-DEPT-CODE TO WS-FROM-TEXT
                MOVE WS-FD-A-DEPT-CODE TO WS-TO-TEXT
             WHEN CT-RATE
                MOVE WS-FD-B-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-FROM-TEXT
                MOVE WS-FD-A-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-TO-TEXT
             WHEN CT-HIRE-WITHDRAWN
                MOVE "DEPT" TO WS-FROM-TEXT (1:4)
                MOVE WS-FD-B-DEPT-CODE TO WS-FROM-TEXT (6:6)
                MOVE WS-FD-B-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-FROM-TEXT (13:9)
                MOVE "WITHDRAWN" TO WS-TO-TEXT
             WHEN CT-TERM-WITHDRAWN
                MOVE "TERMINATED" TO WS-FROM-TEXT (1:10)
                MOVE WS-FD-B-TERM-DATE TO WS-EDIT-DATE
                PERFORM FORMAT-PRINT-DATE
                MOVE WS-EDIT-DATE-TEXT TO WS-FROM-TEXT (12:10)
                IF WS-FD-A-STATUS = 'L'
                   MOVE "ON LEAVE" TO WS-TO-TEXT
                ELSE
                   MOVE "ACTIVE" TO WS-TO-TEXT
                END-IF
             WHEN CT-REINSTATED
                MOVE "DEPT" TO WS-TO-TEXT (1:4)
                MOVE WS-FD-A-DEPT-CODE TO WS-TO-TEXT (6:6)
                MOVE WS-FD-A-PAY-RATE TO WS-EDIT-RATE
                MOVE WS-EDIT-RATE TO WS-TO-TEXT (13:9)
          END-EVALUATE.

        FORMAT-STATUS-FROM.
          EVALUATE WS-STATUS-OUT
             WHEN 'L' MOVE "ON LEAVE" TO WS-FROM-TEXT
             WHEN 'T' MOVE "TERMINATED" TO WS-FROM-TEXT
             WHEN OTHER MOVE "ACTIVE" TO WS-FROM-TEXT
          END-EVALUATE.

      * MMDDYYYY to MM/DD/YYYY; a date that is not there prints blank
        FORMAT-PRINT-DATE.
          MOVE SPACES TO WS-EDIT-DATE-TEXT
          IF WS-EDIT-DATE NUMERIC AND WS-EDIT-DATE NOT = ZEROS
             MOVE WS-EDIT-DATE (1:2) TO WS-EDIT-DATE-TEXT (1:2)
             MOVE "/" TO WS-EDIT-DATE-TEXT (3:1)
             MOVE WS-EDIT-DATE (3:2) TO WS-EDIT-DATE-TEXT (4:2)
             MOVE "/" TO WS-EDIT-DATE-TEXT (6:1)
             MOVE WS-EDIT-DATE (5:4) TO WS-EDIT-DATE-TEXT (7:4)
          END-IF.

        WRITE-TRANS-LINE.
          MOVE WS-TRANS-NO TO RPT-TL-TRANS-NO
          IF TRANS-IS-REBUILT
             MOVE "REBUILT - THE LAST RUN DID NOT FINISH IT"
                TO RPT-TL-NOTE
          ELSE
             MOVE SPACES TO RPT-TL-NOTE
          END-IF
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-TRANS-LINE
          AFTER ADVANCING 1 LINE
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          ADD 2 TO WS-RPT-LINE-COUNT.

        WRITE-SECTION-LINE.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-SECTION-LINE
          AFTER ADVANCING 2 LINES
          MOVE SPACES TO RPT-REC
          WRITE RPT-REC AFTER ADVANCING 1 LINE
          ADD 3 TO WS-RPT-LINE-COUNT.

      * The counts by change type foot to the trailer's record count
        WRITE-RUN-TOTALS.
          MOVE "RUN TOTALS" TO RPT-SECTION-TEXT
          PERFORM WRITE-SECTION-LINE
          MOVE "DELTA RECORDS READ" TO RPT-CT-LABEL
          MOVE WS-DELTA-READ TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "BACK-OUT RECORDS READ" TO RPT-CT-LABEL
          MOVE WS-BACKOUT-READ TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "NOT FOR THE CARRIER" TO RPT-CT-LABEL
          MOVE WS-NOT-FOR-CARRIER TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "ALREADY SENT - NOT SENT AGAIN" TO RPT-CT-LABEL
          MOVE WS-ALREADY-SENT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "SENT AGAIN IN REBUILT TRANSMISSION" TO RPT-CT-LABEL
          MOVE WS-RESENT-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "NEW HIRES SENT" TO RPT-CT-LABEL
          MOVE WS-NH-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "TERMINATIONS SENT" TO RPT-CT-LABEL
          MOVE WS-TM-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "LEAVE STARTS SENT" TO RPT-CT-LABEL
          MOVE WS-LV-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "RETURNS FROM LEAVE SENT" TO RPT-CT-LABEL
          MOVE WS-RL-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "NAME CHANGES SENT" TO RPT-CT-LABEL
          MOVE WS-NM-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "DEPT CHANGES SENT" TO RPT-CT-LABEL
          MOVE WS-DP-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "PAY RATE CHANGES SENT" TO RPT-CT-LABEL
          MOVE WS-PR-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "HIRES WITHDRAWN SENT" TO RPT-CT-LABEL
          MOVE WS-XH-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "TERMINATIONS WITHDRAWN SENT" TO RPT-CT-LABEL
          MOVE WS-XT-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "REINSTATEMENTS SENT" TO RPT-CT-LABEL
          MOVE WS-RI-COUNT TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE "TRAILER RECORD COUNT" TO RPT-CT-LABEL
          MOVE WS-RECORD-SEQ TO RPT-CT-VALUE
          PERFORM WRITE-COUNT-LINE
          MOVE WS-ID-HASH TO RPT-HL-VALUE
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-HASH-LINE
          AFTER ADVANCING 1 LINE
          ADD 1 TO WS-RPT-LINE-COUNT.

        WRITE-COUNT-LINE.
          PERFORM CHECK-RPT-PAGE
          WRITE RPT-REC FROM RPT-COUNT-LINE
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

      * One run-control record - delta and back-out records read,
      * carrier records sent, and as exceptions the changes held
      * back as already sent (a sign the chain was restarted)
        WRITE-RUN-LOG.
          MOVE "PT1BENF" TO RL-PROGRAM
          MOVE WS-RUN-DATE TO RL-RUN-DATE
          MOVE WS-RUN-TIME (1:6) TO RL-RUN-TIME
          ADD WS-DELTA-READ, WS-BACKOUT-READ GIVING RL-RECS-READ
          MOVE WS-RECORD-SEQ TO RL-RECS-OUT
          MOVE WS-ALREADY-SENT TO RL-EXCEPTIONS
          IF TRANS-IS-REBUILT
             MOVE 'Y' TO RL-RESTART
          ELSE
             MOVE 'N' TO RL-RESTART
          END-IF
          MOVE RETURN-CODE TO RL-RETURN-CODE
          OPEN EXTEND RUNLOG-FILE
          WRITE RUNLOG-REC
          CLOSE RUNLOG-FILE.
