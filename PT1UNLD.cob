      * the master snapshot; last month's copy and this month's go
      * to PT1CMP as PT1-SNAP-OLD/PT1-SNAP-NEW for the
      * period-over-period comparison finance reads.
      * Because any unload may be the one kept as the snapshot, the
      * unload stamps the PT1-GENCAT control entry with the chain
      * run whose promoted master it just copied - PT1BKOUT will not
      * back the master out past that run without an override, or
      * the snapshot would show a master that no longer existed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   RECORD KEY IS MASTR-EMP-ID.
           SELECT SEQ-FILE     ASSIGN TO 'COB1-EMPLOYEE-SEQ'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Generation catalog PT1NIGHT keeps (OPTIONAL - an unload
      * ahead of the first promote starts it)
           SELECT OPTIONAL GENCAT-FILE ASSIGN TO 'PT1-GENCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GN-CTL-KEY.

       DATA DIVISION.

       FD  SEQ-FILE.
       01 SEQ-REC PIC X(97).

      * Catalog control entry exactly as PT1NIGHT lays it down -
      * generation zero
       FD  GENCAT-FILE.
       01 GENCAT-CTL-REC.
        02 GN-CTL-KEY PIC 9(5).
        02 GN-CTL-LAST-GEN PIC 9(5).
        02 GN-CTL-PROMOTE-RUN PIC 9(5).
        02 GN-CTL-PROMOTE-DATE PIC 9(8).
        02 GN-CTL-SNAP-RUN PIC 9(5).
        02 GN-CTL-SNAP-DATE PIC 9(8).
        02 FILLER PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-UNLOAD-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CTL-FOUND-SW PIC X(1) VALUE 'N'.
        88 CTL-ENTRY-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN.
        PERFORM UNLOAD-ONE-RECORD UNTIL MASTR-EOF

        CLOSE MASTR-FILE, SEQ-FILE
        PERFORM MARK-SNAPSHOT-RUN
        DISPLAY "PT1UNLD COMPLETE - UNLOADED " WS-UNLOAD-COUNT
           " RECORDS"
        STOP RUN.

      * Stamps the catalog control entry with the chain run the
      * unloaded master came from, and the date of the unload
        MARK-SNAPSHOT-RUN.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          OPEN I-O GENCAT-FILE
          MOVE ZERO TO GN-CTL-KEY
          READ GENCAT-FILE
             INVALID KEY
                MOVE 'N' TO WS-CTL-FOUND-SW
                INITIALIZE GENCAT-CTL-REC
             NOT INVALID KEY
                SET CTL-ENTRY-FOUND TO TRUE
          END-READ
          MOVE GN-CTL-PROMOTE-RUN TO GN-CTL-SNAP-RUN
          MOVE WS-RUN-DATE TO GN-CTL-SNAP-DATE
          IF CTL-ENTRY-FOUND
             REWRITE GENCAT-CTL-REC
          ELSE
             WRITE GENCAT-CTL-REC
          END-IF
          CLOSE GENCAT-FILE
          DISPLAY "PT1UNLD - SNAPSHOT MARKED AT CHAIN RUN "
             GN-CTL-SNAP-RUN.

        READ-MASTR-RECORD.
          READ MASTR-FILE
            AT END SET MASTR-EOF TO TRUE
