      *              'B') are reversed too, into a BOOKSIN-layout
      *              feed on BACKOUTB, so an author run and its book
      *              rows back out together
      * 2026-10-15 : a backout refused by RUNCTL also raises an alert
      *              in the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-BKO.
            SELECT BOOK-BACKOUT-FILE ASSIGN TO "BACKOUTB"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOK-BACKOUT-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * Read as a plain line and mapped onto the AUDITREC layout in
            COPY AUTHREC.
        FD  BOOK-BACKOUT-FILE.
            COPY BOOKREC.
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
            COPY AUDITREC.
        01 AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
        88      AUDIT-EOF VALUES 'Y'.
        01 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
      * The run to reverse, from the first command line argument
        01 ARGV PIC X(20) VALUE SPACES.
        01 TARGET-RUN-NUMBER PIC 9(9) VALUE ZERO.
            IF NOT RUN-END-SEEN THEN
               DISPLAY 'Error: run ' TARGET-RUN-NUMBER ' has no END i
      -           'n RUNCTL; refusing to back out an in-flight run'
               MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
               MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
               MOVE TARGET-RUN-NUMBER TO ALERT-RUN
               MOVE 'RUN HAS NO END IN RUNCTL, BACKOUT REFUSED'
                   TO ALERT-MESSAGE-TEXT
               PERFORM 870-WRITE-ALERT
               STOP RUN RETURNING 9
            END-IF.
      *
                    AUDIT-TIMESTAMP
                    ': no usable before-image on the audit record'.
      *
      * Append one record to the shared ALERTOUT feed, opened and
      * closed around the single write so no program ever holds it;
      * a failure is reported on the job log only, the condition
      * itself is handled by the caller
      *
        870-WRITE-ALERT.
            OPEN EXTEND ALERT-FILE.
            IF ALERT-FILE-STATUS EQUAL '05' OR
               ALERT-FILE-STATUS EQUAL '35' THEN
               OPEN OUTPUT ALERT-FILE
            END-IF.
            IF ALERT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open ALERTOUT, status '
                       ALERT-FILE-STATUS
                       '; alert ' ALERT-EVENT-TEXT ' NOT raised'
            ELSE
               MOVE SPACES TO ALERT-RECORD
               ACCEPT ALERT-DATE FROM DATE YYYYMMDD
               ACCEPT ALERT-TIME FROM TIME
               STRING ALERT-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      ALERT-TIME DELIMITED BY SIZE
                      INTO ALERT-TIMESTAMP
               END-STRING
               MOVE ALERT-SEVERITY-TEXT TO ALERT-SEVERITY
               MOVE 'EXAMPLE5-BKO' TO ALERT-PROGRAM
               MOVE ALERT-RUN TO ALERT-RUN-NUMBER
               MOVE ALERT-EVENT-TEXT TO ALERT-EVENT-CODE
               MOVE ALERT-MESSAGE-TEXT TO ALERT-MESSAGE
               WRITE ALERT-RECORD
               IF ALERT-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write ALERTOUT, status '
                          ALERT-FILE-STATUS
                          '; alert ' ALERT-EVENT-TEXT ' NOT raised'
               END-IF
               CLOSE ALERT-FILE
            END-IF.
      *
      * Close everything and report the run totals
      *
        900-TERMINATE.
