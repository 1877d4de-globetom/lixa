      *              all historic rejects, re-apply rows already
      *              fixed and march them to suspense on attempt
      *              count alone
      * 2026-10-15 : a run that sends rows to SUSPENSE also raises an
      *              alert in the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-RCY.
            SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSPENSE-FILE-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * Both reject files are read as plain lines and mapped onto the
           05 LEDGER-ATTEMPT-COUNT PIC 9(3).
        FD  SUSPENSE-FILE.
        01 SUSPENSE-LINE PIC X(132).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
            COPY REJREC.
        01 BATCH-REJECTS-STATUS PIC X(02) VALUE '00'.
        01 MERGED-FILE-STATUS PIC X(02) VALUE '00'.
        01 LEDGER-FILE-STATUS PIC X(02) VALUE '00'.
        01 SUSPENSE-FILE-STATUS PIC X(02) VALUE '00'.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
        01 ALERT-COUNT PIC Z(8)9.
        01 BATCH-REJECTS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      BATCH-REJECTS-EOF VALUES 'Y'.
        01 EDIT-REJECTS-EOF-SWITCH PIC X(01) VALUE 'N'.
               STOP RUN RETURNING 1
            END-IF.
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
               MOVE 'EXAMPLE5-RCY' TO ALERT-PROGRAM
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
      * Close everything and report the run totals; rows parked in
      * SUSPENSE are raised to the console once per run, not once
      * per row
      *
        900-TERMINATE.
            CLOSE MERGED-FILE.
            DISPLAY 'Rows recycled:        ' RECYCLED-COUNT.
            DISPLAY 'Rows to suspense:     ' SUSPENSE-COUNT.
            DISPLAY 'Feed rows copied:     ' FEED-COPIED-COUNT.
            IF SUSPENSE-COUNT > ZERO THEN
               MOVE 'WARNING' TO ALERT-SEVERITY-TEXT
               MOVE 'SUSPENSE' TO ALERT-EVENT-TEXT
               MOVE ZERO TO ALERT-RUN
               MOVE SUSPENSE-COUNT TO ALERT-COUNT
               MOVE SPACES TO ALERT-MESSAGE-TEXT
               STRING FUNCTION TRIM (ALERT-COUNT) DELIMITED BY SIZE
                      ' ROW(S) SENT TO SUSPENSE FOR SUPERVISOR REVIEW'
                          DELIMITED BY SIZE
                      INTO ALERT-MESSAGE-TEXT
               END-STRING
               PERFORM 870-WRITE-ALERT
            END-IF.
            DISPLAY 'Execution terminated!'.
