      *
      * Modification history:
      * 2026-09-02 : initial version
      * 2026-10-15 : a cut refused by RUNCTL also raises an alert in
      *              the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-ARC.
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE.
           05 RUN-CTL-MODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 RUN-CTL-INPUT     PIC X(12).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
      * The record under judgement, in the audit layout
            COPY AUDITREC.
        88      STAGING-EOF VALUES 'Y'.
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
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
      * Retention in days, first command line argument
        01 ARGV PIC X(20) VALUE SPACES.
            IF OPEN-RUN-NUMBER > ZERO THEN
               DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' is still in fligh
      -           't in RUNCTL; refusing to rewrite AUDITOUT'
               MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
               MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
               MOVE OPEN-RUN-NUMBER TO ALERT-RUN
               MOVE 'RUN IN FLIGHT IN RUNCTL, AUDITOUT CUT REFUSED'
                   TO ALERT-MESSAGE-TEXT
               PERFORM 870-WRITE-ALERT
               STOP RUN RETURNING 9
            END-IF.
      *
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
               MOVE 'EXAMPLE5-ARC' TO ALERT-PROGRAM
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
      * Report the cut in the job log
      *
        900-TERMINATE.
