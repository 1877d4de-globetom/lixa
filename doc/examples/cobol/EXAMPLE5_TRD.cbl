      * (environment variable, default 25) away from the trailing
      * average of the periods before it is flagged, which is the
      * answer to "are the reject rates getting worse" without
      * anyone keeping a spreadsheet. A flag on the latest period
      * of either view is also raised as an alert in the shared
      * ALERTOUT feed; older periods were raised when they were the
      * latest.
      *
      * Modification history:
      * 2026-09-02 : initial version
      * 2026-10-15 : a trend breach on the latest week or month also
      *              raises an alert in the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-TRD.
            SELECT TREND-FILE ASSIGN TO "TRENDOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TREND-FILE-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  STATS-FILE.
            COPY STATREC.
        FD  TREND-FILE.
        01 TREND-LINE PIC X(132).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
        01 STATS-FILE-STATUS PIC X(02) VALUE '00'.
        01 TREND-FILE-STATUS PIC X(02) VALUE '00'.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
        01 STATS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      STATS-EOF VALUES 'Y'.
      * Deviation threshold in percent, TRENDPCT environment
                   / PERIOD-RUNS (PERIOD-IDX) / 60
            END-IF.
            PERFORM 620-JUDGE-DEVIATIONS.
            IF FLAG-TEXT NOT = SPACES
               AND PERIOD-IDX = PERIOD-TABLE-COUNT THEN
               PERFORM 630-ALERT-TREND-BREACH
            END-IF.
            MOVE PERIOD-RUNS (PERIOD-IDX) TO COUNT-EDITED.
            MOVE PERIOD-ROWS (PERIOD-IDX) TO ROWS-EDITED.
            MOVE PERIOD-RATE TO RATE-EDITED.
                  END-STRING
               END-IF
            END-IF.
      *
      * The latest period of the view is out of trend: tell the
      * console which period and which measures
      *
        630-ALERT-TREND-BREACH.
            MOVE 'WARNING' TO ALERT-SEVERITY-TEXT.
            MOVE 'TRENDBRK' TO ALERT-EVENT-TEXT.
            MOVE ZERO TO ALERT-RUN.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            IF WEEKLY-VIEW THEN
               STRING 'WEEK ' DELIMITED BY SIZE
                      PERIOD-KEY (PERIOD-IDX) DELIMITED BY SPACE
                      ' OUT OF TREND: ' DELIMITED BY SIZE
                      FUNCTION TRIM (FLAG-TEXT) DELIMITED BY SIZE
                      INTO ALERT-MESSAGE-TEXT
               END-STRING
            ELSE
               STRING 'MONTH ' DELIMITED BY SIZE
                      PERIOD-KEY (PERIOD-IDX) DELIMITED BY SPACE
                      ' OUT OF TREND: ' DELIMITED BY SIZE
                      FUNCTION TRIM (FLAG-TEXT) DELIMITED BY SIZE
                      INTO ALERT-MESSAGE-TEXT
               END-STRING
            END-IF.
            PERFORM 870-WRITE-ALERT.
      *
        710-WRITE-TREND-LINE.
            WRITE TREND-LINE.
                       TREND-FILE-STATUS
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
               MOVE 'EXAMPLE5-TRD' TO ALERT-PROGRAM
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
        900-TERMINATE.
            CLOSE TREND-FILE.
