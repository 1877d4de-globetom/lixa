      * flagged as possibly wedged; that is the operator's cue to
      * look at locks and at lixad before the window is gone.
      *
      * A partitioned run (opened by EXAMPLE5-SPL, PARTS=nn in the
      * ledger) is shown as the one run it is: the figures add up
      * the partitions' own AUDITOUT.Pnn copies until EXAMPLE5-MRG
      * folds them into AUDITOUT, and one line per partition gives
      * its state, last committed id (CHECKPOINT.Pnn), rows audited
      * and its own minutes since last activity, so a partition that
      * has died while the others carry on is still flagged stale.
      *
      * The monitor opens every file for input only and can run as
      * often as the operator likes; the one thing it writes is a
      * STALERUN alert in the shared ALERTOUT feed for each stale run
      * or partition it finds.
      *
      * Modification history:
      * 2026-09-02 : initial version
      * 2026-10-15 : partitioned runs: the partitions' AUDITOUT.Pnn
      *              and CHECKPOINT.Pnn are read alongside the common
      *              files and a status line is printed per
      *              partition, with its own stale check
      * 2026-10-15 : a stale run or partition also raises an alert
      *              in the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-MON.
            SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
      * A partition's AUDITOUT.Pnn and CHECKPOINT.Pnn, pointed at
      * through DD_PARTFILE and DD_PARTCKPT before each open
            SELECT PART-AUDIT-FILE ASSIGN TO "PARTFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-AUDIT-STATUS.
            SELECT PART-CHECKPOINT-FILE ASSIGN TO "PARTCKPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-CHECKPOINT-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUN-CONTROL-FILE.
           05 CHECKPOINT-RUN-NUMBER PIC 9(9).
        FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(600).
        FD  PART-AUDIT-FILE.
        01 PART-AUDIT-LINE PIC X(600).
        FD  PART-CHECKPOINT-FILE.
        01 PART-CHECKPOINT-RECORD.
           05 PART-CHECKPOINT-AUTHOR-ID PIC 9(9).
           05 FILLER PIC X(01).
           05 PART-CHECKPOINT-RUN-NUMBER PIC 9(9).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
            COPY AUDITREC.
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
        01 AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUDIT-EOF VALUES 'Y'.
        01 PART-AUDIT-STATUS PIC X(02) VALUE '00'.
        01 PART-CHECKPOINT-STATUS PIC X(02) VALUE '00'.
        01 PART-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      PART-AUDIT-EOF VALUES 'Y'.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
        01 ALERT-MINUTES PIC Z(8)9.
      * The open run found in RUNCTL; zero means nothing in flight
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-MODE PIC X(08) VALUE SPACES.
        01 OPEN-RUN-TIMESTAMP PIC X(19) VALUE SPACES.
        01 LAST-ENDED-RUN PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-INPUT PIC X(12) VALUE SPACES.
      * Partitioned run: partition count from the START, and per
      * partition the state from its ledger events (blank not
      * started, R running, C complete, A abandoned by the
      * operator), whether it is merged yet, and what its own files
      * show
        01 OPEN-RUN-PARTITIONS PIC 9(2) VALUE ZERO.
        01 PARTITION-IDX PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 EVENT-PARTITION PIC 9(2) VALUE ZERO.
        01 PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 20 TIMES.
              10 PART-STATE          PIC X(01).
                 88 PART-RUNNING         VALUE 'R'.
                 88 PART-COMPLETE        VALUE 'C'.
                 88 PART-ABANDONED       VALUE 'A'.
              10 PART-MERGED-SWITCH  PIC X(01).
                 88 PART-MERGED          VALUE 'Y'.
              10 PART-LAST-ID        PIC 9(9).
              10 PART-CHECKPOINT-SEEN PIC X(01).
              10 PART-ROW-COUNT      PIC 9(9).
              10 PART-LAST-TIMESTAMP PIC X(19).
        01 PARTITIONS-COMPLETE PIC 9(2) VALUE ZERO.
        01 PARTITION-ROWS-BEFORE PIC 9(9) VALUE ZERO.
        01 PARTITION-STATE-TEXT PIC X(12) VALUE SPACES.
        01 PARTITION-IDLE-MINUTES PIC 9(9) VALUE ZERO.
      * Partition file naming, as in EXAMPLE5-SPL: DD_<logical
      * name> is set to <base name>.Pnn before each open
        01 MAP-DD-NAME PIC X(20) VALUE SPACES.
        01 MAP-FILE-NAME PIC X(20) VALUE SPACES.
        01 MAP-SUFFIX PIC 9(2) VALUE ZERO.
      * Checkpoint contents; the file may predate the run or be
      * missing entirely on a first run
        01 LAST-COMMITTED-ID PIC 9(9) VALUE ZERO.
                       LAST-ENDED-RUN
               STOP RUN RETURNING 0
            END-IF.
            IF OPEN-RUN-INPUT (1:6) = 'PARTS='
                  AND OPEN-RUN-INPUT (7:2) IS NUMERIC THEN
               MOVE OPEN-RUN-INPUT (7:2) TO OPEN-RUN-PARTITIONS
               IF OPEN-RUN-PARTITIONS > 20 THEN
                  MOVE 20 TO OPEN-RUN-PARTITIONS
               END-IF
            END-IF.
            PERFORM 300-READ-CHECKPOINT.
            PERFORM 400-TALLY-RUN-AUDIT.
            PERFORM 430-TALLY-PARTITION
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > OPEN-RUN-PARTITIONS.
            PERFORM 500-COMPUTE-FIGURES.
            PERFORM 600-PRINT-STATUS.
            STOP RUN RETURNING 0.
                     MOVE RUN-CTL-NUMBER TO OPEN-RUN-NUMBER
                     MOVE RUN-CTL-MODE TO OPEN-RUN-MODE
                     MOVE RUN-CTL-TIMESTAMP TO OPEN-RUN-TIMESTAMP
                     MOVE RUN-CTL-INPUT TO OPEN-RUN-INPUT
                     INITIALIZE PARTITION-TABLE
                  WHEN 'END'
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER THEN
                        MOVE RUN-CTL-NUMBER TO LAST-ENDED-RUN
                        MOVE ZERO TO OPEN-RUN-NUMBER
                     END-IF
                  WHEN OTHER
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER
                           AND RUN-CTL-INPUT (1:5) = 'PART='
                           AND RUN-CTL-INPUT (6:2) IS NUMERIC THEN
                        PERFORM 215-NOTE-PARTITION-EVENT
                     END-IF
               END-EVALUATE
            END-IF.
            PERFORM 220-READ-RUN-CONTROL.
      *
        215-NOTE-PARTITION-EVENT.
            MOVE RUN-CTL-INPUT (6:2) TO EVENT-PARTITION.
            IF EVENT-PARTITION >= 1 AND EVENT-PARTITION <= 20 THEN
               EVALUATE RUN-CTL-EVENT
                  WHEN 'PSTRT'
                     MOVE 'R' TO PART-STATE (EVENT-PARTITION)
                     MOVE RUN-CTL-TIMESTAMP
                         TO PART-LAST-TIMESTAMP (EVENT-PARTITION)
                  WHEN 'PEND'
                     MOVE 'C' TO PART-STATE (EVENT-PARTITION)
                  WHEN 'PABND'
                     MOVE 'A' TO PART-STATE (EVENT-PARTITION)
                  WHEN 'PMRG'
                     MOVE 'Y' TO PART-MERGED-SWITCH (EVENT-PARTITION)
               END-EVALUATE
            END-IF.
      *
        220-READ-RUN-CONTROL.
            READ RUN-CONTROL-FILE
      *
        410-TALLY-AUDIT-LINE.
            MOVE AUDIT-LINE TO AUDIT-RECORD.
            PERFORM 415-TALLY-AUDIT-RECORD.
            PERFORM 420-READ-AUDIT-LINE.
      *
      * The latest timestamp rather than the last one read: the
      * partitions' copies are read one after the other
      *
        415-TALLY-AUDIT-RECORD.
            IF AUDIT-TIMESTAMP (1:1) NOT = 'T'
                  AND AUDIT-RUN-NUMBER IS NUMERIC THEN
               IF AUDIT-RUN-NUMBER = OPEN-RUN-NUMBER THEN
                  ADD 1 TO RUN-ROW-COUNT
                  IF AUDIT-TIMESTAMP > LAST-AUDIT-TIMESTAMP THEN
                     MOVE AUDIT-TIMESTAMP TO LAST-AUDIT-TIMESTAMP
                  END-IF
                  MOVE ZERO TO TX-STATUS-VALUE
                  IF AUDIT-TX-STATUS IS NUMERIC THEN
                     MOVE AUDIT-TX-STATUS TO TX-STATUS-VALUE
                  END-IF
               END-IF
            END-IF.
      *
        420-READ-AUDIT-LINE.
            MOVE SPACES TO AUDIT-LINE.
               STOP RUN RETURNING 1
            END-IF.
      *
      * One partition of a partitioned run: its audit copy, unless
      * EXAMPLE5-MRG has already folded it into AUDITOUT, and its
      * checkpoint when the run wrote it
      *
        430-TALLY-PARTITION.
            MOVE PARTITION-IDX TO MAP-SUFFIX.
            IF PART-COMPLETE (PARTITION-IDX) THEN
               ADD 1 TO PARTITIONS-COMPLETE
            END-IF.
            MOVE RUN-ROW-COUNT TO PARTITION-ROWS-BEFORE.
            IF NOT PART-MERGED (PARTITION-IDX) THEN
               MOVE 'DD_PARTFILE' TO MAP-DD-NAME
               MOVE SPACES TO MAP-FILE-NAME
               STRING 'AUDITOUT.P' DELIMITED BY SIZE
                      MAP-SUFFIX DELIMITED BY SIZE
                      INTO MAP-FILE-NAME
               END-STRING
               DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME
               DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE
               OPEN INPUT PART-AUDIT-FILE
               EVALUATE TRUE
                  WHEN PART-AUDIT-STATUS EQUAL '00'
                     MOVE 'N' TO PART-AUDIT-EOF-SWITCH
                     MOVE 'N' TO PREVIOUS-GROUP-SEEN
                     PERFORM 440-READ-PARTITION-AUDIT
                     PERFORM 435-TALLY-PARTITION-LINE
                         UNTIL PART-AUDIT-EOF
                     CLOSE PART-AUDIT-FILE
                  WHEN PART-AUDIT-STATUS EQUAL '35'
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'Error: unable to open '
                             FUNCTION TRIM (MAP-FILE-NAME)
                             ', status ' PART-AUDIT-STATUS
                     STOP RUN RETURNING 1
               END-EVALUATE
               COMPUTE PART-ROW-COUNT (PARTITION-IDX) =
                   RUN-ROW-COUNT - PARTITION-ROWS-BEFORE
            END-IF.
            PERFORM 460-READ-PARTITION-CHECKPOINT.
      *
        435-TALLY-PARTITION-LINE.
            MOVE PART-AUDIT-LINE TO AUDIT-RECORD.
            PERFORM 415-TALLY-AUDIT-RECORD.
            IF AUDIT-RUN-NUMBER IS NUMERIC THEN
               IF AUDIT-RUN-NUMBER = OPEN-RUN-NUMBER
                     AND AUDIT-TIMESTAMP
                         > PART-LAST-TIMESTAMP (PARTITION-IDX) THEN
                  MOVE AUDIT-TIMESTAMP
                      TO PART-LAST-TIMESTAMP (PARTITION-IDX)
               END-IF
            END-IF.
            PERFORM 440-READ-PARTITION-AUDIT.
      *
        440-READ-PARTITION-AUDIT.
            MOVE SPACES TO PART-AUDIT-LINE.
            READ PART-AUDIT-FILE
                AT END
                    MOVE 'Y' TO PART-AUDIT-EOF-SWITCH
            END-READ.
            IF PART-AUDIT-STATUS NOT = '00'
                  AND PART-AUDIT-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read '
                       FUNCTION TRIM (MAP-FILE-NAME) ', status '
                       PART-AUDIT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        460-READ-PARTITION-CHECKPOINT.
            MOVE 'DD_PARTCKPT' TO MAP-DD-NAME.
            MOVE SPACES TO MAP-FILE-NAME.
            STRING 'CHECKPOINT.P' DELIMITED BY SIZE
                   MAP-SUFFIX DELIMITED BY SIZE
                   INTO MAP-FILE-NAME
            END-STRING.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            OPEN INPUT PART-CHECKPOINT-FILE.
            IF PART-CHECKPOINT-STATUS EQUAL '00' THEN
               READ PART-CHECKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF PART-CHECKPOINT-STATUS EQUAL '00'
                     AND PART-CHECKPOINT-RUN-NUMBER IS NUMERIC THEN
                  IF PART-CHECKPOINT-RUN-NUMBER = OPEN-RUN-NUMBER THEN
                     MOVE 'Y' TO PART-CHECKPOINT-SEEN (PARTITION-IDX)
                     MOVE PART-CHECKPOINT-AUTHOR-ID
                         TO PART-LAST-ID (PARTITION-IDX)
                  END-IF
               END-IF
               CLOSE PART-CHECKPOINT-FILE
            END-IF.
      *
      * Render 'YYYYMMDD-HHMMSSss' into seconds; an unreadable
      * timestamp leaves TS-VALID off and the caller falls back
      *
            DISPLAY 'Run number:          ' OPEN-RUN-NUMBER.
            DISPLAY 'Mode:                ' OPEN-RUN-MODE.
            DISPLAY 'Started:             ' OPEN-RUN-TIMESTAMP.
            EVALUATE TRUE
               WHEN OPEN-RUN-PARTITIONS > ZERO
                  DISPLAY 'Partitions:          ' OPEN-RUN-PARTITIONS
                          ' (' PARTITIONS-COMPLETE ' complete)'
               WHEN CHECKPOINT-SEEN AND
                    CHECKPOINT-RUN = OPEN-RUN-NUMBER
                  DISPLAY 'Last committed id:   ' LAST-COMMITTED-ID
               WHEN OTHER
                  DISPLAY 'Last committed id:   (none yet this run)'
            END-EVALUATE.
            DISPLAY 'Rows audited:        ' RUN-ROW-COUNT.
            DISPLAY 'Groups committed:    ' GROUPS-COMMITTED.
            DISPLAY 'Groups rejected:     ' GROUPS-REJECTED.
               DISPLAY '*** STALE RUN: no progress for '
                       IDLE-MINUTES ' minute(s); the batch may be '
                       'wedged ***'
               MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
               MOVE 'STALERUN' TO ALERT-EVENT-TEXT
               MOVE OPEN-RUN-NUMBER TO ALERT-RUN
               MOVE IDLE-MINUTES TO ALERT-MINUTES
               MOVE SPACES TO ALERT-MESSAGE-TEXT
               STRING 'RUN NO PROGRESS FOR ' DELIMITED BY SIZE
                      FUNCTION TRIM (ALERT-MINUTES) DELIMITED BY SIZE
                      ' MINUTE(S), BATCH MAY BE WEDGED'
                          DELIMITED BY SIZE
                      INTO ALERT-MESSAGE-TEXT
               END-STRING
               PERFORM 870-WRITE-ALERT
            END-IF.
            IF OPEN-RUN-PARTITIONS > ZERO THEN
               PERFORM 610-PRINT-PARTITION
                   VARYING PARTITION-IDX FROM 1 BY 1
                   UNTIL PARTITION-IDX > OPEN-RUN-PARTITIONS
               IF PARTITIONS-COMPLETE = OPEN-RUN-PARTITIONS THEN
                  DISPLAY 'All partitions complete; awaiting '
                          'EXAMPLE5_MRG'
               END-IF
            END-IF.
            DISPLAY '----------------------------'.
      *
      * One line per partition; only a running one can go stale
      *
        610-PRINT-PARTITION.
            EVALUATE TRUE
               WHEN PART-MERGED (PARTITION-IDX)
                  MOVE 'merged' TO PARTITION-STATE-TEXT
               WHEN PART-COMPLETE (PARTITION-IDX)
                  MOVE 'complete' TO PARTITION-STATE-TEXT
               WHEN PART-RUNNING (PARTITION-IDX)
                  MOVE 'running' TO PARTITION-STATE-TEXT
               WHEN PART-ABANDONED (PARTITION-IDX)
                  MOVE 'abandoned' TO PARTITION-STATE-TEXT
               WHEN OTHER
                  MOVE 'not started' TO PARTITION-STATE-TEXT
            END-EVALUATE.
            MOVE PARTITION-IDX TO MAP-SUFFIX.
            IF PART-CHECKPOINT-SEEN (PARTITION-IDX) = 'Y' THEN
               DISPLAY 'Partition ' MAP-SUFFIX ': '
                       PARTITION-STATE-TEXT ' last id '
                       PART-LAST-ID (PARTITION-IDX) ' rows '
                       PART-ROW-COUNT (PARTITION-IDX)
            ELSE
               DISPLAY 'Partition ' MAP-SUFFIX ': '
                       PARTITION-STATE-TEXT ' last id (none)    rows '
                       PART-ROW-COUNT (PARTITION-IDX)
            END-IF.
            IF PART-RUNNING (PARTITION-IDX) THEN
               MOVE PART-LAST-TIMESTAMP (PARTITION-IDX) TO TS-WORK
               PERFORM 450-TIMESTAMP-TO-SECONDS
               IF TS-VALID THEN
                  COMPUTE IDLE-SECONDS = NOW-SECONDS - TS-SECONDS
                  IF IDLE-SECONDS < ZERO THEN
                     MOVE ZERO TO IDLE-SECONDS
                  END-IF
                  COMPUTE PARTITION-IDLE-MINUTES = IDLE-SECONDS / 60
                  IF PARTITION-IDLE-MINUTES >= STALE-MINUTES THEN
                     DISPLAY '*** STALE PARTITION ' MAP-SUFFIX
                             ': no progress for '
                             PARTITION-IDLE-MINUTES ' minute(s) ***'
                     MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
                     MOVE 'STALERUN' TO ALERT-EVENT-TEXT
                     MOVE OPEN-RUN-NUMBER TO ALERT-RUN
                     MOVE PARTITION-IDLE-MINUTES TO ALERT-MINUTES
                     MOVE SPACES TO ALERT-MESSAGE-TEXT
                     STRING 'PARTITION ' DELIMITED BY SIZE
                            MAP-SUFFIX DELIMITED BY SIZE
                            ' NO PROGRESS FOR ' DELIMITED BY SIZE
                            FUNCTION TRIM (ALERT-MINUTES)
                                DELIMITED BY SIZE
                            ' MINUTE(S)' DELIMITED BY SIZE
                            INTO ALERT-MESSAGE-TEXT
                     END-STRING
                     PERFORM 870-WRITE-ALERT
                  END-IF
               END-IF
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
               MOVE 'EXAMPLE5-MON' TO ALERT-PROGRAM
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
