      *              bulk statement rolls its group back and replays
      *              it row-at-a-time so the one bad record is
      *              isolated and rejected on its own
      * 2026-10-15 : partitioned runs: with PARTITION=nn in the
      *              environment the instance applies one AUTHOR-ID
      *              range of a run opened by EXAMPLE5-SPL, under
      *              that run's number, reading and writing the .Pnn
      *              copies of the feed, AUDITOUT, CHECKPOINT,
      *              REJECTSOUT, BOOKREJSOUT and DOUBTOUT; RUNCTL
      *              carries PSTRT/PEND per partition, so one range
      *              restarts without touching the others, and the
      *              reconciliation is left to EXAMPLE5-MRG
      * 2026-10-15 : CONSOLIDATE mode applies one survivor's merge
      *              feed from EXAMPLE5-DUP as a single family and a
      *              single transaction group: book moves first, then
      *              the duplicate deletes, with the survivor and any
      *              book left on a duplicate checked inside the
      *              group; rejects go to CONSREJS/CONSBKREJS, away
      *              from the nightly recycle, and RC 4 reports a
      *              rolled-back merge; BULKMODE is ignored, and the
      *              in-group checks are skipped once the group has
      *              failed and fail it themselves if their query does
      * 2026-10-15 : serious conditions (run refused by RUNCTL,
      *              TXBEGIN/TXCOMMIT retries exhausted, group timed
      *              out, in-doubt group to DOUBTOUT) also raise an
      *              alert record in the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-PQL.
            SELECT BOOKS-OUT-FILE ASSIGN TO "BOOKSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOKS-OUT-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain (and by every partition)
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  AUTHORS-FILE.
           05 BOOKS-TRAILER-RECORD-TYPE PIC X(01).
           05 BOOKS-TRAILER-ROW-COUNT   PIC 9(9).
           05 BOOKS-TRAILER-ID-HASH     PIC 9(18).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
        88      IS-UPDATE VALUES 3.
        88      IS-EXTRACT VALUES 4.
        88      IS-DRYRUN VALUES 5.
        88      IS-CONSOLIDATE VALUES 6.
      * Operation applied to the current AUTHORSIN record: the
      * record's own AUTHOR-OP-CODE when present, otherwise the
      * run-level mode from the first command line argument, so old
      * outcome, so it is reported but does not stop the dump
        01 DOUBT-FILE-STATUS PIC X(02) VALUE '00'.
        01 DOUBT-TX-STATUS-SAVE PIC 9(9) VALUE ZERO.
      * Alert to raise in ALERTOUT: the caller fills severity, event
      * code, run number and message, then performs 870-WRITE-ALERT;
      * like DOUBTOUT, a failure to raise it is reported but never
      * stops the run or masks the condition being alerted
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-TX-CALL PIC X(08) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
      * Transaction timeout in seconds, handed to TXSETTIMEOUT right
      * after TXOPEN; the TXTIMEOUT environment variable overrides
      * the default and zero disables the timeout altogether
        01 HIGHEST-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 RUN-EVENT-TEXT PIC X(05) VALUE SPACES.
      * Partitioned run: PARTITION in the environment makes this
      * instance one partition of the run EXAMPLE5-SPL opened (its
      * START reads PARTS=nn in the input column). The partition's
      * own ledger events carry PART=nn: PSTRT when it starts, PEND
      * when it completes, PABND appended by the operator to settle
      * one that died. Groups are numbered from partition times
      * 10000000, so the merged audit trail keeps every group of the
      * run distinct.
        01 PARTITION-ENV PIC X(10) VALUE SPACES.
        01 PARTITION-NUMBER PIC 9(2) VALUE ZERO.
        01 PARTITION-SWITCH PIC X(01) VALUE 'N'.
        88      PARTITION-MODE VALUES 'Y'.
        01 PARTITION-TAG PIC X(12) VALUE SPACES.
        01 PARTITION-GROUP-BASE PIC 9(9) VALUE ZERO.
        01 PARTITION-STATE PIC X(01) VALUE SPACE.
        88      PARTITION-RUNNING VALUES 'R'.
        88      PARTITION-COMPLETE VALUES 'C'.
        01 OPEN-RUN-MODE PIC X(08) VALUE SPACES.
        01 OPEN-RUN-INPUT PIC X(12) VALUE SPACES.
        01 OPEN-RUN-PARTITIONS PIC 9(2) VALUE ZERO.
        01 PARTITION-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      PARTITION-AUDIT-EOF VALUES 'Y'.
      * The runtime resolves an ASSIGN name through the DD_ variable
      * of the same name when the file is opened; a partition points
      * each of its files at the .Pnn copy that way
        01 MAP-BASE-NAME PIC X(12) VALUE SPACES.
        01 MAP-DD-NAME PIC X(20) VALUE SPACES.
        01 MAP-FILE-NAME PIC X(20) VALUE SPACES.
      * CONSOLIDATE: the survivor every moved book is re-pointed at
      * (zero until the first book row), the duplicate whose
      * remaining books are being counted, and the rows rejected by
      * the run, which decide its return code
        01 CONSOLIDATION-SURVIVOR-ID PIC 9(9) VALUE ZERO.
        01 CONSOLIDATION-CHECK-ID PIC 9(9) VALUE ZERO.
        01 CONSOLIDATION-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 CONSOLIDATION-COUNT-SWITCH PIC X(01) VALUE 'N'.
        88      CONSOLIDATION-COUNT-OK VALUES 'Y'.
        01 REJECTED-ROW-COUNT PIC 9(9) VALUE ZERO.
      * DRYRUN impact assessment: every AUTHORSIN row is judged
      * against the current table contents with SELECTs only. The
      * feed is assumed to carry each id at most once (the front-end
                  PERFORM 730-EXTRACT-AUTHORS
               WHEN IS-DRYRUN
                  PERFORM 770-ASSESS-IMPACT
               WHEN IS-CONSOLIDATE
                  PERFORM 250-OPEN-AUTHORS-FILE
                  PERFORM 350-PROCESS-CONSOLIDATION
                  PERFORM 620-FLUSH-PENDING-GROUP
                  PERFORM 680-REPLAY-FAILED-BULK
               WHEN OTHER
                  PERFORM 250-OPEN-AUTHORS-FILE
                  PERFORM 300-PROCESS-AUTHORS-FILE
                      UNTIL BOOKS-EOF
                  PERFORM 620-FLUSH-PENDING-GROUP
                  PERFORM 680-REPLAY-FAILED-BULK
                  IF NOT PARTITION-MODE THEN
                     PERFORM 750-RECONCILE
                  END-IF
            END-EVALUATE.
            PERFORM 900-TERMINATE.
            IF IS-CONSOLIDATE AND REJECTED-ROW-COUNT > ZERO THEN
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Delete, list or insert? Second argument, if present, is the
                  DISPLAY 'Assessing feed impact with SELECTs only'
                  MOVE 5 TO ARGV-BOOL
                  MOVE 'DRYRUN' TO AUDIT-MODE-TEXT
               WHEN ARGV IS EQUAL TO 'CONSOLIDATE' OR
                    ARGV IS EQUAL TO 'consolidate'
                  DISPLAY 'Consolidating duplicate authors...'
                  MOVE 6 TO ARGV-BOOL
                  MOVE 'CONSOL' TO AUDIT-MODE-TEXT
                  PERFORM 130-SET-CONSOLIDATION
               WHEN OTHER
                  DISPLAY 'Inserting rows into the table...'
                  MOVE 'INSERT' TO AUDIT-MODE-TEXT
            END-EVALUATE.
            ACCEPT PARTITION-ENV FROM ENVIRONMENT "PARTITION".
            IF PARTITION-ENV NOT = SPACES THEN
               PERFORM 120-SET-PARTITION
            END-IF.
      *
      * One partition of a run split by EXAMPLE5-SPL: only the batch
      * update modes are partitioned, and every file the partition
      * owns is its .Pnn copy; RECONOUT is not among them, the whole
      * run is reconciled once by EXAMPLE5-MRG
      *
        120-SET-PARTITION.
            MOVE FUNCTION NUMVAL (PARTITION-ENV) TO PARTITION-NUMBER.
            IF PARTITION-NUMBER < 1 OR PARTITION-NUMBER > 20 THEN
               DISPLAY 'Error: PARTITION "'
                       FUNCTION TRIM (PARTITION-ENV)
                       '" must be 1 to 20'
               STOP RUN RETURNING 1
            END-IF.
            IF IS-LIST OR IS-EXTRACT OR IS-DRYRUN
                  OR IS-CONSOLIDATE THEN
               DISPLAY 'Error: only INSERT, UPDATE and DELETE runs can b
      -            'e partitioned'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'Y' TO PARTITION-SWITCH.
            STRING 'PART=' DELIMITED BY SIZE
                   PARTITION-NUMBER DELIMITED BY SIZE
                   INTO PARTITION-TAG
            END-STRING.
            COMPUTE PARTITION-GROUP-BASE = PARTITION-NUMBER * 10000000.
            MOVE 'AUTHORSIN' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            MOVE 'BOOKSIN' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            MOVE 'AUDITOUT' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            MOVE 'CHECKPOINT' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            MOVE 'REJECTSOUT' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            MOVE 'BOOKREJSOUT' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            MOVE 'DOUBTOUT' TO MAP-BASE-NAME.
            PERFORM 125-MAP-PARTITION-FILE.
            DISPLAY 'Partition ' PARTITION-NUMBER
                    ': feed AUTHORSIN.P' PARTITION-NUMBER
                    ' and BOOKSIN.P' PARTITION-NUMBER.
            IF CONTROL-TOTAL > ZERO THEN
               DISPLAY 'Control total ignored for a partition; '
                       'EXAMPLE5_MRG reconciles the whole run'
            END-IF.
      *
        125-MAP-PARTITION-FILE.
            MOVE SPACES TO MAP-DD-NAME.
            MOVE SPACES TO MAP-FILE-NAME.
            STRING 'DD_' DELIMITED BY SIZE
                   MAP-BASE-NAME DELIMITED BY SPACE
                   INTO MAP-DD-NAME
            END-STRING.
            STRING MAP-BASE-NAME DELIMITED BY SPACE
                   '.P' DELIMITED BY SIZE
                   PARTITION-NUMBER DELIMITED BY SIZE
                   INTO MAP-FILE-NAME
            END-STRING.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
      *
      * A consolidation run's rejects are a merge that did not
      * happen, not rows to correct: they go to their own files so
      * EXAMPLE5-RCY can never recycle a duplicate's delete into the
      * nightly feed without the book moves that must precede it.
      * The feed is one group, landed or rolled back whole, so the
      * restart checkpoint plays no part either; nor does bulk
      * statement mode, whose row-by-row replay of a failed bulk
      * statement would commit part of the merge.
      *
        130-SET-CONSOLIDATION.
            MOVE 'DD_REJECTSOUT' TO MAP-DD-NAME.
            MOVE 'CONSREJS' TO MAP-FILE-NAME.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            MOVE 'DD_BOOKREJSOUT' TO MAP-DD-NAME.
            MOVE 'CONSBKREJS' TO MAP-FILE-NAME.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            IF CONTROL-TOTAL > ZERO THEN
               DISPLAY 'Control total ignored for a consolidation run'
               MOVE ZERO TO CONTROL-TOTAL
            END-IF.
            IF BULK-MODE THEN
               DISPLAY 'BULKMODE ignored for a consolidation run'
               MOVE 'N' TO BULK-MODE-SWITCH
            END-IF.
      *
      * Register this execution in the RUNCTL ledger: scan for the
      * highest run number already used and for any run still in
                          RUN-CONTROL-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF PARTITION-MODE THEN
               PERFORM 170-REGISTER-PARTITION
            ELSE
               IF OPEN-RUN-NUMBER > ZERO THEN
                  DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' is still in fl
      -              'ight in RUNCTL; refusing to start a second instanc
      -              'e'
                  MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
                  MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
                  MOVE OPEN-RUN-NUMBER TO ALERT-RUN
                  MOVE 'RUN STILL IN FLIGHT IN RUNCTL, START REFUSED'
                      TO ALERT-MESSAGE-TEXT
                  PERFORM 870-WRITE-ALERT
                  STOP RUN RETURNING 9
               END-IF
               COMPUTE RUN-NUMBER = HIGHEST-RUN-NUMBER + 1
               MOVE 'START' TO RUN-EVENT-TEXT
               PERFORM 165-APPEND-RUN-EVENT
               DISPLAY 'Run number ' RUN-NUMBER ' registered in RUNCTL'
            END-IF.
      *
        155-SCAN-RUN-CONTROL.
            IF RUN-CTL-NUMBER IS NUMERIC THEN
               EVALUATE RUN-CTL-EVENT
                  WHEN 'START'
                     MOVE RUN-CTL-NUMBER TO OPEN-RUN-NUMBER
                     MOVE RUN-CTL-MODE TO OPEN-RUN-MODE
                     MOVE RUN-CTL-INPUT TO OPEN-RUN-INPUT
                     MOVE SPACE TO PARTITION-STATE
                  WHEN 'END'
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER THEN
                        MOVE ZERO TO OPEN-RUN-NUMBER
                     END-IF
               END-EVALUATE
               IF PARTITION-MODE
                     AND RUN-CTL-NUMBER = OPEN-RUN-NUMBER
                     AND RUN-CTL-INPUT = PARTITION-TAG THEN
                  EVALUATE RUN-CTL-EVENT
                     WHEN 'PSTRT'
                        MOVE 'R' TO PARTITION-STATE
                     WHEN 'PEND'
                        MOVE 'C' TO PARTITION-STATE
                     WHEN 'PABND'
                        MOVE 'A' TO PARTITION-STATE
                  END-EVALUATE
               END-IF
            END-IF.
            PERFORM 160-READ-RUN-CONTROL.
      *
                   INTO RUN-CTL-TIMESTAMP
            END-STRING.
            MOVE AUDIT-MODE-TEXT TO RUN-CTL-MODE.
            EVALUATE TRUE
               WHEN IS-LIST OR IS-EXTRACT
                  MOVE '(no feed)' TO RUN-CTL-INPUT
               WHEN PARTITION-MODE
                  MOVE PARTITION-TAG TO RUN-CTL-INPUT
               WHEN OTHER
                  MOVE 'AUTHORSIN' TO RUN-CTL-INPUT
            END-EVALUATE.
            WRITE RUN-CONTROL-RECORD.
            IF RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write RUNCTL, status '
               STOP RUN RETURNING 1
            END-IF.
      *
      * A partition joins the open partitioned run instead of opening
      * one: it is refused while another instance of the same
      * partition is in flight, does nothing once the partition has
      * completed, and otherwise starts (or restarts after a PABND)
      * under the run's own number and mode
      *
        170-REGISTER-PARTITION.
            IF OPEN-RUN-NUMBER = ZERO
                  OR OPEN-RUN-INPUT (1:6) NOT = 'PARTS=' THEN
               DISPLAY 'Error: no partitioned run is open in RUNCTL; '
                       'EXAMPLE5_SPL opens one'
               STOP RUN RETURNING 9
            END-IF.
            IF OPEN-RUN-INPUT (7:2) IS NUMERIC THEN
               MOVE OPEN-RUN-INPUT (7:2) TO OPEN-RUN-PARTITIONS
            END-IF.
            IF PARTITION-NUMBER > OPEN-RUN-PARTITIONS THEN
               DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' was split into '
                       OPEN-RUN-PARTITIONS ' partition(s), there is no'
                       ' partition ' PARTITION-NUMBER
               STOP RUN RETURNING 9
            END-IF.
            IF OPEN-RUN-MODE NOT = AUDIT-MODE-TEXT THEN
               DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' was opened for '
                       FUNCTION TRIM (OPEN-RUN-MODE) ', not for '
                       FUNCTION TRIM (AUDIT-MODE-TEXT)
               STOP RUN RETURNING 9
            END-IF.
            EVALUATE TRUE
               WHEN PARTITION-RUNNING
                  DISPLAY 'Error: partition ' PARTITION-NUMBER
                          ' of run ' OPEN-RUN-NUMBER ' is still in '
                          'flight in RUNCTL; refusing to start a '
                          'second instance'
                  MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
                  MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
                  MOVE OPEN-RUN-NUMBER TO ALERT-RUN
                  MOVE SPACES TO ALERT-MESSAGE-TEXT
                  STRING 'PARTITION ' DELIMITED BY SIZE
                         PARTITION-NUMBER DELIMITED BY SIZE
                         ' STILL IN FLIGHT IN RUNCTL, START REFUSED'
                             DELIMITED BY SIZE
                         INTO ALERT-MESSAGE-TEXT
                  END-STRING
                  PERFORM 870-WRITE-ALERT
                  STOP RUN RETURNING 9
               WHEN PARTITION-COMPLETE
                  DISPLAY 'Partition ' PARTITION-NUMBER ' of run '
                          OPEN-RUN-NUMBER ' is already complete'
                  DISPLAY 'Execution terminated!'
                  STOP RUN RETURNING 0
            END-EVALUATE.
            MOVE OPEN-RUN-NUMBER TO RUN-NUMBER.
            MOVE PARTITION-GROUP-BASE TO GROUP-NUMBER.
            PERFORM 175-FIND-LAST-GROUP.
            MOVE 'PSTRT' TO RUN-EVENT-TEXT.
            PERFORM 165-APPEND-RUN-EVENT.
            DISPLAY 'Partition ' PARTITION-NUMBER ' of run '
                    RUN-NUMBER ' registered in RUNCTL'.
      *
      * A restarted partition carries on the group numbering of its
      * earlier attempt, found on its own audit file, so no group
      * number is used twice within the run
      *
        175-FIND-LAST-GROUP.
            OPEN INPUT AUDIT-FILE.
            EVALUATE TRUE
               WHEN AUDIT-FILE-STATUS EQUAL '00'
                  PERFORM 177-READ-PARTITION-AUDIT
                  PERFORM 176-NOTE-PARTITION-GROUP
                      UNTIL PARTITION-AUDIT-EOF
                  CLOSE AUDIT-FILE
               WHEN AUDIT-FILE-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUDITOUT.P'
                          PARTITION-NUMBER ', status '
                          AUDIT-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF GROUP-NUMBER > PARTITION-GROUP-BASE THEN
               DISPLAY 'Resuming group numbering after group '
                       GROUP-NUMBER
            END-IF.
      *
        176-NOTE-PARTITION-GROUP.
            IF AUDIT-RUN-NUMBER IS NUMERIC
                  AND AUDIT-GROUP-NUMBER IS NUMERIC THEN
               IF AUDIT-RUN-NUMBER = RUN-NUMBER
                     AND AUDIT-GROUP-NUMBER > GROUP-NUMBER THEN
                  MOVE AUDIT-GROUP-NUMBER TO GROUP-NUMBER
               END-IF
            END-IF.
            PERFORM 177-READ-PARTITION-AUDIT.
      *
        177-READ-PARTITION-AUDIT.
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO PARTITION-AUDIT-EOF-SWITCH
            END-READ.
            IF AUDIT-FILE-STATUS NOT = '00'
                  AND AUDIT-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUDITOUT.P'
                       PARTITION-NUMBER ', status ' AUDIT-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Open the resource manager and the PostgreSQL connection
      *
        200-OPEN-RESOURCES.
                       AUTHORS-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            IF NOT IS-CONSOLIDATE THEN
               PERFORM 260-READ-CHECKPOINT
            END-IF.
            PERFORM 400-READ-AUTHORS-RECORD.
            PERFORM 255-OPEN-BOOKS-FILE.
      *
                       CONTINUE
               END-READ
               IF CHECKPOINT-FILE-STATUS EQUAL '00' THEN
      * A partition's checkpoint only counts for the run that wrote
      * it; the ranges change from one split to the next
                  IF PARTITION-MODE
                        AND CHECKPOINT-RUN-NUMBER NOT = RUN-NUMBER THEN
                     DISPLAY 'CHECKPOINT.P' PARTITION-NUMBER
                             ' is not from run ' RUN-NUMBER
                             '; partition starts from the top'
                  ELSE
                     MOVE CHECKPOINT-AUTHOR-ID TO CHECKPOINT-LAST-ID
                     DISPLAY 'Resuming AUTHORSIN after author id '
                             CHECKPOINT-LAST-ID
                  END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
            END-IF.
            PERFORM 680-REPLAY-FAILED-BULK.
            PERFORM 400-READ-AUTHORS-RECORD.
      *
      * CONSOLIDATE: the feed EXAMPLE5-DUP built for one survivor is
      * a single family. Every book of the duplicates is re-pointed
      * at the survivor first, then the duplicates are deleted, all
      * in one transaction group, so a failure anywhere rolls the
      * whole merge back and no book is ever left on an author that
      * is gone. The feed carries nothing else: a book row that is
      * not an update to the one survivor, or an author row that is
      * not a delete of someone other than the survivor, is a
      * corrupt feed and stops the run.
      *
        350-PROCESS-CONSOLIDATION.
            MOVE 'Y' TO FAMILY-OPEN-SWITCH.
            PERFORM 355-PROCESS-MOVED-BOOK
                UNTIL BOOKS-EOF.
            IF CONSOLIDATION-SURVIVOR-ID > ZERO
               AND NOT GROUP-FAILED THEN
               PERFORM 370-CHECK-SURVIVOR
            END-IF.
            PERFORM 360-PROCESS-MERGED-AUTHOR
                UNTIL AUTHORS-EOF.
            MOVE 'N' TO FAMILY-OPEN-SWITCH.
      *
        355-PROCESS-MOVED-BOOK.
            IF NOT BOOK-OP-UPDATE THEN
               DISPLAY 'Error: consolidation feed book id ' BOOK-ID
                       ' is not an update'
               STOP RUN RETURNING 1
            END-IF.
            IF CONSOLIDATION-SURVIVOR-ID = ZERO THEN
               MOVE BOOK-AUTHOR-ID TO CONSOLIDATION-SURVIVOR-ID
               DISPLAY 'Consolidating into surviving author id '
                       CONSOLIDATION-SURVIVOR-ID
            END-IF.
            IF BOOK-AUTHOR-ID NOT = CONSOLIDATION-SURVIVOR-ID THEN
               DISPLAY 'Error: consolidation feed book id ' BOOK-ID
                       ' moves to author id ' BOOK-AUTHOR-ID
                       ', not to the survivor '
                       CONSOLIDATION-SURVIVOR-ID
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 520-PROCESS-BOOK-ROW.
      *
        360-PROCESS-MERGED-AUTHOR.
            IF NOT AUTHOR-OP-DELETE THEN
               DISPLAY 'Error: consolidation feed author id '
                       AUTHOR-ID ' is not a delete'
               STOP RUN RETURNING 1
            END-IF.
            IF AUTHOR-ID = CONSOLIDATION-SURVIVOR-ID THEN
               DISPLAY 'Error: consolidation feed deletes the '
                       'surviving author id ' AUTHOR-ID
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 500-BUILD-STATEMENT.
            PERFORM 600-EXECUTE-STATEMENT.
            IF NOT GROUP-FAILED THEN
               MOVE AUTHOR-ID TO CONSOLIDATION-CHECK-ID
               PERFORM 375-CHECK-DUPLICATE-BOOKS
            END-IF.
            PERFORM 400-READ-AUTHORS-RECORD.
      *
      * The survivor must still be on file, or the moved books would
      * point at nobody; checked inside the open group, so a
      * survivor deleted since the extract rolls the merge back
      *
        370-CHECK-SURVIVOR.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   CONSOLIDATION-SURVIVOR-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 380-COUNT-CONSOLIDATION-ROWS.
            IF CONSOLIDATION-COUNT-OK
               AND CONSOLIDATION-ROW-COUNT = ZERO THEN
               DISPLAY 'Surviving author id ' CONSOLIDATION-SURVIVOR-ID
                       ' is not on file; group will be rolled back'
               MOVE 'Y' TO GROUP-FAILED-SWITCH
               MOVE 'CS' TO GROUP-FAIL-CODE
               MOVE 'SURVIVING AUTHOR NOT ON FILE'
                   TO GROUP-FAIL-TEXT
            END-IF.
      *
      * A book added to a duplicate since the extract was not in the
      * feed and was not moved; the delete must not leave it behind
      *
        375-CHECK-DUPLICATE-BOOKS.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE author_id=' DELIMITED BY SIZE
                   CONSOLIDATION-CHECK-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 380-COUNT-CONSOLIDATION-ROWS.
            IF CONSOLIDATION-COUNT-OK
               AND CONSOLIDATION-ROW-COUNT > ZERO THEN
               DISPLAY 'Duplicate author id ' CONSOLIDATION-CHECK-ID
                       ' still has books; group will be rolled back'
               MOVE 'Y' TO GROUP-FAILED-SWITCH
               MOVE 'CB' TO GROUP-FAIL-CODE
               MOVE 'DUPLICATE STILL HAS BOOKS, NOT MERGED'
                   TO GROUP-FAIL-TEXT
            END-IF.
      *
      * Run one of the COUNT(*) checks above; the count is only
      * trusted when the query returned exactly one row. Anything
      * else (the connection, or a transaction PostgreSQL has
      * already aborted) fails the group instead of reading a value
      * that is not there.
      *
        380-COUNT-CONSOLIDATION-ROWS.
            MOVE 'N' TO CONSOLIDATION-COUNT-SWITCH.
            MOVE ZERO TO CONSOLIDATION-ROW-COUNT.
            MOVE X'00' TO PGSTATMNT(PGSTATMNT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE PGSTATMNT
                 RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                RETURNING PQ-RESULT-STATUS
            END-CALL.
            IF PQ-TUPLES-OK THEN
               CALL "PQntuples" USING BY VALUE PGRES
                    RETURNING PQ-ROW-COUNT
               IF PQ-ROW-COUNT = 1 THEN
                  MOVE 0 TO PQ-ROW-IDX
                  MOVE 0 TO PQ-COL-IDX
                  PERFORM 745-GET-FIELD-VALUE
                  MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY)
                      TO CONSOLIDATION-ROW-COUNT
                  MOVE 'Y' TO CONSOLIDATION-COUNT-SWITCH
               END-IF
            END-IF.
            IF NOT CONSOLIDATION-COUNT-OK THEN
               DISPLAY 'Consolidation check query failed, PQresultSt'
                       'atus ' PQ-RESULT-STATUS
                       '; group will be rolled back'
               MOVE 'Y' TO GROUP-FAILED-SWITCH
               MOVE 'SQ' TO GROUP-FAIL-CODE
               MOVE 'CONSOLIDATION CHECK QUERY FAILED'
                   TO GROUP-FAIL-TEXT
            END-IF.
      *
      * Read the next AUTHORSIN record, skipping over any row already
      * committed on a prior run (AUTHOR-ID at or below the checkpoint)
      *
            PERFORM 602-RETRY-BEGIN
                UNTIL NOT TX-ERROR
                   OR TX-RETRY-COUNT >= TX-RETRY-MAX.
            IF TX-ERROR THEN
               MOVE 'TXBEGIN' TO ALERT-TX-CALL
               PERFORM 613-ALERT-RETRIES-EXHAUSTED
            END-IF.
            PERFORM 800-CHECK-TX-STATUS.
      * The XID is captured for every group, not just in TRACE mode:
      * if this group ends TX_MIXED or TX_HAZARD the in-doubt ledger
            PERFORM 612-RETRY-COMMIT
                UNTIL NOT TX-ERROR
                   OR TX-RETRY-COUNT >= TX-RETRY-MAX.
            IF TX-ERROR THEN
               MOVE 'TXCOMMIT' TO ALERT-TX-CALL
               PERFORM 613-ALERT-RETRIES-EXHAUSTED
            END-IF.
      *
        612-RETRY-COMMIT.
            ADD 1 TO TX-RETRY-COUNT.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            DISPLAY 'TXCOMMIT retry returned value ' TX-STATUS.
      *
      * TX_ERROR survived every retry: alert the console with the
      * call named in ALERT-TX-CALL and the group it was for
      *
        613-ALERT-RETRIES-EXHAUSTED.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            STRING ALERT-TX-CALL DELIMITED BY SPACE
                   ' TX_ERROR AFTER ' DELIMITED BY SIZE
                   TX-RETRY-COUNT DELIMITED BY SIZE
                   ' RETRIES, GROUP ' DELIMITED BY SIZE
                   GROUP-NUMBER DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-TEXT
            END-STRING.
            MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT.
            MOVE 'RETRYEND' TO ALERT-EVENT-TEXT.
            MOVE RUN-NUMBER TO ALERT-RUN.
            PERFORM 870-WRITE-ALERT.
      *
      * TRACE mode: log the LIXA global transaction XID that TXBEGIN
      * just opened, for correlating this run with LIXA's state log or
      * pg_stat_activity
                  MOVE 'TO' TO GROUP-FAIL-CODE
                  MOVE 'TRANSACTION TIMED OUT BEFORE COMMIT'
                      TO GROUP-FAIL-TEXT
                  MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
                  MOVE 'TXTIMOUT' TO ALERT-EVENT-TEXT
                  MOVE RUN-NUMBER TO ALERT-RUN
                  MOVE SPACES TO ALERT-MESSAGE-TEXT
                  STRING 'GROUP ' DELIMITED BY SIZE
                         GROUP-NUMBER DELIMITED BY SIZE
                         ' TIMED OUT BEFORE COMMIT, ROLLED BACK'
                             DELIMITED BY SIZE
                         INTO ALERT-MESSAGE-TEXT
                  END-STRING
                  PERFORM 870-WRITE-ALERT
               WHEN TX-INFO-STATE-ROLLBACK-ONLY
                  DISPLAY 'Transaction group is rollback-only; rolling b
      -              'ack'
               DISPLAY 'TXCOMMIT returned value ' TX-STATUS
               PERFORM 650-WRITE-AUDIT-RECORD
               EVALUATE TRUE
                  WHEN TX-OK AND IS-CONSOLIDATE
                     CONTINUE
                  WHEN TX-OK
                     PERFORM 660-WRITE-CHECKPOINT
                  WHEN TX-ROLLBACK
      * corrected and recycled as the next run's input
      *
        670-WRITE-REJECT-ROWS.
            ADD COMMIT-COUNTER TO REJECTED-ROW-COUNT.
            PERFORM 671-WRITE-REJECT-ROW
                VARYING AUDIT-BUFFER-IDX FROM 1 BY 1
                UNTIL AUDIT-BUFFER-IDX > COMMIT-COUNTER.
               DISPLAY 'In-doubt group of ' COMMIT-COUNTER
                       ' row(s) written to DOUBTOUT'
            END-IF.
            MOVE 'CRITICAL' TO ALERT-SEVERITY-TEXT.
            IF TX-MIXED THEN
               MOVE 'TXMIXED' TO ALERT-EVENT-TEXT
            ELSE
               MOVE 'TXHAZARD' TO ALERT-EVENT-TEXT
            END-IF.
            MOVE RUN-NUMBER TO ALERT-RUN.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            IF DOUBT-FILE-STATUS = '00' THEN
               STRING 'GROUP ' DELIMITED BY SIZE
                      GROUP-NUMBER DELIMITED BY SIZE
                      ' IN DOUBT, WRITTEN TO DOUBTOUT'
                          DELIMITED BY SIZE
                      INTO ALERT-MESSAGE-TEXT
               END-STRING
            ELSE
               STRING 'GROUP ' DELIMITED BY SIZE
                      GROUP-NUMBER DELIMITED BY SIZE
                      ' IN DOUBT, DOUBTOUT NOT WRITTEN'
                          DELIMITED BY SIZE
                      INTO ALERT-MESSAGE-TEXT
               END-STRING
            END-IF.
            PERFORM 870-WRITE-ALERT.
      *
        825-WRITE-DOUBT-ROW.
            MOVE SPACES TO DOUBT-DETAIL.
                       DOUBT-FILE-STATUS
            END-IF.
      *
      * Append one record to the shared ALERTOUT feed: opened and
      * closed around the single write, so concurrent partitions and
      * other programs never hold it; a failure is reported on the
      * job log only, the condition itself is handled by the caller
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
               MOVE 'EXAMPLE5-PQL' TO ALERT-PROGRAM
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
      * Close the AUTHORSIN feed (batch modes only) and the
      * resource manager
      *
      * Close the ledger entry only now that everything else ended
      * cleanly; an abnormal end leaves the START in flight for the
      * operator to investigate and close by hand
            IF PARTITION-MODE THEN
               MOVE 'PEND' TO RUN-EVENT-TEXT
               PERFORM 165-APPEND-RUN-EVENT
               DISPLAY 'Partition ' PARTITION-NUMBER ' of run '
                       RUN-NUMBER ' complete in RUNCTL'
            ELSE
               MOVE 'END' TO RUN-EVENT-TEXT
               PERFORM 165-APPEND-RUN-EVENT
               DISPLAY 'Run number ' RUN-NUMBER ' complete in RUNCTL'
            END-IF.
            DISPLAY 'Execution terminated!'.
