      * FEED event and a date already registered there is refused,
      * so the same file cannot be loaded twice.
      *
      * A feed row may carry an effective date after its last column
      * (the fifth field of a delimited row). A blank date, or one
      * on or before the processing date (PROCDATE, default today),
      * means the row is applied tonight as before. A later date
      * files the row, once it passes the shape edits, in the keyed
      * PENDTXN warehouse instead of AUTHORSOK/BOOKSOK; the sequence
      * and referential edits do not apply to it yet. The rows
      * EXAMPLE5-REL has staged in RELAUTH/RELBOOK because they fall
      * due tonight are merged into the feed in id order and then
      * go through every edit like any other row, so the ascending
      * AUTHOR-ID rule still holds for what reaches EXAMPLE5-PQL;
      * each one taken is marked released in PENDTXN.
      *
      * Modification history:
      * 2026-08-22 : initial version
      * 2026-09-02 : BOOKSIN feed edited alongside AUTHORSIN, with
      * 2026-09-02 : the FEED event is appended only once the edit
      *              pass completes; an abend mid-edit no longer
      *              burns the feed date and blocks the rerun
      * 2026-10-15 : effective-dated rows: future-dated rows are filed
      *              in the PENDTXN warehouse, rows staged by
      *              EXAMPLE5-REL in RELAUTH/RELBOOK are merged into
      *              the night's feed
      * 2026-10-15 : a refused DELIMIN feed also raises an alert in
      *              the shared ALERTOUT feed
      * 2026-10-15 : a rerun after an abend finds the rows it filed
      *              as pending again instead of rejecting them
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-EDT.
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * Pending rows falling due tonight, staged by EXAMPLE5-REL in
      * the raw feed layouts; both optional
            SELECT RELEASED-AUTHORS-FILE ASSIGN TO "RELAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RELEASED-AUTHORS-STATUS.
            SELECT RELEASED-BOOKS-FILE ASSIGN TO "RELBOOK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RELEASED-BOOKS-STATUS.
      * Keyed warehouse of future-dated rows
            SELECT PENDING-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEND-KEY
                FILE STATUS IS PENDING-FILE-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * The raw record is typed as all-alphanumeric so junk in the id
           05 RAW-AUTHOR-FIRST-NAME PIC X(30).
           05 RAW-AUTHOR-LAST-NAME  PIC X(30).
           05 RAW-AUTHOR-OP-CODE    PIC X(01).
           05 RAW-AUTHOR-EFFECTIVE-DATE PIC X(08).
        FD  CLEAN-AUTHORS-FILE.
            COPY AUTHREC.
        FD  REJECT-FILE.
           05 RAW-BOOK-AUTHOR-ID PIC X(09).
           05 RAW-BOOK-TITLE     PIC X(50).
           05 RAW-BOOK-OP-CODE   PIC X(01).
           05 RAW-BOOK-EFFECTIVE-DATE PIC X(08).
        FD  CLEAN-BOOKS-FILE.
            COPY BOOKREC.
        FD  BOOK-REJECT-FILE.
           05 RUN-CTL-MODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 RUN-CTL-INPUT     PIC X(12).
      * Same shapes as the raw feeds, effective date included
        FD  RELEASED-AUTHORS-FILE.
        01 RELEASED-AUTHORS-RECORD.
           05 RELEASED-AUTHOR-ID PIC X(09).
           05 FILLER             PIC X(69).
        FD  RELEASED-BOOKS-FILE.
        01 RELEASED-BOOKS-RECORD.
           05 RELEASED-BOOK-ID             PIC X(09).
           05 RELEASED-BOOK-AUTHOR-ID      PIC X(09).
           05 FILLER                       PIC X(51).
           05 RELEASED-BOOK-EFFECTIVE-DATE PIC X(08).
        FD  PENDING-FILE.
            COPY PENDREC.
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
      * The record under edit, whichever input variant it came
      * from: the fixed AUTHORSIN reader copies each file record
           05 WORK-AUTHOR-FIRST-NAME PIC X(30).
           05 WORK-AUTHOR-LAST-NAME  PIC X(30).
           05 WORK-AUTHOR-OP-CODE    PIC X(01).
           05 WORK-AUTHOR-EFFECTIVE-DATE PIC X(08).
        01 RAW-FILE-STATUS PIC X(02) VALUE '00'.
        01 CLEAN-FILE-STATUS PIC X(02) VALUE '00'.
        01 REJECT-FILE-STATUS PIC X(02) VALUE '00'.
        01 BOOK-SNAP-STATUS PIC X(02) VALUE '00'.
        01 DELIM-FILE-STATUS PIC X(02) VALUE '00'.
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
        01 RELEASED-AUTHORS-STATUS PIC X(02) VALUE '00'.
        01 RELEASED-BOOKS-STATUS PIC X(02) VALUE '00'.
        01 PENDING-FILE-STATUS PIC X(02) VALUE '00'.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
        01 RAW-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RAW-EOF VALUES 'Y'.
        01 RAW-BOOKS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      DELIM-EOF VALUES 'Y'.
        01 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
        01 RELEASED-AUTHORS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RELEASED-AUTHORS-EOF VALUES 'Y'.
        01 RELEASED-BOOKS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RELEASED-BOOKS-EOF VALUES 'Y'.
      * Input variant: 'DELIM' as the first command line argument
      * switches the authors feed to the delimited DELIMIN file
        01 ARGV PIC X(20) VALUE SPACES.
        01 DELIM-FIELD-2 PIC X(30) VALUE SPACES.
        01 DELIM-FIELD-3 PIC X(30) VALUE SPACES.
        01 DELIM-FIELD-4 PIC X(20) VALUE SPACES.
        01 DELIM-FIELD-5 PIC X(20) VALUE SPACES.
        01 DELIM-ID-NUM PIC 9(9) VALUE ZERO.
        01 DELIM-ID-JUST PIC X(09) JUSTIFIED RIGHT VALUE SPACES.
      * The delimited rows converted to fixed AUTHREC images; the
        01 DELIM-TABLE-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 DELIM-TABLE-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 DELIM-TABLE.
           05 DELIM-TABLE-ENTRY OCCURS 20000 TIMES PIC X(78).
        01 DELIM-TABLE-IDX PIC S9(9) USAGE COMP-5 VALUE ZERO.
      * Look-ahead on the night's own authors feed, whichever variant
      * it came from, for the merge with the staged RELAUTH rows
        01 FEED-AUTHOR-NEXT PIC X(78) VALUE SPACES.
        01 FEED-AUTHOR-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      FEED-AUTHOR-EOF VALUES 'Y'.
      * Processing date: PROCDATE from the environment, or today; a
      * row dated later than this is held in PENDTXN
        01 PROCESSING-DATE PIC X(08) VALUE SPACES.
      * Calendar check of an effective date; blank counts as valid
        01 DATE-CHECK-VALUE PIC X(08) VALUE SPACES.
        01 DATE-CHECK-PARTS REDEFINES DATE-CHECK-VALUE.
           05 DATE-CHECK-YEAR  PIC 9(4).
           05 DATE-CHECK-MONTH PIC 9(2).
           05 DATE-CHECK-DAY   PIC 9(2).
        01 DATE-CHECK-LAST-DAY PIC 9(2) VALUE ZERO.
        01 DATE-CHECK-QUOTIENT PIC 9(4) VALUE ZERO.
        01 DATE-CHECK-REMAINDER PIC 9(4) VALUE ZERO.
        01 DATE-VALID-SWITCH PIC X(01) VALUE 'Y'.
        88      DATE-VALID VALUES 'Y'.
      * PENDTXN is opened on first use; the entry being filed is
      * kept aside while an existing entry under its key is read
        01 PENDING-OPEN-SWITCH PIC X(01) VALUE 'N'.
        88      PENDING-OPEN VALUES 'Y'.
        01 NEW-PENDING-ENTRY PIC X(154) VALUE SPACES.
        01 NEW-PENDING-IMAGE PIC X(70) VALUE SPACES.
        01 PENDING-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
        88      PENDING-DUPLICATE VALUES 'Y'.
      * RUNCTL append work fields for the FEED event
        01 RUN-TIMESTAMP-DATE PIC 9(08).
        01 RUN-TIMESTAMP-TIME PIC 9(08).
      * missing file just narrows what can be checked
        01 BOOKS-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      BOOKS-PRESENT VALUES 'Y'.
        01 RAW-BOOKS-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      RAW-BOOKS-PRESENT VALUES 'Y'.
        01 RELAUTH-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      RELAUTH-PRESENT VALUES 'Y'.
        01 RELBOOK-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      RELBOOK-PRESENT VALUES 'Y'.
        01 AUTHOR-SNAP-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      AUTHOR-SNAP-PRESENT VALUES 'Y'.
        01 BOOK-SNAP-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        01 FEED-BOOK-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 FEED-BOOK-TABLE.
           05 FEED-BOOK-ENTRY OCCURS 20000 TIMES.
              10 FEED-BOOK-IMAGE     PIC X(77).
              10 FEED-BOOK-EDIT-CODE PIC X(02).
              10 FEED-BOOK-EDIT-TEXT PIC X(40).
        01 FEED-BOOK-IDX PIC S9(9) USAGE COMP-5.
           05 BOOK-WORK-AUTHOR-ID PIC X(09).
           05 BOOK-WORK-TITLE     PIC X(50).
           05 BOOK-WORK-OP-CODE   PIC X(01).
           05 BOOK-WORK-EFFECTIVE-DATE PIC X(08).
      * Author ids accepted onto AUTHORSOK as inserts or deletes,
      * for the in-feed halves of the referential checks
        01 FEED-INSERT-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 BOOKS-READ-COUNT PIC 9(9) VALUE ZERO.
        01 BOOKS-CLEAN-COUNT PIC 9(9) VALUE ZERO.
        01 BOOKS-REJECT-COUNT PIC 9(9) VALUE ZERO.
        01 RECORDS-RELEASED-COUNT PIC 9(9) VALUE ZERO.
        01 RECORDS-PENDING-COUNT PIC 9(9) VALUE ZERO.
        01 BOOKS-RELEASED-COUNT PIC 9(9) VALUE ZERO.
        01 BOOKS-PENDING-COUNT PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            PERFORM 120-LOAD-AUTHOR-SNAPSHOT.
            PERFORM 130-LOAD-BOOK-SNAPSHOT.
            PERFORM 140-LOAD-BOOK-FEED.
            PERFORM 410-FETCH-FEED-RECORD.
            PERFORM 400-READ-RAW-RECORD.
            PERFORM 300-EDIT-RAW-RECORD
                UNTIL RAW-EOF.
               MOVE 'Y' TO DELIM-MODE-SWITCH
               DISPLAY 'Delimited feed mode: reading DELIMIN'
            END-IF.
            ACCEPT PROCESSING-DATE FROM ENVIRONMENT "PROCDATE".
            IF PROCESSING-DATE = SPACES THEN
               ACCEPT RUN-TIMESTAMP-DATE FROM DATE YYYYMMDD
               MOVE RUN-TIMESTAMP-DATE TO PROCESSING-DATE
            ELSE
               MOVE PROCESSING-DATE TO DATE-CHECK-VALUE
               PERFORM 560-CHECK-DATE
               IF NOT DATE-VALID THEN
                  DISPLAY 'Error: PROCDATE "' PROCESSING-DATE
                          '" is not a date in YYYYMMDD form'
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            DISPLAY 'Processing date: ' PROCESSING-DATE.
            IF NOT DELIM-MODE THEN
               OPEN INPUT RAW-AUTHORS-FILE
               IF RAW-FILE-STATUS NOT = '00' THEN
                       REJECT-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 115-OPEN-RELEASED-AUTHORS.
      *
      * Rows EXAMPLE5-REL staged for tonight; none staged is normal
      *
        115-OPEN-RELEASED-AUTHORS.
            OPEN INPUT RELEASED-AUTHORS-FILE.
            EVALUATE TRUE
               WHEN RELEASED-AUTHORS-STATUS EQUAL '00'
                  MOVE 'Y' TO RELAUTH-PRESENT-SWITCH
                  PERFORM 415-READ-RELEASED-AUTHOR
               WHEN RELEASED-AUTHORS-STATUS EQUAL '35'
                  MOVE 'Y' TO RELEASED-AUTHORS-EOF-SWITCH
               WHEN OTHER
                  DISPLAY 'Error: unable to open RELAUTH, status '
                          RELEASED-AUTHORS-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
      * Read the whole delimited file, judge the control records and
      * convert the detail rows to fixed AUTHREC images; only a file
            MOVE SPACES TO DELIM-FIELD-2.
            MOVE SPACES TO DELIM-FIELD-3.
            MOVE SPACES TO DELIM-FIELD-4.
            MOVE SPACES TO DELIM-FIELD-5.
            UNSTRING DELIM-LINE DELIMITED BY ','
                INTO DELIM-FIELD-1 DELIM-FIELD-2
                     DELIM-FIELD-3 DELIM-FIELD-4
                     DELIM-FIELD-5
            END-UNSTRING.
            MOVE SPACES TO WORK-AUTHORS-RECORD.
            MOVE FUNCTION TRIM (DELIM-FIELD-1) TO DELIM-ID-JUST.
            MOVE DELIM-FIELD-2 TO WORK-AUTHOR-FIRST-NAME.
            MOVE DELIM-FIELD-3 TO WORK-AUTHOR-LAST-NAME.
            MOVE DELIM-FIELD-4 (1:1) TO WORK-AUTHOR-OP-CODE.
            MOVE DELIM-FIELD-5 (1:8) TO WORK-AUTHOR-EFFECTIVE-DATE.
            ADD 1 TO DELIM-DETAIL-COUNT.
            ADD 1 TO DELIM-TABLE-COUNT.
            MOVE WORK-AUTHORS-RECORD
               DISPLAY 'Error: unable to write EDITREJS, status '
                       REJECT-FILE-STATUS
            END-IF.
            MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT.
            MOVE 'FEEDCTL' TO ALERT-EVENT-TEXT.
            MOVE ZERO TO ALERT-RUN.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            STRING 'DELIMIN REFUSED: ' DELIMITED BY SIZE
                   EDIT-REASON-TEXT DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-TEXT
            END-STRING.
            PERFORM 870-WRITE-ALERT.
            STOP RUN RETURNING 8.
      *
      * A feed date already carrying a FEED event in RUNCTL was
            DISPLAY 'Feed date ' FEED-DATE
                    ' registered in RUNCTL'.
      *
      * The books side only comes to life when BOOKSIN is there, or
      * when book rows were staged in RELBOOK for tonight
      *
        110-OPEN-BOOK-FILES.
            OPEN INPUT RAW-BOOKS-FILE.
            EVALUATE TRUE
               WHEN RAW-BOOKS-STATUS EQUAL '00'
                  MOVE 'Y' TO RAW-BOOKS-PRESENT-SWITCH
                  MOVE 'Y' TO BOOKS-PRESENT-SWITCH
               WHEN RAW-BOOKS-STATUS EQUAL '35'
                  MOVE 'Y' TO RAW-BOOKS-EOF-SWITCH
               WHEN OTHER
                          RAW-BOOKS-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            OPEN INPUT RELEASED-BOOKS-FILE.
            EVALUATE TRUE
               WHEN RELEASED-BOOKS-STATUS EQUAL '00'
                  MOVE 'Y' TO RELBOOK-PRESENT-SWITCH
                  MOVE 'Y' TO BOOKS-PRESENT-SWITCH
               WHEN RELEASED-BOOKS-STATUS EQUAL '35'
                  MOVE 'Y' TO RELEASED-BOOKS-EOF-SWITCH
               WHEN OTHER
                  DISPLAY 'Error: unable to open RELBOOK, status '
                          RELEASED-BOOKS-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF BOOKS-PRESENT THEN
               OPEN OUTPUT CLEAN-BOOKS-FILE
               IF CLEAN-BOOKS-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open BOOKSOK, status '
                          CLEAN-BOOKS-STATUS
                  STOP RUN RETURNING 1
               END-IF
               OPEN OUTPUT BOOK-REJECT-FILE
               IF BOOK-REJECT-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open BOOKREJS, status '
                          BOOK-REJECT-STATUS
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
      *
      * Load the ids of the previous night's authors extract; the
      * trailer line and anything unreadable are skipped, a missing
      * edit needs to see the feed's book deletes before any author
      * record is judged, and the book edit runs from the same table
      * once the author pass has settled which authors are inserted
      * or deleted. Rows staged in RELBOOK are merged in on the
      * author id and book id, a staged row ahead of a feed row for
      * the same book.
      *
        140-LOAD-BOOK-FEED.
            IF RAW-BOOKS-PRESENT THEN
               PERFORM 145-READ-RAW-BOOK
            END-IF.
            IF RELBOOK-PRESENT THEN
               PERFORM 147-READ-RELEASED-BOOK
            END-IF.
            PERFORM 142-STORE-RAW-BOOK
                UNTIL RAW-BOOKS-EOF AND RELEASED-BOOKS-EOF.
      *
        142-STORE-RAW-BOOK.
            IF FEED-BOOK-COUNT >= FEED-BOOK-MAX THEN
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO FEED-BOOK-COUNT.
            EVALUATE TRUE
               WHEN RAW-BOOKS-EOF
                  PERFORM 146-TAKE-RELEASED-BOOK
               WHEN RELEASED-BOOKS-EOF
                  PERFORM 144-TAKE-RAW-BOOK
               WHEN RELEASED-BOOK-AUTHOR-ID < RAW-BOOK-AUTHOR-ID
                  PERFORM 146-TAKE-RELEASED-BOOK
               WHEN RELEASED-BOOK-AUTHOR-ID = RAW-BOOK-AUTHOR-ID
                    AND RELEASED-BOOK-ID NOT > RAW-BOOK-ID
                  PERFORM 146-TAKE-RELEASED-BOOK
               WHEN OTHER
                  PERFORM 144-TAKE-RAW-BOOK
            END-EVALUATE.
      *
        144-TAKE-RAW-BOOK.
            MOVE RAW-BOOKS-RECORD
                TO FEED-BOOK-IMAGE (FEED-BOOK-COUNT).
            PERFORM 143-PRESCREEN-BOOK.
            ADD 1 TO BOOKS-READ-COUNT.
            PERFORM 145-READ-RAW-BOOK.
      *
        146-TAKE-RELEASED-BOOK.
            MOVE RELEASED-BOOKS-RECORD
                TO FEED-BOOK-IMAGE (FEED-BOOK-COUNT).
            PERFORM 143-PRESCREEN-BOOK.
            ADD 1 TO BOOKS-READ-COUNT.
            ADD 1 TO BOOKS-RELEASED-COUNT.
            PERFORM 800-OPEN-PENDING-FILE.
            MOVE 'B' TO PEND-FEED.
            MOVE RELEASED-BOOK-AUTHOR-ID TO PEND-FAMILY-ID.
            MOVE RELEASED-BOOK-ID TO PEND-ROW-ID.
            MOVE RELEASED-BOOK-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
            PERFORM 820-MARK-ENTRY-RELEASED.
            PERFORM 147-READ-RELEASED-BOOK.
      *
      * Shape and sequence edits for the row just stored, with the
      * verdict kept on the entry: the author-delete check later
      * itself reuses the verdict instead of re-deriving it. The
      * referential rules cannot run yet - they need the author
      * pass - but a book delete is exempt from them anyway, so for
      * deletes this verdict is final. A row dated for a later night
      * gets the shape and date edits only and leaves the sequence
      * control alone.
      *
        143-PRESCREEN-BOOK.
            MOVE FEED-BOOK-IMAGE (FEED-BOOK-COUNT)
                TO BOOK-WORK-RECORD.
            MOVE '00' TO EDIT-REASON-CODE.
            MOVE SPACES TO EDIT-REASON-TEXT.
            MOVE BOOK-WORK-EFFECTIVE-DATE TO DATE-CHECK-VALUE.
            PERFORM 560-CHECK-DATE.
            EVALUATE TRUE
               WHEN BOOK-WORK-ID IS NOT NUMERIC
                  MOVE '11' TO EDIT-REASON-CODE
                  MOVE '13' TO EDIT-REASON-CODE
                  MOVE 'BOOK-TITLE IS BLANK'
                      TO EDIT-REASON-TEXT
               WHEN NOT DATE-VALID
                  MOVE '19' TO EDIT-REASON-CODE
                  MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                      TO EDIT-REASON-TEXT
               WHEN BOOK-WORK-EFFECTIVE-DATE > PROCESSING-DATE
                  CONTINUE
               WHEN OTHER
                  MOVE BOOK-WORK-ID TO CURRENT-BOOK-ID
                  MOVE BOOK-WORK-AUTHOR-ID TO CURRENT-BOOK-AUTHOR
               STOP RUN RETURNING 1
            END-IF.
      *
        147-READ-RELEASED-BOOK.
            READ RELEASED-BOOKS-FILE
                AT END
                    MOVE 'Y' TO RELEASED-BOOKS-EOF-SWITCH
            END-READ.
            IF RELEASED-BOOKS-STATUS NOT = '00'
                  AND RELEASED-BOOKS-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read RELBOOK, status '
                       RELEASED-BOOKS-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Edit the current record, route it to AUTHORSOK, PENDTXN or
      * EDITREJS, then fetch the next one
      *
        300-EDIT-RAW-RECORD.
            PERFORM 500-VALIDATE-RECORD.
            EVALUATE TRUE
               WHEN NOT RECORD-IS-CLEAN
                  PERFORM 650-WRITE-REJECT-RECORD
               WHEN WORK-AUTHOR-EFFECTIVE-DATE > PROCESSING-DATE
                  PERFORM 620-FILE-PENDING-AUTHOR
               WHEN OTHER
                  PERFORM 600-WRITE-CLEAN-RECORD
            END-EVALUATE.
            PERFORM 400-READ-RAW-RECORD.
      *
      * Fetch the next record under edit into WORK-AUTHORS-RECORD:
      * the lower id of the night's own feed and the rows staged in
      * RELAUTH, a staged row ahead of a feed row with the same id
      *
        400-READ-RAW-RECORD.
            EVALUATE TRUE
               WHEN FEED-AUTHOR-EOF AND RELEASED-AUTHORS-EOF
                  MOVE 'Y' TO RAW-EOF-SWITCH
               WHEN FEED-AUTHOR-EOF
                  PERFORM 420-TAKE-RELEASED-AUTHOR
               WHEN RELEASED-AUTHORS-EOF
                  PERFORM 430-TAKE-FEED-AUTHOR
               WHEN RELEASED-AUTHOR-ID NOT > FEED-AUTHOR-NEXT (1:9)
                  PERFORM 420-TAKE-RELEASED-AUTHOR
               WHEN OTHER
                  PERFORM 430-TAKE-FEED-AUTHOR
            END-EVALUATE.
      *
      * Look ahead one record on the night's own feed: AUTHORSIN in
      * fixed mode, the converted delimited table in DELIM mode
      *
        410-FETCH-FEED-RECORD.
            IF DELIM-MODE THEN
               ADD 1 TO DELIM-TABLE-IDX
               IF DELIM-TABLE-IDX > DELIM-TABLE-COUNT THEN
                  MOVE 'Y' TO FEED-AUTHOR-EOF-SWITCH
               ELSE
                  MOVE DELIM-TABLE-ENTRY (DELIM-TABLE-IDX)
                      TO FEED-AUTHOR-NEXT
               END-IF
            ELSE
               READ RAW-AUTHORS-FILE
                   AT END
                       MOVE 'Y' TO FEED-AUTHOR-EOF-SWITCH
               END-READ
               IF RAW-FILE-STATUS NOT = '00'
                     AND RAW-FILE-STATUS NOT = '10' THEN
                          RAW-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               IF NOT FEED-AUTHOR-EOF THEN
                  MOVE RAW-AUTHORS-RECORD TO FEED-AUTHOR-NEXT
               END-IF
            END-IF.
      *
        415-READ-RELEASED-AUTHOR.
            READ RELEASED-AUTHORS-FILE
                AT END
                    MOVE 'Y' TO RELEASED-AUTHORS-EOF-SWITCH
            END-READ.
            IF RELEASED-AUTHORS-STATUS NOT = '00'
                  AND RELEASED-AUTHORS-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read RELAUTH, status '
                       RELEASED-AUTHORS-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * A staged row is marked released in PENDTXN as it is taken;
      * from here on it is edited like any row of the feed
      *
        420-TAKE-RELEASED-AUTHOR.
            MOVE RELEASED-AUTHORS-RECORD TO WORK-AUTHORS-RECORD.
            ADD 1 TO RECORDS-READ-COUNT.
            ADD 1 TO RECORDS-RELEASED-COUNT.
            PERFORM 800-OPEN-PENDING-FILE.
            MOVE 'A' TO PEND-FEED.
            MOVE WORK-AUTHOR-ID TO PEND-FAMILY-ID.
            MOVE WORK-AUTHOR-ID TO PEND-ROW-ID.
            MOVE WORK-AUTHOR-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
            PERFORM 820-MARK-ENTRY-RELEASED.
            PERFORM 415-READ-RELEASED-AUTHOR.
      *
        430-TAKE-FEED-AUTHOR.
            MOVE FEED-AUTHOR-NEXT TO WORK-AUTHORS-RECORD.
            ADD 1 TO RECORDS-READ-COUNT.
            PERFORM 410-FETCH-FEED-RECORD.
      *
      * Apply every edit to the current record; the first rule broken
      * decides the reason code. Checks the batch program depends on:
      * previous id is reported as a duplicate, anything lower as an
      * out-of-sequence row). A delete additionally must not orphan
      * book rows: any book the snapshot still shows for the author
      * needs a matching delete in the books feed. An effective date
      * must be a real calendar date; a row dated after the
      * processing date stops after the shape edits, since the
      * sequence and referential rules are about tonight's feed and
      * it will meet them on the night it is released.
      *
        500-VALIDATE-RECORD.
            MOVE '00' TO EDIT-REASON-CODE.
            MOVE SPACES TO EDIT-REASON-TEXT.
            MOVE WORK-AUTHOR-EFFECTIVE-DATE TO DATE-CHECK-VALUE.
            PERFORM 560-CHECK-DATE.
            EVALUATE TRUE
               WHEN WORK-AUTHOR-ID IS NOT NUMERIC
                  MOVE '01' TO EDIT-REASON-CODE
                  MOVE '03' TO EDIT-REASON-CODE
                  MOVE 'AUTHOR-LAST-NAME IS BLANK'
                      TO EDIT-REASON-TEXT
               WHEN NOT DATE-VALID
                  MOVE '08' TO EDIT-REASON-CODE
                  MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                      TO EDIT-REASON-TEXT
               WHEN WORK-AUTHOR-EFFECTIVE-DATE > PROCESSING-DATE
                  CONTINUE
               WHEN OTHER
                  MOVE WORK-AUTHOR-ID TO CURRENT-AUTHOR-ID
                  IF CURRENT-AUTHOR-ID = PREVIOUS-AUTHOR-ID THEN
      * Is there an accepted delete for book LOOKUP-ID in the books
      * feed? Only rows that passed the prescreen count: a delete
      * the edit is rejecting will never reach BOOKSOK and cannot
      * save the author delete from orphaning rows, and neither can
      * one dated for a later night.
      *
        550-FIND-BOOK-DELETE-IN-FEED.
            MOVE 'N' TO LOOKUP-FOUND-SWITCH.
                TO BOOK-WORK-RECORD.
            IF FEED-BOOK-EDIT-CODE (FEED-BOOK-IDX) = '00'
                  AND BOOK-WORK-OP-CODE = 'D'
                  AND BOOK-WORK-EFFECTIVE-DATE NOT > PROCESSING-DATE
                  AND BOOK-WORK-ID IS NUMERIC THEN
               IF FUNCTION NUMVAL (BOOK-WORK-ID) = LOOKUP-ID THEN
                  MOVE 'Y' TO LOOKUP-FOUND-SWITCH
               END-IF
            END-IF.
      *
      * Is DATE-CHECK-VALUE blank or a real YYYYMMDD calendar date?
      *
        560-CHECK-DATE.
            MOVE 'Y' TO DATE-VALID-SWITCH.
            IF DATE-CHECK-VALUE NOT = SPACES THEN
               IF DATE-CHECK-VALUE IS NOT NUMERIC THEN
                  MOVE 'N' TO DATE-VALID-SWITCH
               ELSE
                  EVALUATE DATE-CHECK-MONTH
                     WHEN 4
                     WHEN 6
                     WHEN 9
                     WHEN 11
                        MOVE 30 TO DATE-CHECK-LAST-DAY
                     WHEN 2
                        PERFORM 565-FEBRUARY-LAST-DAY
                     WHEN OTHER
                        MOVE 31 TO DATE-CHECK-LAST-DAY
                  END-EVALUATE
                  IF DATE-CHECK-YEAR = ZERO
                        OR DATE-CHECK-MONTH < 1
                        OR DATE-CHECK-MONTH > 12
                        OR DATE-CHECK-DAY < 1
                        OR DATE-CHECK-DAY > DATE-CHECK-LAST-DAY THEN
                     MOVE 'N' TO DATE-VALID-SWITCH
                  END-IF
               END-IF
            END-IF.
      *
        565-FEBRUARY-LAST-DAY.
            MOVE 28 TO DATE-CHECK-LAST-DAY.
            DIVIDE DATE-CHECK-YEAR BY 4 GIVING DATE-CHECK-QUOTIENT
                REMAINDER DATE-CHECK-REMAINDER.
            IF DATE-CHECK-REMAINDER = ZERO THEN
               MOVE 29 TO DATE-CHECK-LAST-DAY
               DIVIDE DATE-CHECK-YEAR BY 100
                   GIVING DATE-CHECK-QUOTIENT
                   REMAINDER DATE-CHECK-REMAINDER
               IF DATE-CHECK-REMAINDER = ZERO THEN
                  MOVE 28 TO DATE-CHECK-LAST-DAY
                  DIVIDE DATE-CHECK-YEAR BY 400
                      GIVING DATE-CHECK-QUOTIENT
                      REMAINDER DATE-CHECK-REMAINDER
                  IF DATE-CHECK-REMAINDER = ZERO THEN
                     MOVE 29 TO DATE-CHECK-LAST-DAY
                  END-IF
               END-IF
            END-IF.
      *
      * Pass the record through unchanged and advance the sequence
      * control id; accepted inserts and deletes are remembered for
      * the referential edits on the books feed
               MOVE AUTHOR-ID TO FEED-DELETE-ID (FEED-DELETE-COUNT)
            END-IF.
      *
      * A row dated for a later night goes to the warehouse in the
      * AUTHREC shape it will have when released; a second row for
      * the same id and date while the first is still held is
      * rejected rather than silently replacing it
      *
        620-FILE-PENDING-AUTHOR.
            PERFORM 800-OPEN-PENDING-FILE.
            MOVE SPACES TO PENDING-RECORD.
            MOVE 'A' TO PEND-FEED.
            MOVE WORK-AUTHOR-ID TO PEND-FAMILY-ID.
            MOVE WORK-AUTHOR-ID TO PEND-ROW-ID.
            MOVE WORK-AUTHOR-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
            MOVE WORK-AUTHORS-RECORD (1:70) TO PEND-ROW-IMAGE.
            PERFORM 810-FILE-PENDING-ENTRY.
            IF PENDING-DUPLICATE THEN
               MOVE '09' TO EDIT-REASON-CODE
               MOVE 'CHANGE ALREADY PENDING FOR THIS DATE'
                   TO EDIT-REASON-TEXT
               PERFORM 650-WRITE-REJECT-RECORD
            ELSE
               ADD 1 TO RECORDS-PENDING-COUNT
            END-IF.
      *
      * Reject the record with its reason; the original image goes
      * out untouched so it can be corrected and recycled
      *
        650-WRITE-REJECT-RECORD.
            MOVE SPACES TO REJECT-RECORD.
            MOVE WORK-AUTHORS-RECORD (1:70) TO REJECT-AUTHOR-DATA.
            MOVE EDIT-REASON-CODE TO REJECT-REASON-CODE.
            MOVE EDIT-REASON-TEXT TO REJECT-REASON-TEXT.
            WRITE REJECT-RECORD.
      * so only the cross-feed referential rules remain - an
      * insert's author must be in the snapshot or inserted in this
      * feed, and no insert or update may target an author this
      * feed deletes. A row dated for a later night is filed in the
      * warehouse instead.
      *
        700-EDIT-BOOK-FEED.
            MOVE FEED-BOOK-IMAGE (FEED-BOOK-IDX)
                TO EDIT-REASON-CODE.
            MOVE FEED-BOOK-EDIT-TEXT (FEED-BOOK-IDX)
                TO EDIT-REASON-TEXT.
            EVALUATE TRUE
               WHEN NOT RECORD-IS-CLEAN
                  PERFORM 760-WRITE-BOOK-REJECT
               WHEN BOOK-WORK-EFFECTIVE-DATE > PROCESSING-DATE
                  PERFORM 770-FILE-PENDING-BOOK
               WHEN OTHER
                  MOVE BOOK-WORK-ID TO CURRENT-BOOK-ID
                  MOVE BOOK-WORK-AUTHOR-ID TO CURRENT-BOOK-AUTHOR
                  PERFORM 720-CHECK-BOOK-REFERENCES
                  IF RECORD-IS-CLEAN THEN
                     PERFORM 750-WRITE-CLEAN-BOOK
                  ELSE
                     PERFORM 760-WRITE-BOOK-REJECT
                  END-IF
            END-EVALUATE.
      *
        710-CHECK-BOOK-SEQUENCE.
            EVALUATE TRUE
      *
        760-WRITE-BOOK-REJECT.
            MOVE SPACES TO BOOK-REJECT-RECORD.
            MOVE BOOK-WORK-RECORD (1:69) TO BOOK-REJECT-DATA.
            MOVE EDIT-REASON-CODE TO BOOK-REJECT-REASON-CODE.
            MOVE EDIT-REASON-TEXT TO BOOK-REJECT-REASON-TEXT.
            WRITE BOOK-REJECT-RECORD.
            END-IF.
            ADD 1 TO BOOKS-REJECT-COUNT.
      *
      * Same as 620 for a book row, filed under its owning author
      *
        770-FILE-PENDING-BOOK.
            PERFORM 800-OPEN-PENDING-FILE.
            MOVE SPACES TO PENDING-RECORD.
            MOVE 'B' TO PEND-FEED.
            MOVE BOOK-WORK-AUTHOR-ID TO PEND-FAMILY-ID.
            MOVE BOOK-WORK-ID TO PEND-ROW-ID.
            MOVE BOOK-WORK-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
            MOVE BOOK-WORK-RECORD (1:69) TO PEND-ROW-IMAGE.
            PERFORM 810-FILE-PENDING-ENTRY.
            IF PENDING-DUPLICATE THEN
               MOVE '20' TO EDIT-REASON-CODE
               MOVE 'CHANGE ALREADY PENDING FOR THIS DATE'
                   TO EDIT-REASON-TEXT
               PERFORM 760-WRITE-BOOK-REJECT
            ELSE
               ADD 1 TO BOOKS-PENDING-COUNT
            END-IF.
      *
      * Open the warehouse for update the first time it is needed,
      * creating it empty when it does not exist yet
      *
        800-OPEN-PENDING-FILE.
            IF NOT PENDING-OPEN THEN
               OPEN I-O PENDING-FILE
               IF PENDING-FILE-STATUS = '35' THEN
                  OPEN OUTPUT PENDING-FILE
                  IF PENDING-FILE-STATUS NOT = '00' THEN
                     DISPLAY 'Error: unable to create PENDTXN, status '
                             PENDING-FILE-STATUS
                     STOP RUN RETURNING 1
                  END-IF
                  CLOSE PENDING-FILE
                  DISPLAY 'PENDTXN created'
                  OPEN I-O PENDING-FILE
               END-IF
               IF PENDING-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               MOVE 'Y' TO PENDING-OPEN-SWITCH
            END-IF.
      *
      * File the entry built in PENDING-RECORD as pending. Its key
      * may already be on file: an entry that was released or
      * cancelled is replaced, one still held (pending, staged or
      * flagged) is kept and the new row is reported as a duplicate.
      * A pending entry filed today with the very same row image was
      * filed by an earlier attempt at this edit, so the row is
      * simply pending again on the rerun.
      *
        810-FILE-PENDING-ENTRY.
            MOVE 'N' TO PENDING-DUPLICATE-SWITCH.
            MOVE 'P' TO PEND-STATUS.
            MOVE PROCESSING-DATE TO PEND-FILED-DATE.
            MOVE PROCESSING-DATE TO PEND-STATUS-DATE.
            MOVE SPACES TO PEND-STATUS-TEXT.
            MOVE PENDING-RECORD TO NEW-PENDING-ENTRY.
            MOVE PEND-ROW-IMAGE TO NEW-PENDING-IMAGE.
            WRITE PENDING-RECORD.
            EVALUATE PENDING-FILE-STATUS
               WHEN '00'
                  CONTINUE
               WHEN '22'
                  READ PENDING-FILE
                  IF PENDING-FILE-STATUS NOT = '00' THEN
                     DISPLAY 'Error: unable to read PENDTXN, status '
                             PENDING-FILE-STATUS
                     STOP RUN RETURNING 1
                  END-IF
                  EVALUATE TRUE
                     WHEN PEND-RELEASED OR PEND-CANCELLED
                        MOVE NEW-PENDING-ENTRY TO PENDING-RECORD
                        REWRITE PENDING-RECORD
                        IF PENDING-FILE-STATUS NOT = '00' THEN
                           DISPLAY 'Error: unable to rewrite PENDTXN,'
                                   ' status ' PENDING-FILE-STATUS
                           STOP RUN RETURNING 1
                        END-IF
                     WHEN PEND-WAITING
                           AND PEND-FILED-DATE = PROCESSING-DATE
                           AND PEND-ROW-IMAGE = NEW-PENDING-IMAGE
                        CONTINUE
                     WHEN OTHER
                        MOVE 'Y' TO PENDING-DUPLICATE-SWITCH
                  END-EVALUATE
               WHEN OTHER
                  DISPLAY 'Error: unable to write PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
      * Mark the staged entry whose key is in PEND-KEY as taken into
      * tonight's feed. A rerun of the edit finds it already marked;
      * a staged row with no entry behind it is edited all the same.
      *
        820-MARK-ENTRY-RELEASED.
            READ PENDING-FILE.
            EVALUATE PENDING-FILE-STATUS
               WHEN '00'
                  IF PEND-STAGED THEN
                     MOVE 'R' TO PEND-STATUS
                     MOVE PROCESSING-DATE TO PEND-STATUS-DATE
                     REWRITE PENDING-RECORD
                     IF PENDING-FILE-STATUS NOT = '00' THEN
                        DISPLAY 'Error: unable to rewrite PENDTXN, '
                                'status ' PENDING-FILE-STATUS
                        STOP RUN RETURNING 1
                     END-IF
                  END-IF
               WHEN '23'
                  DISPLAY 'Warning: staged ' PEND-FEED ' row '
                          PEND-ROW-ID ' dated ' PEND-EFFECTIVE-DATE
                          ' is not on PENDTXN'
               WHEN OTHER
                  DISPLAY 'Error: unable to read PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
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
               MOVE 'EXAMPLE5-EDT' TO ALERT-PROGRAM
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
               PERFORM 153-APPEND-FEED-EVENT
            END-IF.
            CLOSE REJECT-FILE.
            IF RAW-BOOKS-PRESENT THEN
               CLOSE RAW-BOOKS-FILE
            END-IF.
            IF RELBOOK-PRESENT THEN
               CLOSE RELEASED-BOOKS-FILE
            END-IF.
            IF BOOKS-PRESENT THEN
               CLOSE CLEAN-BOOKS-FILE
               CLOSE BOOK-REJECT-FILE
            END-IF.
            IF RELAUTH-PRESENT THEN
               CLOSE RELEASED-AUTHORS-FILE
            END-IF.
            IF PENDING-OPEN THEN
               CLOSE PENDING-FILE
            END-IF.
            DISPLAY 'Records read:     ' RECORDS-READ-COUNT.
            DISPLAY 'Records accepted: ' RECORDS-CLEAN-COUNT.
            DISPLAY 'Records rejected: ' RECORDS-REJECT-COUNT.
            DISPLAY 'Records released: ' RECORDS-RELEASED-COUNT.
            DISPLAY 'Records pending:  ' RECORDS-PENDING-COUNT.
            IF BOOKS-PRESENT THEN
               DISPLAY 'Books read:       ' BOOKS-READ-COUNT
               DISPLAY 'Books accepted:   ' BOOKS-CLEAN-COUNT
               DISPLAY 'Books rejected:   ' BOOKS-REJECT-COUNT
               DISPLAY 'Books released:   ' BOOKS-RELEASED-COUNT
               DISPLAY 'Books pending:    ' BOOKS-PENDING-COUNT
            END-IF.
            DISPLAY 'Execution terminated!'.
