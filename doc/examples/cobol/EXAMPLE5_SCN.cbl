      * Copyright (c) 2009-2016, Christian Ferrari
      * <tiian@users.sourceforge.net>
      * All rights reserved.
      *
      * This file is part of LIXA.
      *
      * LIXA is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License version 2i
      * as published by the Free Software Foundation.
      *
      * LIXA is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the
      * GNU General Public License along with LIXA.
      * If not, see <http://www.gnu.org/licenses/>.
      *
      * EXAMPLE5-SCN - referential and data-quality scan of the live
      * tables. EXAMPLE5-EDT only ever checks the incoming feed
      * against last night's extracts; this job looks at the tables
      * themselves (named by AUTHORSTABLE and BOOKSTABLE, exactly as
      * in EXAMPLE5-PQL) for rows the batch would never have
      * accepted: ad-hoc SQL, failed-over replicas and the history
      * loaded before the edit existed. SELECTs only, through the
      * LIXA connection, inside one global transaction so all four
      * sections see the same snapshot. The exceptions report goes
      * to SCANRPT, one section per rule:
      *   1 books whose author_id has no authors row
      *   2 authors with a blank first_name or last_name
      *   3 duplicate titles under one author
      *   4 ids outside the range PIC 9(9) of the feed layout carries
      * Every finding that fits the feed layout is also written in
      * the reject layout, author rows to SCANREJS (REJREC) and book
      * rows to SCANBKREJS (as BOOKREJSOUT), the first 70 bytes being
      * the row image as the extract would unload it, so the rows can
      * be corrected through EXAMPLE5-RCY like any other reject.
      * Section 4 rows cannot be carried by the layout at all and
      * only appear on the report.
      *
      * Return code: 0 tables clean, 4 exceptions found, 1 fatal
      * (TX errors use the EXAMPLE5-PQL codes).
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-SCN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Exceptions report, one section per rule
            SELECT SCAN-REPORT-FILE ASSIGN TO "SCANRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCAN-REPORT-STATUS.
      * Author findings in the REJREC layout, ready for the recycle
            SELECT SCAN-REJECTS-FILE ASSIGN TO "SCANREJS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCAN-REJECTS-STATUS.
      * Book findings in the BOOKREJSOUT layout
            SELECT SCAN-BOOK-REJECTS-FILE ASSIGN TO "SCANBKREJS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCAN-BOOK-REJECTS-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SCAN-REPORT-FILE.
        01 SCAN-REPORT-LINE PIC X(132).
        FD  SCAN-REJECTS-FILE.
            COPY REJREC.
        FD  SCAN-BOOK-REJECTS-FILE.
        01 BOOK-REJECT-RECORD.
           05 BOOK-REJECT-DATA        PIC X(70).
           05 FILLER                  PIC X(01).
           05 BOOK-REJECT-REASON-CODE PIC X(02).
           05 FILLER                  PIC X(01).
           05 BOOK-REJECT-REASON-TEXT PIC X(40).
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
      * Row images in the feed layout, as the extract unloads them
            COPY AUTHREC.
            COPY BOOKREC.
        01 SCAN-REPORT-STATUS PIC X(02) VALUE '00'.
        01 SCAN-REJECTS-STATUS PIC X(02) VALUE '00'.
        01 SCAN-BOOK-REJECTS-STATUS PIC X(02) VALUE '00'.
      * PostgreSQL connection, via LIXA
        01 PGCONN USAGE POINTER.
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-RESULT-STATUS PIC S9(9) USAGE COMP-5 VALUE ZERO.
        88      PQ-TUPLES-OK VALUE 2.
      * Scan statement; the longest (section 3) is two table names
      * of up to 30 and about 190 bytes of text plus the NUL
        01 PGSTATMNT PIC X(300) VALUE SPACES.
        01 PGSTATMNT-PTR PIC 9(4) USAGE COMP-5.
        01 PQ-ROW-COUNT PIC S9(9) USAGE COMP-5.
        01 PQ-ROW-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-COL-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-FIELD-PTR USAGE POINTER.
        01 PQ-FIELD-VALUE PIC X(80) BASED.
        01 PQ-FIELD-DISPLAY PIC X(80) VALUE SPACES.
      * The three columns of the current result row, as text: ids
      * are kept as the database returns them so an id the layout
      * cannot hold is reported as it really is
        01 SCAN-COLUMN-1 PIC X(80) VALUE SPACES.
        01 SCAN-COLUMN-2 PIC X(80) VALUE SPACES.
        01 SCAN-COLUMN-3 PIC X(80) VALUE SPACES.
      * Whether the id text in SCAN-ID-TEXT fits PIC 9(9)
        01 SCAN-ID-TEXT PIC X(80) VALUE SPACES.
        01 ID-FITS-SWITCH PIC X(01) VALUE 'N'.
        88      ID-FITS VALUES 'Y'.
        01 ROW-FITS-SWITCH PIC X(01) VALUE 'N'.
        88      ROW-FITS VALUES 'Y'.
      * Reason code and text for the rows of the current section
        01 SCAN-REASON-CODE PIC X(02) VALUE SPACES.
        01 SCAN-REASON-TEXT PIC X(40) VALUE SPACES.
      * Target tables, driven by the AUTHORSTABLE and BOOKSTABLE
      * environment variables exactly as in EXAMPLE5-PQL
        01 TABLE-NAME PIC X(30) VALUE 'authors'.
        01 TABLE-NAME-ENV PIC X(30) VALUE SPACES.
        01 BOOKS-TABLE-NAME PIC X(30) VALUE 'books'.
        01 BOOKS-TABLE-ENV PIC X(30) VALUE SPACES.
      * Totals, per section and for the end-of-job summary
        01 SECTION-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 ORPHAN-BOOK-COUNT PIC 9(9) VALUE ZERO.
        01 BLANK-NAME-COUNT PIC 9(9) VALUE ZERO.
        01 DUPLICATE-TITLE-COUNT PIC 9(9) VALUE ZERO.
        01 ID-RANGE-COUNT PIC 9(9) VALUE ZERO.
        01 REJECT-WRITE-COUNT PIC 9(9) VALUE ZERO.
        01 BOOK-REJECT-WRITE-COUNT PIC 9(9) VALUE ZERO.
        01 EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_SCN'.
            PERFORM 100-INITIALIZE.
            PERFORM 200-OPEN-RESOURCES.
            PERFORM 300-SCAN-ORPHAN-BOOKS.
            PERFORM 400-SCAN-BLANK-NAMES.
            PERFORM 500-SCAN-DUPLICATE-TITLES.
            PERFORM 600-SCAN-ID-RANGE.
            PERFORM 700-COMMIT-SCAN.
            PERFORM 900-TERMINATE.
            IF EXCEPTION-COUNT > ZERO THEN
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
        100-INITIALIZE.
            ACCEPT TABLE-NAME-ENV FROM ENVIRONMENT "AUTHORSTABLE".
            IF TABLE-NAME-ENV NOT = SPACES THEN
               MOVE TABLE-NAME-ENV TO TABLE-NAME
            END-IF.
            DISPLAY 'Target table: ' FUNCTION TRIM (TABLE-NAME).
            ACCEPT BOOKS-TABLE-ENV FROM ENVIRONMENT "BOOKSTABLE".
            IF BOOKS-TABLE-ENV NOT = SPACES THEN
               MOVE BOOKS-TABLE-ENV TO BOOKS-TABLE-NAME
            END-IF.
            DISPLAY 'Books table: ' FUNCTION TRIM (BOOKS-TABLE-NAME).
            OPEN OUTPUT SCAN-REPORT-FILE.
            IF SCAN-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open SCANRPT, status '
                       SCAN-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT SCAN-REJECTS-FILE.
            IF SCAN-REJECTS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open SCANREJS, status '
                       SCAN-REJECTS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT SCAN-BOOK-REJECTS-FILE.
            IF SCAN-BOOK-REJECTS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open SCANBKREJS, status '
                       SCAN-BOOK-REJECTS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING 'TABLE SCAN: ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME) DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
      *
      * Open the resource manager and the PostgreSQL connection; the
      * scan is SELECTs only but runs inside one global transaction,
      * like the probes in EXAMPLE5-VFY
      *
        200-OPEN-RESOURCES.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
            CALL "LIXAPQGETCONN" RETURNING PGCONN.
            IF PGCONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve a valid PostgreSQL con
      -            'nection'
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT.
            DISPLAY "Status: " RESULT.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
      *
      * Section 1: books pointing at an author_id with no authors
      * row (a NULL author_id is an orphan too)
      *
        300-SCAN-ORPHAN-BOOKS.
            MOVE SPACES TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'SECTION 1: BOOKS WHOSE AUTHOR_ID HAS NO AUTHORS ROW'
                TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT b.id, b.author_id, b.title FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME)
                       DELIMITED BY SIZE
                   ' b LEFT JOIN ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' a ON a.id=b.author_id WHERE a.id IS NULL'
                       DELIMITED BY SIZE
                   ' ORDER BY b.id;' DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-SCAN-QUERY.
            MOVE 'SO' TO SCAN-REASON-CODE.
            MOVE 'BOOK AUTHOR_ID HAS NO AUTHORS ROW'
                TO SCAN-REASON-TEXT.
            MOVE ZERO TO SECTION-ROW-COUNT.
            PERFORM 350-REPORT-BOOK-ROW
                VARYING PQ-ROW-IDX FROM 0 BY 1
                UNTIL PQ-ROW-IDX >= PQ-ROW-COUNT.
            MOVE SECTION-ROW-COUNT TO ORPHAN-BOOK-COUNT.
            PERFORM 880-WRITE-SECTION-TOTAL.
      *
      * One book row of section 1 or 3: report line, then the reject
      * image when both ids fit the feed layout
      *
        350-REPORT-BOOK-ROW.
            PERFORM 760-GET-ROW-COLUMNS.
            ADD 1 TO SECTION-ROW-COUNT.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING '  BOOK ID=' DELIMITED BY SIZE
                   FUNCTION TRIM (SCAN-COLUMN-1) DELIMITED BY SIZE
                   ' AUTHOR_ID=' DELIMITED BY SIZE
                   FUNCTION TRIM (SCAN-COLUMN-2) DELIMITED BY SIZE
                   ' TITLE=' DELIMITED BY SIZE
                   SCAN-COLUMN-3 (1:50) DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SCAN-COLUMN-1 TO SCAN-ID-TEXT.
            PERFORM 770-CHECK-ID-FITS.
            MOVE ID-FITS-SWITCH TO ROW-FITS-SWITCH.
            MOVE SCAN-COLUMN-2 TO SCAN-ID-TEXT.
            PERFORM 770-CHECK-ID-FITS.
            IF ROW-FITS AND ID-FITS THEN
               MOVE SPACES TO BOOKS-RECORD
               MOVE FUNCTION NUMVAL (SCAN-COLUMN-1) TO BOOK-ID
               MOVE FUNCTION NUMVAL (SCAN-COLUMN-2) TO BOOK-AUTHOR-ID
               MOVE SCAN-COLUMN-3 TO BOOK-TITLE
               MOVE SPACE TO BOOK-OP-CODE
               PERFORM 860-WRITE-BOOK-REJECT
            END-IF.
      *
      * Section 2: authors with a blank (or NULL) first or last name
      *
        400-SCAN-BLANK-NAMES.
            MOVE SPACES TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'SECTION 2: AUTHORS WITH BLANK FIRST_NAME OR LAST_NAME'
                TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT id, first_name, last_name FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE COALESCE(TRIM(first_name),'''')='''''
                       DELIMITED BY SIZE
                   ' OR COALESCE(TRIM(last_name),'''')='''''
                       DELIMITED BY SIZE
                   ' ORDER BY id;' DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-SCAN-QUERY.
            MOVE 'SB' TO SCAN-REASON-CODE.
            MOVE 'AUTHOR FIRST OR LAST NAME IS BLANK'
                TO SCAN-REASON-TEXT.
            MOVE ZERO TO SECTION-ROW-COUNT.
            PERFORM 450-REPORT-AUTHOR-ROW
                VARYING PQ-ROW-IDX FROM 0 BY 1
                UNTIL PQ-ROW-IDX >= PQ-ROW-COUNT.
            MOVE SECTION-ROW-COUNT TO BLANK-NAME-COUNT.
            PERFORM 880-WRITE-SECTION-TOTAL.
      *
        450-REPORT-AUTHOR-ROW.
            PERFORM 760-GET-ROW-COLUMNS.
            ADD 1 TO SECTION-ROW-COUNT.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING '  AUTHOR ID=' DELIMITED BY SIZE
                   FUNCTION TRIM (SCAN-COLUMN-1) DELIMITED BY SIZE
                   ' FIRST_NAME=' DELIMITED BY SIZE
                   SCAN-COLUMN-2 (1:30) DELIMITED BY SIZE
                   ' LAST_NAME=' DELIMITED BY SIZE
                   SCAN-COLUMN-3 (1:30) DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SCAN-COLUMN-1 TO SCAN-ID-TEXT.
            PERFORM 770-CHECK-ID-FITS.
            IF ID-FITS THEN
               MOVE SPACES TO AUTHORS-RECORD
               MOVE FUNCTION NUMVAL (SCAN-COLUMN-1) TO AUTHOR-ID
               MOVE SCAN-COLUMN-2 TO AUTHOR-FIRST-NAME
               MOVE SCAN-COLUMN-3 TO AUTHOR-LAST-NAME
               MOVE SPACE TO AUTHOR-OP-CODE
               PERFORM 850-WRITE-AUTHOR-REJECT
            END-IF.
      *
      * Section 3: two or more books of the same author whose titles
      * match once blanks and case are ignored; every member of a
      * duplicate set is listed, grouped by author and title, so
      * the operator can choose which one survives
      *
        500-SCAN-DUPLICATE-TITLES.
            MOVE SPACES TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'SECTION 3: DUPLICATE TITLES UNDER ONE AUTHOR'
                TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT b.id, b.author_id, b.title FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME)
                       DELIMITED BY SIZE
                   ' b WHERE EXISTS (SELECT 1 FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME)
                       DELIMITED BY SIZE
                   ' d WHERE d.author_id=b.author_id' DELIMITED BY SIZE
                   ' AND UPPER(TRIM(d.title))=UPPER(TRIM(b.title))'
                       DELIMITED BY SIZE
                   ' AND d.id<>b.id)' DELIMITED BY SIZE
                   ' ORDER BY b.author_id, UPPER(TRIM(b.title)), b.id;'
                       DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-SCAN-QUERY.
            MOVE 'SD' TO SCAN-REASON-CODE.
            MOVE 'DUPLICATE TITLE UNDER THE SAME AUTHOR'
                TO SCAN-REASON-TEXT.
            MOVE ZERO TO SECTION-ROW-COUNT.
            PERFORM 350-REPORT-BOOK-ROW
                VARYING PQ-ROW-IDX FROM 0 BY 1
                UNTIL PQ-ROW-IDX >= PQ-ROW-COUNT.
            MOVE SECTION-ROW-COUNT TO DUPLICATE-TITLE-COUNT.
            PERFORM 880-WRITE-SECTION-TOTAL.
      *
      * Section 4: ids the feed layout cannot carry (negative, or
      * more than nine digits), on either table; these rows can
      * only be fixed in the table itself, so they are reported but
      * never written to the reject files
      *
        600-SCAN-ID-RANGE.
            MOVE SPACES TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'SECTION 4: IDS OUTSIDE THE FEED LAYOUT RANGE 0 - 99999
      -         '9999' TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE ZERO TO SECTION-ROW-COUNT.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT id, first_name, last_name FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE id<0 OR id>999999999 ORDER BY id;'
                       DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-SCAN-QUERY.
            PERFORM 610-REPORT-AUTHOR-RANGE-ROW
                VARYING PQ-ROW-IDX FROM 0 BY 1
                UNTIL PQ-ROW-IDX >= PQ-ROW-COUNT.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'SELECT id, author_id, title FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME)
                       DELIMITED BY SIZE
                   ' WHERE id<0 OR id>999999999' DELIMITED BY SIZE
                   ' OR author_id<0 OR author_id>999999999'
                       DELIMITED BY SIZE
                   ' ORDER BY id;' DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-SCAN-QUERY.
            PERFORM 620-REPORT-BOOK-RANGE-ROW
                VARYING PQ-ROW-IDX FROM 0 BY 1
                UNTIL PQ-ROW-IDX >= PQ-ROW-COUNT.
            MOVE SECTION-ROW-COUNT TO ID-RANGE-COUNT.
            PERFORM 880-WRITE-SECTION-TOTAL.
      *
        610-REPORT-AUTHOR-RANGE-ROW.
            PERFORM 760-GET-ROW-COLUMNS.
            ADD 1 TO SECTION-ROW-COUNT.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING '  AUTHOR ID=' DELIMITED BY SIZE
                   FUNCTION TRIM (SCAN-COLUMN-1) DELIMITED BY SIZE
                   ' FIRST_NAME=' DELIMITED BY SIZE
                   SCAN-COLUMN-2 (1:30) DELIMITED BY SIZE
                   ' LAST_NAME=' DELIMITED BY SIZE
                   SCAN-COLUMN-3 (1:30) DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
      *
        620-REPORT-BOOK-RANGE-ROW.
            PERFORM 760-GET-ROW-COLUMNS.
            ADD 1 TO SECTION-ROW-COUNT.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING '  BOOK ID=' DELIMITED BY SIZE
                   FUNCTION TRIM (SCAN-COLUMN-1) DELIMITED BY SIZE
                   ' AUTHOR_ID=' DELIMITED BY SIZE
                   FUNCTION TRIM (SCAN-COLUMN-2) DELIMITED BY SIZE
                   ' TITLE=' DELIMITED BY SIZE
                   SCAN-COLUMN-3 (1:50) DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
      *
        700-COMMIT-SCAN.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            DISPLAY 'TXCOMMIT returned value ' TX-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
      *
      * Run the statement built in PGSTATMNT; a scan that cannot run
      * its query proves nothing, so anything but a result set is
      * fatal
      *
        750-EXECUTE-SCAN-QUERY.
            MOVE X'00' TO PGSTATMNT(PGSTATMNT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE PGSTATMNT
                 RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                RETURNING PQ-RESULT-STATUS
            END-CALL.
            IF NOT PQ-TUPLES-OK THEN
               DISPLAY 'Error: scan query failed, PQresultStatus '
                       PQ-RESULT-STATUS
               DISPLAY PGSTATMNT (1:PGSTATMNT-PTR)
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING PQ-ROW-COUNT.
      *
      * The three columns of result row PQ-ROW-IDX
      *
        760-GET-ROW-COLUMNS.
            MOVE 0 TO PQ-COL-IDX.
            PERFORM 765-GET-FIELD-VALUE.
            MOVE PQ-FIELD-DISPLAY TO SCAN-COLUMN-1.
            MOVE 1 TO PQ-COL-IDX.
            PERFORM 765-GET-FIELD-VALUE.
            MOVE PQ-FIELD-DISPLAY TO SCAN-COLUMN-2.
            MOVE 2 TO PQ-COL-IDX.
            PERFORM 765-GET-FIELD-VALUE.
            MOVE PQ-FIELD-DISPLAY TO SCAN-COLUMN-3.
      *
      * Fetch the current row/column value into PQ-FIELD-DISPLAY
      * (PQgetvalue returns a NUL-terminated C string)
      *
        765-GET-FIELD-VALUE.
            CALL "PQgetvalue" USING
                 BY VALUE PGRES
                 BY VALUE PQ-ROW-IDX
                 BY VALUE PQ-COL-IDX
                 RETURNING PQ-FIELD-PTR.
            SET ADDRESS OF PQ-FIELD-VALUE TO PQ-FIELD-PTR.
            MOVE SPACES TO PQ-FIELD-DISPLAY.
            UNSTRING PQ-FIELD-VALUE DELIMITED BY X'00'
                INTO PQ-FIELD-DISPLAY.
      *
      * An id fits the feed layout when it is all digits and no more
      * than nine of them (a NULL comes back empty and counts as 0)
      *
        770-CHECK-ID-FITS.
            IF SCAN-ID-TEXT (10:71) = SPACES
               AND (SCAN-ID-TEXT (1:9) = SPACES
                    OR FUNCTION TRIM (SCAN-ID-TEXT (1:9)) IS NUMERIC)
               THEN
               MOVE 'Y' TO ID-FITS-SWITCH
            ELSE
               MOVE 'N' TO ID-FITS-SWITCH
            END-IF.
      *
      * Branch on the TX-RETURN-STATUS of the last TX call, with the
      * same return codes EXAMPLE5-PQL uses
      *
        800-CHECK-TX-STATUS.
            EVALUATE TRUE
               WHEN TX-OK
                  CONTINUE
               WHEN TX-ROLLBACK
                  DISPLAY 'Transaction was rolled back by the resource
      -            ' manager, exiting...'
                  STOP RUN RETURNING 2
               WHEN TX-MIXED
                  DISPLAY 'Mixed outcome: some resource managers commit
      -            'ted, others rolled back, exiting...'
                  STOP RUN RETURNING 3
               WHEN TX-HAZARD
                  DISPLAY 'Hazard outcome: one or more resource manager
      -            's may be in an unknown state, exiting...'
                  STOP RUN RETURNING 4
               WHEN TX-PROTOCOL-ERROR
                  DISPLAY 'Protocol error: TX call sequence violation,
      -            'exiting...'
                  STOP RUN RETURNING 5
               WHEN TX-ERROR
                  DISPLAY 'Transient error reported by the resource man
      -            'ager, exiting...'
                  STOP RUN RETURNING 6
               WHEN TX-FAIL
                  DISPLAY 'Fatal error: the resource manager is not ava
      -            'ilable, exiting...'
                  STOP RUN RETURNING 7
               WHEN TX-OUTSIDE
                  DISPLAY 'TX call issued outside a global transaction,
      -            ' exiting...'
                  STOP RUN RETURNING 8
               WHEN OTHER
                  DISPLAY 'Exiting...'
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        850-WRITE-AUTHOR-REJECT.
            MOVE SPACES TO REJECT-RECORD.
            MOVE AUTHORS-RECORD TO REJECT-AUTHOR-DATA.
            MOVE SCAN-REASON-CODE TO REJECT-REASON-CODE.
            MOVE SCAN-REASON-TEXT TO REJECT-REASON-TEXT.
            WRITE REJECT-RECORD.
            IF SCAN-REJECTS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write SCANREJS, status '
                       SCAN-REJECTS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO REJECT-WRITE-COUNT.
      *
        860-WRITE-BOOK-REJECT.
            MOVE SPACES TO BOOK-REJECT-RECORD.
            MOVE BOOKS-RECORD TO BOOK-REJECT-DATA.
            MOVE SCAN-REASON-CODE TO BOOK-REJECT-REASON-CODE.
            MOVE SCAN-REASON-TEXT TO BOOK-REJECT-REASON-TEXT.
            WRITE BOOK-REJECT-RECORD.
            IF SCAN-BOOK-REJECTS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write SCANBKREJS, status '
                       SCAN-BOOK-REJECTS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO BOOK-REJECT-WRITE-COUNT.
      *
        880-WRITE-SECTION-TOTAL.
            IF SECTION-ROW-COUNT = ZERO THEN
               MOVE '  (none)' TO SCAN-REPORT-LINE
               PERFORM 890-WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING '  ROWS IN SECTION: ' DELIMITED BY SIZE
                   SECTION-ROW-COUNT DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            ADD SECTION-ROW-COUNT TO EXCEPTION-COUNT.
      *
        890-WRITE-REPORT-LINE.
            WRITE SCAN-REPORT-LINE.
            IF SCAN-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write SCANRPT, status '
                       SCAN-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Close everything and report the section totals
      *
        900-TERMINATE.
            MOVE SPACES TO SCAN-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO SCAN-REPORT-LINE.
            STRING 'TOTAL EXCEPTIONS: ' DELIMITED BY SIZE
                   EXCEPTION-COUNT DELIMITED BY SIZE
                   INTO SCAN-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            CLOSE SCAN-REPORT-FILE.
            CLOSE SCAN-REJECTS-FILE.
            CLOSE SCAN-BOOK-REJECTS-FILE.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
            DISPLAY 'Orphan books:        ' ORPHAN-BOOK-COUNT.
            DISPLAY 'Blank author names:  ' BLANK-NAME-COUNT.
            DISPLAY 'Duplicate titles:    ' DUPLICATE-TITLE-COUNT.
            DISPLAY 'Ids out of range:    ' ID-RANGE-COUNT.
            DISPLAY 'Author rejects:      ' REJECT-WRITE-COUNT.
            DISPLAY 'Book rejects:        ' BOOK-REJECT-WRITE-COUNT.
            DISPLAY 'Execution terminated!'.
