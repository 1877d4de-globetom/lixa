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
      * EXAMPLE5-MNT - online author/book maintenance. Customer
      * services look an author up by id and see the author's books
      * on file; an operator listed in MNTOPS may also add, change or
      * delete one author or one book at a time. The tables are the
      * ones EXAMPLE5-PQL writes (AUTHORSTABLE, BOOKSTABLE), reached
      * through the LIXA connection, and every change is one
      * TXBEGIN/TXCOMMIT unit of its own with the same timeout,
      * TX_ERROR retry and in-doubt handling as the batch.
      *
      * A change is checked with the EXAMPLE5-EDT rules (same reason
      * codes and texts), the existence checks being made against
      * the live tables instead of last night's extracts. It is then
      * registered in RUNCTL as a run of its own, mode ONLINE with
      * the operator id in the input column, so the single-instance
      * lock keeps it and the batch apart: a change is refused while
      * any run is in flight, and a batch run started meanwhile is
      * refused by its own check. The change is audited to AUDITOUT
      * (and to the AUDITTABLE on the second resource, when set)
      * exactly as EXAMPLE5-PQL audits a feed row, before-image
      * included, under that run number and group 1, so it reaches
      * the daily report, the change history and the out-of-band
      * check like any batch row and can be backed out with
      * EXAMPLE5-BKO <run number>.
      *
      * No transaction is ever held open across the screen: each
      * lookup and each change begins and ends between two ACCEPTs.
      *
      * Return code: 0 normal exit, 1 fatal; TX errors use the
      * EXAMPLE5-PQL codes (a TX_MIXED/TX_HAZARD change is written to
      * DOUBTOUT and its RUNCTL run left open, as in the batch).
      *
      * Modification history:
      * 2026-10-15 : initial version
      * 2026-10-15 : a change refused by RUNCTL, TXBEGIN/TXCOMMIT
      *              retries exhausted, a timed-out change and an
      *              in-doubt change also raise an ALERTOUT alert
      * 2026-10-15 : operator id held to the 12 characters RUNCTL
      *              records; a longer USER/LOGNAME is refused
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-MNT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Operators allowed to change data, one user id per line;
      * without the file the screen is inquiry-only for everybody
            SELECT OPERATORS-FILE ASSIGN TO "MNTOPS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OPERATORS-FILE-STATUS.
      * Audit trail shared with EXAMPLE5-PQL
            SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
      * Run-control ledger: one START and one END record per change
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * In-doubt ledger for EXAMPLE5-VFY, as written by EXAMPLE5-PQL
            SELECT DOUBT-FILE ASSIGN TO "DOUBTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DOUBT-FILE-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  OPERATORS-FILE.
        01 OPERATORS-RECORD.
           05 OPERATORS-USER-ID PIC X(20).
        FD  AUDIT-FILE.
            COPY AUDITREC.
        FD  RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           05 RUN-CTL-NUMBER    PIC 9(9).
           05 FILLER            PIC X(01).
           05 RUN-CTL-EVENT     PIC X(05).
           05 FILLER            PIC X(01).
           05 RUN-CTL-TIMESTAMP PIC X(19).
           05 FILLER            PIC X(01).
           05 RUN-CTL-MODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 RUN-CTL-INPUT     PIC X(12).
        FD  DOUBT-FILE.
        01 DOUBT-HEADER.
           05 DOUBT-HDR-TYPE      PIC X(01).
           05 FILLER              PIC X(01).
           05 DOUBT-HDR-RUN       PIC 9(9).
           05 FILLER              PIC X(01).
           05 DOUBT-HDR-GROUP     PIC 9(9).
           05 FILLER              PIC X(01).
           05 DOUBT-HDR-TX-STATUS PIC 9(9).
           05 FILLER              PIC X(01).
           05 DOUBT-HDR-XID       PIC X(256).
        01 DOUBT-DETAIL.
           05 DOUBT-DTL-TYPE       PIC X(01).
           05 FILLER               PIC X(01).
           05 DOUBT-DTL-FEED       PIC X(01).
           05 FILLER               PIC X(01).
           05 DOUBT-DTL-MODE       PIC X(06).
           05 FILLER               PIC X(01).
           05 DOUBT-DTL-AUTHOR-REC PIC X(70).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
        01 TX-INFO-AREA.
           COPY TXINFDEF.
      * Include LIXA definitions
           COPY LIXAXID.
      * The row being changed, built in the feed layouts so the
      * audit trail carries the same images as a batch row
           COPY AUTHREC.
           COPY BOOKREC.
      * XID of the change's global transaction, hex-rendered for the
      * in-doubt ledger
        01 XID-HEX-DISPLAY PIC X(256) VALUE SPACES.
        01 XID-HEX-PTR PIC S9(4) USAGE COMP-5.
        01 XID-DATA-LEN PIC S9(9) USAGE COMP-5.
        01 XID-BYTE-IDX PIC S9(9) USAGE COMP-5.
        01 XID-BYTE-CHAR PIC X(01).
        01 XID-BYTE-NUM REDEFINES XID-BYTE-CHAR
           USAGE BINARY-CHAR UNSIGNED.
        01 XID-HEX-HI PIC 9(2) USAGE COMP-5.
        01 XID-HEX-LO PIC 9(2) USAGE COMP-5.
        01 XID-HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
      * PostgreSQL connection handles; PGCONN2 is the audit database
      * on the second XA resource (AUDITTABLE/AUDITRMID, as in
      * EXAMPLE5-PQL)
        01 PGCONN USAGE POINTER.
        01 PGCONN2 USAGE POINTER.
        01 AUDIT-TABLE-NAME PIC X(30) VALUE SPACES.
        01 AUDIT-TABLE-SWITCH PIC X(01) VALUE 'N'.
        88      AUDIT-TABLE-MODE VALUES 'Y'.
        01 AUDIT-RMID-ENV PIC X(10) VALUE SPACES.
        01 AUDIT-RMID PIC S9(9) USAGE COMP-5 VALUE 1.
        01 AUDSTMNT PIC X(1024) VALUE SPACES.
        01 AUDSTMNT-PTR PIC 9(4) USAGE COMP-5.
        01 AUDSTMNT-OVERFLOW PIC X(01) VALUE 'N'.
        88      AUDSTMNT-TOO-LONG VALUE 'Y'.
        01 AUDIT-PGRES-NUM PIC 9(18) VALUE ZERO.
        01 STMT-ESC-SRC PIC X(300) VALUE SPACES.
        01 STMT-ESC-DST PIC X(600) VALUE SPACES.
        01 STMT-ESC-SRC-IDX PIC S9(4) USAGE COMP-5.
        01 STMT-ESC-DST-IDX PIC S9(4) USAGE COMP-5.
      * PostgreSQL result
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-RESULT-STATUS PIC S9(9) USAGE COMP-5 VALUE ZERO.
        88      PQ-COMMAND-OK VALUE 1.
        88      PQ-TUPLES-OK VALUE 2.
        01 PGSTATMNT PIC X(300) VALUE SPACES.
        01 PGSTATMNT-PTR PIC 9(4) USAGE COMP-5.
        01 PGSTATMNT-OVERFLOW PIC X(01) VALUE 'N'.
        88      PGSTATMNT-TOO-LONG VALUE 'Y'.
      * Lookup SELECTs get their own buffer, as the before-image
      * SELECT does in EXAMPLE5-PQL
        01 QUERY-STATEMENT PIC X(300) VALUE SPACES.
        01 QUERY-STATEMENT-PTR PIC 9(4) USAGE COMP-5.
        01 PQ-ROW-COUNT PIC S9(9) USAGE COMP-5.
        01 PQ-ROW-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-COL-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-FIELD-PTR USAGE POINTER.
        01 PQ-FIELD-VALUE PIC X(80) BASED.
        01 PQ-FIELD-DISPLAY PIC X(80) VALUE SPACES.
      * Before-image of the row about to be changed, in the AUDITREC
      * shapes (AUTHREC columns, or BOOKREC for a book row)
        01 BEFORE-IMAGE-AREA.
           05 BEFORE-IMAGE-ID         PIC X(09).
           05 BEFORE-IMAGE-FIRST-NAME PIC X(30).
           05 BEFORE-IMAGE-LAST-NAME  PIC X(30).
        01 BEFORE-IMAGE-ID-NUM PIC 9(9) VALUE ZERO.
        01 BEFORE-STATEMENT PIC X(300) VALUE SPACES.
        01 BEFORE-STATEMENT-PTR PIC 9(4) USAGE COMP-5.
        01 BOOK-BEFORE-AREA.
           05 BOOK-BEFORE-ID     PIC X(09).
           05 BOOK-BEFORE-AUTHOR PIC X(09).
           05 BOOK-BEFORE-TITLE  PIC X(50).
        01 BOOK-BEFORE-ID-NUM PIC 9(9) VALUE ZERO.
      * Apostrophe doubling for the SQL literals
        01 AUTHOR-FIRST-NAME-ESC PIC X(60) VALUE SPACES.
        01 AUTHOR-LAST-NAME-ESC PIC X(60) VALUE SPACES.
        01 BOOK-TITLE-ESC PIC X(100) VALUE SPACES.
        01 ESC-SRC PIC X(50) VALUE SPACES.
        01 ESC-DST PIC X(100) VALUE SPACES.
        01 ESC-SRC-IDX PIC S9(4) USAGE COMP-5.
        01 ESC-DST-IDX PIC S9(4) USAGE COMP-5.
        01 ESC-CURRENT-CHAR PIC X(01).
        01 APOSTROPHE-CHAR PIC X(01) VALUE X'27'.
      * Target tables, driven by the same environment variables as
      * EXAMPLE5-PQL
        01 TABLE-NAME PIC X(30) VALUE 'authors'.
        01 TABLE-NAME-ENV PIC X(30) VALUE SPACES.
        01 BOOKS-TABLE-NAME PIC X(30) VALUE 'books'.
        01 BOOKS-TABLE-ENV PIC X(30) VALUE SPACES.
      * Operation of the change in progress
        01 RECORD-MODE PIC 9(1) VALUE 0.
        88      RECORD-IS-DELETE VALUES 1.
        88      RECORD-IS-INSERT VALUES 0.
        88      RECORD-IS-UPDATE VALUES 3.
        01 RECORD-MODE-TEXT PIC X(06) VALUE 'INSERT'.
        01 CURRENT-FEED PIC X(01) VALUE 'A'.
        88      FEED-IS-AUTHOR VALUES 'A'.
        88      FEED-IS-BOOK VALUES 'B'.
        01 CURRENT-ROW-IMAGE PIC X(70) VALUE SPACES.
      * What the change did, kept for the audit record once the
      * TXCOMMIT outcome is known (the audit table INSERT reuses
      * PQ-RESULT-STATUS, so the statement's own status is saved)
        01 CHANGE-TIMESTAMP PIC X(19) VALUE SPACES.
        01 CHANGE-STATEMENT PIC X(300) VALUE SPACES.
        01 CHANGE-PGRES PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 CHANGE-FAILED-SWITCH PIC X(01) VALUE 'N'.
        88      CHANGE-FAILED VALUES 'Y'.
        01 CHANGE-FAIL-TEXT PIC X(40) VALUE SPACES.
        01 CHANGE-REFUSED-SWITCH PIC X(01) VALUE 'N'.
        88      CHANGE-REFUSED VALUES 'Y'.
        01 ROLLBACK-STATUS-SAVE PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 GROUP-NUMBER PIC 9(9) VALUE 1.
      * EXAMPLE5-EDT reason code and text of a refused change
        01 EDIT-REASON-CODE PIC X(02) VALUE SPACES.
        01 EDIT-REASON-TEXT PIC X(40) VALUE SPACES.
      * Id typed on the screen, checked the way EXAMPLE5-SCN checks
      * a table id: digits only, leading or trailing blanks allowed
        01 EDIT-ID-TEXT PIC X(09) VALUE SPACES.
        01 EDIT-ID-NUM PIC 9(9) VALUE ZERO.
        01 ID-VALID-SWITCH PIC X(01) VALUE 'N'.
        88      ID-VALID VALUES 'Y'.
      * Results of the lookups against the live tables
        01 AUTHOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
        88      AUTHOR-FOUND VALUES 'Y'.
        01 BOOK-FOUND-SWITCH PIC X(01) VALUE 'N'.
        88      BOOK-FOUND VALUES 'Y'.
        01 LOOKUP-FIRST-NAME PIC X(30) VALUE SPACES.
        01 LOOKUP-LAST-NAME PIC X(30) VALUE SPACES.
        01 LOOKUP-BOOK-AUTHOR-ID PIC 9(9) VALUE ZERO.
        01 LOOKUP-BOOK-TITLE PIC X(50) VALUE SPACES.
        01 AUTHOR-BOOK-COUNT PIC 9(9) VALUE ZERO.
      * Operator and authorisation
      * The operator id is recorded in RUNCTL-INPUT, so it is held to
      * that width; a longer sign-on is refused
        01 OPERATOR-ID PIC X(12) VALUE SPACES.
        01 OPERATOR-ID-ENTRY PIC X(20) VALUE SPACES.
        01 OPERATOR-ACCESS-TEXT PIC X(20) VALUE 'INQUIRY ONLY'.
        01 OPERATORS-FILE-STATUS PIC X(02) VALUE '00'.
        01 OPERATORS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      OPERATORS-EOF VALUES 'Y'.
        01 OPERATOR-AUTHORISED-SWITCH PIC X(01) VALUE 'N'.
        88      OPERATOR-AUTHORISED VALUES 'Y'.
      * Screen fields
        01 SCR-FUNCTION PIC X(02) VALUE SPACES.
        01 SCR-AUTHOR-ID PIC X(09) VALUE SPACES.
        01 SCR-FIRST-NAME PIC X(30) VALUE SPACES.
        01 SCR-LAST-NAME PIC X(30) VALUE SPACES.
        01 SCR-BOOK-ID PIC X(09) VALUE SPACES.
        01 SCR-BOOK-TITLE PIC X(50) VALUE SPACES.
        01 MNT-MESSAGE PIC X(79) VALUE SPACES.
        01 MNT-EXIT-SWITCH PIC X(01) VALUE 'N'.
        88      MNT-EXIT-REQUESTED VALUES 'Y'.
      * The author's books as listed on the screen: the first
      * BOOK-LIST-MAX by id, the message line says when there are
      * more
        01 BOOK-LIST-MAX PIC S9(9) USAGE COMP-5 VALUE 10.
        01 BOOK-LIST-IDX PIC S9(9) USAGE COMP-5.
        01 BOOK-LIST-TABLE.
           05 BOOK-LIST-LINE OCCURS 10 TIMES PIC X(62).
        01 BOOK-LIST-WORK.
           05 BOOK-LIST-ID    PIC 9(9).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 BOOK-LIST-TITLE PIC X(50).
        01 MESSAGE-COUNT PIC Z(8)9.
        01 MESSAGE-RUN PIC Z(8)9.
      * AUDITOUT and DOUBTOUT control
        01 AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
        01 AUDIT-TIMESTAMP-DATE PIC 9(08).
        01 AUDIT-TIMESTAMP-TIME PIC 9(08).
        01 DOUBT-FILE-STATUS PIC X(02) VALUE '00'.
        01 DOUBT-TX-STATUS-SAVE PIC 9(9) VALUE ZERO.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
        01 ALERT-TX-CALL PIC X(08) VALUE SPACES.
      * Transaction timeout and TX_ERROR retry, as in EXAMPLE5-PQL
        01 TX-TIMEOUT-AREA.
           05 TX-TIMEOUT-VALUE PIC S9(9) COMP-5 VALUE 60.
        01 TX-TIMEOUT-ENV PIC X(10) VALUE SPACES.
        01 TX-RETRY-MAX PIC 9(3) VALUE 3.
        01 TX-RETRY-WAIT PIC 9(5) VALUE 10.
        01 TX-RETRY-MAX-ENV PIC X(10) VALUE SPACES.
        01 TX-RETRY-WAIT-ENV PIC X(10) VALUE SPACES.
        01 TX-RETRY-COUNT PIC 9(3) VALUE ZERO.
        01 TX-RETRY-DELAY PIC 9(9) VALUE ZERO.
      * Run-control ledger state
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
        01 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
        01 RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 HIGHEST-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 RUN-EVENT-TEXT PIC X(05) VALUE SPACES.
        SCREEN SECTION.
        01 MAINT-SCREEN BLANK SCREEN.
           05 LINE 1 COL 1
              VALUE 'EXAMPLE5 AUTHOR/BOOK MAINTENANCE'.
           05 LINE 1 COL 40 VALUE 'OPERATOR'.
           05 LINE 1 COL 49 PIC X(12) FROM OPERATOR-ID.
           05 LINE 2 COL 49 PIC X(20) FROM OPERATOR-ACCESS-TEXT.
           05 LINE 3 COL 1 VALUE 'FUNCTION'.
           05 LINE 3 COL 13 PIC X(02) USING SCR-FUNCTION.
           05 LINE 4 COL 1
              VALUE 'I INQUIRE  AA/CA/DA ADD/CHANGE/DELETE AUTHOR'.
           05 LINE 4 COL 46
              VALUE 'AB/CB/DB SAME FOR A BOOK  X EXIT'.
           05 LINE 6 COL 1 VALUE 'AUTHOR ID'.
           05 LINE 6 COL 13 PIC X(09) USING SCR-AUTHOR-ID.
           05 LINE 7 COL 1 VALUE 'FIRST NAME'.
           05 LINE 7 COL 13 PIC X(30) USING SCR-FIRST-NAME.
           05 LINE 8 COL 1 VALUE 'LAST NAME'.
           05 LINE 8 COL 13 PIC X(30) USING SCR-LAST-NAME.
           05 LINE 10 COL 1 VALUE 'BOOK ID'.
           05 LINE 10 COL 13 PIC X(09) USING SCR-BOOK-ID.
           05 LINE 11 COL 1 VALUE 'TITLE'.
           05 LINE 11 COL 13 PIC X(50) USING SCR-BOOK-TITLE.
           05 LINE 13 COL 1 VALUE 'BOOKS ON FILE FOR THIS AUTHOR'.
           05 LINE 14 COL 3 PIC X(62) FROM BOOK-LIST-LINE (1).
           05 LINE 15 COL 3 PIC X(62) FROM BOOK-LIST-LINE (2).
           05 LINE 16 COL 3 PIC X(62) FROM BOOK-LIST-LINE (3).
           05 LINE 17 COL 3 PIC X(62) FROM BOOK-LIST-LINE (4).
           05 LINE 18 COL 3 PIC X(62) FROM BOOK-LIST-LINE (5).
           05 LINE 19 COL 3 PIC X(62) FROM BOOK-LIST-LINE (6).
           05 LINE 20 COL 3 PIC X(62) FROM BOOK-LIST-LINE (7).
           05 LINE 21 COL 3 PIC X(62) FROM BOOK-LIST-LINE (8).
           05 LINE 22 COL 3 PIC X(62) FROM BOOK-LIST-LINE (9).
           05 LINE 23 COL 3 PIC X(62) FROM BOOK-LIST-LINE (10).
           05 LINE 24 COL 1 PIC X(79) FROM MNT-MESSAGE.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_MNT'.
            MOVE ZERO TO TX-RETURN-STATUS.
            PERFORM 100-INITIALIZE.
            PERFORM 200-OPEN-RESOURCES.
            PERFORM 300-CONVERSE
                UNTIL MNT-EXIT-REQUESTED.
            PERFORM 900-TERMINATE.
            STOP RUN RETURNING 0.
      *
      * Table names, audit table, timeout and retry policy from the
      * same environment variables EXAMPLE5-PQL reads; the operator
      * is the login user, looked up in MNTOPS
      *
        100-INITIALIZE.
            ACCEPT TABLE-NAME-ENV FROM ENVIRONMENT "AUTHORSTABLE".
            IF TABLE-NAME-ENV NOT = SPACES THEN
               MOVE TABLE-NAME-ENV TO TABLE-NAME
            END-IF.
            ACCEPT BOOKS-TABLE-ENV FROM ENVIRONMENT "BOOKSTABLE".
            IF BOOKS-TABLE-ENV NOT = SPACES THEN
               MOVE BOOKS-TABLE-ENV TO BOOKS-TABLE-NAME
            END-IF.
            ACCEPT AUDIT-TABLE-NAME FROM ENVIRONMENT "AUDITTABLE".
            IF AUDIT-TABLE-NAME NOT = SPACES THEN
               MOVE 'Y' TO AUDIT-TABLE-SWITCH
               ACCEPT AUDIT-RMID-ENV FROM ENVIRONMENT "AUDITRMID"
               IF AUDIT-RMID-ENV NOT = SPACES THEN
                  MOVE FUNCTION NUMVAL (AUDIT-RMID-ENV) TO AUDIT-RMID
               END-IF
            END-IF.
            ACCEPT TX-TIMEOUT-ENV FROM ENVIRONMENT "TXTIMEOUT".
            IF TX-TIMEOUT-ENV NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (TX-TIMEOUT-ENV)
                   TO TX-TIMEOUT-VALUE
            END-IF.
            ACCEPT TX-RETRY-MAX-ENV FROM ENVIRONMENT "TXRETRYMAX".
            IF TX-RETRY-MAX-ENV NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (TX-RETRY-MAX-ENV)
                   TO TX-RETRY-MAX
            END-IF.
            ACCEPT TX-RETRY-WAIT-ENV FROM ENVIRONMENT "TXRETRYWAIT".
            IF TX-RETRY-WAIT-ENV NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (TX-RETRY-WAIT-ENV)
                   TO TX-RETRY-WAIT
            END-IF.
            ACCEPT OPERATOR-ID-ENTRY FROM ENVIRONMENT "USER".
            IF OPERATOR-ID-ENTRY = SPACES THEN
               ACCEPT OPERATOR-ID-ENTRY FROM ENVIRONMENT "LOGNAME"
            END-IF.
            IF OPERATOR-ID-ENTRY = SPACES THEN
               DISPLAY 'Error: no operator id in USER or LOGNAME'
               STOP RUN RETURNING 1
            END-IF.
            IF OPERATOR-ID-ENTRY (13:8) NOT = SPACES THEN
               DISPLAY 'Error: operator id '
                       FUNCTION TRIM (OPERATOR-ID-ENTRY)
                       ' is longer than 12 characters'
               STOP RUN RETURNING 1
            END-IF.
            MOVE OPERATOR-ID-ENTRY TO OPERATOR-ID.
            PERFORM 110-CHECK-OPERATOR.
            IF OPERATOR-AUTHORISED THEN
               MOVE 'CHANGES ALLOWED' TO OPERATOR-ACCESS-TEXT
            END-IF.
            DISPLAY 'Operator ' FUNCTION TRIM (OPERATOR-ID) ': '
                    FUNCTION TRIM (OPERATOR-ACCESS-TEXT).
      *
      * An operator may change data only when listed in MNTOPS; a
      * missing file just leaves everybody on inquiry
      *
        110-CHECK-OPERATOR.
            OPEN INPUT OPERATORS-FILE.
            EVALUATE TRUE
               WHEN OPERATORS-FILE-STATUS EQUAL '00'
                  PERFORM 115-READ-OPERATOR
                  PERFORM 120-MATCH-OPERATOR
                      UNTIL OPERATORS-EOF OR OPERATOR-AUTHORISED
                  CLOSE OPERATORS-FILE
               WHEN OPERATORS-FILE-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open MNTOPS, status '
                          OPERATORS-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        115-READ-OPERATOR.
            READ OPERATORS-FILE
                AT END
                    MOVE 'Y' TO OPERATORS-EOF-SWITCH
            END-READ.
            IF OPERATORS-FILE-STATUS NOT = '00'
                  AND OPERATORS-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read MNTOPS, status '
                       OPERATORS-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        120-MATCH-OPERATOR.
            IF OPERATORS-USER-ID = OPERATOR-ID THEN
               MOVE 'Y' TO OPERATOR-AUTHORISED-SWITCH
            ELSE
               PERFORM 115-READ-OPERATOR
            END-IF.
      *
      * Scan the RUNCTL ledger for the highest run number and for a
      * run still in flight, exactly as EXAMPLE5-PQL does before it
      * starts; done afresh for every change
      *
        150-CHECK-RUN-CONTROL.
            MOVE ZERO TO HIGHEST-RUN-NUMBER.
            MOVE ZERO TO OPEN-RUN-NUMBER.
            MOVE 'N' TO RUN-CONTROL-EOF-SWITCH.
            OPEN INPUT RUN-CONTROL-FILE.
            EVALUATE TRUE
               WHEN RUN-CONTROL-STATUS EQUAL '00'
                  PERFORM 160-READ-RUN-CONTROL
                  PERFORM 155-SCAN-RUN-CONTROL
                      UNTIL RUN-CONTROL-EOF
                  CLOSE RUN-CONTROL-FILE
               WHEN RUN-CONTROL-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open RUNCTL, status '
                          RUN-CONTROL-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        155-SCAN-RUN-CONTROL.
            IF RUN-CTL-NUMBER IS NUMERIC THEN
               IF RUN-CTL-NUMBER > HIGHEST-RUN-NUMBER THEN
                  MOVE RUN-CTL-NUMBER TO HIGHEST-RUN-NUMBER
               END-IF
               EVALUATE RUN-CTL-EVENT
                  WHEN 'START'
                     MOVE RUN-CTL-NUMBER TO OPEN-RUN-NUMBER
                  WHEN 'END'
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER THEN
                        MOVE ZERO TO OPEN-RUN-NUMBER
                     END-IF
               END-EVALUATE
            END-IF.
            PERFORM 160-READ-RUN-CONTROL.
      *
        160-READ-RUN-CONTROL.
            READ RUN-CONTROL-FILE
                AT END
                    MOVE 'Y' TO RUN-CONTROL-EOF-SWITCH
            END-READ.
            IF RUN-CONTROL-STATUS NOT = '00'
                  AND RUN-CONTROL-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read RUNCTL, status '
                       RUN-CONTROL-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Append one ledger event (START or END) for the change's run;
      * mode ONLINE and the operator id tell it from a batch run
      *
        165-APPEND-RUN-EVENT.
            OPEN EXTEND RUN-CONTROL-FILE.
            IF RUN-CONTROL-STATUS EQUAL '05' OR
               RUN-CONTROL-STATUS EQUAL '35' THEN
               OPEN OUTPUT RUN-CONTROL-FILE
            END-IF.
            IF RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open RUNCTL, status '
                       RUN-CONTROL-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO RUN-CONTROL-RECORD.
            MOVE RUN-NUMBER TO RUN-CTL-NUMBER.
            MOVE RUN-EVENT-TEXT TO RUN-CTL-EVENT.
            ACCEPT AUDIT-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIMESTAMP-TIME FROM TIME.
            STRING AUDIT-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   AUDIT-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO RUN-CTL-TIMESTAMP
            END-STRING.
            MOVE 'ONLINE' TO RUN-CTL-MODE.
            MOVE OPERATOR-ID TO RUN-CTL-INPUT.
            WRITE RUN-CONTROL-RECORD.
            IF RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write RUNCTL, status '
                       RUN-CONTROL-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE RUN-CONTROL-FILE.
            IF RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to close RUNCTL, status '
                       RUN-CONTROL-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Register the change as a run of its own; the ledger is
      * scanned once more right before the START goes in, so a batch
      * run that started while the operator was typing still wins
      *
        170-REGISTER-RUN.
            PERFORM 150-CHECK-RUN-CONTROL.
            IF OPEN-RUN-NUMBER > ZERO THEN
               PERFORM 455-REFUSE-RUN-IN-FLIGHT
            ELSE
               COMPUTE RUN-NUMBER = HIGHEST-RUN-NUMBER + 1
               MOVE 'START' TO RUN-EVENT-TEXT
               PERFORM 165-APPEND-RUN-EVENT
            END-IF.
      *
      * Open the resource manager and the PostgreSQL connections
      *
        200-OPEN-RESOURCES.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
            IF TX-TIMEOUT-VALUE > ZERO THEN
               CALL "TXSETTIMEOUT" USING TX-TIMEOUT-AREA
                                         TX-RETURN-STATUS
               PERFORM 800-CHECK-TX-STATUS
            END-IF.
      *
      * Retrieve PostgreSQL connection
      * do NOT use standard PostgreSQL functions because they don't
      * return an XA connection, but a transaction manager independent
      * connection
      *
            CALL "LIXAPQGETCONN" RETURNING PGCONN.
            IF PGCONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve a valid PostgreSQL con
      -            'nection'
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT.
            DISPLAY "Status: " RESULT.
            IF AUDIT-TABLE-MODE THEN
               CALL "lixa_pq_get_conn_by_rmid"
                    USING BY VALUE AUDIT-RMID
                    RETURNING PGCONN2
               END-CALL
               IF PGCONN2 EQUAL NULL THEN
                  DISPLAY 'Error: unable to retrieve the audit database
      -              'connection for resource manager id ' AUDIT-RMID
                  STOP RUN RETURNING 1
               END-IF
               CALL "PQstatus" USING BY VALUE PGCONN2 RETURNING RESULT
               DISPLAY "Audit connection status: " RESULT
            END-IF.
      *
      * One screen exchange: show the screen, take the operator's
      * input and carry out the function keyed
      *
        300-CONVERSE.
            DISPLAY MAINT-SCREEN.
            ACCEPT MAINT-SCREEN.
            MOVE SPACES TO MNT-MESSAGE.
            EVALUATE SCR-FUNCTION
               WHEN 'I '
               WHEN 'i '
                  PERFORM 400-INQUIRE
               WHEN 'AA'
               WHEN 'aa'
                  MOVE 0 TO RECORD-MODE
                  PERFORM 500-MAINTAIN-AUTHOR
               WHEN 'CA'
               WHEN 'ca'
                  MOVE 3 TO RECORD-MODE
                  PERFORM 500-MAINTAIN-AUTHOR
               WHEN 'DA'
               WHEN 'da'
                  MOVE 1 TO RECORD-MODE
                  PERFORM 500-MAINTAIN-AUTHOR
               WHEN 'AB'
               WHEN 'ab'
                  MOVE 0 TO RECORD-MODE
                  PERFORM 520-MAINTAIN-BOOK
               WHEN 'CB'
               WHEN 'cb'
                  MOVE 3 TO RECORD-MODE
                  PERFORM 520-MAINTAIN-BOOK
               WHEN 'DB'
               WHEN 'db'
                  MOVE 1 TO RECORD-MODE
                  PERFORM 520-MAINTAIN-BOOK
               WHEN 'X '
               WHEN 'x '
                  MOVE 'Y' TO MNT-EXIT-SWITCH
               WHEN OTHER
                  MOVE 'UNKNOWN FUNCTION CODE' TO MNT-MESSAGE
            END-EVALUATE.
            MOVE SPACES TO SCR-FUNCTION.
      *
      * Show the author keyed and that author's books
      *
        400-INQUIRE.
            MOVE SCR-AUTHOR-ID TO EDIT-ID-TEXT.
            PERFORM 460-EDIT-ID.
            IF NOT ID-VALID THEN
               MOVE 'AUTHOR-ID IS NOT NUMERIC' TO MNT-MESSAGE
            ELSE
               MOVE EDIT-ID-NUM TO AUTHOR-ID
               PERFORM 410-LOOKUP-AUTHOR
               IF AUTHOR-FOUND THEN
                  MOVE LOOKUP-FIRST-NAME TO SCR-FIRST-NAME
                  MOVE LOOKUP-LAST-NAME TO SCR-LAST-NAME
                  PERFORM 415-SET-BOOK-COUNT-MESSAGE
               ELSE
                  MOVE SPACES TO SCR-FIRST-NAME
                  MOVE SPACES TO SCR-LAST-NAME
                  MOVE 'AUTHOR NOT ON FILE' TO MNT-MESSAGE
               END-IF
            END-IF.
      *
      * Read the author row and the author's books in one short
      * transaction so the two agree
      *
        410-LOOKUP-AUTHOR.
            PERFORM 601-BEGIN-TRANSACTION.
            PERFORM 420-SELECT-AUTHOR.
            PERFORM 430-SELECT-BOOKS.
            PERFORM 611-COMMIT-TRANSACTION.
            PERFORM 800-CHECK-TX-STATUS.
      *
        415-SET-BOOK-COUNT-MESSAGE.
            IF AUTHOR-BOOK-COUNT > BOOK-LIST-MAX THEN
               MOVE AUTHOR-BOOK-COUNT TO MESSAGE-COUNT
               STRING FUNCTION TRIM (MESSAGE-COUNT) DELIMITED BY SIZE
                      ' BOOKS ON FILE, FIRST 10 SHOWN'
                          DELIMITED BY SIZE
                      INTO MNT-MESSAGE
               END-STRING
            END-IF.
      *
        420-SELECT-AUTHOR.
            MOVE 'N' TO AUTHOR-FOUND-SWITCH.
            MOVE SPACES TO LOOKUP-FIRST-NAME.
            MOVE SPACES TO LOOKUP-LAST-NAME.
            MOVE SPACES TO QUERY-STATEMENT.
            MOVE 1 TO QUERY-STATEMENT-PTR.
            STRING 'SELECT id, first_name, last_name FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   AUTHOR-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO QUERY-STATEMENT
                   WITH POINTER QUERY-STATEMENT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-QUERY.
            IF PQ-ROW-COUNT > ZERO THEN
               MOVE 'Y' TO AUTHOR-FOUND-SWITCH
               MOVE 0 TO PQ-ROW-IDX
               MOVE 1 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE PQ-FIELD-DISPLAY TO LOOKUP-FIRST-NAME
               MOVE 2 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE PQ-FIELD-DISPLAY TO LOOKUP-LAST-NAME
            END-IF.
      *
      * The author's books by id: the count drives the EDT rule that
      * an author with books on file cannot be deleted, the first
      * BOOK-LIST-MAX go on the screen
      *
        430-SELECT-BOOKS.
            MOVE SPACES TO BOOK-LIST-TABLE.
            MOVE SPACES TO QUERY-STATEMENT.
            MOVE 1 TO QUERY-STATEMENT-PTR.
            STRING 'SELECT id, title FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE author_id=' DELIMITED BY SIZE
                   AUTHOR-ID DELIMITED BY SIZE
                   ' ORDER BY id;' DELIMITED BY SIZE
                   INTO QUERY-STATEMENT
                   WITH POINTER QUERY-STATEMENT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-QUERY.
            MOVE PQ-ROW-COUNT TO AUTHOR-BOOK-COUNT.
            PERFORM 435-LIST-BOOK-ROW
                VARYING BOOK-LIST-IDX FROM 1 BY 1
                UNTIL BOOK-LIST-IDX > PQ-ROW-COUNT
                   OR BOOK-LIST-IDX > BOOK-LIST-MAX.
      *
        435-LIST-BOOK-ROW.
            COMPUTE PQ-ROW-IDX = BOOK-LIST-IDX - 1.
            MOVE 0 TO PQ-COL-IDX.
            PERFORM 745-GET-FIELD-VALUE.
            MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY) TO BOOK-LIST-ID.
            MOVE 1 TO PQ-COL-IDX.
            PERFORM 745-GET-FIELD-VALUE.
            MOVE PQ-FIELD-DISPLAY TO BOOK-LIST-TITLE.
            MOVE BOOK-LIST-WORK TO BOOK-LIST-LINE (BOOK-LIST-IDX).
      *
        440-SELECT-BOOK.
            MOVE 'N' TO BOOK-FOUND-SWITCH.
            MOVE ZERO TO LOOKUP-BOOK-AUTHOR-ID.
            MOVE SPACES TO LOOKUP-BOOK-TITLE.
            MOVE SPACES TO QUERY-STATEMENT.
            MOVE 1 TO QUERY-STATEMENT-PTR.
            STRING 'SELECT id, author_id, title FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   BOOK-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO QUERY-STATEMENT
                   WITH POINTER QUERY-STATEMENT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-QUERY.
            IF PQ-ROW-COUNT > ZERO THEN
               MOVE 'Y' TO BOOK-FOUND-SWITCH
               MOVE 0 TO PQ-ROW-IDX
               MOVE 1 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY)
                   TO LOOKUP-BOOK-AUTHOR-ID
               MOVE 2 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE PQ-FIELD-DISPLAY TO LOOKUP-BOOK-TITLE
            END-IF.
      *
      * A change needs an authorised operator and a quiet ledger:
      * while any run is in flight in RUNCTL the tables belong to
      * the batch
      *
        450-CHECK-CHANGE-ALLOWED.
            MOVE 'N' TO CHANGE-REFUSED-SWITCH.
            IF NOT OPERATOR-AUTHORISED THEN
               MOVE 'Y' TO CHANGE-REFUSED-SWITCH
               MOVE 'OPERATOR NOT AUTHORISED TO CHANGE DATA (MNTOPS)'
                   TO MNT-MESSAGE
            ELSE
               PERFORM 150-CHECK-RUN-CONTROL
               IF OPEN-RUN-NUMBER > ZERO THEN
                  PERFORM 455-REFUSE-RUN-IN-FLIGHT
               END-IF
            END-IF.
      *
        455-REFUSE-RUN-IN-FLIGHT.
            MOVE 'Y' TO CHANGE-REFUSED-SWITCH.
            MOVE OPEN-RUN-NUMBER TO MESSAGE-RUN.
            MOVE SPACES TO MNT-MESSAGE.
            STRING 'REFUSED: RUN ' DELIMITED BY SIZE
                   FUNCTION TRIM (MESSAGE-RUN) DELIMITED BY SIZE
                   ' IS IN FLIGHT IN RUNCTL, TRY AGAIN LATER'
                       DELIMITED BY SIZE
                   INTO MNT-MESSAGE
            END-STRING.
            MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT.
            MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT.
            MOVE OPEN-RUN-NUMBER TO ALERT-RUN.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            STRING 'RUN IN FLIGHT IN RUNCTL, ONLINE CHANGE REFUSED FOR '
                       DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SPACE
                   INTO ALERT-MESSAGE-TEXT
            END-STRING.
            PERFORM 870-WRITE-ALERT.
      *
      * An id keyed on the screen is valid when it is digits only
      * once the blanks around it are trimmed
      *
        460-EDIT-ID.
            IF EDIT-ID-TEXT NOT = SPACES
               AND FUNCTION TRIM (EDIT-ID-TEXT) IS NUMERIC THEN
               MOVE 'Y' TO ID-VALID-SWITCH
               MOVE FUNCTION NUMVAL (EDIT-ID-TEXT) TO EDIT-ID-NUM
            ELSE
               MOVE 'N' TO ID-VALID-SWITCH
               MOVE ZERO TO EDIT-ID-NUM
            END-IF.
      *
      * A refused change shows the EXAMPLE5-EDT reason code and text;
      * the two checks the feed edit cannot make against a table,
      * AF (id already on file for an add) and NF (id not on file
      * for a change or delete), have codes of their own
      *
        470-REFUSE-CHANGE.
            MOVE 'Y' TO CHANGE-REFUSED-SWITCH.
            MOVE SPACES TO MNT-MESSAGE.
            STRING 'REFUSED ' DELIMITED BY SIZE
                   EDIT-REASON-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EDIT-REASON-TEXT DELIMITED BY SIZE
                   INTO MNT-MESSAGE
            END-STRING.
      *
      * Add, change or delete the author keyed on the screen
      *
        500-MAINTAIN-AUTHOR.
            PERFORM 450-CHECK-CHANGE-ALLOWED.
            IF NOT CHANGE-REFUSED THEN
               PERFORM 501-EDIT-AUTHOR-CHANGE
            END-IF.
            IF NOT CHANGE-REFUSED THEN
               PERFORM 502-BUILD-AUTHOR-STATEMENT
               PERFORM 600-APPLY-CHANGE
            END-IF.
            IF NOT CHANGE-REFUSED THEN
               PERFORM 410-LOOKUP-AUTHOR
            END-IF.
      *
      * The EXAMPLE5-EDT author rules, the existence checks made
      * against the table: an add needs a new id, a change or delete
      * an existing one, and an author with books on file cannot be
      * deleted
      *
        501-EDIT-AUTHOR-CHANGE.
            MOVE SPACES TO AUTHORS-RECORD.
            MOVE SCR-AUTHOR-ID TO EDIT-ID-TEXT.
            PERFORM 460-EDIT-ID.
            MOVE EDIT-ID-NUM TO AUTHOR-ID.
            MOVE SCR-FIRST-NAME TO AUTHOR-FIRST-NAME.
            MOVE SCR-LAST-NAME TO AUTHOR-LAST-NAME.
            EVALUATE TRUE
               WHEN RECORD-IS-DELETE
                  MOVE 'D' TO AUTHOR-OP-CODE
               WHEN RECORD-IS-UPDATE
                  MOVE 'U' TO AUTHOR-OP-CODE
               WHEN OTHER
                  MOVE 'I' TO AUTHOR-OP-CODE
            END-EVALUATE.
            EVALUATE TRUE
               WHEN NOT ID-VALID
                  MOVE '01' TO EDIT-REASON-CODE
                  MOVE 'AUTHOR-ID IS NOT NUMERIC'
                      TO EDIT-REASON-TEXT
                  PERFORM 470-REFUSE-CHANGE
               WHEN NOT RECORD-IS-DELETE
                    AND AUTHOR-FIRST-NAME = SPACES
                  MOVE '02' TO EDIT-REASON-CODE
                  MOVE 'AUTHOR-FIRST-NAME IS BLANK'
                      TO EDIT-REASON-TEXT
                  PERFORM 470-REFUSE-CHANGE
               WHEN NOT RECORD-IS-DELETE
                    AND AUTHOR-LAST-NAME = SPACES
                  MOVE '03' TO EDIT-REASON-CODE
                  MOVE 'AUTHOR-LAST-NAME IS BLANK'
                      TO EDIT-REASON-TEXT
                  PERFORM 470-REFUSE-CHANGE
               WHEN OTHER
                  PERFORM 410-LOOKUP-AUTHOR
                  EVALUATE TRUE
                     WHEN RECORD-IS-INSERT AND AUTHOR-FOUND
                        MOVE 'AF' TO EDIT-REASON-CODE
                        MOVE 'AUTHOR-ID ALREADY ON FILE'
                            TO EDIT-REASON-TEXT
                        PERFORM 470-REFUSE-CHANGE
                     WHEN NOT RECORD-IS-INSERT AND NOT AUTHOR-FOUND
                        MOVE 'NF' TO EDIT-REASON-CODE
                        MOVE 'AUTHOR NOT ON FILE'
                            TO EDIT-REASON-TEXT
                        PERFORM 470-REFUSE-CHANGE
                     WHEN RECORD-IS-DELETE
                          AND AUTHOR-BOOK-COUNT > ZERO
                        MOVE '07' TO EDIT-REASON-CODE
                        MOVE 'AUTHOR STILL HAS BOOKS ON FILE'
                            TO EDIT-REASON-TEXT
                        PERFORM 470-REFUSE-CHANGE
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-EVALUATE.
            IF RECORD-IS-DELETE AND AUTHOR-FOUND THEN
               MOVE LOOKUP-FIRST-NAME TO AUTHOR-FIRST-NAME
               MOVE LOOKUP-LAST-NAME TO AUTHOR-LAST-NAME
            END-IF.
      *
      * Same statement shapes as EXAMPLE5-PQL 500-BUILD-STATEMENT
      *
        502-BUILD-AUTHOR-STATEMENT.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            MOVE 'N' TO PGSTATMNT-OVERFLOW.
            EVALUATE TRUE
               WHEN RECORD-IS-DELETE
                  MOVE 'DELETE' TO RECORD-MODE-TEXT
                  STRING 'DELETE FROM ' DELIMITED BY SIZE
                         FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                         ' WHERE id=' DELIMITED BY SIZE
                         AUTHOR-ID DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         INTO PGSTATMNT
                         WITH POINTER PGSTATMNT-PTR
                         ON OVERFLOW
                            SET PGSTATMNT-TOO-LONG TO TRUE
                  END-STRING
               WHEN RECORD-IS-UPDATE
                  MOVE 'UPDATE' TO RECORD-MODE-TEXT
                  MOVE AUTHOR-FIRST-NAME TO ESC-SRC
                  PERFORM 505-ESCAPE-NAME
                  MOVE ESC-DST TO AUTHOR-FIRST-NAME-ESC
                  MOVE AUTHOR-LAST-NAME TO ESC-SRC
                  PERFORM 505-ESCAPE-NAME
                  MOVE ESC-DST TO AUTHOR-LAST-NAME-ESC
                  STRING 'UPDATE ' DELIMITED BY SIZE
                         FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                         ' SET first_name=''' DELIMITED BY SIZE
                         FUNCTION TRIM (AUTHOR-FIRST-NAME-ESC)
                             DELIMITED BY SIZE
                         ''', last_name=''' DELIMITED BY SIZE
                         FUNCTION TRIM (AUTHOR-LAST-NAME-ESC)
                             DELIMITED BY SIZE
                         ''' WHERE id=' DELIMITED BY SIZE
                         AUTHOR-ID DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         INTO PGSTATMNT
                         WITH POINTER PGSTATMNT-PTR
                         ON OVERFLOW
                            SET PGSTATMNT-TOO-LONG TO TRUE
                  END-STRING
               WHEN OTHER
                  MOVE 'INSERT' TO RECORD-MODE-TEXT
                  MOVE AUTHOR-FIRST-NAME TO ESC-SRC
                  PERFORM 505-ESCAPE-NAME
                  MOVE ESC-DST TO AUTHOR-FIRST-NAME-ESC
                  MOVE AUTHOR-LAST-NAME TO ESC-SRC
                  PERFORM 505-ESCAPE-NAME
                  MOVE ESC-DST TO AUTHOR-LAST-NAME-ESC
                  STRING 'INSERT INTO ' DELIMITED BY SIZE
                         FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                         ' VALUES(' DELIMITED BY SIZE
                         AUTHOR-ID DELIMITED BY SIZE
                         ',''' DELIMITED BY SIZE
                         FUNCTION TRIM (AUTHOR-FIRST-NAME-ESC)
                             DELIMITED BY SIZE
                         ''',''' DELIMITED BY SIZE
                         FUNCTION TRIM (AUTHOR-LAST-NAME-ESC)
                             DELIMITED BY SIZE
                         ''');' DELIMITED BY SIZE
                         INTO PGSTATMNT
                         WITH POINTER PGSTATMNT-PTR
                         ON OVERFLOW
                            SET PGSTATMNT-TOO-LONG TO TRUE
                  END-STRING
            END-EVALUATE.
            IF PGSTATMNT-TOO-LONG THEN
               DISPLAY 'Error: generated SQL statement exceeds '
                       'PGSTATMNT capacity for author id ' AUTHOR-ID
               STOP RUN RETURNING 1
            END-IF.
            MOVE X'00' TO PGSTATMNT(PGSTATMNT-PTR:1).
            MOVE 'A' TO CURRENT-FEED.
            MOVE AUTHORS-RECORD TO CURRENT-ROW-IMAGE.
      *
      * Doubles any embedded apostrophe in ESC-SRC so it cannot close
      * the single-quoted SQL literal early (O'Brien becomes O''Brien);
      * result is left in ESC-DST, blank-padded
      *
        505-ESCAPE-NAME.
            MOVE SPACES TO ESC-DST.
            MOVE 1 TO ESC-DST-IDX.
            PERFORM 506-ESCAPE-CHAR
                VARYING ESC-SRC-IDX FROM 1 BY 1
                UNTIL ESC-SRC-IDX > LENGTH OF ESC-SRC.

        506-ESCAPE-CHAR.
            MOVE ESC-SRC(ESC-SRC-IDX:1) TO ESC-CURRENT-CHAR.
            MOVE ESC-CURRENT-CHAR TO ESC-DST(ESC-DST-IDX:1).
            ADD 1 TO ESC-DST-IDX.
            IF ESC-CURRENT-CHAR = APOSTROPHE-CHAR THEN
               MOVE ESC-CURRENT-CHAR TO ESC-DST(ESC-DST-IDX:1)
               ADD 1 TO ESC-DST-IDX
            END-IF.
      *
      * Same apostrophe doubling for the audited statement text bound
      * for the audit table
      *
        507-ESCAPE-STATEMENT.
            MOVE SPACES TO STMT-ESC-DST.
            MOVE 1 TO STMT-ESC-DST-IDX.
            PERFORM 508-ESCAPE-STATEMENT-CHAR
                VARYING STMT-ESC-SRC-IDX FROM 1 BY 1
                UNTIL STMT-ESC-SRC-IDX > LENGTH OF STMT-ESC-SRC.
      *
        508-ESCAPE-STATEMENT-CHAR.
            MOVE STMT-ESC-SRC(STMT-ESC-SRC-IDX:1)
                TO ESC-CURRENT-CHAR.
            MOVE ESC-CURRENT-CHAR
                TO STMT-ESC-DST(STMT-ESC-DST-IDX:1).
            ADD 1 TO STMT-ESC-DST-IDX.
            IF ESC-CURRENT-CHAR = APOSTROPHE-CHAR THEN
               MOVE ESC-CURRENT-CHAR
                   TO STMT-ESC-DST(STMT-ESC-DST-IDX:1)
               ADD 1 TO STMT-ESC-DST-IDX
            END-IF.
      *
      * Before-image of the row an UPDATE or DELETE is about to
      * touch, SELECTed inside the change's own transaction so
      * EXAMPLE5-BKO can reverse it
      *
        510-CAPTURE-BEFORE-IMAGE.
            MOVE SPACES TO BEFORE-IMAGE-AREA.
            IF RECORD-IS-UPDATE OR RECORD-IS-DELETE THEN
               IF FEED-IS-BOOK THEN
                  PERFORM 512-CAPTURE-BOOK-BEFORE
               ELSE
                  PERFORM 511-CAPTURE-AUTHOR-BEFORE
               END-IF
            END-IF.
      *
        511-CAPTURE-AUTHOR-BEFORE.
            MOVE SPACES TO BEFORE-STATEMENT.
            MOVE 1 TO BEFORE-STATEMENT-PTR.
            STRING 'SELECT id, first_name, last_name FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   AUTHOR-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO BEFORE-STATEMENT
                   WITH POINTER BEFORE-STATEMENT-PTR
            END-STRING.
            MOVE X'00' TO BEFORE-STATEMENT(BEFORE-STATEMENT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE BEFORE-STATEMENT
                 RETURNING PGRES
            END-CALL.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING PQ-ROW-COUNT.
            IF PQ-ROW-COUNT > ZERO THEN
               MOVE 0 TO PQ-ROW-IDX
               MOVE 0 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY)
                   TO BEFORE-IMAGE-ID-NUM
               MOVE BEFORE-IMAGE-ID-NUM TO BEFORE-IMAGE-ID
               MOVE 1 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE PQ-FIELD-DISPLAY TO BEFORE-IMAGE-FIRST-NAME
               MOVE 2 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE PQ-FIELD-DISPLAY TO BEFORE-IMAGE-LAST-NAME
            END-IF.
      *
        512-CAPTURE-BOOK-BEFORE.
            MOVE SPACES TO BOOK-BEFORE-AREA.
            MOVE SPACES TO BEFORE-STATEMENT.
            MOVE 1 TO BEFORE-STATEMENT-PTR.
            STRING 'SELECT id, author_id, title FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BOOKS-TABLE-NAME)
                       DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   BOOK-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO BEFORE-STATEMENT
                   WITH POINTER BEFORE-STATEMENT-PTR
            END-STRING.
            MOVE X'00' TO BEFORE-STATEMENT(BEFORE-STATEMENT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE BEFORE-STATEMENT
                 RETURNING PGRES
            END-CALL.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING PQ-ROW-COUNT.
            IF PQ-ROW-COUNT > ZERO THEN
               MOVE 0 TO PQ-ROW-IDX
               MOVE 0 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY)
                   TO BOOK-BEFORE-ID-NUM
               MOVE BOOK-BEFORE-ID-NUM TO BOOK-BEFORE-ID
               MOVE 1 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY)
                   TO BOOK-BEFORE-ID-NUM
               MOVE BOOK-BEFORE-ID-NUM TO BOOK-BEFORE-AUTHOR
               MOVE 2 TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               MOVE PQ-FIELD-DISPLAY TO BOOK-BEFORE-TITLE
               MOVE BOOK-BEFORE-AREA TO BEFORE-IMAGE-AREA
            END-IF.
      *
      * Add, change or delete the book keyed on the screen; the book
      * belongs to the author id on the screen
      *
        520-MAINTAIN-BOOK.
            PERFORM 450-CHECK-CHANGE-ALLOWED.
            IF NOT CHANGE-REFUSED THEN
               PERFORM 521-EDIT-BOOK-CHANGE
            END-IF.
            IF NOT CHANGE-REFUSED THEN
               PERFORM 522-BUILD-BOOK-STATEMENT
               PERFORM 600-APPLY-CHANGE
            END-IF.
            IF NOT CHANGE-REFUSED THEN
               MOVE BOOK-AUTHOR-ID TO AUTHOR-ID
               PERFORM 410-LOOKUP-AUTHOR
            END-IF.
      *
      * The EXAMPLE5-EDT book rules: numeric ids, a title for an add
      * or change, and an author on file for the book to belong to;
      * a change or delete needs the book on file, an add a new id
      *
        521-EDIT-BOOK-CHANGE.
            MOVE SPACES TO BOOKS-RECORD.
            MOVE SCR-BOOK-ID TO EDIT-ID-TEXT.
            PERFORM 460-EDIT-ID.
            MOVE EDIT-ID-NUM TO BOOK-ID.
            IF NOT ID-VALID THEN
               MOVE '11' TO EDIT-REASON-CODE
               MOVE 'BOOK-ID IS NOT NUMERIC' TO EDIT-REASON-TEXT
               PERFORM 470-REFUSE-CHANGE
            END-IF.
            IF NOT CHANGE-REFUSED AND NOT RECORD-IS-DELETE THEN
               MOVE SCR-AUTHOR-ID TO EDIT-ID-TEXT
               PERFORM 460-EDIT-ID
               MOVE EDIT-ID-NUM TO BOOK-AUTHOR-ID
               MOVE SCR-BOOK-TITLE TO BOOK-TITLE
               EVALUATE TRUE
                  WHEN NOT ID-VALID
                     MOVE '12' TO EDIT-REASON-CODE
                     MOVE 'BOOK-AUTHOR-ID IS NOT NUMERIC'
                         TO EDIT-REASON-TEXT
                     PERFORM 470-REFUSE-CHANGE
                  WHEN BOOK-TITLE = SPACES
                     MOVE '13' TO EDIT-REASON-CODE
                     MOVE 'BOOK-TITLE IS BLANK' TO EDIT-REASON-TEXT
                     PERFORM 470-REFUSE-CHANGE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.
            IF NOT CHANGE-REFUSED THEN
               PERFORM 525-LOOKUP-BOOK
            END-IF.
            IF NOT CHANGE-REFUSED THEN
               EVALUATE TRUE
                  WHEN RECORD-IS-INSERT AND BOOK-FOUND
                     MOVE 'AF' TO EDIT-REASON-CODE
                     MOVE 'BOOK-ID ALREADY ON FILE'
                         TO EDIT-REASON-TEXT
                     PERFORM 470-REFUSE-CHANGE
                  WHEN NOT RECORD-IS-INSERT AND NOT BOOK-FOUND
                     MOVE 'NF' TO EDIT-REASON-CODE
                     MOVE 'BOOK NOT ON FILE' TO EDIT-REASON-TEXT
                     PERFORM 470-REFUSE-CHANGE
                  WHEN NOT RECORD-IS-DELETE AND NOT AUTHOR-FOUND
                     MOVE '17' TO EDIT-REASON-CODE
                     MOVE 'AUTHOR NOT ON FILE' TO EDIT-REASON-TEXT
                     PERFORM 470-REFUSE-CHANGE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.
            EVALUATE TRUE
               WHEN RECORD-IS-DELETE
                  MOVE 'D' TO BOOK-OP-CODE
                  MOVE LOOKUP-BOOK-AUTHOR-ID TO BOOK-AUTHOR-ID
                  MOVE LOOKUP-BOOK-TITLE TO BOOK-TITLE
               WHEN RECORD-IS-UPDATE
                  MOVE 'U' TO BOOK-OP-CODE
               WHEN OTHER
                  MOVE 'I' TO BOOK-OP-CODE
            END-EVALUATE.
      *
      * The book row, and for an add or change the author it is to
      * belong to, in one short transaction
      *
        525-LOOKUP-BOOK.
            MOVE 'N' TO AUTHOR-FOUND-SWITCH.
            PERFORM 601-BEGIN-TRANSACTION.
            PERFORM 440-SELECT-BOOK.
            IF NOT RECORD-IS-DELETE THEN
               MOVE BOOK-AUTHOR-ID TO AUTHOR-ID
               PERFORM 420-SELECT-AUTHOR
            END-IF.
            PERFORM 611-COMMIT-TRANSACTION.
            PERFORM 800-CHECK-TX-STATUS.
      *
      * Same statement shapes as EXAMPLE5-PQL 515-BUILD-BOOK-STATEMENT
      *
        522-BUILD-BOOK-STATEMENT.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            MOVE 'N' TO PGSTATMNT-OVERFLOW.
            EVALUATE TRUE
               WHEN RECORD-IS-DELETE
                  MOVE 'DELETE' TO RECORD-MODE-TEXT
                  STRING 'DELETE FROM ' DELIMITED BY SIZE
                         FUNCTION TRIM (BOOKS-TABLE-NAME)
                             DELIMITED BY SIZE
                         ' WHERE id=' DELIMITED BY SIZE
                         BOOK-ID DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         INTO PGSTATMNT
                         WITH POINTER PGSTATMNT-PTR
                         ON OVERFLOW
                            SET PGSTATMNT-TOO-LONG TO TRUE
                  END-STRING
               WHEN RECORD-IS-UPDATE
                  MOVE 'UPDATE' TO RECORD-MODE-TEXT
                  MOVE SPACES TO ESC-SRC
                  MOVE BOOK-TITLE TO ESC-SRC
                  PERFORM 505-ESCAPE-NAME
                  MOVE ESC-DST TO BOOK-TITLE-ESC
                  STRING 'UPDATE ' DELIMITED BY SIZE
                         FUNCTION TRIM (BOOKS-TABLE-NAME)
                             DELIMITED BY SIZE
                         ' SET author_id=' DELIMITED BY SIZE
                         BOOK-AUTHOR-ID DELIMITED BY SIZE
                         ', title=''' DELIMITED BY SIZE
                         FUNCTION TRIM (BOOK-TITLE-ESC)
                             DELIMITED BY SIZE
                         ''' WHERE id=' DELIMITED BY SIZE
                         BOOK-ID DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         INTO PGSTATMNT
                         WITH POINTER PGSTATMNT-PTR
                         ON OVERFLOW
                            SET PGSTATMNT-TOO-LONG TO TRUE
                  END-STRING
               WHEN OTHER
                  MOVE 'INSERT' TO RECORD-MODE-TEXT
                  MOVE SPACES TO ESC-SRC
                  MOVE BOOK-TITLE TO ESC-SRC
                  PERFORM 505-ESCAPE-NAME
                  MOVE ESC-DST TO BOOK-TITLE-ESC
                  STRING 'INSERT INTO ' DELIMITED BY SIZE
                         FUNCTION TRIM (BOOKS-TABLE-NAME)
                             DELIMITED BY SIZE
                         ' VALUES(' DELIMITED BY SIZE
                         BOOK-ID DELIMITED BY SIZE
                         ',' DELIMITED BY SIZE
                         BOOK-AUTHOR-ID DELIMITED BY SIZE
                         ',''' DELIMITED BY SIZE
                         FUNCTION TRIM (BOOK-TITLE-ESC)
                             DELIMITED BY SIZE
                         ''');' DELIMITED BY SIZE
                         INTO PGSTATMNT
                         WITH POINTER PGSTATMNT-PTR
                         ON OVERFLOW
                            SET PGSTATMNT-TOO-LONG TO TRUE
                  END-STRING
            END-EVALUATE.
            IF PGSTATMNT-TOO-LONG THEN
               DISPLAY 'Error: generated SQL statement exceeds '
                       'PGSTATMNT capacity for book id ' BOOK-ID
               STOP RUN RETURNING 1
            END-IF.
            MOVE X'00' TO PGSTATMNT(PGSTATMNT-PTR:1).
            MOVE 'B' TO CURRENT-FEED.
            MOVE BOOKS-RECORD TO CURRENT-ROW-IMAGE.
      *
      * One change, one run, one transaction: register the run,
      * TXBEGIN, capture the before-image, execute, add the audit
      * table row, then TXCOMMIT - or TXROLLBACK when the statement
      * failed or the transaction timed out - and audit the outcome
      * to AUDITOUT before the run's END goes into the ledger
      *
        600-APPLY-CHANGE.
            PERFORM 170-REGISTER-RUN.
            IF NOT CHANGE-REFUSED THEN
               MOVE 'N' TO CHANGE-FAILED-SWITCH
               MOVE SPACES TO CHANGE-FAIL-TEXT
               PERFORM 601-BEGIN-TRANSACTION
               PERFORM 510-CAPTURE-BEFORE-IMAGE
               PERFORM 605-EXECUTE-STATEMENT
               IF NOT CHANGE-FAILED THEN
                  PERFORM 609-CHECK-TRANSACTION-STATE
               END-IF
               IF AUDIT-TABLE-MODE AND NOT CHANGE-FAILED THEN
                  PERFORM 641-INSERT-AUDIT-ROW
               END-IF
               IF CHANGE-FAILED THEN
                  PERFORM 630-ROLL-BACK-CHANGE
               ELSE
                  PERFORM 611-COMMIT-TRANSACTION
                  PERFORM 651-WRITE-AUDIT-RECORD
                  EVALUATE TRUE
                     WHEN TX-OK
                        PERFORM 620-SET-COMMITTED-MESSAGE
                     WHEN TX-ROLLBACK
                        MOVE 'ROLLED BACK AT TXCOMMIT'
                            TO CHANGE-FAIL-TEXT
                        PERFORM 625-SET-ROLLED-BACK-MESSAGE
                     WHEN OTHER
                        PERFORM 800-CHECK-TX-STATUS
                  END-EVALUATE
               END-IF
               MOVE 'END' TO RUN-EVENT-TEXT
               PERFORM 165-APPEND-RUN-EVENT
            END-IF.
      *
      * TXBEGIN (tx_begin) with the EXAMPLE5-PQL retry on TX_ERROR;
      * the XID is captured for the in-doubt ledger
      *
        601-BEGIN-TRANSACTION.
            MOVE ZERO TO TX-RETRY-COUNT.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            PERFORM 602-RETRY-BEGIN
                UNTIL NOT TX-ERROR
                   OR TX-RETRY-COUNT >= TX-RETRY-MAX.
            IF TX-ERROR THEN
               MOVE 'TXBEGIN' TO ALERT-TX-CALL
               PERFORM 613-ALERT-RETRIES-EXHAUSTED
            END-IF.
            PERFORM 800-CHECK-TX-STATUS.
            PERFORM 617-CAPTURE-XID.
      *
        602-RETRY-BEGIN.
            ADD 1 TO TX-RETRY-COUNT.
            COMPUTE TX-RETRY-DELAY = TX-RETRY-COUNT * TX-RETRY-WAIT.
            CALL "C$SLEEP" USING TX-RETRY-DELAY.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
      *
      * Execute the change and keep what the audit record needs;
      * a failed statement marks the change for rollback
      *
        605-EXECUTE-STATEMENT.
            ACCEPT AUDIT-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIMESTAMP-TIME FROM TIME.
            MOVE SPACES TO CHANGE-TIMESTAMP.
            STRING AUDIT-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   AUDIT-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO CHANGE-TIMESTAMP
            END-STRING.
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE PGSTATMNT
                 RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                RETURNING PQ-RESULT-STATUS
            END-CALL.
            MOVE PQ-RESULT-STATUS TO CHANGE-PGRES.
      * The NUL handed to PQexec would break the line sequential
      * audit record, so it is blanked on the way
            MOVE PGSTATMNT TO CHANGE-STATEMENT.
            INSPECT CHANGE-STATEMENT REPLACING ALL X'00' BY SPACE.
            IF NOT PQ-COMMAND-OK THEN
               MOVE 'Y' TO CHANGE-FAILED-SWITCH
               MOVE 'STATEMENT FAILED IN THE DATABASE'
                   TO CHANGE-FAIL-TEXT
            END-IF.
      *
      * A timed-out or rollback-only transaction must not go to
      * TXCOMMIT
      *
        609-CHECK-TRANSACTION-STATE.
            CALL "TXINFO" USING TX-INFO-AREA RETURNING RESULT.
            EVALUATE TRUE
               WHEN TX-INFO-STATE-TIMEOUT
                  MOVE 'Y' TO CHANGE-FAILED-SWITCH
                  MOVE 'TRANSACTION TIMED OUT BEFORE COMMIT'
                      TO CHANGE-FAIL-TEXT
                  MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
                  MOVE 'TXTIMOUT' TO ALERT-EVENT-TEXT
                  MOVE RUN-NUMBER TO ALERT-RUN
                  MOVE SPACES TO ALERT-MESSAGE-TEXT
                  STRING 'ONLINE CHANGE BY ' DELIMITED BY SIZE
                         OPERATOR-ID DELIMITED BY SPACE
                         ' TIMED OUT, ROLLED BACK' DELIMITED BY SIZE
                         INTO ALERT-MESSAGE-TEXT
                  END-STRING
                  PERFORM 870-WRITE-ALERT
               WHEN TX-INFO-STATE-ROLLBACK-ONLY
                  MOVE 'Y' TO CHANGE-FAILED-SWITCH
                  MOVE 'TRANSACTION MARKED ROLLBACK-ONLY'
                      TO CHANGE-FAIL-TEXT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
      *
      * TXCOMMIT (tx_commit) with the same automatic retry; the
      * final status is left in TX-RETURN-STATUS for the caller to
      * branch on
      *
        611-COMMIT-TRANSACTION.
            MOVE ZERO TO TX-RETRY-COUNT.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
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
            COMPUTE TX-RETRY-DELAY = TX-RETRY-COUNT * TX-RETRY-WAIT.
            CALL "C$SLEEP" USING TX-RETRY-DELAY.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
      *
      * TX_ERROR survived every retry: alert the console with the
      * call named in ALERT-TX-CALL and the operator's change
      *
        613-ALERT-RETRIES-EXHAUSTED.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            STRING ALERT-TX-CALL DELIMITED BY SPACE
                   ' TX_ERROR AFTER ' DELIMITED BY SIZE
                   TX-RETRY-COUNT DELIMITED BY SIZE
                   ' RETRIES, ONLINE CHANGE BY ' DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SPACE
                   INTO ALERT-MESSAGE-TEXT
            END-STRING.
            MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT.
            MOVE 'RETRYEND' TO ALERT-EVENT-TEXT.
            MOVE RUN-NUMBER TO ALERT-RUN.
            PERFORM 870-WRITE-ALERT.
      *
      * Ask TXINFO for the current global transaction's XID and
      * render its payload as hex in XID-HEX-DISPLAY
      *
        617-CAPTURE-XID.
            CALL "TXINFO" USING TX-INFO-AREA RETURNING RESULT.
            MOVE TX-INFO-XID-FORMAT-ID TO LIXA-XID-FORMAT-ID.
            MOVE TX-INFO-XID-GTRID-LEN TO LIXA-XID-GTRID-LEN.
            MOVE TX-INFO-XID-BQUAL-LEN TO LIXA-XID-BQUAL-LEN.
            MOVE TX-INFO-XID-DATA TO LIXA-XID-DATA.
            COMPUTE XID-DATA-LEN =
                LIXA-XID-GTRID-LEN + LIXA-XID-BQUAL-LEN.
            IF XID-DATA-LEN > 128 THEN
               MOVE 128 TO XID-DATA-LEN
            END-IF.
            IF XID-DATA-LEN < 0 THEN
               MOVE 0 TO XID-DATA-LEN
            END-IF.
            MOVE SPACES TO XID-HEX-DISPLAY.
            MOVE 1 TO XID-HEX-PTR.
            PERFORM 616-HEX-ENCODE-BYTE
                VARYING XID-BYTE-IDX FROM 1 BY 1
                UNTIL XID-BYTE-IDX > XID-DATA-LEN.
      *
        616-HEX-ENCODE-BYTE.
            MOVE LIXA-XID-DATA(XID-BYTE-IDX:1) TO XID-BYTE-CHAR.
            DIVIDE XID-BYTE-NUM BY 16
                GIVING XID-HEX-HI REMAINDER XID-HEX-LO.
            MOVE XID-HEX-DIGITS(XID-HEX-HI + 1:1)
                TO XID-HEX-DISPLAY(XID-HEX-PTR:1).
            ADD 1 TO XID-HEX-PTR.
            MOVE XID-HEX-DIGITS(XID-HEX-LO + 1:1)
                TO XID-HEX-DISPLAY(XID-HEX-PTR:1).
            ADD 1 TO XID-HEX-PTR.
      *
        620-SET-COMMITTED-MESSAGE.
            MOVE RUN-NUMBER TO MESSAGE-RUN.
            MOVE SPACES TO MNT-MESSAGE.
            STRING RECORD-MODE-TEXT DELIMITED BY SIZE
                   ' COMMITTED AS RUN ' DELIMITED BY SIZE
                   FUNCTION TRIM (MESSAGE-RUN) DELIMITED BY SIZE
                   INTO MNT-MESSAGE
            END-STRING.
      *
        625-SET-ROLLED-BACK-MESSAGE.
            MOVE RUN-NUMBER TO MESSAGE-RUN.
            MOVE SPACES TO MNT-MESSAGE.
            STRING 'NOT APPLIED, RUN ' DELIMITED BY SIZE
                   FUNCTION TRIM (MESSAGE-RUN) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   CHANGE-FAIL-TEXT DELIMITED BY SIZE
                   INTO MNT-MESSAGE
            END-STRING.
      *
      * The statement failed or the transaction cannot commit: undo
      * it with TXROLLBACK and audit it with the rollback outcome,
      * as EXAMPLE5-PQL does for a rejected group
      *
        630-ROLL-BACK-CHANGE.
            CALL "TXROLLBACK" USING TX-RETURN-STATUS.
            MOVE TX-STATUS TO ROLLBACK-STATUS-SAVE.
            SET TX-ROLLBACK TO TRUE.
            PERFORM 651-WRITE-AUDIT-RECORD.
            MOVE ROLLBACK-STATUS-SAVE TO TX-STATUS.
            PERFORM 625-SET-ROLLED-BACK-MESSAGE.
            PERFORM 800-CHECK-TX-STATUS.
      *
      * INSERT the change's audit row into the audit table through
      * the second resource manager, inside the still-open global
      * transaction; a failure rolls the change back
      *
        641-INSERT-AUDIT-ROW.
            MOVE CHANGE-STATEMENT TO STMT-ESC-SRC.
            PERFORM 507-ESCAPE-STATEMENT.
            MOVE CHANGE-PGRES TO AUDIT-PGRES-NUM.
            MOVE SPACES TO AUDSTMNT.
            MOVE 1 TO AUDSTMNT-PTR.
            MOVE 'N' TO AUDSTMNT-OVERFLOW.
            STRING 'INSERT INTO ' DELIMITED BY SIZE
                   FUNCTION TRIM (AUDIT-TABLE-NAME) DELIMITED BY SIZE
                   ' VALUES(''' DELIMITED BY SIZE
                   CHANGE-TIMESTAMP DELIMITED BY SIZE
                   ''',''' DELIMITED BY SIZE
                   RECORD-MODE-TEXT DELIMITED BY SIZE
                   ''',''' DELIMITED BY SIZE
                   FUNCTION TRIM (STMT-ESC-DST) DELIMITED BY SIZE
                   ''',' DELIMITED BY SIZE
                   AUDIT-PGRES-NUM DELIMITED BY SIZE
                   ');' DELIMITED BY SIZE
                   INTO AUDSTMNT
                   WITH POINTER AUDSTMNT-PTR
                   ON OVERFLOW
                      SET AUDSTMNT-TOO-LONG TO TRUE
            END-STRING.
            IF AUDSTMNT-TOO-LONG THEN
               DISPLAY 'Error: generated audit INSERT exceeds '
                       'AUDSTMNT capacity'
               STOP RUN RETURNING 1
            END-IF.
            MOVE X'00' TO AUDSTMNT(AUDSTMNT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN2
                 BY REFERENCE AUDSTMNT
                 RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                RETURNING PQ-RESULT-STATUS
            END-CALL.
            IF NOT PQ-COMMAND-OK THEN
               MOVE 'Y' TO CHANGE-FAILED-SWITCH
               MOVE 'AUDIT TABLE INSERT FAILED' TO CHANGE-FAIL-TEXT
            END-IF.
      *
      * Append the change to AUDITOUT in the EXAMPLE5-PQL layout,
      * under its own run number as group 1; the file is shared with
      * the batch, so it is only held open for the one record
      *
        651-WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-FILE.
            IF AUDIT-FILE-STATUS EQUAL '05' OR
               AUDIT-FILE-STATUS EQUAL '35' THEN
               OPEN OUTPUT AUDIT-FILE
            END-IF.
            IF AUDIT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUDITOUT, status '
                       AUDIT-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE CHANGE-TIMESTAMP TO AUDIT-TIMESTAMP.
            MOVE RECORD-MODE-TEXT TO AUDIT-MODE.
            MOVE CHANGE-STATEMENT TO AUDIT-STATEMENT.
            MOVE CHANGE-PGRES TO AUDIT-PGRES.
            MOVE TX-STATUS TO AUDIT-TX-STATUS.
            MOVE GROUP-NUMBER TO AUDIT-GROUP-NUMBER.
            MOVE RUN-NUMBER TO AUDIT-RUN-NUMBER.
            MOVE CURRENT-ROW-IMAGE TO AUDIT-AUTHOR-REC.
            MOVE BEFORE-IMAGE-AREA TO AUDIT-BEFORE-IMAGE.
            MOVE CURRENT-FEED TO AUDIT-FEED.
            WRITE AUDIT-RECORD.
            IF AUDIT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write AUDITOUT, status '
                       AUDIT-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE AUDIT-FILE.
      *
      * Fetch the current row/column value into PQ-FIELD-DISPLAY
      * (PQgetvalue returns a NUL-terminated C string)
      *
        745-GET-FIELD-VALUE.
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
        750-EXECUTE-QUERY.
            MOVE X'00' TO QUERY-STATEMENT(QUERY-STATEMENT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE QUERY-STATEMENT
                 RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                RETURNING PQ-RESULT-STATUS
            END-CALL.
            IF NOT PQ-TUPLES-OK THEN
               DISPLAY 'Error: lookup query failed, PQresultStatus '
                       PQ-RESULT-STATUS
               DISPLAY QUERY-STATEMENT (1:QUERY-STATEMENT-PTR)
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING PQ-ROW-COUNT.
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
                  PERFORM 810-DISPLAY-NO-BEGIN-NOTE
                  STOP RUN RETURNING 2
               WHEN TX-MIXED
                  DISPLAY 'Mixed outcome: some resource managers commit
      -            'ted, others rolled back, exiting...'
                  PERFORM 810-DISPLAY-NO-BEGIN-NOTE
                  PERFORM 820-WRITE-DOUBT-FILE
                  STOP RUN RETURNING 3
               WHEN TX-HAZARD
                  DISPLAY 'Hazard outcome: one or more resource manager
      -            's may be in an unknown state, exiting...'
                  PERFORM 810-DISPLAY-NO-BEGIN-NOTE
                  PERFORM 820-WRITE-DOUBT-FILE
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
      * TX-NO-BEGIN is not a status on its own; it is an additive flag
      * the resource manager ORs onto TX-ROLLBACK/TX-MIXED/TX-HAZARD
      *
        810-DISPLAY-NO-BEGIN-NOTE.
            IF TX-NO-BEGIN THEN
               DISPLAY 'Note: no new transaction was started; a TXBEGI
      -            'N is required before further work'
            END-IF.
      *
      * Preserve an in-doubt change for EXAMPLE5-VFY: the same
      * header and detail lines EXAMPLE5-PQL writes for a group, the
      * group being the one row of the change
      *
        820-WRITE-DOUBT-FILE.
            OPEN EXTEND DOUBT-FILE.
            IF DOUBT-FILE-STATUS EQUAL '05' OR
               DOUBT-FILE-STATUS EQUAL '35' THEN
               OPEN OUTPUT DOUBT-FILE
            END-IF.
            IF DOUBT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open DOUBTOUT, status '
                       DOUBT-FILE-STATUS
                       '; in-doubt change NOT preserved'
            ELSE
               MOVE SPACES TO DOUBT-HEADER
               MOVE 'H' TO DOUBT-HDR-TYPE
               MOVE RUN-NUMBER TO DOUBT-HDR-RUN
               MOVE GROUP-NUMBER TO DOUBT-HDR-GROUP
               MOVE TX-STATUS TO DOUBT-TX-STATUS-SAVE
               MOVE DOUBT-TX-STATUS-SAVE TO DOUBT-HDR-TX-STATUS
               MOVE XID-HEX-DISPLAY TO DOUBT-HDR-XID
               WRITE DOUBT-HEADER
               MOVE SPACES TO DOUBT-DETAIL
               MOVE 'D' TO DOUBT-DTL-TYPE
               MOVE CURRENT-FEED TO DOUBT-DTL-FEED
               MOVE RECORD-MODE-TEXT TO DOUBT-DTL-MODE
               MOVE CURRENT-ROW-IMAGE TO DOUBT-DTL-AUTHOR-REC
               WRITE DOUBT-DETAIL
               IF DOUBT-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write DOUBTOUT, status '
                          DOUBT-FILE-STATUS
               END-IF
               CLOSE DOUBT-FILE
               DISPLAY 'In-doubt change of run ' RUN-NUMBER
                       ' written to DOUBTOUT'
            END-IF.
            MOVE 'CRITICAL' TO ALERT-SEVERITY-TEXT.
            IF TX-MIXED THEN
               MOVE 'TXMIXED' TO ALERT-EVENT-TEXT
            ELSE
               MOVE 'TXHAZARD' TO ALERT-EVENT-TEXT
            END-IF.
            MOVE RUN-NUMBER TO ALERT-RUN.
            IF DOUBT-FILE-STATUS = '00' THEN
               MOVE 'ONLINE CHANGE IN DOUBT, WRITTEN TO DOUBTOUT'
                   TO ALERT-MESSAGE-TEXT
            ELSE
               MOVE 'ONLINE CHANGE IN DOUBT, DOUBTOUT NOT WRITTEN'
                   TO ALERT-MESSAGE-TEXT
            END-IF.
            PERFORM 870-WRITE-ALERT.
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
               MOVE 'EXAMPLE5-MNT' TO ALERT-PROGRAM
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
      * Close the resource manager
      *
        900-TERMINATE.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
            DISPLAY 'Execution terminated!'.
