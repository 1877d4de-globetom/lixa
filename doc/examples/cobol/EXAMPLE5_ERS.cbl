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
      * EXAMPLE5-ERS - personal-data erasure. When an author exercises
      * the right to erasure the names must go from every place the
      * chain has copied them to, not only from the authors row. The
      * AUTHOR-IDs to erase come from the ERASEREQ request file, each
      * with the reference of the request it answers; the first
      * command line argument is the person who authorised the
      * erasure, and the login user (USER/LOGNAME) carries it out.
      *
      * The names are pseudonymised, not blanked: first name ERASED,
      * last name ERASED followed by the author id, so the row still
      * passes the EXAMPLE5-EDT and EXAMPLE5-SCN name checks and no
      * two erased authors look like duplicates to EXAMPLE5-DUP.
      *
      * The erasure is registered in RUNCTL as a run of its own, mode
      * ERASE with the operator id in the input column, so it is
      * refused while any run is in flight (RC 9, as EXAMPLE5-ARC)
      * and no batch can start while the files are being rewritten.
      * Under one global transaction it then
      *  - UPDATEs each author row still on the table to the
      *    pseudonym, audited like an EXAMPLE5-PQL row (the
      *    before-image already carries the pseudonym, the real names
      *    must not survive in the audit record that erases them);
      *  - on the second XA resource (AUDITTABLE/AUDITRMID, as in
      *    EXAMPLE5-PQL; AUDITCOLUMN names its statement column,
      *    default statement) rewrites the quoted name literals of
      *    every INSERT or UPDATE statement audited for the author.
      * Once that has committed, the sequential copies are scrubbed:
      * AUDITOUT, the ARCHOUT archives listed in ARCHLIST (one file
      * name per line), REJECTSOUT, EDITREJS, CONSREJS, SCANREJS,
      * SUSPENSE, DOUBTOUT and the AUTHORSOUT/AUTHPREV extracts, each
      * through a DD_ name when one is set. A file is rewritten from
      * the ERASENEW staging copy, the way EXAMPLE5-ARC rewrites
      * AUDITOUT, and only when a record of it actually changed; the
      * record count never changes and run and group numbers are
      * left alone, so an archive's control trailer is checked before
      * it is touched and again on the rewritten copy (an archive
      * that fails the check is left as it is, RC 8). In AUDITOUT and
      * the archives the input image, the before-image and the
      * statement's name literals are scrubbed. The keyed AUTHHIST
      * history and PENDTXN warehouse entries of the author are
      * rewritten in place.
      *
      * The ERASECERT certificate lists, for each request, what was
      * found on the table, and every table and file examined with
      * the records read and scrubbed, and closes with the sign-off
      * block for the person who authorised the erasure.
      *
      * A rerun for the same ids is harmless: pseudonymised rows and
      * records are recognised and left alone.
      *
      * Return code: 0 erased, 4 erased but some request lines were
      * refused, 8 an archive failed its control check or the table
      * changes rolled back (then no file is touched), 9 a run is in
      * flight, 1 fatal; TX errors use the EXAMPLE5-PQL codes.
      *
      * Modification history:
      * 2026-10-15 : initial version
      * 2026-10-15 : an erasure refused by RUNCTL, TXBEGIN/TXCOMMIT
      *              retries exhausted, a timed-out erasure and an
      *              in-doubt erasure also raise an ALERTOUT alert
      * 2026-10-15 : operator id held to the 12 characters RUNCTL
      *              records; a longer USER/LOGNAME is refused
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-ERS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Erasure requests: AUTHOR-ID and the request's reference
            SELECT REQUEST-FILE ASSIGN TO "ERASEREQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REQUEST-FILE-STATUS.
      * Archive files to scrub, one file name per line
            SELECT ARCHIVE-LIST-FILE ASSIGN TO "ARCHLIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCHIVE-LIST-STATUS.
      * The file being scrubbed, pointed at each target in turn, and
      * its staging copy
            SELECT SCRUB-FILE ASSIGN TO "ERASEIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCRUB-FILE-STATUS.
            SELECT STAGING-FILE ASSIGN TO "ERASENEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STAGING-FILE-STATUS.
      * Keyed change history and pending-transaction warehouse
            SELECT HISTORY-FILE ASSIGN TO "AUTHHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HISTORY-FILE-STATUS.
            SELECT PENDING-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEND-KEY
                FILE STATUS IS PENDING-FILE-STATUS.
      * Audit trail shared with EXAMPLE5-PQL
            SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
      * Run-control ledger: one START and one END for the erasure
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * In-doubt ledger for EXAMPLE5-VFY, as written by EXAMPLE5-PQL
            SELECT DOUBT-FILE ASSIGN TO "DOUBTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DOUBT-FILE-STATUS.
      * Erasure certificate
            SELECT CERTIFICATE-FILE ASSIGN TO "ERASECERT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CERTIFICATE-FILE-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  REQUEST-FILE.
        01 REQUEST-RECORD.
           05 REQUEST-AUTHOR-ID    PIC X(09).
           05 FILLER               PIC X(01).
           05 REQUEST-REFERENCE    PIC X(20).
        FD  ARCHIVE-LIST-FILE.
        01 ARCHIVE-LIST-RECORD PIC X(80).
        FD  SCRUB-FILE.
        01 SCRUB-LINE PIC X(600).
        FD  STAGING-FILE.
        01 STAGING-LINE PIC X(600).
        FD  HISTORY-FILE.
            COPY HISTREC.
        FD  PENDING-FILE.
            COPY PENDREC.
        FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(600).
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
        FD  CERTIFICATE-FILE.
        01 CERTIFICATE-LINE PIC X(132).
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
      * The pseudonymised author row, in the feed layout so the audit
      * trail carries the same image as a batch row
           COPY AUTHREC.
      * XID of the erasure's global transaction, hex-rendered for the
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
        01 AUDIT-COLUMN-NAME PIC X(30) VALUE 'statement'.
        01 AUDIT-COLUMN-ENV PIC X(30) VALUE SPACES.
      * Statements for the audit database: the audit INSERT of each
      * erasure UPDATE, the SELECT of an author's audited statements
      * and the UPDATE of one of them, whose old and new texts are
      * both escaped and can reach 600 characters each
        01 AUDSTMNT PIC X(1400) VALUE SPACES.
        01 AUDSTMNT-PTR PIC 9(4) USAGE COMP-5.
        01 AUDSTMNT-OVERFLOW PIC X(01) VALUE 'N'.
        88      AUDSTMNT-TOO-LONG VALUE 'Y'.
        01 AUDIT-PGRES-NUM PIC 9(18) VALUE ZERO.
        01 STMT-ESC-SRC PIC X(300) VALUE SPACES.
        01 STMT-ESC-DST PIC X(600) VALUE SPACES.
        01 STMT-ESC-SRC-IDX PIC S9(4) USAGE COMP-5.
        01 STMT-ESC-DST-IDX PIC S9(4) USAGE COMP-5.
        01 ESC-CURRENT-CHAR PIC X(01).
        01 APOSTROPHE-CHAR PIC X(01) VALUE X'27'.
        01 AUDIT-OLD-ESC PIC X(600) VALUE SPACES.
        01 AUDIT-NEW-ESC PIC X(600) VALUE SPACES.
        01 AUDIT-SELECT-RES USAGE POINTER.
        01 AUDIT-ROW-COUNT PIC S9(9) USAGE COMP-5.
        01 AUDIT-ROW-IDX PIC S9(9) USAGE COMP-5.
      * PostgreSQL result
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-RESULT-STATUS PIC S9(9) USAGE COMP-5 VALUE ZERO.
        88      PQ-COMMAND-OK VALUE 1.
        88      PQ-TUPLES-OK VALUE 2.
        01 PGSTATMNT PIC X(300) VALUE SPACES.
        01 PGSTATMNT-PTR PIC 9(4) USAGE COMP-5.
        01 QUERY-STATEMENT PIC X(300) VALUE SPACES.
        01 QUERY-STATEMENT-PTR PIC 9(4) USAGE COMP-5.
        01 PQ-ROW-COUNT PIC S9(9) USAGE COMP-5.
        01 PQ-ROW-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-COL-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-FIELD-PTR USAGE POINTER.
        01 PQ-FIELD-VALUE PIC X(600) BASED.
        01 PQ-FIELD-DISPLAY PIC X(300) VALUE SPACES.
      * Target tables, driven by the same environment variables as
      * EXAMPLE5-PQL
        01 TABLE-NAME PIC X(30) VALUE 'authors'.
        01 TABLE-NAME-ENV PIC X(30) VALUE SPACES.
      * Command line and operator
        01 ARGV PIC X(20) VALUE SPACES.
        01 APPROVER-ID PIC X(20) VALUE SPACES.
      * The operator id is recorded in RUNCTL-INPUT, so it is held to
      * that width; a longer sign-on is refused
        01 OPERATOR-ID PIC X(12) VALUE SPACES.
        01 OPERATOR-ID-ENTRY PIC X(20) VALUE SPACES.
      * The erasure requests: id, reference, what the table held and
      * what was done about it, and for a row pseudonymised the
      * statement that did it, kept for the audit record
        01 REQUEST-FILE-STATUS PIC X(02) VALUE '00'.
        01 REQUEST-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      REQUEST-EOF VALUES 'Y'.
        01 REQUEST-MAX PIC S9(4) USAGE COMP-5 VALUE 500.
        01 REQUEST-COUNT PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 REQUEST-TABLE.
           05 REQ-ENTRY OCCURS 500 TIMES.
              10 REQ-ID               PIC 9(9).
              10 REQ-REFERENCE        PIC X(20).
              10 REQ-TABLE-OUTCOME    PIC X(01).
                 88 REQ-NOT-ON-TABLE      VALUE 'N'.
                 88 REQ-ALREADY-ERASED    VALUE 'A'.
                 88 REQ-PSEUDONYMISED     VALUE 'P'.
              10 REQ-AUDIT-ROWS       PIC 9(5).
              10 REQ-FILE-RECORDS     PIC 9(9).
              10 REQ-TIMESTAMP        PIC X(19).
              10 REQ-STATEMENT        PIC X(300).
              10 REQ-PGRES            PIC S9(9) USAGE COMP-5.
        01 REQ-IDX PIC S9(4) USAGE COMP-5.
        01 FOUND-REQ-IDX PIC S9(4) USAGE COMP-5.
        01 MATCH-ID-TEXT PIC X(09) VALUE SPACES.
        01 REQUEST-LINE-COUNT PIC 9(9) VALUE ZERO.
        01 REQUEST-REPEAT-COUNT PIC 9(9) VALUE ZERO.
        01 REFUSED-LINE-MAX PIC S9(4) USAGE COMP-5 VALUE 100.
        01 REFUSED-LINE-COUNT PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 REFUSED-LINE-TABLE.
           05 REFUSED-LINE OCCURS 100 TIMES PIC X(30).
        01 REFUSED-IDX PIC S9(4) USAGE COMP-5.
      * The pseudonym of one author
        01 PSEUDO-FIRST-NAME PIC X(30) VALUE 'ERASED'.
        01 PSEUDO-LAST-NAME PIC X(30) VALUE SPACES.
      * Counts for the certificate
        01 ROWS-PSEUDONYMISED PIC 9(9) VALUE ZERO.
        01 ROWS-ALREADY-ERASED PIC 9(9) VALUE ZERO.
        01 ROWS-NOT-ON-TABLE PIC 9(9) VALUE ZERO.
        01 AUDIT-ROWS-SCRUBBED PIC 9(9) VALUE ZERO.
      * What the table phase did, for the commit decision
        01 CHANGE-FAILED-SWITCH PIC X(01) VALUE 'N'.
        88      CHANGE-FAILED VALUES 'Y'.
        01 CHANGE-FAIL-TEXT PIC X(40) VALUE SPACES.
        01 ROLLBACK-STATUS-SAVE PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 GROUP-NUMBER PIC 9(9) VALUE 1.
        01 ERS-RETURN-CODE PIC 9(1) VALUE ZERO.
      * Sequential files to scrub: the DD name, the file it resolves
      * to, its layout (A audit trail, R archive with control
      * trailer, J REJREC or extract row, S suspense report line,
      * D in-doubt ledger) and what became of it
        01 TARGET-MAX PIC S9(4) USAGE COMP-5 VALUE 110.
        01 TARGET-COUNT PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 TARGET-TABLE.
           05 TGT-ENTRY OCCURS 110 TIMES.
              10 TGT-DD-NAME          PIC X(10).
              10 TGT-FILE-NAME        PIC X(80).
              10 TGT-LAYOUT           PIC X(01).
              10 TGT-READ-COUNT       PIC 9(9).
              10 TGT-SCRUBBED-COUNT   PIC 9(9).
              10 TGT-OUTCOME          PIC X(32).
        01 TGT-IDX PIC S9(4) USAGE COMP-5.
        01 NEW-DD-NAME PIC X(10) VALUE SPACES.
        01 NEW-LAYOUT PIC X(01) VALUE SPACE.
        01 ARCHIVE-LIST-STATUS PIC X(02) VALUE '00'.
        01 ARCHIVE-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      ARCHIVE-LIST-EOF VALUES 'Y'.
      * The runtime resolves an ASSIGN name through the DD_ variable
      * of the same name when the file is opened
        01 MAP-DD-NAME PIC X(20) VALUE SPACES.
        01 MAP-FILE-NAME PIC X(80) VALUE SPACES.
      * Scrubbing one file
        01 SCRUB-FILE-STATUS PIC X(02) VALUE '00'.
        01 STAGING-FILE-STATUS PIC X(02) VALUE '00'.
        01 SCRUB-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      SCRUB-EOF VALUES 'Y'.
        01 STAGING-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      STAGING-EOF VALUES 'Y'.
        01 SAVED-LINE PIC X(600) VALUE SPACES.
        01 COPIED-BACK-COUNT PIC 9(9) VALUE ZERO.
        01 STAGED-COUNT PIC 9(9) VALUE ZERO.
        01 NAME-OFFSET PIC S9(4) USAGE COMP-5.
      * Archive control totals, as EXAMPLE5-ARC writes them: the
      * record count and the sum of the run numbers, read from the
      * trailer and counted on the way in and on the way out
        01 ARCHIVE-TRAILER-AREA.
           05 ARC-TRAILER-RECORD-TYPE PIC X(01).
           05 ARC-TRAILER-ROW-COUNT   PIC 9(9).
           05 ARC-TRAILER-ID-HASH     PIC 9(18).
        01 TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
        88      TRAILER-SEEN VALUES 'Y'.
        01 ARCHIVE-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 ARCHIVE-HASH PIC 9(18) VALUE ZERO.
        01 CHECK-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 CHECK-HASH PIC 9(18) VALUE ZERO.
        01 CONTROL-FAILED-SWITCH PIC X(01) VALUE 'N'.
        88      CONTROL-FAILED VALUES 'Y'.
      * The audit record being written or scrubbed
            COPY AUDITREC.
        01 AUDIT-MATCHED-SWITCH PIC X(01) VALUE 'N'.
        88      AUDIT-MATCHED VALUES 'Y'.
      * Rewriting the quoted literals of a statement: the first is
      * the first name, the second the last name, an apostrophe
      * doubled inside a literal belongs to the name
        01 SCRUB-SOURCE PIC X(300) VALUE SPACES.
        01 SCRUB-RESULT PIC X(300) VALUE SPACES.
        01 SCRUB-SRC-IDX PIC S9(4) USAGE COMP-5.
        01 SCRUB-DST-PTR PIC S9(4) USAGE COMP-5.
        01 SCRUB-CHAR PIC X(01).
        01 SCRUB-NEXT-CHAR PIC X(01).
        01 LITERAL-COUNT PIC S9(4) USAGE COMP-5.
        01 IN-LITERAL-SWITCH PIC X(01) VALUE 'N'.
        88      IN-LITERAL VALUES 'Y'.
        01 SKIP-CHAR-SWITCH PIC X(01) VALUE 'N'.
        88      SKIP-CHAR VALUES 'Y'.
        01 LITERAL-TEXT PIC X(30) VALUE SPACES.
      * Keyed files
        01 HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
        01 PENDING-FILE-STATUS PIC X(02) VALUE '00'.
        01 KEYED-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      KEYED-EOF VALUES 'Y'.
        01 KEYED-IMAGE PIC X(70) VALUE SPACES.
        01 KEYED-SAVED-IMAGE PIC X(70) VALUE SPACES.
        01 HISTORY-OUTCOME PIC X(32) VALUE SPACES.
        01 HISTORY-READ-COUNT PIC 9(9) VALUE ZERO.
        01 HISTORY-SCRUBBED-COUNT PIC 9(9) VALUE ZERO.
        01 PENDING-OUTCOME PIC X(32) VALUE SPACES.
        01 PENDING-READ-COUNT PIC 9(9) VALUE ZERO.
        01 PENDING-SCRUBBED-COUNT PIC 9(9) VALUE ZERO.
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
        01 CERTIFICATE-FILE-STATUS PIC X(02) VALUE '00'.
        01 CERTIFICATE-TIMESTAMP PIC X(19) VALUE SPACES.
        01 COUNT-TEXT PIC Z(8)9.
        01 SCRUBBED-TEXT PIC Z(8)9.
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
      *
        01 MATCH-ID-NUM PIC 9(9) VALUE ZERO.
        01 LINE-REQ-IDX PIC S9(4) USAGE COMP-5.
        01 REFUSED-TOTAL PIC 9(9) VALUE ZERO.
      * Certificate lines
        01 CERT-AUTHOR-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CERT-AUTHOR-ID      PIC 9(9).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CERT-REFERENCE      PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CERT-TABLE-TEXT     PIC X(16).
           05 FILLER              PIC X(07) VALUE SPACES.
           05 CERT-AUDIT-ROWS     PIC Z(4)9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 CERT-FILE-RECORDS   PIC Z(8)9.
        01 CERT-FILE-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CERT-DD-NAME        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 CERT-FILE-NAME      PIC X(44).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 CERT-READ-COUNT     PIC Z(8)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 CERT-SCRUBBED-COUNT PIC Z(8)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CERT-OUTCOME        PIC X(32).
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_ERS'.
            MOVE ZERO TO TX-RETURN-STATUS.
            PERFORM 100-INITIALIZE.
            PERFORM 200-LOAD-REQUESTS.
            PERFORM 170-REGISTER-RUN.
            PERFORM 250-OPEN-RESOURCES.
            PERFORM 300-ERASE-TABLES.
            PERFORM 400-SCRUB-FILES.
            PERFORM 500-SCRUB-HISTORY.
            PERFORM 550-SCRUB-PENDING.
            PERFORM 600-WRITE-CERTIFICATE.
            MOVE 'END' TO RUN-EVENT-TEXT.
            PERFORM 165-APPEND-RUN-EVENT.
            PERFORM 900-TERMINATE.
            STOP RUN RETURNING ERS-RETURN-CODE.
      *
      * Who authorised the erasure, who carries it out, and the
      * table names, audit table, timeout and retry policy from the
      * same environment variables EXAMPLE5-PQL reads
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE ARGV TO APPROVER-ID.
            IF APPROVER-ID = SPACES THEN
               DISPLAY 'Usage: EXAMPLE5_ERS <authorised-by>'
               DISPLAY 'Error: the erasure must name who authorised it'
               STOP RUN RETURNING 1
            END-IF.
            ACCEPT TABLE-NAME-ENV FROM ENVIRONMENT "AUTHORSTABLE".
            IF TABLE-NAME-ENV NOT = SPACES THEN
               MOVE TABLE-NAME-ENV TO TABLE-NAME
            END-IF.
            ACCEPT AUDIT-TABLE-NAME FROM ENVIRONMENT "AUDITTABLE".
            IF AUDIT-TABLE-NAME NOT = SPACES THEN
               MOVE 'Y' TO AUDIT-TABLE-SWITCH
               ACCEPT AUDIT-RMID-ENV FROM ENVIRONMENT "AUDITRMID"
               IF AUDIT-RMID-ENV NOT = SPACES THEN
                  MOVE FUNCTION NUMVAL (AUDIT-RMID-ENV) TO AUDIT-RMID
               END-IF
               ACCEPT AUDIT-COLUMN-ENV FROM ENVIRONMENT "AUDITCOLUMN"
               IF AUDIT-COLUMN-ENV NOT = SPACES THEN
                  MOVE AUDIT-COLUMN-ENV TO AUDIT-COLUMN-NAME
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
            DISPLAY 'Erasure by ' FUNCTION TRIM (OPERATOR-ID)
                    ', authorised by ' FUNCTION TRIM (APPROVER-ID).
      *
      * Scan the RUNCTL ledger for the highest run number and for a
      * run still in flight, exactly as EXAMPLE5-PQL does before it
      * starts
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
            MOVE 'ERASE' TO RUN-CTL-MODE.
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
      * The erasure rewrites files the batch appends to, so it waits
      * for every run to end, as EXAMPLE5-ARC does
      *
        170-REGISTER-RUN.
            PERFORM 150-CHECK-RUN-CONTROL.
            IF OPEN-RUN-NUMBER > ZERO THEN
               DISPLAY 'Run ' OPEN-RUN-NUMBER ' has no END in RUNCTL; '
                       'erasure refused'
               MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
               MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
               MOVE OPEN-RUN-NUMBER TO ALERT-RUN
               MOVE 'RUN STILL IN FLIGHT IN RUNCTL, ERASURE REFUSED'
                   TO ALERT-MESSAGE-TEXT
               PERFORM 870-WRITE-ALERT
               STOP RUN RETURNING 9
            END-IF.
            COMPUTE RUN-NUMBER = HIGHEST-RUN-NUMBER + 1.
            MOVE 'START' TO RUN-EVENT-TEXT.
            PERFORM 165-APPEND-RUN-EVENT.
            DISPLAY 'Erasure registered as run ' RUN-NUMBER.
      *
      * Load the AUTHOR-IDs to erase; a line whose id is not a
      * positive number is refused and listed on the certificate, an
      * id asked for twice is erased once
      *
        200-LOAD-REQUESTS.
            OPEN INPUT REQUEST-FILE.
            IF REQUEST-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open ERASEREQ, status '
                       REQUEST-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 205-READ-REQUEST.
            PERFORM 210-TAKE-REQUEST
                UNTIL REQUEST-EOF.
            CLOSE REQUEST-FILE.
            IF REQUEST-COUNT = ZERO THEN
               DISPLAY 'Error: no valid AUTHOR-ID in ERASEREQ'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Authors to erase: ' REQUEST-COUNT.
      *
        205-READ-REQUEST.
            READ REQUEST-FILE
                AT END
                    MOVE 'Y' TO REQUEST-EOF-SWITCH
            END-READ.
            IF REQUEST-FILE-STATUS NOT = '00'
                  AND REQUEST-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read ERASEREQ, status '
                       REQUEST-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        210-TAKE-REQUEST.
            ADD 1 TO REQUEST-LINE-COUNT.
            EVALUATE TRUE
               WHEN REQUEST-RECORD = SPACES
                  CONTINUE
               WHEN REQUEST-AUTHOR-ID IS NOT NUMERIC
                  PERFORM 215-REFUSE-REQUEST
               WHEN REQUEST-AUTHOR-ID = ZERO
                  PERFORM 215-REFUSE-REQUEST
               WHEN OTHER
                  MOVE REQUEST-AUTHOR-ID TO MATCH-ID-TEXT
                  PERFORM 460-FIND-REQUEST
                  IF FOUND-REQ-IDX > ZERO THEN
                     ADD 1 TO REQUEST-REPEAT-COUNT
                  ELSE
                     IF REQUEST-COUNT >= REQUEST-MAX THEN
                        DISPLAY 'Error: ERASEREQ holds more than '
                                REQUEST-MAX ' AUTHOR-IDs'
                        STOP RUN RETURNING 1
                     END-IF
                     ADD 1 TO REQUEST-COUNT
                     MOVE REQUEST-AUTHOR-ID TO REQ-ID (REQUEST-COUNT)
                     MOVE REQUEST-REFERENCE
                         TO REQ-REFERENCE (REQUEST-COUNT)
                     MOVE SPACE TO REQ-TABLE-OUTCOME (REQUEST-COUNT)
                     MOVE ZERO TO REQ-AUDIT-ROWS (REQUEST-COUNT)
                     MOVE ZERO TO REQ-FILE-RECORDS (REQUEST-COUNT)
                     MOVE SPACES TO REQ-TIMESTAMP (REQUEST-COUNT)
                     MOVE SPACES TO REQ-STATEMENT (REQUEST-COUNT)
                     MOVE ZERO TO REQ-PGRES (REQUEST-COUNT)
                  END-IF
            END-EVALUATE.
            PERFORM 205-READ-REQUEST.
      *
        215-REFUSE-REQUEST.
            ADD 1 TO REFUSED-TOTAL.
            IF REFUSED-LINE-COUNT < REFUSED-LINE-MAX THEN
               ADD 1 TO REFUSED-LINE-COUNT
               MOVE REQUEST-RECORD TO REFUSED-LINE (REFUSED-LINE-COUNT)
            END-IF.
            DISPLAY 'Refused request line: ' REQUEST-RECORD.
            IF ERS-RETURN-CODE < 4 THEN
               MOVE 4 TO ERS-RETURN-CODE
            END-IF.
      *
      * Open the resource manager and the PostgreSQL connections
      *
        250-OPEN-RESOURCES.
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
      * The table phase: every author row and every audited statement
      * of the authors is pseudonymised in one global transaction,
      * which either commits as a whole or leaves the tables and the
      * files exactly as they were
      *
        300-ERASE-TABLES.
            MOVE 'N' TO CHANGE-FAILED-SWITCH.
            MOVE SPACES TO CHANGE-FAIL-TEXT.
            PERFORM 360-BEGIN-TRANSACTION.
            PERFORM 310-ERASE-AUTHOR-ROW
                VARYING REQ-IDX FROM 1 BY 1
                UNTIL REQ-IDX > REQUEST-COUNT OR CHANGE-FAILED.
            IF AUDIT-TABLE-MODE AND NOT CHANGE-FAILED THEN
               PERFORM 340-SCRUB-AUDIT-TABLE
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQUEST-COUNT OR CHANGE-FAILED
            END-IF.
            IF AUDIT-TABLE-MODE AND NOT CHANGE-FAILED THEN
               PERFORM 350-INSERT-AUDIT-ROW
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQUEST-COUNT OR CHANGE-FAILED
            END-IF.
            IF NOT CHANGE-FAILED THEN
               PERFORM 370-CHECK-TRANSACTION-STATE
            END-IF.
            IF CHANGE-FAILED THEN
               PERFORM 390-ROLL-BACK-ERASURE
            ELSE
               PERFORM 375-COMMIT-TRANSACTION
               PERFORM 650-WRITE-AUDIT-RECORDS
               EVALUATE TRUE
                  WHEN TX-OK
                     DISPLAY 'Table changes committed, rows '
                             'pseudonymised: ' ROWS-PSEUDONYMISED
                  WHEN TX-ROLLBACK
                     MOVE 'ROLLED BACK AT TXCOMMIT'
                         TO CHANGE-FAIL-TEXT
                     PERFORM 395-STOP-NOTHING-ERASED
                  WHEN OTHER
                     PERFORM 800-CHECK-TX-STATUS
               END-EVALUATE
            END-IF.
      *
      * What the authors table holds for one id: nothing, the
      * pseudonym already, or real names to replace
      *
        310-ERASE-AUTHOR-ROW.
            MOVE REQ-IDX TO FOUND-REQ-IDX.
            PERFORM 470-SET-PSEUDONYM.
            MOVE SPACES TO QUERY-STATEMENT.
            MOVE 1 TO QUERY-STATEMENT-PTR.
            STRING 'SELECT first_name, last_name FROM '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   REQ-ID (REQ-IDX) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO QUERY-STATEMENT
                   WITH POINTER QUERY-STATEMENT-PTR
            END-STRING.
            PERFORM 750-EXECUTE-QUERY.
            IF PQ-ROW-COUNT = ZERO THEN
               SET REQ-NOT-ON-TABLE (REQ-IDX) TO TRUE
               ADD 1 TO ROWS-NOT-ON-TABLE
            ELSE
               MOVE 'N' TO AUDIT-MATCHED-SWITCH
               MOVE ZERO TO PQ-ROW-IDX
               MOVE ZERO TO PQ-COL-IDX
               PERFORM 745-GET-FIELD-VALUE
               IF PQ-FIELD-DISPLAY = PSEUDO-FIRST-NAME THEN
                  MOVE 1 TO PQ-COL-IDX
                  PERFORM 745-GET-FIELD-VALUE
                  IF PQ-FIELD-DISPLAY = PSEUDO-LAST-NAME THEN
                     MOVE 'Y' TO AUDIT-MATCHED-SWITCH
                  END-IF
               END-IF
               IF AUDIT-MATCHED THEN
                  SET REQ-ALREADY-ERASED (REQ-IDX) TO TRUE
                  ADD 1 TO ROWS-ALREADY-ERASED
               ELSE
                  PERFORM 320-PSEUDONYMISE-ROW
               END-IF
            END-IF.
      *
      * The UPDATE has the EXAMPLE5-PQL shape, so the history loader
      * and the out-of-band check read it like any batch update
      *
        320-PSEUDONYMISE-ROW.
            MOVE SPACES TO PGSTATMNT.
            MOVE 1 TO PGSTATMNT-PTR.
            STRING 'UPDATE ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' SET first_name=''' DELIMITED BY SIZE
                   FUNCTION TRIM (PSEUDO-FIRST-NAME) DELIMITED BY SIZE
                   ''', last_name=''' DELIMITED BY SIZE
                   FUNCTION TRIM (PSEUDO-LAST-NAME) DELIMITED BY SIZE
                   ''' WHERE id=' DELIMITED BY SIZE
                   REQ-ID (REQ-IDX) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO PGSTATMNT
                   WITH POINTER PGSTATMNT-PTR
            END-STRING.
            MOVE X'00' TO PGSTATMNT(PGSTATMNT-PTR:1).
            ACCEPT AUDIT-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIMESTAMP-TIME FROM TIME.
            STRING AUDIT-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   AUDIT-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO REQ-TIMESTAMP (REQ-IDX)
            END-STRING.
            CALL "PQexec" USING
                 BY VALUE PGCONN
                 BY REFERENCE PGSTATMNT
                 RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                RETURNING PQ-RESULT-STATUS
            END-CALL.
            MOVE PQ-RESULT-STATUS TO REQ-PGRES (REQ-IDX).
      * The NUL handed to PQexec would break the line sequential
      * audit record, so it is blanked on the way
            MOVE PGSTATMNT TO REQ-STATEMENT (REQ-IDX).
            INSPECT REQ-STATEMENT (REQ-IDX)
                REPLACING ALL X'00' BY SPACE.
            SET REQ-PSEUDONYMISED (REQ-IDX) TO TRUE.
            ADD 1 TO ROWS-PSEUDONYMISED.
            IF NOT PQ-COMMAND-OK THEN
               MOVE 'Y' TO CHANGE-FAILED-SWITCH
               MOVE SPACES TO CHANGE-FAIL-TEXT
               STRING 'UPDATE FAILED FOR AUTHOR-ID ' DELIMITED BY SIZE
                      REQ-ID (REQ-IDX) DELIMITED BY SIZE
                      INTO CHANGE-FAIL-TEXT
               END-STRING
            END-IF.
      *
      * Every INSERT or UPDATE of the author audited on the second
      * resource: the statement column is rewritten with the name
      * literals replaced, the other columns are left alone
      *
        340-SCRUB-AUDIT-TABLE.
            MOVE SPACES TO QUERY-STATEMENT.
            MOVE 1 TO QUERY-STATEMENT-PTR.
            STRING 'SELECT ' DELIMITED BY SIZE
                   FUNCTION TRIM (AUDIT-COLUMN-NAME) DELIMITED BY SIZE
                   ' FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM (AUDIT-TABLE-NAME) DELIMITED BY SIZE
                   ' WHERE ' DELIMITED BY SIZE
                   FUNCTION TRIM (AUDIT-COLUMN-NAME) DELIMITED BY SIZE
                   ' LIKE ''INSERT INTO ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' VALUES(' DELIMITED BY SIZE
                   REQ-ID (REQ-IDX) DELIMITED BY SIZE
                   ',%'' OR ' DELIMITED BY SIZE
                   FUNCTION TRIM (AUDIT-COLUMN-NAME) DELIMITED BY SIZE
                   ' LIKE ''UPDATE ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ' SET first_name=%WHERE id=' DELIMITED BY SIZE
                   REQ-ID (REQ-IDX) DELIMITED BY SIZE
                   ';%'';' DELIMITED BY SIZE
                   INTO QUERY-STATEMENT
                   WITH POINTER QUERY-STATEMENT-PTR
            END-STRING.
            PERFORM 755-EXECUTE-AUDIT-QUERY.
            SET AUDIT-SELECT-RES TO PGRES.
            MOVE PQ-ROW-COUNT TO AUDIT-ROW-COUNT.
            MOVE REQ-IDX TO FOUND-REQ-IDX.
            PERFORM 470-SET-PSEUDONYM.
            PERFORM 345-SCRUB-AUDIT-ROW
                VARYING AUDIT-ROW-IDX FROM 0 BY 1
                UNTIL AUDIT-ROW-IDX >= AUDIT-ROW-COUNT
                   OR CHANGE-FAILED.
      *
        345-SCRUB-AUDIT-ROW.
            SET PGRES TO AUDIT-SELECT-RES.
            MOVE AUDIT-ROW-IDX TO PQ-ROW-IDX.
            MOVE ZERO TO PQ-COL-IDX.
            PERFORM 745-GET-FIELD-VALUE.
            MOVE PQ-FIELD-DISPLAY TO SCRUB-SOURCE.
            PERFORM 480-REWRITE-LITERALS.
            IF SCRUB-RESULT NOT = SCRUB-SOURCE THEN
               MOVE SCRUB-SOURCE TO STMT-ESC-SRC
               PERFORM 507-ESCAPE-STATEMENT
               MOVE STMT-ESC-DST TO AUDIT-OLD-ESC
               MOVE SCRUB-RESULT TO STMT-ESC-SRC
               PERFORM 507-ESCAPE-STATEMENT
               MOVE STMT-ESC-DST TO AUDIT-NEW-ESC
               MOVE SPACES TO AUDSTMNT
               MOVE 1 TO AUDSTMNT-PTR
               MOVE 'N' TO AUDSTMNT-OVERFLOW
               STRING 'UPDATE ' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-TABLE-NAME)
                          DELIMITED BY SIZE
                      ' SET ' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-COLUMN-NAME)
                          DELIMITED BY SIZE
                      '=''' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-NEW-ESC) DELIMITED BY SIZE
                      ''' WHERE ' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-COLUMN-NAME)
                          DELIMITED BY SIZE
                      '=''' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-OLD-ESC) DELIMITED BY SIZE
                      ''';' DELIMITED BY SIZE
                      INTO AUDSTMNT
                      WITH POINTER AUDSTMNT-PTR
                      ON OVERFLOW
                         SET AUDSTMNT-TOO-LONG TO TRUE
               END-STRING
               IF AUDSTMNT-TOO-LONG THEN
                  DISPLAY 'Error: generated audit UPDATE exceeds '
                          'AUDSTMNT capacity'
                  STOP RUN RETURNING 1
               END-IF
               MOVE X'00' TO AUDSTMNT(AUDSTMNT-PTR:1)
               CALL "PQexec" USING
                    BY VALUE PGCONN2
                    BY REFERENCE AUDSTMNT
                    RETURNING PGRES
               END-CALL
               CALL "PQresultStatus" USING BY VALUE PGRES
                   RETURNING PQ-RESULT-STATUS
               END-CALL
               IF PQ-COMMAND-OK THEN
                  ADD 1 TO REQ-AUDIT-ROWS (REQ-IDX)
                  ADD 1 TO AUDIT-ROWS-SCRUBBED
               ELSE
                  MOVE 'Y' TO CHANGE-FAILED-SWITCH
                  MOVE 'AUDIT TABLE UPDATE FAILED' TO CHANGE-FAIL-TEXT
               END-IF
            END-IF.
      *
      * INSERT the audit row of each erasure UPDATE into the audit
      * table, inside the still-open global transaction
      *
        350-INSERT-AUDIT-ROW.
            IF REQ-PSEUDONYMISED (REQ-IDX) THEN
               MOVE REQ-STATEMENT (REQ-IDX) TO STMT-ESC-SRC
               PERFORM 507-ESCAPE-STATEMENT
               MOVE REQ-PGRES (REQ-IDX) TO AUDIT-PGRES-NUM
               MOVE SPACES TO AUDSTMNT
               MOVE 1 TO AUDSTMNT-PTR
               MOVE 'N' TO AUDSTMNT-OVERFLOW
               STRING 'INSERT INTO ' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-TABLE-NAME)
                          DELIMITED BY SIZE
                      ' VALUES(''' DELIMITED BY SIZE
                      REQ-TIMESTAMP (REQ-IDX) DELIMITED BY SIZE
                      ''',''UPDATE'',''' DELIMITED BY SIZE
                      FUNCTION TRIM (STMT-ESC-DST) DELIMITED BY SIZE
                      ''',' DELIMITED BY SIZE
                      AUDIT-PGRES-NUM DELIMITED BY SIZE
                      ');' DELIMITED BY SIZE
                      INTO AUDSTMNT
                      WITH POINTER AUDSTMNT-PTR
                      ON OVERFLOW
                         SET AUDSTMNT-TOO-LONG TO TRUE
               END-STRING
               IF AUDSTMNT-TOO-LONG THEN
                  DISPLAY 'Error: generated audit INSERT exceeds '
                          'AUDSTMNT capacity'
                  STOP RUN RETURNING 1
               END-IF
               MOVE X'00' TO AUDSTMNT(AUDSTMNT-PTR:1)
               CALL "PQexec" USING
                    BY VALUE PGCONN2
                    BY REFERENCE AUDSTMNT
                    RETURNING PGRES
               END-CALL
               CALL "PQresultStatus" USING BY VALUE PGRES
                   RETURNING PQ-RESULT-STATUS
               END-CALL
               IF NOT PQ-COMMAND-OK THEN
                  MOVE 'Y' TO CHANGE-FAILED-SWITCH
                  MOVE 'AUDIT TABLE INSERT FAILED' TO CHANGE-FAIL-TEXT
               END-IF
            END-IF.
      *
      * TXBEGIN (tx_begin) with the EXAMPLE5-PQL retry on TX_ERROR;
      * the XID is captured for the in-doubt ledger
      *
        360-BEGIN-TRANSACTION.
            MOVE ZERO TO TX-RETRY-COUNT.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            PERFORM 362-RETRY-BEGIN
                UNTIL NOT TX-ERROR
                   OR TX-RETRY-COUNT >= TX-RETRY-MAX.
            IF TX-ERROR THEN
               MOVE 'TXBEGIN' TO ALERT-TX-CALL
               PERFORM 363-ALERT-RETRIES-EXHAUSTED
            END-IF.
            PERFORM 800-CHECK-TX-STATUS.
            PERFORM 380-CAPTURE-XID.
      *
        362-RETRY-BEGIN.
            ADD 1 TO TX-RETRY-COUNT.
            COMPUTE TX-RETRY-DELAY = TX-RETRY-COUNT * TX-RETRY-WAIT.
            CALL "C$SLEEP" USING TX-RETRY-DELAY.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
      *
      * TX_ERROR survived every retry: alert the console with the
      * call named in ALERT-TX-CALL
      *
        363-ALERT-RETRIES-EXHAUSTED.
            MOVE SPACES TO ALERT-MESSAGE-TEXT.
            STRING ALERT-TX-CALL DELIMITED BY SPACE
                   ' TX_ERROR AFTER ' DELIMITED BY SIZE
                   TX-RETRY-COUNT DELIMITED BY SIZE
                   ' RETRIES DURING ERASURE' DELIMITED BY SIZE
                   INTO ALERT-MESSAGE-TEXT
            END-STRING.
            MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT.
            MOVE 'RETRYEND' TO ALERT-EVENT-TEXT.
            MOVE RUN-NUMBER TO ALERT-RUN.
            PERFORM 870-WRITE-ALERT.
      *
      * A timed-out or rollback-only transaction must not go to
      * TXCOMMIT
      *
        370-CHECK-TRANSACTION-STATE.
            CALL "TXINFO" USING TX-INFO-AREA RETURNING RESULT.
            EVALUATE TRUE
               WHEN TX-INFO-STATE-TIMEOUT
                  MOVE 'Y' TO CHANGE-FAILED-SWITCH
                  MOVE 'TRANSACTION TIMED OUT BEFORE COMMIT'
                      TO CHANGE-FAIL-TEXT
                  MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
                  MOVE 'TXTIMOUT' TO ALERT-EVENT-TEXT
                  MOVE RUN-NUMBER TO ALERT-RUN
                  MOVE 'ERASURE TIMED OUT BEFORE COMMIT, ROLLED BACK'
                      TO ALERT-MESSAGE-TEXT
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
        375-COMMIT-TRANSACTION.
            MOVE ZERO TO TX-RETRY-COUNT.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            PERFORM 377-RETRY-COMMIT
                UNTIL NOT TX-ERROR
                   OR TX-RETRY-COUNT >= TX-RETRY-MAX.
            IF TX-ERROR THEN
               MOVE 'TXCOMMIT' TO ALERT-TX-CALL
               PERFORM 363-ALERT-RETRIES-EXHAUSTED
            END-IF.
      *
        377-RETRY-COMMIT.
            ADD 1 TO TX-RETRY-COUNT.
            COMPUTE TX-RETRY-DELAY = TX-RETRY-COUNT * TX-RETRY-WAIT.
            CALL "C$SLEEP" USING TX-RETRY-DELAY.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
      *
      * Ask TXINFO for the current global transaction's XID and
      * render its payload as hex in XID-HEX-DISPLAY
      *
        380-CAPTURE-XID.
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
            PERFORM 385-HEX-ENCODE-BYTE
                VARYING XID-BYTE-IDX FROM 1 BY 1
                UNTIL XID-BYTE-IDX > XID-DATA-LEN.
      *
        385-HEX-ENCODE-BYTE.
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
      * A failed statement or a transaction that cannot commit: undo
      * everything with TXROLLBACK, audit the attempt with the
      * rollback outcome and stop before any file is touched
      *
        390-ROLL-BACK-ERASURE.
            CALL "TXROLLBACK" USING TX-RETURN-STATUS.
            MOVE TX-STATUS TO ROLLBACK-STATUS-SAVE.
            SET TX-ROLLBACK TO TRUE.
            PERFORM 650-WRITE-AUDIT-RECORDS.
            MOVE ROLLBACK-STATUS-SAVE TO TX-STATUS.
            PERFORM 800-CHECK-TX-STATUS.
            PERFORM 395-STOP-NOTHING-ERASED.
      *
        395-STOP-NOTHING-ERASED.
            DISPLAY 'Erasure rolled back: '
                    FUNCTION TRIM (CHANGE-FAIL-TEXT).
            DISPLAY 'No table or file was changed; no certificate '
                    'was written'.
            MOVE 'END' TO RUN-EVENT-TEXT.
            PERFORM 165-APPEND-RUN-EVENT.
            PERFORM 900-TERMINATE.
            STOP RUN RETURNING 8.
      *
      * The file phase: the sequential files that copy author names,
      * each resolved through its DD_ name, then the archives named
      * in ARCHLIST
      *
        400-SCRUB-FILES.
            MOVE 'AUDITOUT' TO NEW-DD-NAME.
            MOVE 'A' TO NEW-LAYOUT.
            PERFORM 405-ADD-TARGET.
            MOVE 'REJECTSOUT' TO NEW-DD-NAME.
            MOVE 'J' TO NEW-LAYOUT.
            PERFORM 405-ADD-TARGET.
            MOVE 'EDITREJS' TO NEW-DD-NAME.
            PERFORM 405-ADD-TARGET.
            MOVE 'CONSREJS' TO NEW-DD-NAME.
            PERFORM 405-ADD-TARGET.
            MOVE 'SCANREJS' TO NEW-DD-NAME.
            PERFORM 405-ADD-TARGET.
            MOVE 'SUSPENSE' TO NEW-DD-NAME.
            MOVE 'S' TO NEW-LAYOUT.
            PERFORM 405-ADD-TARGET.
            MOVE 'DOUBTOUT' TO NEW-DD-NAME.
            MOVE 'D' TO NEW-LAYOUT.
            PERFORM 405-ADD-TARGET.
            MOVE 'AUTHORSOUT' TO NEW-DD-NAME.
            MOVE 'J' TO NEW-LAYOUT.
            PERFORM 405-ADD-TARGET.
            MOVE 'AUTHPREV' TO NEW-DD-NAME.
            PERFORM 405-ADD-TARGET.
            PERFORM 410-LOAD-ARCHIVE-LIST.
            PERFORM 420-SCRUB-TARGET
                VARYING TGT-IDX FROM 1 BY 1
                UNTIL TGT-IDX > TARGET-COUNT.
      *
      * A target named by its DD name: the file is the value of the
      * DD_ variable when the operator set one, else the name itself
      *
        405-ADD-TARGET.
            ADD 1 TO TARGET-COUNT.
            MOVE NEW-DD-NAME TO TGT-DD-NAME (TARGET-COUNT).
            MOVE NEW-LAYOUT TO TGT-LAYOUT (TARGET-COUNT).
            MOVE SPACES TO MAP-DD-NAME.
            STRING 'DD_' DELIMITED BY SIZE
                   NEW-DD-NAME DELIMITED BY SPACE
                   INTO MAP-DD-NAME
            END-STRING.
            MOVE SPACES TO MAP-FILE-NAME.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            ACCEPT MAP-FILE-NAME FROM ENVIRONMENT-VALUE.
            IF MAP-FILE-NAME = SPACES THEN
               MOVE NEW-DD-NAME TO TGT-FILE-NAME (TARGET-COUNT)
            ELSE
               MOVE MAP-FILE-NAME TO TGT-FILE-NAME (TARGET-COUNT)
            END-IF.
      *
      * ARCHOUT is a dated file name per EXAMPLE5-ARC run, so the
      * archives to scrub are listed one per line; a missing list
      * means there are none
      *
        410-LOAD-ARCHIVE-LIST.
            OPEN INPUT ARCHIVE-LIST-FILE.
            EVALUATE TRUE
               WHEN ARCHIVE-LIST-STATUS EQUAL '00'
                  PERFORM 415-READ-ARCHIVE-LIST
                  PERFORM 416-TAKE-ARCHIVE
                      UNTIL ARCHIVE-LIST-EOF
                  CLOSE ARCHIVE-LIST-FILE
               WHEN ARCHIVE-LIST-STATUS EQUAL '35'
                  DISPLAY 'No ARCHLIST: no archive to scrub'
               WHEN OTHER
                  DISPLAY 'Error: unable to open ARCHLIST, status '
                          ARCHIVE-LIST-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        415-READ-ARCHIVE-LIST.
            READ ARCHIVE-LIST-FILE
                AT END
                    MOVE 'Y' TO ARCHIVE-LIST-EOF-SWITCH
            END-READ.
            IF ARCHIVE-LIST-STATUS NOT = '00'
                  AND ARCHIVE-LIST-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read ARCHLIST, status '
                       ARCHIVE-LIST-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        416-TAKE-ARCHIVE.
            IF ARCHIVE-LIST-RECORD NOT = SPACES THEN
               IF TARGET-COUNT >= TARGET-MAX THEN
                  DISPLAY 'Error: ARCHLIST names more archives than '
                          'one erasure can scrub'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO TARGET-COUNT
               MOVE 'ARCHOUT' TO TGT-DD-NAME (TARGET-COUNT)
               MOVE 'R' TO TGT-LAYOUT (TARGET-COUNT)
               MOVE FUNCTION TRIM (ARCHIVE-LIST-RECORD)
                   TO TGT-FILE-NAME (TARGET-COUNT)
            END-IF.
            PERFORM 415-READ-ARCHIVE-LIST.
      *
      * Scrub one file: an archive must pass its control check first,
      * the file is copied to ERASENEW with the names replaced, and
      * copied back only when a record actually changed
      *
        420-SCRUB-TARGET.
            MOVE ZERO TO TGT-READ-COUNT (TGT-IDX).
            MOVE ZERO TO TGT-SCRUBBED-COUNT (TGT-IDX).
            MOVE SPACES TO TGT-OUTCOME (TGT-IDX).
            MOVE 'DD_ERASEIN' TO MAP-DD-NAME.
            MOVE TGT-FILE-NAME (TGT-IDX) TO MAP-FILE-NAME.
            IF TGT-LAYOUT (TGT-IDX) = 'R' THEN
               PERFORM 430-CHECK-ARCHIVE-CONTROL
               IF TGT-OUTCOME (TGT-IDX) = SPACES
                     AND CONTROL-FAILED THEN
                  MOVE 'CONTROL CHECK FAILED, UNTOUCHED'
                      TO TGT-OUTCOME (TGT-IDX)
                  MOVE 8 TO ERS-RETURN-CODE
               END-IF
            END-IF.
            IF TGT-OUTCOME (TGT-IDX) = SPACES THEN
               PERFORM 435-SCRUB-INTO-STAGING
            END-IF.
            IF TGT-OUTCOME (TGT-IDX) = SPACES THEN
               IF TGT-SCRUBBED-COUNT (TGT-IDX) = ZERO THEN
                  MOVE 'NO NAME TO ERASE'
                      TO TGT-OUTCOME (TGT-IDX)
               ELSE
                  PERFORM 450-COPY-BACK
               END-IF
            END-IF.
            DISPLAY TGT-DD-NAME (TGT-IDX) ' '
                    FUNCTION TRIM (TGT-FILE-NAME (TGT-IDX)) ': '
                    FUNCTION TRIM (TGT-OUTCOME (TGT-IDX)).
      *
        421-OPEN-SCRUB-FILE.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            OPEN INPUT SCRUB-FILE.
            EVALUATE TRUE
               WHEN SCRUB-FILE-STATUS EQUAL '00'
                  CONTINUE
               WHEN SCRUB-FILE-STATUS EQUAL '35'
                  MOVE 'NOT PRESENT' TO TGT-OUTCOME (TGT-IDX)
               WHEN OTHER
                  DISPLAY 'Error: unable to open '
                          FUNCTION TRIM (MAP-FILE-NAME)
                          ', status ' SCRUB-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        422-READ-SCRUB-FILE.
            READ SCRUB-FILE
                AT END
                    MOVE 'Y' TO SCRUB-EOF-SWITCH
            END-READ.
            IF SCRUB-FILE-STATUS NOT = '00'
                  AND SCRUB-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read '
                       FUNCTION TRIM (MAP-FILE-NAME)
                       ', status ' SCRUB-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * The control totals of an archive as EXAMPLE5-ARC closed it:
      * the trailer must carry the count of the records above it and
      * the sum of their run numbers
      *
        430-CHECK-ARCHIVE-CONTROL.
            MOVE 'N' TO CONTROL-FAILED-SWITCH.
            MOVE 'N' TO TRAILER-SEEN-SWITCH.
            MOVE ZERO TO CHECK-ROW-COUNT.
            MOVE ZERO TO CHECK-HASH.
            PERFORM 421-OPEN-SCRUB-FILE.
            IF TGT-OUTCOME (TGT-IDX) = SPACES THEN
               MOVE 'N' TO SCRUB-EOF-SWITCH
               PERFORM 422-READ-SCRUB-FILE
               PERFORM 432-COUNT-ARCHIVE-LINE
                   UNTIL SCRUB-EOF
               CLOSE SCRUB-FILE
               IF NOT TRAILER-SEEN THEN
                  MOVE 'Y' TO CONTROL-FAILED-SWITCH
               ELSE
                  IF ARC-TRAILER-ROW-COUNT IS NOT NUMERIC
                        OR ARC-TRAILER-ID-HASH IS NOT NUMERIC THEN
                     MOVE 'Y' TO CONTROL-FAILED-SWITCH
                  ELSE
                     IF ARC-TRAILER-ROW-COUNT NOT = CHECK-ROW-COUNT
                           OR ARC-TRAILER-ID-HASH NOT = CHECK-HASH
                        MOVE 'Y' TO CONTROL-FAILED-SWITCH
                     END-IF
                  END-IF
               END-IF
               IF CONTROL-FAILED THEN
                  DISPLAY 'Archive ' FUNCTION TRIM (MAP-FILE-NAME)
                          ' fails its control check: counted '
                          CHECK-ROW-COUNT ' records, hash '
                          CHECK-HASH
               END-IF
            END-IF.
      *
        432-COUNT-ARCHIVE-LINE.
            IF SCRUB-LINE (1:1) = 'T' THEN
               MOVE SCRUB-LINE (1:28) TO ARCHIVE-TRAILER-AREA
               MOVE 'Y' TO TRAILER-SEEN-SWITCH
            ELSE
               IF TRAILER-SEEN THEN
                  MOVE 'Y' TO CONTROL-FAILED-SWITCH
               END-IF
               ADD 1 TO CHECK-ROW-COUNT
               MOVE SCRUB-LINE TO AUDIT-RECORD
               IF AUDIT-RUN-NUMBER IS NUMERIC THEN
                  ADD AUDIT-RUN-NUMBER TO CHECK-HASH
               END-IF
            END-IF.
            PERFORM 422-READ-SCRUB-FILE.
      *
      * First pass: every record goes to ERASENEW, scrubbed when it
      * belongs to an author being erased, so the record count is
      * the same on both sides
      *
        435-SCRUB-INTO-STAGING.
            PERFORM 421-OPEN-SCRUB-FILE.
            IF TGT-OUTCOME (TGT-IDX) = SPACES THEN
               OPEN OUTPUT STAGING-FILE
               IF STAGING-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open ERASENEW, status '
                          STAGING-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               MOVE ZERO TO STAGED-COUNT
               MOVE 'N' TO SCRUB-EOF-SWITCH
               PERFORM 422-READ-SCRUB-FILE
               PERFORM 437-SCRUB-LINE
                   UNTIL SCRUB-EOF
               CLOSE SCRUB-FILE
               CLOSE STAGING-FILE
            END-IF.
      *
        437-SCRUB-LINE.
            ADD 1 TO TGT-READ-COUNT (TGT-IDX).
            MOVE SCRUB-LINE TO SAVED-LINE.
            MOVE ZERO TO LINE-REQ-IDX.
            EVALUATE TGT-LAYOUT (TGT-IDX)
               WHEN 'A'
               WHEN 'R'
                  PERFORM 440-SCRUB-AUDIT-LINE
               WHEN 'J'
                  MOVE 1 TO NAME-OFFSET
                  PERFORM 442-SCRUB-ROW-IMAGE
               WHEN 'S'
                  MOVE 3 TO NAME-OFFSET
                  PERFORM 442-SCRUB-ROW-IMAGE
               WHEN 'D'
                  IF SCRUB-LINE (1:1) = 'D'
                        AND SCRUB-LINE (3:1) NOT = 'B' THEN
                     MOVE 12 TO NAME-OFFSET
                     PERFORM 442-SCRUB-ROW-IMAGE
                  END-IF
            END-EVALUATE.
            IF SCRUB-LINE NOT = SAVED-LINE THEN
               ADD 1 TO TGT-SCRUBBED-COUNT (TGT-IDX)
               ADD 1 TO REQ-FILE-RECORDS (LINE-REQ-IDX)
            END-IF.
            MOVE SCRUB-LINE TO STAGING-LINE.
            WRITE STAGING-LINE.
            IF STAGING-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write ERASENEW, status '
                       STAGING-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO STAGED-COUNT.
            PERFORM 422-READ-SCRUB-FILE.
      *
      * An audit record (AUDITOUT or archive): the input image and
      * the before-image of an author row carry the names, and so do
      * the literals of its INSERT or UPDATE statement; book rows
      * and archive trailers pass unchanged. A blank name pair (an
      * INSERT has no before-image) stays blank, as the AUTHHIST
      * entry filed from the same record does in 515.
      *
        440-SCRUB-AUDIT-LINE.
            IF TGT-LAYOUT (TGT-IDX) = 'R'
                  AND SCRUB-LINE (1:1) = 'T' THEN
               CONTINUE
            ELSE
               MOVE SCRUB-LINE TO AUDIT-RECORD
               MOVE 'N' TO AUDIT-MATCHED-SWITCH
               IF AUDIT-FEED NOT = 'B' THEN
                  MOVE AUDIT-AUTHOR-REC (1:9) TO MATCH-ID-TEXT
                  PERFORM 460-FIND-REQUEST
                  IF FOUND-REQ-IDX > ZERO THEN
                     PERFORM 470-SET-PSEUDONYM
                     IF AUDIT-AUTHOR-REC (10:60) NOT = SPACES THEN
                        MOVE PSEUDO-FIRST-NAME
                            TO AUDIT-AUTHOR-REC (10:30)
                        MOVE PSEUDO-LAST-NAME
                            TO AUDIT-AUTHOR-REC (40:30)
                     END-IF
                     MOVE 'Y' TO AUDIT-MATCHED-SWITCH
                  END-IF
                  MOVE AUDIT-BEFORE-ID TO MATCH-ID-TEXT
                  PERFORM 460-FIND-REQUEST
                  IF FOUND-REQ-IDX > ZERO THEN
                     PERFORM 470-SET-PSEUDONYM
                     IF AUDIT-BEFORE-IMAGE (10:60) NOT = SPACES THEN
                        MOVE PSEUDO-FIRST-NAME
                            TO AUDIT-BEFORE-FIRST-NAME
                        MOVE PSEUDO-LAST-NAME
                            TO AUDIT-BEFORE-LAST-NAME
                     END-IF
                     MOVE 'Y' TO AUDIT-MATCHED-SWITCH
                  END-IF
               END-IF
               IF AUDIT-MATCHED THEN
                  MOVE AUDIT-STATEMENT TO SCRUB-SOURCE
                  PERFORM 480-REWRITE-LITERALS
                  MOVE SCRUB-RESULT TO AUDIT-STATEMENT
                  MOVE AUDIT-RECORD TO SCRUB-LINE
               END-IF
            END-IF.
      *
      * An AUTHREC image at NAME-OFFSET of the line: id, then the
      * two names
      *
        442-SCRUB-ROW-IMAGE.
            MOVE SCRUB-LINE (NAME-OFFSET:9) TO MATCH-ID-TEXT.
            PERFORM 460-FIND-REQUEST.
            IF FOUND-REQ-IDX > ZERO THEN
               PERFORM 470-SET-PSEUDONYM
               IF SCRUB-LINE (NAME-OFFSET + 9:60) NOT = SPACES THEN
                  MOVE PSEUDO-FIRST-NAME
                      TO SCRUB-LINE (NAME-OFFSET + 9:30)
                  MOVE PSEUDO-LAST-NAME
                      TO SCRUB-LINE (NAME-OFFSET + 39:30)
               END-IF
            END-IF.
      *
      * Second pass: ERASENEW replaces the file; every staged record
      * must come back, and an archive must still pass its control
      * check afterwards
      *
        450-COPY-BACK.
            OPEN INPUT STAGING-FILE.
            IF STAGING-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to reopen ERASENEW, status '
                       STAGING-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            OPEN OUTPUT SCRUB-FILE.
            IF SCRUB-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to rewrite '
                       FUNCTION TRIM (MAP-FILE-NAME)
                       ', status ' SCRUB-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE ZERO TO COPIED-BACK-COUNT.
            MOVE 'N' TO STAGING-EOF-SWITCH.
            PERFORM 455-READ-STAGING.
            PERFORM 452-COPY-STAGING-LINE
                UNTIL STAGING-EOF.
            CLOSE STAGING-FILE.
            CLOSE SCRUB-FILE.
            IF COPIED-BACK-COUNT NOT = STAGED-COUNT THEN
               DISPLAY 'Error: ' FUNCTION TRIM (MAP-FILE-NAME)
                       ' rewritten with ' COPIED-BACK-COUNT
                       ' of ' STAGED-COUNT ' records; ERASENEW holds'
                       ' the scrubbed copy'
               STOP RUN RETURNING 1
            END-IF.
            IF TGT-LAYOUT (TGT-IDX) = 'R' THEN
               PERFORM 430-CHECK-ARCHIVE-CONTROL
               IF CONTROL-FAILED THEN
                  MOVE 'SCRUBBED, CONTROL CHECK FAILED'
                      TO TGT-OUTCOME (TGT-IDX)
                  MOVE 8 TO ERS-RETURN-CODE
               ELSE
                  MOVE 'SCRUBBED, CONTROL TOTALS AGREE'
                      TO TGT-OUTCOME (TGT-IDX)
               END-IF
            ELSE
               MOVE 'SCRUBBED' TO TGT-OUTCOME (TGT-IDX)
            END-IF.
      *
        452-COPY-STAGING-LINE.
            MOVE STAGING-LINE TO SCRUB-LINE.
            WRITE SCRUB-LINE.
            IF SCRUB-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write '
                       FUNCTION TRIM (MAP-FILE-NAME)
                       ', status ' SCRUB-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO COPIED-BACK-COUNT.
            PERFORM 455-READ-STAGING.
      *
        455-READ-STAGING.
            READ STAGING-FILE
                AT END
                    MOVE 'Y' TO STAGING-EOF-SWITCH
            END-READ.
            IF STAGING-FILE-STATUS NOT = '00'
                  AND STAGING-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read ERASENEW, status '
                       STAGING-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Look MATCH-ID-TEXT up among the ids to erase; FOUND-REQ-IDX
      * is zero when it is not one of them
      *
        460-FIND-REQUEST.
            MOVE ZERO TO FOUND-REQ-IDX.
            IF MATCH-ID-TEXT IS NUMERIC THEN
               MOVE MATCH-ID-TEXT TO MATCH-ID-NUM
               PERFORM 465-MATCH-REQUEST
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQUEST-COUNT
                      OR FOUND-REQ-IDX > ZERO
            END-IF.
      *
        465-MATCH-REQUEST.
            IF REQ-ID (REQ-IDX) = MATCH-ID-NUM THEN
               MOVE REQ-IDX TO FOUND-REQ-IDX
               MOVE REQ-IDX TO LINE-REQ-IDX
            END-IF.
      *
      * The pseudonym of the author at FOUND-REQ-IDX
      *
        470-SET-PSEUDONYM.
            MOVE 'ERASED' TO PSEUDO-FIRST-NAME.
            MOVE SPACES TO PSEUDO-LAST-NAME.
            STRING 'ERASED ' DELIMITED BY SIZE
                   REQ-ID (FOUND-REQ-IDX) DELIMITED BY SIZE
                   INTO PSEUDO-LAST-NAME
            END-STRING.
      *
      * Copy SCRUB-SOURCE to SCRUB-RESULT with the text of each
      * quoted literal replaced: the first by the pseudonym first
      * name, the second by the pseudonym last name
      *
        480-REWRITE-LITERALS.
            MOVE SPACES TO SCRUB-RESULT.
            MOVE 1 TO SCRUB-DST-PTR.
            MOVE ZERO TO LITERAL-COUNT.
            MOVE 'N' TO IN-LITERAL-SWITCH.
            MOVE 'N' TO SKIP-CHAR-SWITCH.
            PERFORM 485-REWRITE-LITERAL-CHAR
                VARYING SCRUB-SRC-IDX FROM 1 BY 1
                UNTIL SCRUB-SRC-IDX > LENGTH OF SCRUB-SOURCE.
      *
        485-REWRITE-LITERAL-CHAR.
            MOVE SCRUB-SOURCE (SCRUB-SRC-IDX:1) TO SCRUB-CHAR.
            MOVE SPACE TO SCRUB-NEXT-CHAR.
            IF SCRUB-SRC-IDX < LENGTH OF SCRUB-SOURCE THEN
               MOVE SCRUB-SOURCE (SCRUB-SRC-IDX + 1:1)
                   TO SCRUB-NEXT-CHAR
            END-IF.
            EVALUATE TRUE
               WHEN SKIP-CHAR
                  MOVE 'N' TO SKIP-CHAR-SWITCH
               WHEN IN-LITERAL AND SCRUB-CHAR = APOSTROPHE-CHAR
                     AND SCRUB-NEXT-CHAR = APOSTROPHE-CHAR
                  MOVE 'Y' TO SKIP-CHAR-SWITCH
               WHEN IN-LITERAL AND SCRUB-CHAR = APOSTROPHE-CHAR
                  MOVE 'N' TO IN-LITERAL-SWITCH
                  PERFORM 487-COPY-SCRUB-CHAR
               WHEN IN-LITERAL
                  CONTINUE
               WHEN SCRUB-CHAR = APOSTROPHE-CHAR
                  PERFORM 487-COPY-SCRUB-CHAR
                  MOVE 'Y' TO IN-LITERAL-SWITCH
                  ADD 1 TO LITERAL-COUNT
                  PERFORM 486-PUT-PSEUDONYM
               WHEN OTHER
                  PERFORM 487-COPY-SCRUB-CHAR
            END-EVALUATE.
      *
        486-PUT-PSEUDONYM.
            IF LITERAL-COUNT = 2 THEN
               MOVE PSEUDO-LAST-NAME TO LITERAL-TEXT
            ELSE
               MOVE PSEUDO-FIRST-NAME TO LITERAL-TEXT
            END-IF.
            IF SCRUB-DST-PTR <= LENGTH OF SCRUB-RESULT THEN
               STRING FUNCTION TRIM (LITERAL-TEXT) DELIMITED BY SIZE
                      INTO SCRUB-RESULT
                      WITH POINTER SCRUB-DST-PTR
               END-STRING
            END-IF.
      *
        487-COPY-SCRUB-CHAR.
            IF SCRUB-DST-PTR <= LENGTH OF SCRUB-RESULT THEN
               MOVE SCRUB-CHAR TO SCRUB-RESULT (SCRUB-DST-PTR:1)
               ADD 1 TO SCRUB-DST-PTR
            END-IF.
      *
      * Same apostrophe doubling EXAMPLE5-PQL applies to the audited
      * statement text bound for the audit table
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
      * The keyed change history: every author-row entry of an id,
      * read from its first key on, with the names of both images
      * replaced in place
      *
        500-SCRUB-HISTORY.
            MOVE ZERO TO HISTORY-READ-COUNT.
            MOVE ZERO TO HISTORY-SCRUBBED-COUNT.
            OPEN I-O HISTORY-FILE.
            EVALUATE TRUE
               WHEN HISTORY-FILE-STATUS EQUAL '00'
                  PERFORM 505-SCRUB-HISTORY-AUTHOR
                      VARYING FOUND-REQ-IDX FROM 1 BY 1
                      UNTIL FOUND-REQ-IDX > REQUEST-COUNT
                  CLOSE HISTORY-FILE
                  IF HISTORY-SCRUBBED-COUNT = ZERO THEN
                     MOVE 'NO NAME TO ERASE' TO HISTORY-OUTCOME
                  ELSE
                     MOVE 'SCRUBBED' TO HISTORY-OUTCOME
                  END-IF
               WHEN HISTORY-FILE-STATUS EQUAL '35'
                  MOVE 'NOT PRESENT' TO HISTORY-OUTCOME
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            DISPLAY 'AUTHHIST: ' FUNCTION TRIM (HISTORY-OUTCOME).
      *
        505-SCRUB-HISTORY-AUTHOR.
            PERFORM 470-SET-PSEUDONYM.
            MOVE 'A' TO HIST-FEED.
            MOVE REQ-ID (FOUND-REQ-IDX) TO HIST-ROW-ID.
            MOVE LOW-VALUES TO HIST-TIMESTAMP.
            MOVE ZERO TO HIST-SEQUENCE.
            START HISTORY-FILE
                KEY IS NOT LESS THAN HIST-KEY
            END-START.
            EVALUATE TRUE
               WHEN HISTORY-FILE-STATUS EQUAL '00'
                  MOVE 'N' TO KEYED-EOF-SWITCH
                  PERFORM 510-READ-NEXT-HISTORY
                  PERFORM 515-SCRUB-HISTORY-ENTRY
                      UNTIL KEYED-EOF
               WHEN HISTORY-FILE-STATUS EQUAL '23'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to position AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        510-READ-NEXT-HISTORY.
            READ HISTORY-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO KEYED-EOF-SWITCH
            END-READ.
            IF HISTORY-FILE-STATUS NOT = '00'
                  AND HISTORY-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHHIST, status '
                       HISTORY-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            IF NOT KEYED-EOF THEN
               IF HIST-FEED NOT = 'A'
                     OR HIST-ROW-ID NOT = REQ-ID (FOUND-REQ-IDX) THEN
                  MOVE 'Y' TO KEYED-EOF-SWITCH
               END-IF
            END-IF.
      *
        515-SCRUB-HISTORY-ENTRY.
            ADD 1 TO HISTORY-READ-COUNT.
            MOVE HISTORY-RECORD TO SAVED-LINE.
            IF HIST-INPUT-IMAGE (10:60) NOT = SPACES THEN
               MOVE PSEUDO-FIRST-NAME TO HIST-INPUT-IMAGE (10:30)
               MOVE PSEUDO-LAST-NAME TO HIST-INPUT-IMAGE (40:30)
            END-IF.
            IF HIST-BEFORE-IMAGE (10:60) NOT = SPACES THEN
               MOVE PSEUDO-FIRST-NAME TO HIST-BEFORE-IMAGE (10:30)
               MOVE PSEUDO-LAST-NAME TO HIST-BEFORE-IMAGE (40:30)
            END-IF.
            IF HISTORY-RECORD NOT = SAVED-LINE THEN
               REWRITE HISTORY-RECORD
               IF HISTORY-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to rewrite AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO HISTORY-SCRUBBED-COUNT
               ADD 1 TO REQ-FILE-RECORDS (FOUND-REQ-IDX)
            END-IF.
            PERFORM 510-READ-NEXT-HISTORY.
      *
      * The pending-transaction warehouse: every author-row entry of
      * an id, whatever its status, keeps only the pseudonym
      *
        550-SCRUB-PENDING.
            MOVE ZERO TO PENDING-READ-COUNT.
            MOVE ZERO TO PENDING-SCRUBBED-COUNT.
            OPEN I-O PENDING-FILE.
            EVALUATE TRUE
               WHEN PENDING-FILE-STATUS EQUAL '00'
                  PERFORM 555-SCRUB-PENDING-AUTHOR
                      VARYING FOUND-REQ-IDX FROM 1 BY 1
                      UNTIL FOUND-REQ-IDX > REQUEST-COUNT
                  CLOSE PENDING-FILE
                  IF PENDING-SCRUBBED-COUNT = ZERO THEN
                     MOVE 'NO NAME TO ERASE' TO PENDING-OUTCOME
                  ELSE
                     MOVE 'SCRUBBED' TO PENDING-OUTCOME
                  END-IF
               WHEN PENDING-FILE-STATUS EQUAL '35'
                  MOVE 'NOT PRESENT' TO PENDING-OUTCOME
               WHEN OTHER
                  DISPLAY 'Error: unable to open PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            DISPLAY 'PENDTXN: ' FUNCTION TRIM (PENDING-OUTCOME).
      *
        555-SCRUB-PENDING-AUTHOR.
            PERFORM 470-SET-PSEUDONYM.
            MOVE 'A' TO PEND-FEED.
            MOVE REQ-ID (FOUND-REQ-IDX) TO PEND-FAMILY-ID.
            MOVE ZERO TO PEND-ROW-ID.
            MOVE LOW-VALUES TO PEND-EFFECTIVE-DATE.
            START PENDING-FILE
                KEY IS NOT LESS THAN PEND-KEY
            END-START.
            EVALUATE TRUE
               WHEN PENDING-FILE-STATUS EQUAL '00'
                  MOVE 'N' TO KEYED-EOF-SWITCH
                  PERFORM 560-READ-NEXT-PENDING
                  PERFORM 565-SCRUB-PENDING-ENTRY
                      UNTIL KEYED-EOF
               WHEN PENDING-FILE-STATUS EQUAL '23'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to position PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        560-READ-NEXT-PENDING.
            READ PENDING-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO KEYED-EOF-SWITCH
            END-READ.
            IF PENDING-FILE-STATUS NOT = '00'
                  AND PENDING-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read PENDTXN, status '
                       PENDING-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            IF NOT KEYED-EOF THEN
               IF PEND-FEED NOT = 'A'
                     OR PEND-FAMILY-ID NOT = REQ-ID (FOUND-REQ-IDX)
                  MOVE 'Y' TO KEYED-EOF-SWITCH
               END-IF
            END-IF.
      *
        565-SCRUB-PENDING-ENTRY.
            ADD 1 TO PENDING-READ-COUNT.
            MOVE PENDING-RECORD TO SAVED-LINE.
            IF PEND-ROW-IMAGE (10:60) NOT = SPACES THEN
               MOVE PSEUDO-FIRST-NAME TO PEND-ROW-IMAGE (10:30)
               MOVE PSEUDO-LAST-NAME TO PEND-ROW-IMAGE (40:30)
            END-IF.
            IF PENDING-RECORD NOT = SAVED-LINE THEN
               REWRITE PENDING-RECORD
               IF PENDING-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to rewrite PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO PENDING-SCRUBBED-COUNT
               ADD 1 TO REQ-FILE-RECORDS (FOUND-REQ-IDX)
            END-IF.
            PERFORM 560-READ-NEXT-PENDING.
      *
      * The erasure certificate: what was asked, what was found and
      * changed where, and the sign-off block
      *
        600-WRITE-CERTIFICATE.
            OPEN OUTPUT CERTIFICATE-FILE.
            IF CERTIFICATE-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open ERASECERT, status '
                       CERTIFICATE-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ACCEPT AUDIT-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIMESTAMP-TIME FROM TIME.
            STRING AUDIT-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   AUDIT-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO CERTIFICATE-TIMESTAMP
            END-STRING.
            MOVE 'PERSONAL-DATA ERASURE CERTIFICATE'
                TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING 'ERASURE RUN ' DELIMITED BY SIZE
                   RUN-NUMBER DELIMITED BY SIZE
                   ' COMPLETED ' DELIMITED BY SIZE
                   CERTIFICATE-TIMESTAMP DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            PERFORM 610-CERTIFY-AUTHORS.
            PERFORM 620-CERTIFY-TABLES.
            PERFORM 630-CERTIFY-FILES.
            PERFORM 640-CERTIFY-SIGN-OFF.
            CLOSE CERTIFICATE-FILE.
            DISPLAY 'Erasure certificate written to ERASECERT'.
      *
        610-CERTIFY-AUTHORS.
            MOVE 'AUTHORS ERASED' TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  AUTHOR-ID  REFERENCE             AUTHORS TABLE'
                       DELIMITED BY SIZE
                   '     AUDIT ROWS  FILE RECORDS' DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            PERFORM 615-CERTIFY-AUTHOR
                VARYING REQ-IDX FROM 1 BY 1
                UNTIL REQ-IDX > REQUEST-COUNT.
            MOVE REQUEST-LINE-COUNT TO COUNT-TEXT.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  REQUEST LINES READ ' DELIMITED BY SIZE
                   FUNCTION TRIM (COUNT-TEXT) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE REQUEST-REPEAT-COUNT TO COUNT-TEXT.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  IDS ASKED FOR MORE THAN ONCE ' DELIMITED BY SIZE
                   FUNCTION TRIM (COUNT-TEXT) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE REFUSED-TOTAL TO COUNT-TEXT.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  REQUEST LINES REFUSED ' DELIMITED BY SIZE
                   FUNCTION TRIM (COUNT-TEXT) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            PERFORM 617-CERTIFY-REFUSED-LINE
                VARYING REFUSED-IDX FROM 1 BY 1
                UNTIL REFUSED-IDX > REFUSED-LINE-COUNT.
            MOVE SPACES TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        615-CERTIFY-AUTHOR.
            MOVE REQ-ID (REQ-IDX) TO CERT-AUTHOR-ID.
            MOVE REQ-REFERENCE (REQ-IDX) TO CERT-REFERENCE.
            EVALUATE TRUE
               WHEN REQ-PSEUDONYMISED (REQ-IDX)
                  MOVE 'PSEUDONYMISED' TO CERT-TABLE-TEXT
               WHEN REQ-ALREADY-ERASED (REQ-IDX)
                  MOVE 'ALREADY ERASED' TO CERT-TABLE-TEXT
               WHEN OTHER
                  MOVE 'NOT ON TABLE' TO CERT-TABLE-TEXT
            END-EVALUATE.
            MOVE REQ-AUDIT-ROWS (REQ-IDX) TO CERT-AUDIT-ROWS.
            MOVE REQ-FILE-RECORDS (REQ-IDX) TO CERT-FILE-RECORDS.
            MOVE CERT-AUTHOR-LINE TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        617-CERTIFY-REFUSED-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '    REFUSED: ' DELIMITED BY SIZE
                   REFUSED-LINE (REFUSED-IDX) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        620-CERTIFY-TABLES.
            MOVE 'TABLES' TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE ROWS-PSEUDONYMISED TO COUNT-TEXT.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ': ROWS PSEUDONYMISED ' DELIMITED BY SIZE
                   FUNCTION TRIM (COUNT-TEXT) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE ROWS-ALREADY-ERASED TO COUNT-TEXT.
            MOVE ROWS-NOT-ON-TABLE TO SCRUBBED-TEXT.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                   ': ALREADY ERASED ' DELIMITED BY SIZE
                   FUNCTION TRIM (COUNT-TEXT) DELIMITED BY SIZE
                   ', NOT ON TABLE ' DELIMITED BY SIZE
                   FUNCTION TRIM (SCRUBBED-TEXT) DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            IF AUDIT-TABLE-MODE THEN
               MOVE AUDIT-ROWS-SCRUBBED TO COUNT-TEXT
               STRING '  ' DELIMITED BY SIZE
                      FUNCTION TRIM (AUDIT-TABLE-NAME)
                          DELIMITED BY SIZE
                      ': AUDITED STATEMENTS SCRUBBED '
                          DELIMITED BY SIZE
                      FUNCTION TRIM (COUNT-TEXT) DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
               END-STRING
            ELSE
               MOVE '  NO AUDIT TABLE (AUDITTABLE NOT SET)'
                   TO CERTIFICATE-LINE
            END-IF.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        630-CERTIFY-FILES.
            MOVE 'FILES' TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  DD NAME    FILE                    '
                       DELIMITED BY SIZE
                   '                     ' DELIMITED BY SIZE
                   '     READ  SCRUBBED  OUTCOME' DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            PERFORM 635-CERTIFY-FILE
                VARYING TGT-IDX FROM 1 BY 1
                UNTIL TGT-IDX > TARGET-COUNT.
            MOVE 'AUTHHIST' TO CERT-DD-NAME.
            MOVE 'AUTHHIST' TO CERT-FILE-NAME.
            MOVE HISTORY-READ-COUNT TO CERT-READ-COUNT.
            MOVE HISTORY-SCRUBBED-COUNT TO CERT-SCRUBBED-COUNT.
            MOVE HISTORY-OUTCOME TO CERT-OUTCOME.
            MOVE CERT-FILE-LINE TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE 'PENDTXN' TO CERT-DD-NAME.
            MOVE 'PENDTXN' TO CERT-FILE-NAME.
            MOVE PENDING-READ-COUNT TO CERT-READ-COUNT.
            MOVE PENDING-SCRUBBED-COUNT TO CERT-SCRUBBED-COUNT.
            MOVE PENDING-OUTCOME TO CERT-OUTCOME.
            MOVE CERT-FILE-LINE TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        635-CERTIFY-FILE.
            MOVE TGT-DD-NAME (TGT-IDX) TO CERT-DD-NAME.
            MOVE TGT-FILE-NAME (TGT-IDX) TO CERT-FILE-NAME.
            MOVE TGT-READ-COUNT (TGT-IDX) TO CERT-READ-COUNT.
            MOVE TGT-SCRUBBED-COUNT (TGT-IDX) TO CERT-SCRUBBED-COUNT.
            MOVE TGT-OUTCOME (TGT-IDX) TO CERT-OUTCOME.
            MOVE CERT-FILE-LINE TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        640-CERTIFY-SIGN-OFF.
            MOVE 'SIGN-OFF' TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  THE NAMES OF THE AUTHORS ABOVE HAVE BEEN '
                       DELIMITED BY SIZE
                   'REPLACED BY PSEUDONYMS IN EVERY TABLE AND FILE'
                       DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  LISTED AS SCRUBBED. RECORD COUNTS, RUN AND '
                       DELIMITED BY SIZE
                   'GROUP NUMBERS AND ARCHIVE CONTROL TRAILERS ARE'
                       DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE '  UNCHANGED.' TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            IF ERS-RETURN-CODE = 8 THEN
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  ATTENTION: AN ARCHIVE FAILED ITS CONTROL '
                          DELIMITED BY SIZE
                      'CHECK; SEE FILES ABOVE' DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
               END-STRING
               PERFORM 690-WRITE-CERTIFICATE-LINE
            END-IF.
            MOVE SPACES TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  ERASED BY:     ' DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   '  SIGNATURE: ____________________' DELIMITED BY SIZE
                   '  DATE: __________' DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING '  AUTHORISED BY: ' DELIMITED BY SIZE
                   APPROVER-ID DELIMITED BY SIZE
                   '  SIGNATURE: ____________________' DELIMITED BY SIZE
                   '  DATE: __________' DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
            END-STRING.
            PERFORM 690-WRITE-CERTIFICATE-LINE.
      *
        690-WRITE-CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            IF CERTIFICATE-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write ERASECERT, status '
                       CERTIFICATE-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Append the erasure UPDATEs to AUDITOUT in the EXAMPLE5-PQL
      * layout, under the erasure's run number as group 1; the
      * before-image carries the pseudonym too, the real names must
      * not outlive the record that erases them
      *
        650-WRITE-AUDIT-RECORDS.
            IF ROWS-PSEUDONYMISED > ZERO THEN
               OPEN EXTEND AUDIT-FILE
               IF AUDIT-FILE-STATUS EQUAL '05' OR
                  AUDIT-FILE-STATUS EQUAL '35' THEN
                  OPEN OUTPUT AUDIT-FILE
               END-IF
               IF AUDIT-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open AUDITOUT, status '
                          AUDIT-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               PERFORM 655-WRITE-AUDIT-RECORD
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQUEST-COUNT
               CLOSE AUDIT-FILE
            END-IF.
      *
        655-WRITE-AUDIT-RECORD.
            IF REQ-PSEUDONYMISED (REQ-IDX) THEN
               MOVE REQ-IDX TO FOUND-REQ-IDX
               PERFORM 660-BUILD-ROW-IMAGE
               MOVE SPACES TO AUDIT-RECORD
               MOVE REQ-TIMESTAMP (REQ-IDX) TO AUDIT-TIMESTAMP
               MOVE 'UPDATE' TO AUDIT-MODE
               MOVE REQ-STATEMENT (REQ-IDX) TO AUDIT-STATEMENT
               MOVE REQ-PGRES (REQ-IDX) TO AUDIT-PGRES
               MOVE TX-STATUS TO AUDIT-TX-STATUS
               MOVE GROUP-NUMBER TO AUDIT-GROUP-NUMBER
               MOVE RUN-NUMBER TO AUDIT-RUN-NUMBER
               MOVE AUTHORS-RECORD TO AUDIT-AUTHOR-REC
               MOVE REQ-ID (REQ-IDX) TO AUDIT-BEFORE-ID
               MOVE PSEUDO-FIRST-NAME TO AUDIT-BEFORE-FIRST-NAME
               MOVE PSEUDO-LAST-NAME TO AUDIT-BEFORE-LAST-NAME
               MOVE 'A' TO AUDIT-FEED
               MOVE AUDIT-RECORD TO AUDIT-LINE
               WRITE AUDIT-LINE
               IF AUDIT-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write AUDITOUT, status '
                          AUDIT-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
      *
      * The pseudonymised row of the author at FOUND-REQ-IDX in the
      * feed layout
      *
        660-BUILD-ROW-IMAGE.
            PERFORM 470-SET-PSEUDONYM.
            MOVE SPACES TO AUTHORS-RECORD.
            MOVE REQ-ID (FOUND-REQ-IDX) TO AUTHOR-ID.
            MOVE PSEUDO-FIRST-NAME TO AUTHOR-FIRST-NAME.
            MOVE PSEUDO-LAST-NAME TO AUTHOR-LAST-NAME.
            SET AUTHOR-OP-UPDATE TO TRUE.
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
            PERFORM 760-CHECK-QUERY-RESULT.
      *
      * The same lookup against the audit database
      *
        755-EXECUTE-AUDIT-QUERY.
            MOVE X'00' TO QUERY-STATEMENT(QUERY-STATEMENT-PTR:1).
            CALL "PQexec" USING
                 BY VALUE PGCONN2
                 BY REFERENCE QUERY-STATEMENT
                 RETURNING PGRES
            END-CALL.
            PERFORM 760-CHECK-QUERY-RESULT.
      *
        760-CHECK-QUERY-RESULT.
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
      * Preserve an in-doubt erasure for EXAMPLE5-VFY: the header and
      * detail lines EXAMPLE5-PQL writes for a group, one detail per
      * author row the erasure updated
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
                       '; in-doubt erasure NOT preserved'
            ELSE
               MOVE SPACES TO DOUBT-HEADER
               MOVE 'H' TO DOUBT-HDR-TYPE
               MOVE RUN-NUMBER TO DOUBT-HDR-RUN
               MOVE GROUP-NUMBER TO DOUBT-HDR-GROUP
               MOVE TX-STATUS TO DOUBT-TX-STATUS-SAVE
               MOVE DOUBT-TX-STATUS-SAVE TO DOUBT-HDR-TX-STATUS
               MOVE XID-HEX-DISPLAY TO DOUBT-HDR-XID
               WRITE DOUBT-HEADER
               PERFORM 825-WRITE-DOUBT-DETAIL
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQUEST-COUNT
               IF DOUBT-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write DOUBTOUT, status '
                          DOUBT-FILE-STATUS
               END-IF
               CLOSE DOUBT-FILE
               DISPLAY 'In-doubt erasure of run ' RUN-NUMBER
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
               MOVE 'ERASURE IN DOUBT, WRITTEN TO DOUBTOUT'
                   TO ALERT-MESSAGE-TEXT
            ELSE
               MOVE 'ERASURE IN DOUBT, DOUBTOUT NOT WRITTEN'
                   TO ALERT-MESSAGE-TEXT
            END-IF.
            PERFORM 870-WRITE-ALERT.
      *
        825-WRITE-DOUBT-DETAIL.
            IF REQ-PSEUDONYMISED (REQ-IDX) THEN
               MOVE REQ-IDX TO FOUND-REQ-IDX
               PERFORM 660-BUILD-ROW-IMAGE
               MOVE SPACES TO DOUBT-DETAIL
               MOVE 'D' TO DOUBT-DTL-TYPE
               MOVE 'A' TO DOUBT-DTL-FEED
               MOVE 'UPDATE' TO DOUBT-DTL-MODE
               MOVE AUTHORS-RECORD TO DOUBT-DTL-AUTHOR-REC
               WRITE DOUBT-DETAIL
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
               MOVE 'EXAMPLE5-ERS' TO ALERT-PROGRAM
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
