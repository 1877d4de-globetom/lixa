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
      * EXAMPLE5-HST - change-history load. Files every record of the
      * audit trail into AUTHHIST, the keyed change history that
      * EXAMPLE5-HIQ answers point-in-time questions from: an ARCHOUT
      * archive when the scheduler names one (DD_ARCHOUT points at
      * each dated archive in turn for a backfill; the trailer line
      * is skipped), then the live AUDITOUT. The load is safe to
      * repeat: AUDITOUT is re-read every night and the same record
      * is read again from its archive once EXAMPLE5-ARC has moved
      * it, and a record already on file is recognised and passed
      * over. Each entry carries the outcome EXAMPLE5-BKO judges by:
      * committed when the PQresultStatus was good and the group's
      * final TX status TX_OK, in doubt on TX_MIXED/TX_HAZARD,
      * rejected otherwise. AUTHHIST is created on the first run.
      *
      * Return code: 0 loaded, 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-HST.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Keyed change history
            SELECT HISTORY-FILE ASSIGN TO "AUTHHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HISTORY-FILE-STATUS.
      * Audit trail: an archive cut by EXAMPLE5-ARC, then the live
      * file; either may be absent
            SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTORY-FILE.
            COPY HISTREC.
      * Audit lines are mapped onto the AUDITREC layout in working
      * storage; the archive trailer line is skipped
        FD  ARCHIVE-FILE.
        01 ARCHIVE-LINE PIC X(600).
        FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(600).
        WORKING-STORAGE SECTION.
            COPY AUDITREC.
        01 HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
        01 ARCHIVE-FILE-STATUS PIC X(02) VALUE '00'.
        01 AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ARCHIVE-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      ARCHIVE-EOF VALUES 'Y'.
        01 AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUDIT-EOF VALUES 'Y'.
      * The entry being filed, kept aside while the key is probed
        01 NEW-ENTRY PIC X(233) VALUE SPACES.
        01 ENTRY-PLACED-SWITCH PIC X(01) VALUE 'N'.
        88      ENTRY-PLACED VALUES 'Y'.
      * Numeric views of the audit outcome columns, as in
      * EXAMPLE5-BKO
        01 PGRES-VALUE PIC 9(18) VALUE ZERO.
        01 TX-STATUS-VALUE PIC 9(9) VALUE ZERO.
      * For a book audit record the image column holds BOOKREC
        01 BOOK-IMAGE-AREA.
           05 BOOK-IMAGE-ID        PIC X(09).
           05 BOOK-IMAGE-AUTHOR-ID PIC X(09).
           05 BOOK-IMAGE-TITLE     PIC X(50).
           05 BOOK-IMAGE-OP-CODE   PIC X(01).
      * Run totals for the end-of-job summary
        01 RECORDS-READ PIC 9(9) VALUE ZERO.
        01 ENTRIES-ADDED PIC 9(9) VALUE ZERO.
        01 ENTRIES-ON-FILE PIC 9(9) VALUE ZERO.
        01 RECORDS-SKIPPED PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_HST'.
            PERFORM 100-INITIALIZE.
            PERFORM 200-LOAD-ARCHIVE.
            PERFORM 300-LOAD-AUDIT.
            PERFORM 900-TERMINATE.
            STOP RUN RETURNING 0.
      *
      * Open the history for update, creating it empty the first
      * time
      *
        100-INITIALIZE.
            OPEN I-O HISTORY-FILE.
            IF HISTORY-FILE-STATUS = '35' THEN
               OPEN OUTPUT HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to create AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               CLOSE HISTORY-FILE
               DISPLAY 'AUTHHIST created'
               OPEN I-O HISTORY-FILE
            END-IF.
            IF HISTORY-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHHIST, status '
                       HISTORY-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        200-LOAD-ARCHIVE.
            OPEN INPUT ARCHIVE-FILE.
            EVALUATE TRUE
               WHEN ARCHIVE-FILE-STATUS EQUAL '00'
                  PERFORM 220-READ-ARCHIVE-LINE
                  PERFORM 210-FILE-ARCHIVE-LINE
                      UNTIL ARCHIVE-EOF
                  CLOSE ARCHIVE-FILE
               WHEN ARCHIVE-FILE-STATUS EQUAL '35'
                  DISPLAY 'ARCHOUT not present; archive not loaded'
               WHEN OTHER
                  DISPLAY 'Error: unable to open ARCHOUT, status '
                          ARCHIVE-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        210-FILE-ARCHIVE-LINE.
            IF ARCHIVE-LINE (1:1) NOT = 'T' THEN
               MOVE ARCHIVE-LINE TO AUDIT-RECORD
               PERFORM 400-FILE-AUDIT-RECORD
            END-IF.
            PERFORM 220-READ-ARCHIVE-LINE.
      *
        220-READ-ARCHIVE-LINE.
            MOVE SPACES TO ARCHIVE-LINE.
            READ ARCHIVE-FILE
                AT END
                    MOVE 'Y' TO ARCHIVE-EOF-SWITCH
            END-READ.
            IF ARCHIVE-FILE-STATUS NOT = '00'
                  AND ARCHIVE-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read ARCHOUT, status '
                       ARCHIVE-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        300-LOAD-AUDIT.
            OPEN INPUT AUDIT-FILE.
            EVALUATE TRUE
               WHEN AUDIT-FILE-STATUS EQUAL '00'
                  PERFORM 320-READ-AUDIT-LINE
                  PERFORM 310-FILE-AUDIT-LINE
                      UNTIL AUDIT-EOF
                  CLOSE AUDIT-FILE
               WHEN AUDIT-FILE-STATUS EQUAL '35'
                  DISPLAY 'AUDITOUT not present; nothing to load'
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUDITOUT, status '
                          AUDIT-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        310-FILE-AUDIT-LINE.
            MOVE AUDIT-LINE TO AUDIT-RECORD.
            PERFORM 400-FILE-AUDIT-RECORD.
            PERFORM 320-READ-AUDIT-LINE.
      *
        320-READ-AUDIT-LINE.
            MOVE SPACES TO AUDIT-LINE.
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO AUDIT-EOF-SWITCH
            END-READ.
            IF AUDIT-FILE-STATUS NOT = '00'
                  AND AUDIT-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUDITOUT, status '
                       AUDIT-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Build the history entry for one audit record; a record with
      * no row id in its image (a statement that never got as far as
      * a row) has nothing to be filed under
      *
        400-FILE-AUDIT-RECORD.
            ADD 1 TO RECORDS-READ.
            IF AUDIT-AUTHOR-REC (1:9) IS NOT NUMERIC THEN
               ADD 1 TO RECORDS-SKIPPED
            ELSE
               MOVE SPACES TO HISTORY-RECORD
               IF AUDIT-FEED = 'B' THEN
                  MOVE 'B' TO HIST-FEED
                  MOVE AUDIT-AUTHOR-REC TO BOOK-IMAGE-AREA
                  MOVE ZERO TO HIST-AUTHOR-ID
                  IF BOOK-IMAGE-AUTHOR-ID IS NUMERIC THEN
                     MOVE BOOK-IMAGE-AUTHOR-ID TO HIST-AUTHOR-ID
                  END-IF
               ELSE
                  MOVE 'A' TO HIST-FEED
                  MOVE AUDIT-AUTHOR-REC (1:9) TO HIST-AUTHOR-ID
               END-IF
               MOVE AUDIT-AUTHOR-REC (1:9) TO HIST-ROW-ID
               MOVE AUDIT-TIMESTAMP TO HIST-TIMESTAMP
               MOVE 1 TO HIST-SEQUENCE
               MOVE AUDIT-MODE TO HIST-MODE
               MOVE ZERO TO HIST-RUN-NUMBER
               IF AUDIT-RUN-NUMBER IS NUMERIC THEN
                  MOVE AUDIT-RUN-NUMBER TO HIST-RUN-NUMBER
               END-IF
               MOVE ZERO TO HIST-GROUP-NUMBER
               IF AUDIT-GROUP-NUMBER IS NUMERIC THEN
                  MOVE AUDIT-GROUP-NUMBER TO HIST-GROUP-NUMBER
               END-IF
               MOVE ZERO TO TX-STATUS-VALUE
               IF AUDIT-TX-STATUS IS NUMERIC THEN
                  MOVE AUDIT-TX-STATUS TO TX-STATUS-VALUE
               END-IF
               MOVE TX-STATUS-VALUE TO HIST-TX-STATUS
               MOVE ZERO TO PGRES-VALUE
               IF AUDIT-PGRES NOT = SPACES THEN
                  MOVE FUNCTION NUMVAL (AUDIT-PGRES (1:18))
                      TO PGRES-VALUE
               END-IF
               MOVE PGRES-VALUE TO HIST-PGRES
               EVALUATE TRUE
                  WHEN (PGRES-VALUE = 1 OR PGRES-VALUE = 2)
                        AND TX-STATUS-VALUE = ZERO
                     MOVE 'C' TO HIST-OUTCOME
                  WHEN TX-STATUS-VALUE = 3 OR TX-STATUS-VALUE = 4
                    OR TX-STATUS-VALUE = 19 OR TX-STATUS-VALUE = 20
                     MOVE 'D' TO HIST-OUTCOME
                  WHEN OTHER
                     MOVE 'R' TO HIST-OUTCOME
               END-EVALUATE
               MOVE AUDIT-AUTHOR-REC TO HIST-INPUT-IMAGE
               MOVE AUDIT-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
               MOVE HISTORY-RECORD TO NEW-ENTRY
               MOVE 'N' TO ENTRY-PLACED-SWITCH
               PERFORM 410-PLACE-ENTRY
                   UNTIL ENTRY-PLACED
            END-IF.
      *
      * Probe the key: a free slot takes the entry; the very same
      * entry already there means the record was filed on an
      * earlier run; a different entry under the key is another
      * statement in the same instant and the next sequence is tried
      *
        410-PLACE-ENTRY.
            READ HISTORY-FILE
                KEY IS HIST-KEY
            END-READ.
            EVALUATE TRUE
               WHEN HISTORY-FILE-STATUS = '23'
                  MOVE NEW-ENTRY TO HISTORY-RECORD
                  WRITE HISTORY-RECORD
                  IF HISTORY-FILE-STATUS NOT = '00' THEN
                     DISPLAY 'Error: unable to write AUTHHIST, status '
                             HISTORY-FILE-STATUS
                     STOP RUN RETURNING 1
                  END-IF
                  ADD 1 TO ENTRIES-ADDED
                  MOVE 'Y' TO ENTRY-PLACED-SWITCH
               WHEN HISTORY-FILE-STATUS NOT = '00'
                  DISPLAY 'Error: unable to read AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
               WHEN HISTORY-RECORD = NEW-ENTRY
                  ADD 1 TO ENTRIES-ON-FILE
                  MOVE 'Y' TO ENTRY-PLACED-SWITCH
               WHEN OTHER
                  MOVE NEW-ENTRY TO HISTORY-RECORD
                  ADD 1 TO HIST-SEQUENCE
                  MOVE HISTORY-RECORD TO NEW-ENTRY
            END-EVALUATE.
      *
        900-TERMINATE.
            CLOSE HISTORY-FILE.
            DISPLAY 'Audit records read:     ' RECORDS-READ.
            DISPLAY 'History entries added:  ' ENTRIES-ADDED.
            DISPLAY 'Already on file:        ' ENTRIES-ON-FILE.
            DISPLAY 'Records without row id: ' RECORDS-SKIPPED.
            DISPLAY 'Execution terminated!'.
