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
      * EXAMPLE5-REL - nightly release of the future-dated rows held
      * in the PENDTXN warehouse. Run ahead of EXAMPLE5-EDT: every
      * pending entry whose effective date has come (on or before
      * the processing date, PROCDATE or today) is staged in RELAUTH
      * or RELBOOK in the raw feed layout, and EXAMPLE5-EDT merges
      * those rows into the night's feed in id order, puts them
      * through every edit and marks them released. Reading the
      * warehouse in key order keeps both files in ascending
      * AUTHOR-ID (then BOOK-ID) order. Only the earliest due change
      * for a row is staged on a night; a second one waits for the
      * next night, so the feed never carries the same id twice.
      * Entries staged earlier that the edit never took (a refused
      * feed, a stopped night) are staged again.
      *
      * A change whose target has gone is not released blindly: an
      * update or delete of a row the AUTHHIST history shows deleted
      * by a committed statement since the change was filed, or
      * that the previous night's AUTHORSOUT/BOOKSOUT extract no
      * longer holds, and a book change whose author is in the same
      * state (unless that author is being inserted tonight), is
      * flagged in PENDTXN with the reason instead, for the
      * EXAMPLE5-PND report. History and extracts are optional;
      * without them the corresponding half of the check is skipped.
      *
      * Return code: 0 released, 4 entries were flagged, 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-REL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Keyed warehouse of future-dated rows
            SELECT PENDING-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEND-KEY
                FILE STATUS IS PENDING-FILE-STATUS.
      * Rows staged for tonight's edit, raw feed layouts
            SELECT RELEASED-AUTHORS-FILE ASSIGN TO "RELAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RELEASED-AUTHORS-STATUS.
            SELECT RELEASED-BOOKS-FILE ASSIGN TO "RELBOOK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RELEASED-BOOKS-STATUS.
      * Keyed change history, for deletes since an entry was filed;
      * optional
            SELECT HISTORY-FILE ASSIGN TO "AUTHHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HISTORY-FILE-STATUS.
      * Previous night's extracts, for rows no longer on file;
      * optional, the trailer line is recognized and skipped
            SELECT AUTHOR-SNAP-FILE ASSIGN TO "AUTHORSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUTHOR-SNAP-STATUS.
            SELECT BOOK-SNAP-FILE ASSIGN TO "BOOKSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOK-SNAP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PENDING-FILE.
            COPY PENDREC.
        FD  RELEASED-AUTHORS-FILE.
        01 RELEASED-AUTHORS-RECORD.
           05 RELEASED-AUTHOR-IMAGE          PIC X(70).
           05 RELEASED-AUTHOR-EFFECTIVE-DATE PIC X(08).
        FD  RELEASED-BOOKS-FILE.
        01 RELEASED-BOOKS-RECORD.
           05 RELEASED-BOOK-IMAGE          PIC X(69).
           05 RELEASED-BOOK-EFFECTIVE-DATE PIC X(08).
        FD  HISTORY-FILE.
            COPY HISTREC.
        FD  AUTHOR-SNAP-FILE.
        01 AUTHOR-SNAP-LINE PIC X(70).
        FD  BOOK-SNAP-FILE.
        01 BOOK-SNAP-LINE PIC X(69).
        WORKING-STORAGE SECTION.
        01 PENDING-FILE-STATUS PIC X(02) VALUE '00'.
        01 RELEASED-AUTHORS-STATUS PIC X(02) VALUE '00'.
        01 RELEASED-BOOKS-STATUS PIC X(02) VALUE '00'.
        01 HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
        01 AUTHOR-SNAP-STATUS PIC X(02) VALUE '00'.
        01 BOOK-SNAP-STATUS PIC X(02) VALUE '00'.
        01 PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      PENDING-EOF VALUES 'Y'.
        01 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      HISTORY-EOF VALUES 'Y'.
        01 AUTHOR-SNAP-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUTHOR-SNAP-EOF VALUES 'Y'.
        01 BOOK-SNAP-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      BOOK-SNAP-EOF VALUES 'Y'.
      * Optional inputs; a missing one narrows the target check
        01 PENDING-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      PENDING-PRESENT VALUES 'Y'.
        01 HISTORY-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      HISTORY-PRESENT VALUES 'Y'.
        01 AUTHOR-SNAP-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      AUTHOR-SNAP-PRESENT VALUES 'Y'.
        01 BOOK-SNAP-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      BOOK-SNAP-PRESENT VALUES 'Y'.
      * Processing date: PROCDATE from the environment, or today
        01 PROCESSING-DATE PIC X(08) VALUE SPACES.
        01 TODAY-DATE PIC 9(08).
      * The row last staged tonight; a later due change for the same
      * row waits for the next night
        01 LAST-STAGED-FEED PIC X(01) VALUE SPACE.
        01 LAST-STAGED-FAMILY PIC 9(9) VALUE ZERO.
        01 LAST-STAGED-ROW PIC 9(9) VALUE ZERO.
      * Operation code of the entry under judgement
        01 ENTRY-OP-CODE PIC X(01) VALUE SPACE.
      * Outcome of the target check
        01 TARGET-GONE-SWITCH PIC X(01) VALUE 'N'.
        88      TARGET-GONE VALUES 'Y'.
        01 TARGET-GONE-TEXT PIC X(40) VALUE SPACES.
      * Search arguments and outcome for the history and extracts
        01 LOOKUP-FEED PIC X(01) VALUE SPACE.
        01 LOOKUP-ID PIC 9(9) VALUE ZERO.
        01 LOOKUP-FOUND-SWITCH PIC X(01) VALUE 'N'.
        88      LOOKUP-FOUND VALUES 'Y'.
      * Ids present in the previous night's extracts
        01 SNAP-AUTHOR-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 SNAP-AUTHOR-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 SNAP-AUTHOR-TABLE.
           05 SNAP-AUTHOR-ID OCCURS 20000 TIMES PIC 9(9).
        01 SNAP-AUTHOR-IDX PIC S9(9) USAGE COMP-5.
        01 SNAP-BOOK-MAX PIC S9(9) USAGE COMP-5 VALUE 50000.
        01 SNAP-BOOK-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 SNAP-BOOK-TABLE.
           05 SNAP-BOOK-ID OCCURS 50000 TIMES PIC 9(9).
        01 SNAP-BOOK-IDX PIC S9(9) USAGE COMP-5.
      * Authors staged tonight as inserts: a book change for one of
      * them has its author by the time the feed is applied
        01 STAGED-INSERT-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 STAGED-INSERT-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 STAGED-INSERT-TABLE.
           05 STAGED-INSERT-ID OCCURS 20000 TIMES PIC 9(9).
        01 STAGED-INSERT-IDX PIC S9(9) USAGE COMP-5.
      * Run totals
        01 ENTRIES-READ-COUNT PIC 9(9) VALUE ZERO.
        01 ENTRIES-STAGED-COUNT PIC 9(9) VALUE ZERO.
        01 ENTRIES-RESTAGED-COUNT PIC 9(9) VALUE ZERO.
        01 ENTRIES-HELD-COUNT PIC 9(9) VALUE ZERO.
        01 ENTRIES-FLAGGED-COUNT PIC 9(9) VALUE ZERO.
        01 AUTHORS-STAGED-COUNT PIC 9(9) VALUE ZERO.
        01 BOOKS-STAGED-COUNT PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_REL'.
            PERFORM 100-INITIALIZE.
            IF PENDING-PRESENT THEN
               PERFORM 120-LOAD-AUTHOR-SNAPSHOT
               PERFORM 130-LOAD-BOOK-SNAPSHOT
               PERFORM 140-OPEN-HISTORY
               PERFORM 210-READ-NEXT-ENTRY
               PERFORM 200-JUDGE-ENTRY
                   UNTIL PENDING-EOF
            END-IF.
            PERFORM 900-TERMINATE.
            IF ENTRIES-FLAGGED-COUNT > ZERO THEN
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Both staging files are rewritten every night, empty when
      * nothing falls due, so the edit never sees last night's rows
      *
        100-INITIALIZE.
            ACCEPT PROCESSING-DATE FROM ENVIRONMENT "PROCDATE".
            IF PROCESSING-DATE = SPACES THEN
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE TODAY-DATE TO PROCESSING-DATE
            END-IF.
            IF PROCESSING-DATE IS NOT NUMERIC THEN
               DISPLAY 'Error: PROCDATE "' PROCESSING-DATE
                       '" is not a date in YYYYMMDD form'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Processing date: ' PROCESSING-DATE.
            OPEN I-O PENDING-FILE.
            EVALUATE TRUE
               WHEN PENDING-FILE-STATUS EQUAL '00'
                  MOVE 'Y' TO PENDING-PRESENT-SWITCH
               WHEN PENDING-FILE-STATUS EQUAL '35'
                  DISPLAY 'No PENDTXN; nothing is pending'
               WHEN OTHER
                  DISPLAY 'Error: unable to open PENDTXN, status '
                          PENDING-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            OPEN OUTPUT RELEASED-AUTHORS-FILE.
            IF RELEASED-AUTHORS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open RELAUTH, status '
                       RELEASED-AUTHORS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT RELEASED-BOOKS-FILE.
            IF RELEASED-BOOKS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open RELBOOK, status '
                       RELEASED-BOOKS-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        120-LOAD-AUTHOR-SNAPSHOT.
            OPEN INPUT AUTHOR-SNAP-FILE.
            EVALUATE TRUE
               WHEN AUTHOR-SNAP-STATUS EQUAL '00'
                  MOVE 'Y' TO AUTHOR-SNAP-PRESENT-SWITCH
                  PERFORM 125-READ-AUTHOR-SNAP-LINE
                  PERFORM 122-STORE-AUTHOR-SNAP-LINE
                      UNTIL AUTHOR-SNAP-EOF
                  CLOSE AUTHOR-SNAP-FILE
               WHEN AUTHOR-SNAP-STATUS EQUAL '35'
                  DISPLAY 'No AUTHORSOUT snapshot; on-file check of '
                          'authors skipped'
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUTHORSOUT, status '
                          AUTHOR-SNAP-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        122-STORE-AUTHOR-SNAP-LINE.
            IF AUTHOR-SNAP-LINE (1:9) IS NUMERIC THEN
               IF SNAP-AUTHOR-COUNT >= SNAP-AUTHOR-MAX THEN
                  DISPLAY 'Error: AUTHORSOUT snapshot larger than '
                          SNAP-AUTHOR-MAX ' rows'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO SNAP-AUTHOR-COUNT
               MOVE AUTHOR-SNAP-LINE (1:9)
                   TO SNAP-AUTHOR-ID (SNAP-AUTHOR-COUNT)
            END-IF.
            PERFORM 125-READ-AUTHOR-SNAP-LINE.
      *
        125-READ-AUTHOR-SNAP-LINE.
            READ AUTHOR-SNAP-FILE
                AT END
                    MOVE 'Y' TO AUTHOR-SNAP-EOF-SWITCH
            END-READ.
            IF AUTHOR-SNAP-STATUS NOT = '00'
                  AND AUTHOR-SNAP-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHORSOUT, status '
                       AUTHOR-SNAP-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        130-LOAD-BOOK-SNAPSHOT.
            OPEN INPUT BOOK-SNAP-FILE.
            EVALUATE TRUE
               WHEN BOOK-SNAP-STATUS EQUAL '00'
                  MOVE 'Y' TO BOOK-SNAP-PRESENT-SWITCH
                  PERFORM 135-READ-BOOK-SNAP-LINE
                  PERFORM 132-STORE-BOOK-SNAP-LINE
                      UNTIL BOOK-SNAP-EOF
                  CLOSE BOOK-SNAP-FILE
               WHEN BOOK-SNAP-STATUS EQUAL '35'
                  DISPLAY 'No BOOKSOUT snapshot; on-file check of '
                          'books skipped'
               WHEN OTHER
                  DISPLAY 'Error: unable to open BOOKSOUT, status '
                          BOOK-SNAP-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        132-STORE-BOOK-SNAP-LINE.
            IF BOOK-SNAP-LINE (1:9) IS NUMERIC THEN
               IF SNAP-BOOK-COUNT >= SNAP-BOOK-MAX THEN
                  DISPLAY 'Error: BOOKSOUT snapshot larger than '
                          SNAP-BOOK-MAX ' rows'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO SNAP-BOOK-COUNT
               MOVE BOOK-SNAP-LINE (1:9)
                   TO SNAP-BOOK-ID (SNAP-BOOK-COUNT)
            END-IF.
            PERFORM 135-READ-BOOK-SNAP-LINE.
      *
        135-READ-BOOK-SNAP-LINE.
            READ BOOK-SNAP-FILE
                AT END
                    MOVE 'Y' TO BOOK-SNAP-EOF-SWITCH
            END-READ.
            IF BOOK-SNAP-STATUS NOT = '00'
                  AND BOOK-SNAP-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read BOOKSOUT, status '
                       BOOK-SNAP-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        140-OPEN-HISTORY.
            OPEN INPUT HISTORY-FILE.
            EVALUATE TRUE
               WHEN HISTORY-FILE-STATUS EQUAL '00'
                  MOVE 'Y' TO HISTORY-PRESENT-SWITCH
               WHEN HISTORY-FILE-STATUS EQUAL '35'
                  DISPLAY 'No AUTHHIST history; deletes since filing '
                          'are judged from the extracts only'
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
      * One warehouse entry: a staged one the edit never took is
      * staged again as it stands; a pending one that has fallen due
      * is staged, held for the next night, or flagged
      *
        200-JUDGE-ENTRY.
            ADD 1 TO ENTRIES-READ-COUNT.
            EVALUATE TRUE
               WHEN PEND-STAGED
                  ADD 1 TO ENTRIES-RESTAGED-COUNT
                  PERFORM 300-STAGE-ENTRY
               WHEN PEND-WAITING
                    AND PEND-EFFECTIVE-DATE NOT > PROCESSING-DATE
                  PERFORM 220-RELEASE-DUE-ENTRY
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            PERFORM 210-READ-NEXT-ENTRY.
      *
        210-READ-NEXT-ENTRY.
            READ PENDING-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO PENDING-EOF-SWITCH
            END-READ.
            IF PENDING-FILE-STATUS NOT = '00'
                  AND PENDING-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read PENDTXN, status '
                       PENDING-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        220-RELEASE-DUE-ENTRY.
            IF PEND-FEED = LAST-STAGED-FEED
                  AND PEND-FAMILY-ID = LAST-STAGED-FAMILY
                  AND PEND-ROW-ID = LAST-STAGED-ROW THEN
               ADD 1 TO ENTRIES-HELD-COUNT
               DISPLAY 'Held to next night: ' PEND-FEED ' row '
                       PEND-ROW-ID ' dated ' PEND-EFFECTIVE-DATE
                       ', an earlier change goes tonight'
            ELSE
               PERFORM 400-CHECK-TARGET
               IF TARGET-GONE THEN
                  PERFORM 450-FLAG-ENTRY
               ELSE
                  MOVE 'S' TO PEND-STATUS
                  MOVE PROCESSING-DATE TO PEND-STATUS-DATE
                  PERFORM 460-REWRITE-ENTRY
                  PERFORM 300-STAGE-ENTRY
               END-IF
            END-IF.
      *
      * Write the entry's row, effective date appended, to the
      * staging file of its feed
      *
        300-STAGE-ENTRY.
            IF PEND-FEED = 'A' THEN
               MOVE PEND-ROW-IMAGE TO RELEASED-AUTHOR-IMAGE
               MOVE PEND-EFFECTIVE-DATE
                   TO RELEASED-AUTHOR-EFFECTIVE-DATE
               WRITE RELEASED-AUTHORS-RECORD
               IF RELEASED-AUTHORS-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write RELAUTH, status '
                          RELEASED-AUTHORS-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO AUTHORS-STAGED-COUNT
               IF PEND-ROW-IMAGE (70:1) = 'I' THEN
                  PERFORM 310-REMEMBER-STAGED-INSERT
               END-IF
            ELSE
               MOVE PEND-ROW-IMAGE (1:69) TO RELEASED-BOOK-IMAGE
               MOVE PEND-EFFECTIVE-DATE
                   TO RELEASED-BOOK-EFFECTIVE-DATE
               WRITE RELEASED-BOOKS-RECORD
               IF RELEASED-BOOKS-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write RELBOOK, status '
                          RELEASED-BOOKS-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO BOOKS-STAGED-COUNT
            END-IF.
            ADD 1 TO ENTRIES-STAGED-COUNT.
            MOVE PEND-FEED TO LAST-STAGED-FEED.
            MOVE PEND-FAMILY-ID TO LAST-STAGED-FAMILY.
            MOVE PEND-ROW-ID TO LAST-STAGED-ROW.
      *
        310-REMEMBER-STAGED-INSERT.
            IF STAGED-INSERT-COUNT >= STAGED-INSERT-MAX THEN
               DISPLAY 'Error: more than ' STAGED-INSERT-MAX
                       ' author inserts staged'
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO STAGED-INSERT-COUNT.
            MOVE PEND-ROW-ID TO STAGED-INSERT-ID (STAGED-INSERT-COUNT).
      *
      * Has the entry's target gone since it was filed? Only an
      * update or delete needs its own row; a book insert or update
      * also needs its author. A committed DELETE in the history on
      * or after the filing date is the sure sign; a row missing
      * from the extract is flagged too, since the change cannot
      * apply either way.
      *
        400-CHECK-TARGET.
            MOVE 'N' TO TARGET-GONE-SWITCH.
            MOVE SPACES TO TARGET-GONE-TEXT.
            IF PEND-FEED = 'A' THEN
               MOVE PEND-ROW-IMAGE (70:1) TO ENTRY-OP-CODE
            ELSE
               MOVE PEND-ROW-IMAGE (69:1) TO ENTRY-OP-CODE
            END-IF.
            IF ENTRY-OP-CODE = 'U' OR ENTRY-OP-CODE = 'D' THEN
               MOVE PEND-FEED TO LOOKUP-FEED
               MOVE PEND-ROW-ID TO LOOKUP-ID
               PERFORM 410-FIND-DELETE-IN-HISTORY
               IF LOOKUP-FOUND THEN
                  MOVE 'Y' TO TARGET-GONE-SWITCH
                  IF PEND-FEED = 'A' THEN
                     MOVE 'AUTHOR DELETED SINCE CHANGE WAS FILED'
                         TO TARGET-GONE-TEXT
                  ELSE
                     MOVE 'BOOK DELETED SINCE CHANGE WAS FILED'
                         TO TARGET-GONE-TEXT
                  END-IF
               ELSE
                  PERFORM 420-FIND-IN-SNAPSHOT
                  IF NOT LOOKUP-FOUND THEN
                     MOVE 'Y' TO TARGET-GONE-SWITCH
                     IF PEND-FEED = 'A' THEN
                        MOVE 'AUTHOR NO LONGER ON FILE'
                            TO TARGET-GONE-TEXT
                     ELSE
                        MOVE 'BOOK NO LONGER ON FILE'
                            TO TARGET-GONE-TEXT
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF NOT TARGET-GONE
                  AND PEND-FEED = 'B'
                  AND ENTRY-OP-CODE NOT = 'D' THEN
               MOVE 'A' TO LOOKUP-FEED
               MOVE PEND-FAMILY-ID TO LOOKUP-ID
               PERFORM 430-FIND-STAGED-INSERT
               IF NOT LOOKUP-FOUND THEN
                  PERFORM 410-FIND-DELETE-IN-HISTORY
                  IF LOOKUP-FOUND THEN
                     MOVE 'Y' TO TARGET-GONE-SWITCH
                     MOVE 'AUTHOR DELETED SINCE CHANGE WAS FILED'
                         TO TARGET-GONE-TEXT
                  ELSE
                     PERFORM 420-FIND-IN-SNAPSHOT
                     IF NOT LOOKUP-FOUND THEN
                        MOVE 'Y' TO TARGET-GONE-SWITCH
                        MOVE 'AUTHOR NO LONGER ON FILE'
                            TO TARGET-GONE-TEXT
                     END-IF
                  END-IF
               END-IF
            END-IF.
      *
      * A committed DELETE of LOOKUP-FEED/LOOKUP-ID on or after the
      * entry's filing date; without a history nothing is found
      *
        410-FIND-DELETE-IN-HISTORY.
            MOVE 'N' TO LOOKUP-FOUND-SWITCH.
            IF HISTORY-PRESENT THEN
               MOVE 'N' TO HISTORY-EOF-SWITCH
               MOVE LOOKUP-FEED TO HIST-FEED
               MOVE LOOKUP-ID TO HIST-ROW-ID
               MOVE LOW-VALUES TO HIST-TIMESTAMP
               MOVE ZERO TO HIST-SEQUENCE
               START HISTORY-FILE
                   KEY IS NOT LESS THAN HIST-KEY
               END-START
               EVALUATE HISTORY-FILE-STATUS
                  WHEN '00'
                     PERFORM 415-READ-HISTORY-ENTRY
                     PERFORM 412-MATCH-HISTORY-DELETE
                         UNTIL HISTORY-EOF OR LOOKUP-FOUND
                  WHEN '23'
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'Error: unable to position AUTHHIST, '
                             'status ' HISTORY-FILE-STATUS
                     STOP RUN RETURNING 1
               END-EVALUATE
            END-IF.
      *
        412-MATCH-HISTORY-DELETE.
            IF HIST-COMMITTED
                  AND HIST-MODE = 'DELETE'
                  AND HIST-TIMESTAMP (1:8) NOT < PEND-FILED-DATE THEN
               MOVE 'Y' TO LOOKUP-FOUND-SWITCH
            ELSE
               PERFORM 415-READ-HISTORY-ENTRY
            END-IF.
      *
        415-READ-HISTORY-ENTRY.
            READ HISTORY-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO HISTORY-EOF-SWITCH
            END-READ.
            IF HISTORY-FILE-STATUS NOT = '00'
                  AND HISTORY-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHHIST, status '
                       HISTORY-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            IF NOT HISTORY-EOF THEN
               IF HIST-FEED NOT = LOOKUP-FEED
                     OR HIST-ROW-ID NOT = LOOKUP-ID THEN
                  MOVE 'Y' TO HISTORY-EOF-SWITCH
               END-IF
            END-IF.
      *
      * Is LOOKUP-ID in the extract of LOOKUP-FEED? Without that
      * extract it counts as found
      *
        420-FIND-IN-SNAPSHOT.
            MOVE 'Y' TO LOOKUP-FOUND-SWITCH.
            IF LOOKUP-FEED = 'A' AND AUTHOR-SNAP-PRESENT THEN
               MOVE 'N' TO LOOKUP-FOUND-SWITCH
               PERFORM 422-MATCH-SNAPSHOT-AUTHOR
                   VARYING SNAP-AUTHOR-IDX FROM 1 BY 1
                   UNTIL SNAP-AUTHOR-IDX > SNAP-AUTHOR-COUNT
                      OR LOOKUP-FOUND
            END-IF.
            IF LOOKUP-FEED = 'B' AND BOOK-SNAP-PRESENT THEN
               MOVE 'N' TO LOOKUP-FOUND-SWITCH
               PERFORM 424-MATCH-SNAPSHOT-BOOK
                   VARYING SNAP-BOOK-IDX FROM 1 BY 1
                   UNTIL SNAP-BOOK-IDX > SNAP-BOOK-COUNT
                      OR LOOKUP-FOUND
            END-IF.
      *
        422-MATCH-SNAPSHOT-AUTHOR.
            IF SNAP-AUTHOR-ID (SNAP-AUTHOR-IDX) = LOOKUP-ID THEN
               MOVE 'Y' TO LOOKUP-FOUND-SWITCH
            END-IF.
      *
        424-MATCH-SNAPSHOT-BOOK.
            IF SNAP-BOOK-ID (SNAP-BOOK-IDX) = LOOKUP-ID THEN
               MOVE 'Y' TO LOOKUP-FOUND-SWITCH
            END-IF.
      *
        430-FIND-STAGED-INSERT.
            MOVE 'N' TO LOOKUP-FOUND-SWITCH.
            PERFORM 432-MATCH-STAGED-INSERT
                VARYING STAGED-INSERT-IDX FROM 1 BY 1
                UNTIL STAGED-INSERT-IDX > STAGED-INSERT-COUNT
                   OR LOOKUP-FOUND.
      *
        432-MATCH-STAGED-INSERT.
            IF STAGED-INSERT-ID (STAGED-INSERT-IDX) = LOOKUP-ID THEN
               MOVE 'Y' TO LOOKUP-FOUND-SWITCH
            END-IF.
      *
      * The entry stays in the warehouse with the reason, for the
      * operator to cancel or refile
      *
        450-FLAG-ENTRY.
            MOVE 'F' TO PEND-STATUS.
            MOVE PROCESSING-DATE TO PEND-STATUS-DATE.
            MOVE TARGET-GONE-TEXT TO PEND-STATUS-TEXT.
            PERFORM 460-REWRITE-ENTRY.
            ADD 1 TO ENTRIES-FLAGGED-COUNT.
            DISPLAY 'FLAGGED: ' PEND-FEED ' row ' PEND-ROW-ID
                    ' dated ' PEND-EFFECTIVE-DATE ': '
                    FUNCTION TRIM (TARGET-GONE-TEXT).
      *
        460-REWRITE-ENTRY.
            REWRITE PENDING-RECORD.
            IF PENDING-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to rewrite PENDTXN, status '
                       PENDING-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        900-TERMINATE.
            IF PENDING-PRESENT THEN
               CLOSE PENDING-FILE
            END-IF.
            IF HISTORY-PRESENT THEN
               CLOSE HISTORY-FILE
            END-IF.
            CLOSE RELEASED-AUTHORS-FILE.
            CLOSE RELEASED-BOOKS-FILE.
            DISPLAY 'Entries read:           ' ENTRIES-READ-COUNT.
            DISPLAY 'Entries staged:         ' ENTRIES-STAGED-COUNT.
            DISPLAY '  of which staged again:' ENTRIES-RESTAGED-COUNT.
            DISPLAY '  authors:              ' AUTHORS-STAGED-COUNT.
            DISPLAY '  books:                ' BOOKS-STAGED-COUNT.
            DISPLAY 'Held to next night:     ' ENTRIES-HELD-COUNT.
            DISPLAY 'Flagged:                ' ENTRIES-FLAGGED-COUNT.
            DISPLAY 'Execution terminated!'.
