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
      * EXAMPLE5-DUP - duplicate-author detection and consolidation.
      * Upstream systems each assign their own author ids, so the
      * same person turns up in the authors table more than once.
      * Three steps, chosen by the first command line argument:
      *
      * SCAN (the default) reads the AUTHORSOUT extract, compares
      * every author with every other and groups the probable
      * duplicates into sets: EXACT when the names are identical as
      * stored, NEAR when they only match once case, blanks and
      * punctuation are ignored or with first and last name swapped
      * (authors with a blank name are left to EXAMPLE5-SCN). The
      * review list goes to DUPREVIEW, each set with every member's
      * book count from BOOKSOUT and the suggested survivor (most
      * books, then lowest id) flagged; the same proposal goes to
      * DUPPROP in the merge-list layout, one line per duplicate.
      *
      * BUILD reads DUPMERGE, the merge list the operator approved:
      * DUPPROP lines kept, corrected or added by hand, each with the
      * approver's initials filled in; lines without them are not
      * approved and are ignored. Every approved line is checked
      * against the extracts (both ids on file, survivor and
      * duplicate distinct, no duplicate merged twice, no chain of
      * merges, at most one transaction group of rows per survivor)
      * and a refused line is reported on CONSRPT. For each survivor
      * one consolidation feed is written, CONSAUTH.nnnnnnnnn (the
      * duplicates as AUTHREC deletes) and CONSBOOK.nnnnnnnnn (every
      * book of the duplicates as a BOOKREC update re-pointing it at
      * the survivor, title as extracted), and listed on CONSLIST.
      *
      * APPLY runs EXAMPLE5-PQL CONSOLIDATE once for each survivor on
      * CONSLIST, in survivor order, so each merge is one family in
      * one transaction group under its own RUNCTL run number and
      * can be backed out with EXAMPLE5-BKO like any other run. A
      * merge rolled back by PQL (rows on CONSREJS/CONSBKREJS) does
      * not stop the others; any other failure stops APPLY, and the
      * survivor id named in the message, given as the second
      * argument, resumes the list from that survivor. JOBBINDIR
      * names the program directory, as for EXAMPLE5-JOB.
      *
      * Return code: SCAN 0 no duplicates, 4 duplicates listed; BUILD
      * 0 feeds built, 4 built but some approved lines refused, 8
      * nothing to build; APPLY 0 every merge committed, 4 some
      * merges rolled back, 8 stopped on a failed merge; 8 also when
      * an extract fails its control trailer; 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      * 2026-10-15 : a merge filling the whole PQL audit buffer is
      *              refused too, not only a larger one
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-DUP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Authors and books extracts, trailer-controlled, in id order
            SELECT AUTHORS-EXTRACT-FILE ASSIGN TO "AUTHORSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUTHORS-EXTRACT-STATUS.
            SELECT BOOKS-EXTRACT-FILE ASSIGN TO "BOOKSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOKS-EXTRACT-STATUS.
      * Review list of the probable duplicate sets
            SELECT REVIEW-FILE ASSIGN TO "DUPREVIEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REVIEW-FILE-STATUS.
      * Proposed merge list, for the operator to approve
            SELECT PROPOSAL-FILE ASSIGN TO "DUPPROP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PROPOSAL-FILE-STATUS.
      * Approved merge list
            SELECT MERGE-LIST-FILE ASSIGN TO "DUPMERGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MERGE-LIST-STATUS.
      * One survivor's consolidation feed, pointed at its
      * CONSAUTH.nnnnnnnnn/CONSBOOK.nnnnnnnnn names before each open
            SELECT CONS-AUTHORS-FILE ASSIGN TO "CONSAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONS-AUTHORS-STATUS.
            SELECT CONS-BOOKS-FILE ASSIGN TO "CONSBOOK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONS-BOOKS-STATUS.
      * The survivors built, one line each, for APPLY
            SELECT CONS-LIST-FILE ASSIGN TO "CONSLIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONS-LIST-STATUS.
      * Build report: the consolidations and the refused lines
            SELECT CONS-REPORT-FILE ASSIGN TO "CONSRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONS-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * Extract lines are read raw: a data row starts with a digit,
      * the control trailer with 'T'
        FD  AUTHORS-EXTRACT-FILE.
        01 AUTHORS-EXTRACT-LINE PIC X(70).
        FD  BOOKS-EXTRACT-FILE.
        01 BOOKS-EXTRACT-LINE PIC X(69).
        FD  REVIEW-FILE.
        01 REVIEW-LINE PIC X(132).
      * Merge-list layout, shared by DUPPROP and DUPMERGE: survivor,
      * duplicate, approver's initials (blank until approved) and the
      * match the scan found (EXACT, NEAR, or blank for a line added
      * by hand)
        FD  PROPOSAL-FILE.
        01 PROPOSAL-RECORD.
           05 PROPOSAL-SURVIVOR-ID  PIC 9(9).
           05 FILLER                PIC X(01).
           05 PROPOSAL-DUPLICATE-ID PIC 9(9).
           05 FILLER                PIC X(01).
           05 PROPOSAL-APPROVED-BY  PIC X(08).
           05 FILLER                PIC X(01).
           05 PROPOSAL-MATCH        PIC X(05).
        FD  MERGE-LIST-FILE.
        01 MERGE-LIST-RECORD.
           05 MERGE-SURVIVOR-ID     PIC X(09).
           05 FILLER                PIC X(01).
           05 MERGE-DUPLICATE-ID    PIC X(09).
           05 FILLER                PIC X(01).
           05 MERGE-APPROVED-BY     PIC X(08).
           05 FILLER                PIC X(01).
           05 MERGE-MATCH           PIC X(05).
        FD  CONS-AUTHORS-FILE.
        01 CONS-AUTHORS-RECORD PIC X(70).
        FD  CONS-BOOKS-FILE.
        01 CONS-BOOKS-RECORD PIC X(69).
        FD  CONS-LIST-FILE.
        01 CONS-LIST-RECORD.
           05 CONS-SURVIVOR-ID      PIC 9(9).
           05 FILLER                PIC X(01).
           05 CONS-DUPLICATE-COUNT  PIC 9(5).
           05 FILLER                PIC X(01).
           05 CONS-BOOK-COUNT       PIC 9(5).
           05 FILLER                PIC X(01).
           05 CONS-AUTHORS-FEED     PIC X(18).
           05 FILLER                PIC X(01).
           05 CONS-BOOKS-FEED       PIC X(18).
        FD  CONS-REPORT-FILE.
        01 CONS-REPORT-LINE PIC X(132).
        WORKING-STORAGE SECTION.
      * Row images in the feed layout, as the extracts unload them
            COPY AUTHREC.
            COPY BOOKREC.
        01 AUTHORS-EXTRACT-STATUS PIC X(02) VALUE '00'.
        01 BOOKS-EXTRACT-STATUS PIC X(02) VALUE '00'.
        01 REVIEW-FILE-STATUS PIC X(02) VALUE '00'.
        01 PROPOSAL-FILE-STATUS PIC X(02) VALUE '00'.
        01 MERGE-LIST-STATUS PIC X(02) VALUE '00'.
        01 CONS-AUTHORS-STATUS PIC X(02) VALUE '00'.
        01 CONS-BOOKS-STATUS PIC X(02) VALUE '00'.
        01 CONS-LIST-STATUS PIC X(02) VALUE '00'.
        01 CONS-REPORT-STATUS PIC X(02) VALUE '00'.
        01 AUTHORS-EXTRACT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUTHORS-EXTRACT-EOF VALUES 'Y'.
        01 BOOKS-EXTRACT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      BOOKS-EXTRACT-EOF VALUES 'Y'.
        01 MERGE-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      MERGE-LIST-EOF VALUES 'Y'.
        01 CONS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      CONS-LIST-EOF VALUES 'Y'.
      * Command line: SCAN, BUILD or APPLY, and for APPLY the
      * survivor id to resume at
        01 ARGV PIC X(20) VALUE SPACES.
        01 ARGV2 PIC X(20) VALUE SPACES.
        01 RUN-MODE PIC X(01) VALUE 'S'.
        88      SCAN-MODE VALUES 'S'.
        88      BUILD-MODE VALUES 'B'.
        88      APPLY-MODE VALUES 'A'.
        01 RESUME-SURVIVOR-ID PIC 9(9) VALUE ZERO.
        01 BIN-DIR PIC X(80) VALUE '.'.
        01 BIN-DIR-ENV PIC X(80) VALUE SPACES.
        01 DUP-RETURN-CODE PIC 9(1) VALUE ZERO.
      * Control check of an extract, as EXAMPLE5-DLT makes it
        01 VERIFY-FILE-NAME PIC X(10) VALUE SPACES.
        01 VERIFY-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 VERIFY-ID-HASH PIC 9(18) VALUE ZERO.
        01 VERIFY-TRAILER-SEEN PIC X(01) VALUE 'N'.
        88      TRAILER-SEEN VALUES 'Y'.
        01 VERIFY-TRAILER-COUNT PIC 9(9) VALUE ZERO.
        01 VERIFY-TRAILER-HASH PIC 9(18) VALUE ZERO.
        01 PREVIOUS-ROW-ID PIC 9(9) VALUE ZERO.
      * The authors extract, in ascending id order, with each
      * author's match keys (names upper-cased, letters and digits
      * only), duplicate set and book count; for BUILD also the
      * role the approved merge list gives it (S survivor, D
      * duplicate, X survivor refused), a duplicate's survivor and
      * merge-list line, and a survivor's row total
        01 AUTHOR-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 AUTHOR-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 AUTHOR-TABLE.
           05 AUTH-ENTRY OCCURS 20000 TIMES.
              10 AUTH-ID            PIC 9(9).
              10 AUTH-FIRST-NAME    PIC X(30).
              10 AUTH-LAST-NAME     PIC X(30).
              10 AUTH-FIRST-KEY     PIC X(30).
              10 AUTH-LAST-KEY      PIC X(30).
              10 AUTH-SET           PIC 9(5).
              10 AUTH-MATCH         PIC X(01).
              10 AUTH-BOOK-COUNT    PIC 9(5).
              10 AUTH-ROLE          PIC X(01).
                 88 AUTH-IS-SURVIVOR    VALUE 'S'.
                 88 AUTH-IS-DUPLICATE   VALUE 'D'.
                 88 AUTH-IS-REFUSED     VALUE 'X'.
              10 AUTH-SURVIVOR-ID   PIC 9(9).
              10 AUTH-SURVIVOR-IDX  PIC S9(9) USAGE COMP-5.
              10 AUTH-MERGE-IDX     PIC S9(9) USAGE COMP-5.
              10 AUTH-ROW-TOTAL     PIC 9(5).
        01 AUTHOR-IDX PIC S9(9) USAGE COMP-5.
        01 AUTHOR-COUNT-TEXT PIC ZZZZ9.
        01 OUTER-IDX PIC S9(9) USAGE COMP-5.
        01 INNER-IDX PIC S9(9) USAGE COMP-5.
      * Binary search of the authors table by id
        01 FIND-ID PIC 9(9) VALUE ZERO.
        01 FOUND-IDX PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 SEARCH-LOW PIC S9(9) USAGE COMP-5.
        01 SEARCH-HIGH PIC S9(9) USAGE COMP-5.
        01 SEARCH-MID PIC S9(9) USAGE COMP-5.
      * Match key of one name
        01 NORM-SOURCE PIC X(30) VALUE SPACES.
        01 NORM-KEY PIC X(30) VALUE SPACES.
        01 NORM-IDX PIC S9(4) USAGE COMP-5.
        01 NORM-PTR PIC S9(4) USAGE COMP-5.
        01 NORM-CHAR PIC X(01).
      * The duplicate set being gathered around OUTER-IDX
        01 MATCH-TYPE PIC X(01) VALUE SPACE.
        88      MATCH-EXACT VALUES 'E'.
        88      MATCH-NEAR VALUES 'N'.
        01 SET-COUNT PIC 9(5) VALUE ZERO.
        01 SET-MEMBER-MAX PIC S9(4) USAGE COMP-5 VALUE 50.
        01 SET-MEMBER-COUNT PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 SET-MEMBER-TABLE.
           05 SET-MEMBER-IDX PIC S9(9) USAGE COMP-5 OCCURS 50 TIMES.
        01 MEMBER-IDX PIC S9(4) USAGE COMP-5.
        01 SET-SURVIVOR-IDX PIC S9(9) USAGE COMP-5.
        01 SET-MATCH-TEXT PIC X(05) VALUE SPACES.
        01 SET-SIZE-TEXT PIC ZZZZ9.
        01 MEMBER-FLAG PIC X(01) VALUE SPACE.
        01 BOOK-COUNT-TEXT PIC ZZZZ9.
        01 DUPLICATE-AUTHOR-COUNT PIC 9(9) VALUE ZERO.
        01 PROPOSAL-COUNT PIC 9(9) VALUE ZERO.
      * The approved merge list and each line's verdict: blank
      * accepted, otherwise the reason it was refused
        01 MERGE-MAX PIC S9(9) USAGE COMP-5 VALUE 2000.
        01 MERGE-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 MERGE-TABLE.
           05 MERGE-ENTRY OCCURS 2000 TIMES.
              10 MT-SURVIVOR-ID     PIC 9(9).
              10 MT-DUPLICATE-ID    PIC 9(9).
              10 MT-APPROVED-BY     PIC X(08).
              10 MT-REFUSAL         PIC X(45).
        01 MERGE-IDX PIC S9(9) USAGE COMP-5.
        01 OTHER-MERGE-IDX PIC S9(9) USAGE COMP-5.
        01 SURVIVOR-IDX PIC S9(9) USAGE COMP-5.
        01 DUPLICATE-IDX PIC S9(9) USAGE COMP-5.
        01 MERGE-LINE-COUNT PIC 9(9) VALUE ZERO.
        01 UNAPPROVED-COUNT PIC 9(9) VALUE ZERO.
        01 REFUSED-COUNT PIC 9(9) VALUE ZERO.
      * Rows one survivor's merge must stay below: EXAMPLE5-PQL
      * stops once an open family fills its audit buffer (1000
      * rows), so a merge may carry 999 rows at most
        01 CONSOLIDATION-ROW-MAX PIC 9(5) VALUE 1000.
      * Books of the accepted duplicates, in BOOKSOUT (book id) order
        01 MOVE-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 MOVE-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 20000 TIMES.
              10 MV-BOOK-ID         PIC 9(9).
              10 MV-SURVIVOR-ID     PIC 9(9).
              10 MV-TITLE           PIC X(50).
        01 MOVE-IDX PIC S9(9) USAGE COMP-5.
      * The survivor whose feed is being written
        01 CURRENT-SURVIVOR-ID PIC 9(9) VALUE ZERO.
        01 CURRENT-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.
        01 CURRENT-BOOK-COUNT PIC 9(5) VALUE ZERO.
        01 SURVIVOR-BUILT-COUNT PIC 9(9) VALUE ZERO.
        01 FEED-AUTHOR-COUNT PIC 9(9) VALUE ZERO.
        01 FEED-BOOK-COUNT PIC 9(9) VALUE ZERO.
      * The runtime resolves an ASSIGN name through the DD_ variable
      * of the same name when the file is opened
        01 MAP-DD-NAME PIC X(20) VALUE SPACES.
        01 MAP-FILE-NAME PIC X(20) VALUE SPACES.
      * APPLY: one EXAMPLE5-PQL run per survivor, through the shell;
      * SYSTEM hands back the wait status, exit code in the high byte
        01 APPLY-COMMAND PIC X(300) VALUE SPACES.
        01 SYSTEM-STATUS PIC S9(9) VALUE ZERO.
        01 APPLY-RETURN-CODE PIC 9(3) VALUE ZERO.
        01 APPLY-STOP-SWITCH PIC X(01) VALUE 'N'.
        88      APPLY-STOPPED VALUES 'Y'.
        01 APPLY-MERGED-COUNT PIC 9(9) VALUE ZERO.
        01 APPLY-ROLLED-BACK-COUNT PIC 9(9) VALUE ZERO.
        01 APPLY-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_DUP'.
            PERFORM 100-INITIALIZE.
            EVALUATE TRUE
               WHEN BUILD-MODE
                  PERFORM 200-LOAD-AUTHORS
                  PERFORM 500-BUILD-CONSOLIDATION
               WHEN APPLY-MODE
                  PERFORM 700-APPLY-CONSOLIDATION
               WHEN OTHER
                  PERFORM 200-LOAD-AUTHORS
                  PERFORM 250-LOAD-BOOKS
                  PERFORM 300-SCAN-DUPLICATES
            END-EVALUATE.
            DISPLAY 'Execution terminated!'.
            EVALUATE DUP-RETURN-CODE
               WHEN 8
                  STOP RUN RETURNING 8
               WHEN 4
                  STOP RUN RETURNING 4
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            ACCEPT ARGV2 FROM ARGUMENT-VALUE.
            EVALUATE TRUE
               WHEN ARGV = SPACES OR ARGV = 'SCAN' OR ARGV = 'scan'
                  MOVE 'S' TO RUN-MODE
                  DISPLAY 'Scanning AUTHORSOUT for duplicate authors'
               WHEN ARGV = 'BUILD' OR ARGV = 'build'
                  MOVE 'B' TO RUN-MODE
                  DISPLAY 'Building consolidation feeds from DUPMERGE'
               WHEN ARGV = 'APPLY' OR ARGV = 'apply'
                  MOVE 'A' TO RUN-MODE
                  DISPLAY 'Applying the consolidations on CONSLIST'
               WHEN OTHER
                  DISPLAY 'Error: first argument must be SCAN, BUILD '
                          'or APPLY'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF APPLY-MODE AND ARGV2 NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (ARGV2) TO RESUME-SURVIVOR-ID
               DISPLAY 'Resuming at surviving author id '
                       RESUME-SURVIVOR-ID
            END-IF.
            ACCEPT BIN-DIR-ENV FROM ENVIRONMENT "JOBBINDIR".
            IF BIN-DIR-ENV NOT = SPACES THEN
               MOVE BIN-DIR-ENV TO BIN-DIR
            END-IF.
      *
      * Load the authors extract into the table, checking its
      * control trailer and its id order (the binary search relies
      * on it) on the way
      *
        200-LOAD-AUTHORS.
            MOVE 'AUTHORSOUT' TO VERIFY-FILE-NAME.
            MOVE ZERO TO VERIFY-ROW-COUNT.
            MOVE ZERO TO VERIFY-ID-HASH.
            MOVE 'N' TO VERIFY-TRAILER-SEEN.
            MOVE ZERO TO PREVIOUS-ROW-ID.
            OPEN INPUT AUTHORS-EXTRACT-FILE.
            IF AUTHORS-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHORSOUT, status '
                       AUTHORS-EXTRACT-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 215-READ-AUTHORS-EXTRACT.
            PERFORM 205-LOAD-AUTHOR-LINE
                UNTIL AUTHORS-EXTRACT-EOF.
            CLOSE AUTHORS-EXTRACT-FILE.
            PERFORM 290-JUDGE-CONTROL-TOTALS.
      *
        205-LOAD-AUTHOR-LINE.
            EVALUATE TRUE
               WHEN AUTHORS-EXTRACT-LINE (1:9) IS NUMERIC
                  MOVE AUTHORS-EXTRACT-LINE TO AUTHORS-RECORD
                  PERFORM 210-ADD-AUTHOR
               WHEN AUTHORS-EXTRACT-LINE (1:1) = 'T'
                  PERFORM 280-NOTE-TRAILER
               WHEN OTHER
                  DISPLAY 'Error: unreadable line in AUTHORSOUT; '
                          'file not trusted'
                  CLOSE AUTHORS-EXTRACT-FILE
                  STOP RUN RETURNING 8
            END-EVALUATE.
            PERFORM 215-READ-AUTHORS-EXTRACT.
      *
        210-ADD-AUTHOR.
            IF AUTHOR-ID NOT > PREVIOUS-ROW-ID
                  AND VERIFY-ROW-COUNT > ZERO THEN
               DISPLAY 'Error: AUTHORSOUT is not in ascending id order'
                       ' at author id ' AUTHOR-ID
               CLOSE AUTHORS-EXTRACT-FILE
               STOP RUN RETURNING 8
            END-IF.
            IF AUTHOR-COUNT >= AUTHOR-MAX THEN
               DISPLAY 'Error: more than ' AUTHOR-MAX
                       ' authors in AUTHORSOUT'
               CLOSE AUTHORS-EXTRACT-FILE
               STOP RUN RETURNING 1
            END-IF.
            MOVE AUTHOR-ID TO PREVIOUS-ROW-ID.
            ADD 1 TO VERIFY-ROW-COUNT.
            ADD AUTHOR-ID TO VERIFY-ID-HASH.
            ADD 1 TO AUTHOR-COUNT.
            INITIALIZE AUTH-ENTRY (AUTHOR-COUNT).
            MOVE AUTHOR-ID TO AUTH-ID (AUTHOR-COUNT).
            MOVE AUTHOR-FIRST-NAME TO AUTH-FIRST-NAME (AUTHOR-COUNT).
            MOVE AUTHOR-LAST-NAME TO AUTH-LAST-NAME (AUTHOR-COUNT).
            MOVE AUTHOR-FIRST-NAME TO NORM-SOURCE.
            PERFORM 220-NORMALIZE-NAME.
            MOVE NORM-KEY TO AUTH-FIRST-KEY (AUTHOR-COUNT).
            MOVE AUTHOR-LAST-NAME TO NORM-SOURCE.
            PERFORM 220-NORMALIZE-NAME.
            MOVE NORM-KEY TO AUTH-LAST-KEY (AUTHOR-COUNT).
      *
        215-READ-AUTHORS-EXTRACT.
            READ AUTHORS-EXTRACT-FILE
                AT END
                    MOVE 'Y' TO AUTHORS-EXTRACT-EOF-SWITCH
            END-READ.
            IF AUTHORS-EXTRACT-STATUS NOT = '00'
                  AND AUTHORS-EXTRACT-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHORSOUT, status '
                       AUTHORS-EXTRACT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Match key of a name: upper case, letters and digits only, so
      * "O'Brien", "OBRIEN" and "o brien" all key as OBRIEN
      *
        220-NORMALIZE-NAME.
            INSPECT NORM-SOURCE CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE SPACES TO NORM-KEY.
            MOVE ZERO TO NORM-PTR.
            PERFORM 225-NORMALIZE-CHAR
                VARYING NORM-IDX FROM 1 BY 1
                UNTIL NORM-IDX > 30.
      *
        225-NORMALIZE-CHAR.
            MOVE NORM-SOURCE (NORM-IDX:1) TO NORM-CHAR.
            IF (NORM-CHAR IS ALPHABETIC-UPPER AND NORM-CHAR NOT = SPACE)
                  OR NORM-CHAR IS NUMERIC THEN
               ADD 1 TO NORM-PTR
               MOVE NORM-CHAR TO NORM-KEY (NORM-PTR:1)
            END-IF.
      *
      * Load the books extract: every book counts towards its
      * author's total, and for BUILD a book of an accepted
      * duplicate is kept for its survivor's feed. A book whose
      * author is not in AUTHORSOUT is left to EXAMPLE5-SCN.
      *
        250-LOAD-BOOKS.
            MOVE 'BOOKSOUT' TO VERIFY-FILE-NAME.
            MOVE ZERO TO VERIFY-ROW-COUNT.
            MOVE ZERO TO VERIFY-ID-HASH.
            MOVE 'N' TO VERIFY-TRAILER-SEEN.
            OPEN INPUT BOOKS-EXTRACT-FILE.
            EVALUATE TRUE
               WHEN BOOKS-EXTRACT-STATUS = '00'
                  PERFORM 265-READ-BOOKS-EXTRACT
                  PERFORM 255-LOAD-BOOK-LINE
                      UNTIL BOOKS-EXTRACT-EOF
                  CLOSE BOOKS-EXTRACT-FILE
                  PERFORM 290-JUDGE-CONTROL-TOTALS
               WHEN BOOKS-EXTRACT-STATUS = '35' AND SCAN-MODE
                  DISPLAY 'No BOOKSOUT; book counts not shown'
               WHEN OTHER
                  DISPLAY 'Error: unable to open BOOKSOUT, status '
                          BOOKS-EXTRACT-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        255-LOAD-BOOK-LINE.
            EVALUATE TRUE
               WHEN BOOKS-EXTRACT-LINE (1:9) IS NUMERIC
                  MOVE BOOKS-EXTRACT-LINE TO BOOKS-RECORD
                  ADD 1 TO VERIFY-ROW-COUNT
                  ADD BOOK-ID TO VERIFY-ID-HASH
                  PERFORM 260-ADD-BOOK
               WHEN BOOKS-EXTRACT-LINE (1:1) = 'T'
                  MOVE BOOKS-EXTRACT-LINE TO AUTHORS-EXTRACT-LINE
                  PERFORM 280-NOTE-TRAILER
               WHEN OTHER
                  DISPLAY 'Error: unreadable line in BOOKSOUT; '
                          'file not trusted'
                  CLOSE BOOKS-EXTRACT-FILE
                  STOP RUN RETURNING 8
            END-EVALUATE.
            PERFORM 265-READ-BOOKS-EXTRACT.
      *
        260-ADD-BOOK.
            MOVE BOOK-AUTHOR-ID TO FIND-ID.
            PERFORM 270-FIND-AUTHOR.
            IF FOUND-IDX > ZERO THEN
               ADD 1 TO AUTH-BOOK-COUNT (FOUND-IDX)
               IF BUILD-MODE AND AUTH-IS-DUPLICATE (FOUND-IDX) THEN
                  IF MOVE-COUNT >= MOVE-MAX THEN
                     DISPLAY 'Error: more than ' MOVE-MAX
                             ' books to move'
                     CLOSE BOOKS-EXTRACT-FILE
                     STOP RUN RETURNING 1
                  END-IF
                  ADD 1 TO MOVE-COUNT
                  MOVE BOOK-ID TO MV-BOOK-ID (MOVE-COUNT)
                  MOVE AUTH-SURVIVOR-ID (FOUND-IDX)
                      TO MV-SURVIVOR-ID (MOVE-COUNT)
                  MOVE BOOK-TITLE TO MV-TITLE (MOVE-COUNT)
               END-IF
            END-IF.
      *
        265-READ-BOOKS-EXTRACT.
            READ BOOKS-EXTRACT-FILE
                AT END
                    MOVE 'Y' TO BOOKS-EXTRACT-EOF-SWITCH
            END-READ.
            IF BOOKS-EXTRACT-STATUS NOT = '00'
                  AND BOOKS-EXTRACT-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read BOOKSOUT, status '
                       BOOKS-EXTRACT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Binary search of the authors table for FIND-ID; FOUND-IDX is
      * zero when the id is not on the extract
      *
        270-FIND-AUTHOR.
            MOVE ZERO TO FOUND-IDX.
            MOVE 1 TO SEARCH-LOW.
            MOVE AUTHOR-COUNT TO SEARCH-HIGH.
            PERFORM 275-PROBE-AUTHOR
                UNTIL SEARCH-LOW > SEARCH-HIGH
                   OR FOUND-IDX > ZERO.
      *
        275-PROBE-AUTHOR.
            COMPUTE SEARCH-MID = (SEARCH-LOW + SEARCH-HIGH) / 2.
            EVALUATE TRUE
               WHEN AUTH-ID (SEARCH-MID) = FIND-ID
                  MOVE SEARCH-MID TO FOUND-IDX
               WHEN AUTH-ID (SEARCH-MID) < FIND-ID
                  COMPUTE SEARCH-LOW = SEARCH-MID + 1
               WHEN OTHER
                  COMPUTE SEARCH-HIGH = SEARCH-MID - 1
            END-EVALUATE.
      *
        280-NOTE-TRAILER.
            MOVE 'Y' TO VERIFY-TRAILER-SEEN.
            IF AUTHORS-EXTRACT-LINE (2:9) IS NUMERIC THEN
               MOVE AUTHORS-EXTRACT-LINE (2:9) TO VERIFY-TRAILER-COUNT
            END-IF.
            IF AUTHORS-EXTRACT-LINE (11:18) IS NUMERIC THEN
               MOVE AUTHORS-EXTRACT-LINE (11:18)
                   TO VERIFY-TRAILER-HASH
            END-IF.
      *
        290-JUDGE-CONTROL-TOTALS.
            IF NOT TRAILER-SEEN THEN
               DISPLAY 'Error: ' VERIFY-FILE-NAME ' has no control '
                       'trailer; transfer may be truncated'
               STOP RUN RETURNING 8
            END-IF.
            IF VERIFY-ROW-COUNT NOT = VERIFY-TRAILER-COUNT
                  OR VERIFY-ID-HASH NOT = VERIFY-TRAILER-HASH THEN
               DISPLAY 'Error: ' VERIFY-FILE-NAME ' control check '
                       'failed: read ' VERIFY-ROW-COUNT ' row(s), '
                       'hash ' VERIFY-ID-HASH '; trailer says '
                       VERIFY-TRAILER-COUNT ' row(s), hash '
                       VERIFY-TRAILER-HASH
               STOP RUN RETURNING 8
            END-IF.
            DISPLAY VERIFY-FILE-NAME ' control check OK: '
                    VERIFY-ROW-COUNT ' row(s)'.
      *
      * SCAN: gather each author not yet in a set with every later
      * author matching it, report the set and propose its merges.
      * A set is capped at SET-MEMBER-MAX; matches beyond the cap
      * stay unassigned and form a set of their own further on.
      *
        300-SCAN-DUPLICATES.
            OPEN OUTPUT REVIEW-FILE.
            IF REVIEW-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open DUPREVIEW, status '
                       REVIEW-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT PROPOSAL-FILE.
            IF PROPOSAL-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open DUPPROP, status '
                       PROPOSAL-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO REVIEW-LINE.
            STRING 'DUPLICATE AUTHOR REVIEW: * MARKS THE SUGGESTED '
                       DELIMITED BY SIZE
                   'SURVIVOR (MOST BOOKS, THEN LOWEST ID)'
                       DELIMITED BY SIZE
                   INTO REVIEW-LINE
            END-STRING.
            PERFORM 890-WRITE-REVIEW-LINE.
            PERFORM 310-SCAN-AUTHOR
                VARYING OUTER-IDX FROM 1 BY 1
                UNTIL OUTER-IDX > AUTHOR-COUNT.
            IF SET-COUNT = ZERO THEN
               MOVE SPACES TO REVIEW-LINE
               PERFORM 890-WRITE-REVIEW-LINE
               MOVE '  (none)' TO REVIEW-LINE
               PERFORM 890-WRITE-REVIEW-LINE
            END-IF.
            MOVE SPACES TO REVIEW-LINE.
            PERFORM 890-WRITE-REVIEW-LINE.
            MOVE AUTHOR-COUNT TO AUTHOR-COUNT-TEXT.
            MOVE SPACES TO REVIEW-LINE.
            STRING 'AUTHORS SCANNED: ' DELIMITED BY SIZE
                   FUNCTION TRIM (AUTHOR-COUNT-TEXT) DELIMITED BY SIZE
                   '  DUPLICATE SETS: ' DELIMITED BY SIZE
                   SET-COUNT DELIMITED BY SIZE
                   '  MERGES PROPOSED: ' DELIMITED BY SIZE
                   PROPOSAL-COUNT DELIMITED BY SIZE
                   INTO REVIEW-LINE
            END-STRING.
            PERFORM 890-WRITE-REVIEW-LINE.
            CLOSE REVIEW-FILE.
            CLOSE PROPOSAL-FILE.
            DISPLAY 'Duplicate sets:      ' SET-COUNT.
            DISPLAY 'Merges proposed:     ' PROPOSAL-COUNT.
            IF SET-COUNT > ZERO THEN
               MOVE 4 TO DUP-RETURN-CODE
            END-IF.
      *
        310-SCAN-AUTHOR.
            IF AUTH-SET (OUTER-IDX) = ZERO
                  AND AUTH-FIRST-KEY (OUTER-IDX) NOT = SPACES
                  AND AUTH-LAST-KEY (OUTER-IDX) NOT = SPACES THEN
               MOVE 1 TO SET-MEMBER-COUNT
               MOVE OUTER-IDX TO SET-MEMBER-IDX (1)
               MOVE 'E' TO AUTH-MATCH (OUTER-IDX)
               MOVE 'E' TO MATCH-TYPE
               PERFORM 320-COMPARE-AUTHOR
                   VARYING INNER-IDX FROM OUTER-IDX BY 1
                   UNTIL INNER-IDX > AUTHOR-COUNT
               IF SET-MEMBER-COUNT > 1 THEN
                  PERFORM 330-REPORT-SET
               END-IF
            END-IF.
      *
      * EXACT: both names identical as stored; NEAR: the match keys
      * agree, either way round
      *
        320-COMPARE-AUTHOR.
            IF INNER-IDX > OUTER-IDX AND AUTH-SET (INNER-IDX) = ZERO
                  AND SET-MEMBER-COUNT < SET-MEMBER-MAX THEN
               EVALUATE TRUE
                  WHEN AUTH-FIRST-NAME (INNER-IDX) =
                           AUTH-FIRST-NAME (OUTER-IDX)
                       AND AUTH-LAST-NAME (INNER-IDX) =
                           AUTH-LAST-NAME (OUTER-IDX)
                     MOVE 'E' TO AUTH-MATCH (INNER-IDX)
                  WHEN AUTH-FIRST-KEY (INNER-IDX) =
                           AUTH-FIRST-KEY (OUTER-IDX)
                       AND AUTH-LAST-KEY (INNER-IDX) =
                           AUTH-LAST-KEY (OUTER-IDX)
                     MOVE 'N' TO AUTH-MATCH (INNER-IDX)
                  WHEN AUTH-FIRST-KEY (INNER-IDX) =
                           AUTH-LAST-KEY (OUTER-IDX)
                       AND AUTH-LAST-KEY (INNER-IDX) =
                           AUTH-FIRST-KEY (OUTER-IDX)
                     MOVE 'N' TO AUTH-MATCH (INNER-IDX)
                  WHEN OTHER
                     MOVE SPACE TO AUTH-MATCH (INNER-IDX)
               END-EVALUATE
               IF AUTH-MATCH (INNER-IDX) NOT = SPACE THEN
                  ADD 1 TO SET-MEMBER-COUNT
                  MOVE INNER-IDX TO SET-MEMBER-IDX (SET-MEMBER-COUNT)
                  IF AUTH-MATCH (INNER-IDX) = 'N' THEN
                     MOVE 'N' TO MATCH-TYPE
                  END-IF
               END-IF
            END-IF.
      *
      * Number the set, pick the suggested survivor and list the
      * members; members are in id order, so on equal book counts
      * the first one seen, the lowest id, is kept
      *
        330-REPORT-SET.
            ADD 1 TO SET-COUNT.
            MOVE SET-MEMBER-IDX (1) TO SET-SURVIVOR-IDX.
            PERFORM 335-MARK-SET-MEMBER
                VARYING MEMBER-IDX FROM 1 BY 1
                UNTIL MEMBER-IDX > SET-MEMBER-COUNT.
            IF MATCH-EXACT THEN
               MOVE 'EXACT' TO SET-MATCH-TEXT
            ELSE
               MOVE 'NEAR' TO SET-MATCH-TEXT
            END-IF.
            MOVE SET-MEMBER-COUNT TO SET-SIZE-TEXT.
            MOVE SPACES TO REVIEW-LINE.
            PERFORM 890-WRITE-REVIEW-LINE.
            MOVE SPACES TO REVIEW-LINE.
            STRING 'SET ' DELIMITED BY SIZE
                   SET-COUNT DELIMITED BY SIZE
                   '  MATCH ' DELIMITED BY SIZE
                   SET-MATCH-TEXT DELIMITED BY SIZE
                   '  AUTHORS ' DELIMITED BY SIZE
                   FUNCTION TRIM (SET-SIZE-TEXT) DELIMITED BY SIZE
                   INTO REVIEW-LINE
            END-STRING.
            PERFORM 890-WRITE-REVIEW-LINE.
            PERFORM 340-REPORT-SET-MEMBER
                VARYING MEMBER-IDX FROM 1 BY 1
                UNTIL MEMBER-IDX > SET-MEMBER-COUNT.
      *
        335-MARK-SET-MEMBER.
            MOVE SET-MEMBER-IDX (MEMBER-IDX) TO AUTHOR-IDX.
            MOVE SET-COUNT TO AUTH-SET (AUTHOR-IDX).
            IF AUTH-BOOK-COUNT (AUTHOR-IDX) >
                  AUTH-BOOK-COUNT (SET-SURVIVOR-IDX) THEN
               MOVE AUTHOR-IDX TO SET-SURVIVOR-IDX
            END-IF.
      *
      * One member's review line, and for a duplicate its proposed
      * merge: EXACT only when both it and the survivor match the
      * set's first author exactly
      *
        340-REPORT-SET-MEMBER.
            MOVE SET-MEMBER-IDX (MEMBER-IDX) TO AUTHOR-IDX.
            IF AUTHOR-IDX = SET-SURVIVOR-IDX THEN
               MOVE '*' TO MEMBER-FLAG
            ELSE
               MOVE SPACE TO MEMBER-FLAG
            END-IF.
            IF AUTH-MATCH (AUTHOR-IDX) = 'E' THEN
               MOVE 'EXACT' TO SET-MATCH-TEXT
            ELSE
               MOVE 'NEAR' TO SET-MATCH-TEXT
            END-IF.
            MOVE AUTH-BOOK-COUNT (AUTHOR-IDX) TO BOOK-COUNT-TEXT.
            MOVE SPACES TO REVIEW-LINE.
            STRING '  ' DELIMITED BY SIZE
                   MEMBER-FLAG DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AUTH-ID (AUTHOR-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AUTH-FIRST-NAME (AUTHOR-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AUTH-LAST-NAME (AUTHOR-IDX) DELIMITED BY SIZE
                   ' BOOKS ' DELIMITED BY SIZE
                   BOOK-COUNT-TEXT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SET-MATCH-TEXT DELIMITED BY SIZE
                   INTO REVIEW-LINE
            END-STRING.
            PERFORM 890-WRITE-REVIEW-LINE.
            IF AUTHOR-IDX NOT = SET-SURVIVOR-IDX THEN
               IF AUTH-MATCH (SET-SURVIVOR-IDX) = 'N' THEN
                  MOVE 'NEAR' TO SET-MATCH-TEXT
               END-IF
               MOVE SPACES TO PROPOSAL-RECORD
               MOVE AUTH-ID (SET-SURVIVOR-IDX) TO PROPOSAL-SURVIVOR-ID
               MOVE AUTH-ID (AUTHOR-IDX) TO PROPOSAL-DUPLICATE-ID
               MOVE SET-MATCH-TEXT TO PROPOSAL-MATCH
               WRITE PROPOSAL-RECORD
               IF PROPOSAL-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write DUPPROP, status '
                          PROPOSAL-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO PROPOSAL-COUNT
            END-IF.
      *
      * BUILD: check the approved merge list against the extracts,
      * then write one consolidation feed per survivor. CONSLIST and
      * CONSRPT are rewritten first, so a failed build never leaves
      * an earlier list behind for APPLY.
      *
        500-BUILD-CONSOLIDATION.
            OPEN OUTPUT CONS-REPORT-FILE.
            IF CONS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open CONSRPT, status '
                       CONS-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT CONS-LIST-FILE.
            IF CONS-LIST-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open CONSLIST, status '
                       CONS-LIST-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'AUTHOR CONSOLIDATION BUILD FROM DUPMERGE'
                TO CONS-REPORT-LINE.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            PERFORM 510-LOAD-MERGE-LIST.
            PERFORM 520-CHECK-MERGE-LINE
                VARYING MERGE-IDX FROM 1 BY 1
                UNTIL MERGE-IDX > MERGE-COUNT.
            PERFORM 250-LOAD-BOOKS.
            PERFORM 530-ADD-DUPLICATE-ROWS
                VARYING AUTHOR-IDX FROM 1 BY 1
                UNTIL AUTHOR-IDX > AUTHOR-COUNT.
            PERFORM 535-CHECK-SURVIVOR-SIZE
                VARYING AUTHOR-IDX FROM 1 BY 1
                UNTIL AUTHOR-IDX > AUTHOR-COUNT.
            MOVE SPACES TO CONS-REPORT-LINE.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            MOVE 'SECTION 1: CONSOLIDATIONS BUILT' TO CONS-REPORT-LINE.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            PERFORM 540-BUILD-SURVIVOR
                VARYING AUTHOR-IDX FROM 1 BY 1
                UNTIL AUTHOR-IDX > AUTHOR-COUNT.
            IF SURVIVOR-BUILT-COUNT = ZERO THEN
               MOVE '  (none)' TO CONS-REPORT-LINE
               PERFORM 891-WRITE-CONS-REPORT-LINE
            END-IF.
            MOVE SPACES TO CONS-REPORT-LINE.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            MOVE 'SECTION 2: APPROVED LINES REFUSED'
                TO CONS-REPORT-LINE.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            PERFORM 580-REPORT-REFUSED-LINE
                VARYING MERGE-IDX FROM 1 BY 1
                UNTIL MERGE-IDX > MERGE-COUNT.
            IF REFUSED-COUNT = ZERO THEN
               MOVE '  (none)' TO CONS-REPORT-LINE
               PERFORM 891-WRITE-CONS-REPORT-LINE
            END-IF.
            PERFORM 590-END-BUILD.
      *
      * Approved lines only; a line without the approver's initials
      * is a proposal nobody has signed off and is just counted
      *
        510-LOAD-MERGE-LIST.
            OPEN INPUT MERGE-LIST-FILE.
            EVALUATE MERGE-LIST-STATUS
               WHEN '00'
                  PERFORM 518-READ-MERGE-LIST
                  PERFORM 515-LOAD-MERGE-LINE
                      UNTIL MERGE-LIST-EOF
                  CLOSE MERGE-LIST-FILE
               WHEN '35'
                  DISPLAY 'No DUPMERGE file; nothing to build'
                  MOVE '  NO DUPMERGE FILE' TO CONS-REPORT-LINE
                  PERFORM 891-WRITE-CONS-REPORT-LINE
               WHEN OTHER
                  DISPLAY 'Error: unable to open DUPMERGE, status '
                          MERGE-LIST-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        515-LOAD-MERGE-LINE.
            ADD 1 TO MERGE-LINE-COUNT.
            IF MERGE-APPROVED-BY = SPACES THEN
               ADD 1 TO UNAPPROVED-COUNT
            ELSE
               IF MERGE-COUNT >= MERGE-MAX THEN
                  DISPLAY 'Error: more than ' MERGE-MAX
                          ' approved lines on DUPMERGE'
                  CLOSE MERGE-LIST-FILE
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO MERGE-COUNT
               MOVE ZERO TO MT-SURVIVOR-ID (MERGE-COUNT)
               MOVE ZERO TO MT-DUPLICATE-ID (MERGE-COUNT)
               MOVE MERGE-APPROVED-BY TO MT-APPROVED-BY (MERGE-COUNT)
               MOVE SPACES TO MT-REFUSAL (MERGE-COUNT)
               IF MERGE-SURVIVOR-ID IS NUMERIC
                     AND MERGE-DUPLICATE-ID IS NUMERIC THEN
                  MOVE MERGE-SURVIVOR-ID
                      TO MT-SURVIVOR-ID (MERGE-COUNT)
                  MOVE MERGE-DUPLICATE-ID
                      TO MT-DUPLICATE-ID (MERGE-COUNT)
               ELSE
                  MOVE 'AUTHOR ID NOT NUMERIC'
                      TO MT-REFUSAL (MERGE-COUNT)
               END-IF
            END-IF.
            PERFORM 518-READ-MERGE-LIST.
      *
        518-READ-MERGE-LIST.
            READ MERGE-LIST-FILE
                AT END
                    MOVE 'Y' TO MERGE-LIST-EOF-SWITCH
            END-READ.
            IF MERGE-LIST-STATUS NOT = '00'
                  AND MERGE-LIST-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read DUPMERGE, status '
                       MERGE-LIST-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * A merge is accepted only when both authors are on the
      * extract and it cannot collide with an earlier accepted line:
      * an author is deleted once, and never both kept and deleted,
      * so no merge ever feeds into another
      *
        520-CHECK-MERGE-LINE.
            IF MT-REFUSAL (MERGE-IDX) = SPACES THEN
               MOVE MT-SURVIVOR-ID (MERGE-IDX) TO FIND-ID
               PERFORM 270-FIND-AUTHOR
               MOVE FOUND-IDX TO SURVIVOR-IDX
               MOVE MT-DUPLICATE-ID (MERGE-IDX) TO FIND-ID
               PERFORM 270-FIND-AUTHOR
               MOVE FOUND-IDX TO DUPLICATE-IDX
               EVALUATE TRUE
                  WHEN MT-SURVIVOR-ID (MERGE-IDX) =
                           MT-DUPLICATE-ID (MERGE-IDX)
                     MOVE 'SURVIVOR AND DUPLICATE ARE THE SAME AUTHOR'
                         TO MT-REFUSAL (MERGE-IDX)
                  WHEN SURVIVOR-IDX = ZERO
                     MOVE 'SURVIVOR NOT ON AUTHORSOUT'
                         TO MT-REFUSAL (MERGE-IDX)
                  WHEN DUPLICATE-IDX = ZERO
                     MOVE 'DUPLICATE NOT ON AUTHORSOUT'
                         TO MT-REFUSAL (MERGE-IDX)
                  WHEN AUTH-IS-DUPLICATE (DUPLICATE-IDX)
                     MOVE 'DUPLICATE ALREADY MERGED ON AN EARLIER LINE'
                         TO MT-REFUSAL (MERGE-IDX)
                  WHEN AUTH-IS-SURVIVOR (DUPLICATE-IDX)
                     MOVE 'DUPLICATE IS A SURVIVOR ON ANOTHER LINE'
                         TO MT-REFUSAL (MERGE-IDX)
                  WHEN AUTH-IS-DUPLICATE (SURVIVOR-IDX)
                     MOVE 'SURVIVOR IS A DUPLICATE ON ANOTHER LINE'
                         TO MT-REFUSAL (MERGE-IDX)
                  WHEN OTHER
                     MOVE 'S' TO AUTH-ROLE (SURVIVOR-IDX)
                     MOVE 'D' TO AUTH-ROLE (DUPLICATE-IDX)
                     MOVE MT-SURVIVOR-ID (MERGE-IDX)
                         TO AUTH-SURVIVOR-ID (DUPLICATE-IDX)
                     MOVE SURVIVOR-IDX
                         TO AUTH-SURVIVOR-IDX (DUPLICATE-IDX)
                     MOVE MERGE-IDX TO AUTH-MERGE-IDX (DUPLICATE-IDX)
               END-EVALUATE
            END-IF.
      *
      * A survivor's merge is one transaction group: its duplicates'
      * deletes plus their book moves must fit the group, or none of
      * it is built
      *
        530-ADD-DUPLICATE-ROWS.
            IF AUTH-IS-DUPLICATE (AUTHOR-IDX) THEN
               MOVE AUTH-SURVIVOR-IDX (AUTHOR-IDX) TO SURVIVOR-IDX
               COMPUTE AUTH-ROW-TOTAL (SURVIVOR-IDX) =
                   AUTH-ROW-TOTAL (SURVIVOR-IDX) + 1
                   + AUTH-BOOK-COUNT (AUTHOR-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO AUTH-ROW-TOTAL (SURVIVOR-IDX)
               END-COMPUTE
            END-IF.
      *
        535-CHECK-SURVIVOR-SIZE.
            IF AUTH-IS-SURVIVOR (AUTHOR-IDX)
                  AND AUTH-ROW-TOTAL (AUTHOR-IDX) NOT <
                      CONSOLIDATION-ROW-MAX THEN
               MOVE 'X' TO AUTH-ROLE (AUTHOR-IDX)
               PERFORM 538-REFUSE-OVERSIZE-LINE
                   VARYING INNER-IDX FROM 1 BY 1
                   UNTIL INNER-IDX > AUTHOR-COUNT
            END-IF.
      *
        538-REFUSE-OVERSIZE-LINE.
            IF AUTH-IS-DUPLICATE (INNER-IDX)
                  AND AUTH-SURVIVOR-IDX (INNER-IDX) = AUTHOR-IDX THEN
               MOVE 'X' TO AUTH-ROLE (INNER-IDX)
               MOVE AUTH-MERGE-IDX (INNER-IDX) TO MERGE-IDX
               MOVE 'MERGE TOO LARGE FOR ONE TRANSACTION GROUP'
                   TO MT-REFUSAL (MERGE-IDX)
            END-IF.
      *
      * One survivor: its CONSAUTH/CONSBOOK feed under its own id,
      * the report lines and its CONSLIST entry
      *
        540-BUILD-SURVIVOR.
            IF AUTH-IS-SURVIVOR (AUTHOR-IDX) THEN
               MOVE AUTH-ID (AUTHOR-IDX) TO CURRENT-SURVIVOR-ID
               MOVE ZERO TO CURRENT-DUPLICATE-COUNT
               MOVE ZERO TO CURRENT-BOOK-COUNT
               MOVE SPACES TO CONS-LIST-RECORD
               STRING 'CONSAUTH.' DELIMITED BY SIZE
                      CURRENT-SURVIVOR-ID DELIMITED BY SIZE
                      INTO CONS-AUTHORS-FEED
               END-STRING
               STRING 'CONSBOOK.' DELIMITED BY SIZE
                      CURRENT-SURVIVOR-ID DELIMITED BY SIZE
                      INTO CONS-BOOKS-FEED
               END-STRING
               PERFORM 545-OPEN-SURVIVOR-FEED
               MOVE SPACES TO CONS-REPORT-LINE
               STRING '  SURVIVOR ' DELIMITED BY SIZE
                      CURRENT-SURVIVOR-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUTH-FIRST-NAME (AUTHOR-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUTH-LAST-NAME (AUTHOR-IDX) DELIMITED BY SIZE
                      INTO CONS-REPORT-LINE
               END-STRING
               PERFORM 891-WRITE-CONS-REPORT-LINE
               PERFORM 550-WRITE-DUPLICATE
                   VARYING INNER-IDX FROM 1 BY 1
                   UNTIL INNER-IDX > AUTHOR-COUNT
               PERFORM 560-WRITE-BOOK-MOVE
                   VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               CLOSE CONS-AUTHORS-FILE
               CLOSE CONS-BOOKS-FILE
               MOVE CURRENT-SURVIVOR-ID TO CONS-SURVIVOR-ID
               MOVE CURRENT-DUPLICATE-COUNT TO CONS-DUPLICATE-COUNT
               MOVE CURRENT-BOOK-COUNT TO CONS-BOOK-COUNT
               WRITE CONS-LIST-RECORD
               IF CONS-LIST-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write CONSLIST, status '
                          CONS-LIST-STATUS
                  STOP RUN RETURNING 1
               END-IF
               MOVE SPACES TO CONS-REPORT-LINE
               STRING '    FEEDS ' DELIMITED BY SIZE
                      CONS-AUTHORS-FEED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CONS-BOOKS-FEED DELIMITED BY SIZE
                      '  AUTHORS DELETED ' DELIMITED BY SIZE
                      CURRENT-DUPLICATE-COUNT DELIMITED BY SIZE
                      '  BOOKS MOVED ' DELIMITED BY SIZE
                      CURRENT-BOOK-COUNT DELIMITED BY SIZE
                      INTO CONS-REPORT-LINE
               END-STRING
               PERFORM 891-WRITE-CONS-REPORT-LINE
               ADD 1 TO SURVIVOR-BUILT-COUNT
            END-IF.
      *
        545-OPEN-SURVIVOR-FEED.
            MOVE 'DD_CONSAUTH' TO MAP-DD-NAME.
            MOVE CONS-AUTHORS-FEED TO MAP-FILE-NAME.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            OPEN OUTPUT CONS-AUTHORS-FILE.
            IF CONS-AUTHORS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (CONS-AUTHORS-FEED)
                       ', status ' CONS-AUTHORS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'DD_CONSBOOK' TO MAP-DD-NAME.
            MOVE CONS-BOOKS-FEED TO MAP-FILE-NAME.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
            OPEN OUTPUT CONS-BOOKS-FILE.
            IF CONS-BOOKS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (CONS-BOOKS-FEED)
                       ', status ' CONS-BOOKS-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * A duplicate of this survivor: the delete, with the names as
      * extracted so the audit before-image shows who was merged
      *
        550-WRITE-DUPLICATE.
            IF AUTH-IS-DUPLICATE (INNER-IDX)
                  AND AUTH-SURVIVOR-IDX (INNER-IDX) = AUTHOR-IDX THEN
               MOVE AUTH-ID (INNER-IDX) TO AUTHOR-ID
               MOVE AUTH-FIRST-NAME (INNER-IDX) TO AUTHOR-FIRST-NAME
               MOVE AUTH-LAST-NAME (INNER-IDX) TO AUTHOR-LAST-NAME
               SET AUTHOR-OP-DELETE TO TRUE
               WRITE CONS-AUTHORS-RECORD FROM AUTHORS-RECORD
               IF CONS-AUTHORS-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write '
                          FUNCTION TRIM (CONS-AUTHORS-FEED)
                          ', status ' CONS-AUTHORS-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO CURRENT-DUPLICATE-COUNT
               ADD 1 TO FEED-AUTHOR-COUNT
               MOVE AUTH-MERGE-IDX (INNER-IDX) TO MERGE-IDX
               MOVE AUTH-BOOK-COUNT (INNER-IDX) TO BOOK-COUNT-TEXT
               MOVE SPACES TO CONS-REPORT-LINE
               STRING '    MERGES ' DELIMITED BY SIZE
                      AUTHOR-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUTHOR-FIRST-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUTHOR-LAST-NAME DELIMITED BY SIZE
                      ' BOOKS ' DELIMITED BY SIZE
                      BOOK-COUNT-TEXT DELIMITED BY SIZE
                      '  APPROVED BY ' DELIMITED BY SIZE
                      MT-APPROVED-BY (MERGE-IDX) DELIMITED BY SIZE
                      INTO CONS-REPORT-LINE
               END-STRING
               PERFORM 891-WRITE-CONS-REPORT-LINE
            END-IF.
      *
      * A book of one of the duplicates, re-pointed at the survivor
      *
        560-WRITE-BOOK-MOVE.
            IF MV-SURVIVOR-ID (MOVE-IDX) = CURRENT-SURVIVOR-ID THEN
               MOVE MV-BOOK-ID (MOVE-IDX) TO BOOK-ID
               MOVE CURRENT-SURVIVOR-ID TO BOOK-AUTHOR-ID
               MOVE MV-TITLE (MOVE-IDX) TO BOOK-TITLE
               SET BOOK-OP-UPDATE TO TRUE
               WRITE CONS-BOOKS-RECORD FROM BOOKS-RECORD
               IF CONS-BOOKS-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to write '
                          FUNCTION TRIM (CONS-BOOKS-FEED)
                          ', status ' CONS-BOOKS-STATUS
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO CURRENT-BOOK-COUNT
               ADD 1 TO FEED-BOOK-COUNT
            END-IF.
      *
        580-REPORT-REFUSED-LINE.
            IF MT-REFUSAL (MERGE-IDX) NOT = SPACES THEN
               ADD 1 TO REFUSED-COUNT
               MOVE SPACES TO CONS-REPORT-LINE
               STRING '  SURVIVOR ' DELIMITED BY SIZE
                      MT-SURVIVOR-ID (MERGE-IDX) DELIMITED BY SIZE
                      ' DUPLICATE ' DELIMITED BY SIZE
                      MT-DUPLICATE-ID (MERGE-IDX) DELIMITED BY SIZE
                      ' APPROVED BY ' DELIMITED BY SIZE
                      MT-APPROVED-BY (MERGE-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      MT-REFUSAL (MERGE-IDX) DELIMITED BY SIZE
                      INTO CONS-REPORT-LINE
               END-STRING
               PERFORM 891-WRITE-CONS-REPORT-LINE
            END-IF.
      *
        590-END-BUILD.
            MOVE SPACES TO CONS-REPORT-LINE.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            MOVE SPACES TO CONS-REPORT-LINE.
            STRING 'MERGE LINES READ: ' DELIMITED BY SIZE
                   MERGE-LINE-COUNT DELIMITED BY SIZE
                   '  NOT APPROVED: ' DELIMITED BY SIZE
                   UNAPPROVED-COUNT DELIMITED BY SIZE
                   '  REFUSED: ' DELIMITED BY SIZE
                   REFUSED-COUNT DELIMITED BY SIZE
                   INTO CONS-REPORT-LINE
            END-STRING.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            MOVE SPACES TO CONS-REPORT-LINE.
            STRING 'SURVIVORS BUILT: ' DELIMITED BY SIZE
                   SURVIVOR-BUILT-COUNT DELIMITED BY SIZE
                   '  AUTHORS TO DELETE: ' DELIMITED BY SIZE
                   FEED-AUTHOR-COUNT DELIMITED BY SIZE
                   '  BOOKS TO MOVE: ' DELIMITED BY SIZE
                   FEED-BOOK-COUNT DELIMITED BY SIZE
                   INTO CONS-REPORT-LINE
            END-STRING.
            PERFORM 891-WRITE-CONS-REPORT-LINE.
            CLOSE CONS-REPORT-FILE.
            CLOSE CONS-LIST-FILE.
            DISPLAY 'Merge lines read:    ' MERGE-LINE-COUNT.
            DISPLAY 'Not approved:        ' UNAPPROVED-COUNT.
            DISPLAY 'Refused:             ' REFUSED-COUNT.
            DISPLAY 'Survivors built:     ' SURVIVOR-BUILT-COUNT.
            DISPLAY 'Authors to delete:   ' FEED-AUTHOR-COUNT.
            DISPLAY 'Books to move:       ' FEED-BOOK-COUNT.
            EVALUATE TRUE
               WHEN SURVIVOR-BUILT-COUNT = ZERO
                  MOVE 8 TO DUP-RETURN-CODE
               WHEN REFUSED-COUNT > ZERO
                  MOVE 4 TO DUP-RETURN-CODE
            END-EVALUATE.
      *
      * APPLY: one EXAMPLE5-PQL CONSOLIDATE run per CONSLIST line. A
      * merge PQL rolled back (RC 4) is reported and the list goes
      * on; any other outcome stops it, to be resumed at that
      * survivor once the cause is cleared
      *
        700-APPLY-CONSOLIDATION.
            OPEN INPUT CONS-LIST-FILE.
            EVALUATE CONS-LIST-STATUS
               WHEN '00'
                  PERFORM 715-READ-CONS-LIST
                  PERFORM 710-APPLY-SURVIVOR
                      UNTIL CONS-LIST-EOF OR APPLY-STOPPED
                  CLOSE CONS-LIST-FILE
               WHEN '35'
                  DISPLAY 'Error: no CONSLIST file; run EXAMPLE5_DUP '
                          'BUILD first'
                  MOVE 8 TO DUP-RETURN-CODE
               WHEN OTHER
                  DISPLAY 'Error: unable to open CONSLIST, status '
                          CONS-LIST-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            DISPLAY 'Merges committed:    ' APPLY-MERGED-COUNT.
            DISPLAY 'Merges rolled back:  ' APPLY-ROLLED-BACK-COUNT.
            DISPLAY 'Merges skipped:      ' APPLY-SKIPPED-COUNT.
      *
        710-APPLY-SURVIVOR.
            IF CONS-SURVIVOR-ID < RESUME-SURVIVOR-ID THEN
               ADD 1 TO APPLY-SKIPPED-COUNT
            ELSE
               PERFORM 720-RUN-CONSOLIDATION
            END-IF.
            PERFORM 715-READ-CONS-LIST.
      *
        715-READ-CONS-LIST.
            READ CONS-LIST-FILE
                AT END
                    MOVE 'Y' TO CONS-LIST-EOF-SWITCH
            END-READ.
            IF CONS-LIST-STATUS NOT = '00'
                  AND CONS-LIST-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read CONSLIST, status '
                       CONS-LIST-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        720-RUN-CONSOLIDATION.
            MOVE SPACES TO APPLY-COMMAND.
            STRING 'DD_AUTHORSIN=' DELIMITED BY SIZE
                   CONS-AUTHORS-FEED DELIMITED BY SPACE
                   ' DD_BOOKSIN=' DELIMITED BY SIZE
                   CONS-BOOKS-FEED DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_PQL CONSOLIDATE' DELIMITED BY SIZE
                   INTO APPLY-COMMAND
            END-STRING.
            DISPLAY '>>> Surviving author ' CONS-SURVIVOR-ID ': '
                    FUNCTION TRIM (APPLY-COMMAND).
            CALL "SYSTEM" USING APPLY-COMMAND.
            MOVE RETURN-CODE TO SYSTEM-STATUS.
            MOVE ZERO TO RETURN-CODE.
            IF SYSTEM-STATUS > 255 THEN
               DIVIDE 256 INTO SYSTEM-STATUS
            END-IF.
            IF SYSTEM-STATUS < ZERO THEN
               MOVE 255 TO SYSTEM-STATUS
            END-IF.
            MOVE SYSTEM-STATUS TO APPLY-RETURN-CODE.
            EVALUATE APPLY-RETURN-CODE
               WHEN 0
                  ADD 1 TO APPLY-MERGED-COUNT
               WHEN 4
                  DISPLAY 'Merge into author ' CONS-SURVIVOR-ID
                          ' rolled back; see CONSREJS/CONSBKREJS'
                  ADD 1 TO APPLY-ROLLED-BACK-COUNT
                  MOVE 4 TO DUP-RETURN-CODE
               WHEN OTHER
                  DISPLAY 'Error: merge into author ' CONS-SURVIVOR-ID
                          ' ended RC ' APPLY-RETURN-CODE
                  DISPLAY 'Resume with: EXAMPLE5_DUP APPLY '
                          CONS-SURVIVOR-ID
                  MOVE 'Y' TO APPLY-STOP-SWITCH
                  MOVE 8 TO DUP-RETURN-CODE
            END-EVALUATE.
      *
        890-WRITE-REVIEW-LINE.
            WRITE REVIEW-LINE.
            IF REVIEW-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write DUPREVIEW, status '
                       REVIEW-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        891-WRITE-CONS-REPORT-LINE.
            WRITE CONS-REPORT-LINE.
            IF CONS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write CONSRPT, status '
                       CONS-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
