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
      * EXAMPLE5-SPL - splits the night's clean feed for a
      * partitioned run. The AUTHORSIN/BOOKSIN pair is walked in
      * AUTHOR-ID order exactly as EXAMPLE5-PQL walks it, and every
      * author family (the author row and that author's book rows)
      * goes whole to one of N partitions: AUTHORSIN.Pnn and
      * BOOKSIN.Pnn. The partitions are contiguous AUTHOR-ID ranges
      * of roughly equal row counts; a cut only ever falls between
      * two families, so no family is split across instances.
      *
      * The run is then opened in RUNCTL as one run number: a START
      * whose input column reads PARTS=nn. Each partition is applied
      * by its own EXAMPLE5-PQL instance (PARTITION=nn in the
      * environment) with its own AUDITOUT, CHECKPOINT, REJECTSOUT,
      * BOOKREJSOUT and DOUBTOUT, suffixed .Pnn, which this program
      * empties for the new run; EXAMPLE5-MRG folds them back into
      * the common files and closes the run. The split plan goes to
      * PARTMAP and to the job log.
      *
      * Arguments: number of partitions (1-20), feed mode (INSERT,
      * UPDATE or DELETE, default INSERT).
      *
      * Return code: 0 split, 9 refused (a run is still in flight,
      * or the partition files of an earlier run are not merged),
      * 1 fatal (including a feed out of AUTHOR-ID order).
      *
      * Modification history:
      * 2026-10-15 : initial version
      * 2026-10-15 : a split refused by RUNCTL also raises an alert in
      *              the shared ALERTOUT feed
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-SPL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The night's clean feed, as EXAMPLE5-PQL would read it
            SELECT AUTHORS-FILE ASSIGN TO "AUTHORSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUTHORS-FILE-STATUS.
            SELECT BOOKS-FILE ASSIGN TO "BOOKSIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOKS-FILE-STATUS.
      * One partition's share of the feed; the name is pointed at
      * AUTHORSIN.Pnn/BOOKSIN.Pnn before each open
            SELECT PART-AUTHORS-FILE ASSIGN TO "PARTAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-AUTHORS-STATUS.
            SELECT PART-BOOKS-FILE ASSIGN TO "PARTBOOK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-BOOKS-STATUS.
      * Any one of a partition's own output files, pointed at its
      * .Pnn name before the open, to check or empty it
            SELECT PART-WORK-FILE ASSIGN TO "PARTFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-WORK-STATUS.
      * Run-control ledger
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * Split plan: one line per partition
            SELECT PART-MAP-FILE ASSIGN TO "PARTMAP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-MAP-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  AUTHORS-FILE.
            COPY AUTHREC.
        FD  BOOKS-FILE.
            COPY BOOKREC.
        FD  PART-AUTHORS-FILE.
        01 PART-AUTHORS-RECORD PIC X(70).
        FD  PART-BOOKS-FILE.
        01 PART-BOOKS-RECORD PIC X(69).
        FD  PART-WORK-FILE.
        01 PART-WORK-LINE PIC X(600).
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
      * Run, partition, first and last author family in it, and the
      * author and book rows it carries
        FD  PART-MAP-FILE.
        01 PART-MAP-RECORD.
           05 PART-MAP-RUN        PIC 9(9).
           05 FILLER              PIC X(01).
           05 PART-MAP-PARTITION  PIC 9(2).
           05 FILLER              PIC X(01).
           05 PART-MAP-LOW-ID     PIC 9(9).
           05 FILLER              PIC X(01).
           05 PART-MAP-HIGH-ID    PIC 9(9).
           05 FILLER              PIC X(01).
           05 PART-MAP-AUTHORS    PIC 9(9).
           05 FILLER              PIC X(01).
           05 PART-MAP-BOOKS      PIC 9(9).
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
        01 AUTHORS-FILE-STATUS PIC X(02) VALUE '00'.
        01 BOOKS-FILE-STATUS PIC X(02) VALUE '00'.
        01 PART-AUTHORS-STATUS PIC X(02) VALUE '00'.
        01 PART-BOOKS-STATUS PIC X(02) VALUE '00'.
        01 PART-WORK-STATUS PIC X(02) VALUE '00'.
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
        01 PART-MAP-STATUS PIC X(02) VALUE '00'.
        01 AUTHORS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUTHORS-EOF VALUES 'Y'.
        01 BOOKS-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      BOOKS-EOF VALUES 'Y'.
        01 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
      * ALERTOUT control: the caller fills severity, event code, run
      * number and message, then performs 870-WRITE-ALERT
        01 ALERT-FILE-STATUS PIC X(02) VALUE '00'.
        01 ALERT-SEVERITY-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-EVENT-TEXT PIC X(08) VALUE SPACES.
        01 ALERT-RUN PIC 9(9) VALUE ZERO.
        01 ALERT-MESSAGE-TEXT PIC X(60) VALUE SPACES.
        01 ALERT-DATE PIC 9(08).
        01 ALERT-TIME PIC 9(08).
      * The books feed is optional, as it is for EXAMPLE5-PQL
        01 BOOKS-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      BOOKS-PRESENT VALUES 'Y'.
      * Arguments
        01 ARGV PIC X(20) VALUE SPACES.
        01 ARGV2 PIC X(20) VALUE SPACES.
        01 RUN-MODE-TEXT PIC X(08) VALUE 'INSERT'.
      * Run-control ledger state, as in EXAMPLE5-PQL
        01 RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 HIGHEST-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 RUN-TIMESTAMP-DATE PIC 9(08).
        01 RUN-TIMESTAMP-TIME PIC 9(08).
      * The split: partitions requested, the one being filled, and
      * the row count a partition is filled to before the next
      * family opens a new one
        01 PARTITION-MAX PIC S9(4) USAGE COMP-5 VALUE 20.
        01 PARTITION-COUNT PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 PARTITION-IDX PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 CURRENT-PARTITION PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 TOTAL-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 FEED-AUTHOR-COUNT PIC 9(9) VALUE ZERO.
        01 FEED-BOOK-COUNT PIC 9(9) VALUE ZERO.
        01 ROWS-PER-PARTITION PIC 9(9) VALUE ZERO.
        01 FAMILY-ID PIC 9(9) VALUE ZERO.
        01 LAST-FAMILY-ID PIC 9(9) VALUE ZERO.
        01 PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 20 TIMES.
              10 PART-LOW-ID       PIC 9(9).
              10 PART-HIGH-ID      PIC 9(9).
              10 PART-AUTHOR-COUNT PIC 9(9).
              10 PART-BOOK-COUNT   PIC 9(9).
      * Partition file naming: the runtime resolves an ASSIGN name
      * through the DD_ environment variable of the same name when
      * the file is opened, so each open is preceded by setting
      * DD_<logical name> to <base name>.Pnn
        01 MAP-LOGICAL-NAME PIC X(12) VALUE SPACES.
        01 MAP-BASE-NAME PIC X(12) VALUE SPACES.
        01 MAP-DD-NAME PIC X(20) VALUE SPACES.
        01 MAP-FILE-NAME PIC X(20) VALUE SPACES.
        01 MAP-SUFFIX PIC 9(2) VALUE ZERO.
        01 PARTITION-NUMBER-EDITED PIC Z9.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_SPL'.
            PERFORM 100-INITIALIZE.
            PERFORM 150-CHECK-RUN-CONTROL.
            PERFORM 170-CHECK-PARTITION-FILES.
            PERFORM 200-COUNT-FEED.
            PERFORM 300-RESET-PARTITION-FILES.
            PERFORM 400-SPLIT-FEED.
            PERFORM 600-REGISTER-RUN.
            PERFORM 500-WRITE-PARTITION-MAP.
            PERFORM 900-TERMINATE.
            STOP RUN RETURNING 0.
      *
      * Number of partitions, first argument; feed mode, second
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            ACCEPT ARGV2 FROM ARGUMENT-VALUE.
            IF ARGV NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (ARGV) TO PARTITION-COUNT
            END-IF.
            IF PARTITION-COUNT < 1 OR
               PARTITION-COUNT > PARTITION-MAX THEN
               DISPLAY 'Error: number of partitions "'
                       FUNCTION TRIM (ARGV) '" must be 1 to 20'
               STOP RUN RETURNING 1
            END-IF.
            EVALUATE TRUE
               WHEN ARGV2 = SPACES OR
                    ARGV2 = 'INSERT' OR ARGV2 = 'insert'
                  MOVE 'INSERT' TO RUN-MODE-TEXT
               WHEN ARGV2 = 'UPDATE' OR ARGV2 = 'update'
                  MOVE 'UPDATE' TO RUN-MODE-TEXT
               WHEN ARGV2 = 'DELETE' OR ARGV2 = 'delete'
                  MOVE 'DELETE' TO RUN-MODE-TEXT
               WHEN OTHER
                  DISPLAY 'Error: feed mode "' FUNCTION TRIM (ARGV2)
                          '" must be INSERT, UPDATE or DELETE'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            MOVE PARTITION-COUNT TO PARTITION-NUMBER-EDITED.
            DISPLAY 'Splitting the ' FUNCTION TRIM (RUN-MODE-TEXT)
                    ' feed into ' PARTITION-NUMBER-EDITED
                    ' partition(s)'.
      *
      * The partitioned run takes the ledger exactly as a single
      * EXAMPLE5-PQL run would: nothing may be in flight
      *
        150-CHECK-RUN-CONTROL.
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
            IF OPEN-RUN-NUMBER > ZERO THEN
               DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' is still in fligh
      -           't in RUNCTL; refusing to open a partitioned run'
               MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
               MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
               MOVE OPEN-RUN-NUMBER TO ALERT-RUN
               MOVE 'RUN STILL IN FLIGHT IN RUNCTL, SPLIT REFUSED'
                   TO ALERT-MESSAGE-TEXT
               PERFORM 870-WRITE-ALERT
               STOP RUN RETURNING 9
            END-IF.
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
      * EXAMPLE5-MRG empties the partition audit files once they are
      * folded into AUDITOUT; one that still holds records belongs
      * to a run closed by hand without a merge, and emptying it
      * would lose that run's audit trail
      *
        170-CHECK-PARTITION-FILES.
            PERFORM 175-CHECK-PARTITION-AUDIT
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > PARTITION-MAX.
      *
        175-CHECK-PARTITION-AUDIT.
            MOVE 'PARTFILE' TO MAP-LOGICAL-NAME.
            MOVE 'AUDITOUT' TO MAP-BASE-NAME.
            PERFORM 700-MAP-PARTITION-FILE.
            OPEN INPUT PART-WORK-FILE.
            EVALUATE TRUE
               WHEN PART-WORK-STATUS EQUAL '00'
                  READ PART-WORK-FILE
                      AT END
                          CONTINUE
                  END-READ
                  IF PART-WORK-STATUS EQUAL '00' THEN
                     CLOSE PART-WORK-FILE
                     DISPLAY 'Error: ' FUNCTION TRIM (MAP-FILE-NAME)
                             ' still holds the records of a run that'
                             ' was never merged; run EXAMPLE5_MRG or'
                             ' fold it into AUDITOUT by hand'
                     STOP RUN RETURNING 9
                  ELSE
                     CLOSE PART-WORK-FILE
                  END-IF
               WHEN PART-WORK-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open '
                          FUNCTION TRIM (MAP-FILE-NAME) ', status '
                          PART-WORK-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
      * First pass: the row count of the whole feed sets the size of
      * each partition
      *
        200-COUNT-FEED.
            OPEN INPUT AUTHORS-FILE.
            IF AUTHORS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHORSIN, status '
                       AUTHORS-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 410-READ-AUTHORS-RECORD.
            PERFORM 210-COUNT-AUTHOR
                UNTIL AUTHORS-EOF.
            CLOSE AUTHORS-FILE.
            OPEN INPUT BOOKS-FILE.
            EVALUATE TRUE
               WHEN BOOKS-FILE-STATUS EQUAL '00'
                  MOVE 'Y' TO BOOKS-PRESENT-SWITCH
                  PERFORM 420-READ-BOOKS-RECORD
                  PERFORM 220-COUNT-BOOK
                      UNTIL BOOKS-EOF
                  CLOSE BOOKS-FILE
               WHEN BOOKS-FILE-STATUS EQUAL '35'
                  DISPLAY 'No BOOKSIN; splitting an authors-only feed'
               WHEN OTHER
                  DISPLAY 'Error: unable to open BOOKSIN, status '
                          BOOKS-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            COMPUTE TOTAL-ROW-COUNT = FEED-AUTHOR-COUNT
                                    + FEED-BOOK-COUNT.
            COMPUTE ROWS-PER-PARTITION =
                (TOTAL-ROW-COUNT + PARTITION-COUNT - 1)
                / PARTITION-COUNT.
            IF ROWS-PER-PARTITION = ZERO THEN
               MOVE 1 TO ROWS-PER-PARTITION
            END-IF.
            DISPLAY 'Feed rows: ' FEED-AUTHOR-COUNT ' author(s), '
                    FEED-BOOK-COUNT ' book(s); about '
                    ROWS-PER-PARTITION ' row(s) per partition'.
            MOVE 'N' TO AUTHORS-EOF-SWITCH.
            MOVE 'N' TO BOOKS-EOF-SWITCH.
      *
        210-COUNT-AUTHOR.
            ADD 1 TO FEED-AUTHOR-COUNT.
            PERFORM 410-READ-AUTHORS-RECORD.
      *
        220-COUNT-BOOK.
            ADD 1 TO FEED-BOOK-COUNT.
            PERFORM 420-READ-BOOKS-RECORD.
      *
      * Every partition starts the run with empty output files of its
      * own; EXAMPLE5-PQL only ever appends to them
      *
        300-RESET-PARTITION-FILES.
            MOVE 'PARTFILE' TO MAP-LOGICAL-NAME.
            PERFORM 310-RESET-PARTITION
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > PARTITION-COUNT.
      *
        310-RESET-PARTITION.
            MOVE 'AUDITOUT' TO MAP-BASE-NAME.
            PERFORM 320-EMPTY-PARTITION-FILE.
            MOVE 'CHECKPOINT' TO MAP-BASE-NAME.
            PERFORM 320-EMPTY-PARTITION-FILE.
            MOVE 'REJECTSOUT' TO MAP-BASE-NAME.
            PERFORM 320-EMPTY-PARTITION-FILE.
            MOVE 'BOOKREJSOUT' TO MAP-BASE-NAME.
            PERFORM 320-EMPTY-PARTITION-FILE.
            MOVE 'DOUBTOUT' TO MAP-BASE-NAME.
            PERFORM 320-EMPTY-PARTITION-FILE.
      *
        320-EMPTY-PARTITION-FILE.
            PERFORM 700-MAP-PARTITION-FILE.
            OPEN OUTPUT PART-WORK-FILE.
            IF PART-WORK-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (MAP-FILE-NAME) ', status '
                       PART-WORK-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE PART-WORK-FILE.
      *
      * Second pass: walk both feeds together one author family at a
      * time, in the order EXAMPLE5-PQL applies them, and move on to
      * the next partition at a family boundary once the current one
      * holds its share. A partition the feed runs out before is
      * still written, empty, so every instance finds its input.
      *
        400-SPLIT-FEED.
            OPEN INPUT AUTHORS-FILE.
            IF AUTHORS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHORSIN, status '
                       AUTHORS-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 410-READ-AUTHORS-RECORD.
            IF BOOKS-PRESENT THEN
               OPEN INPUT BOOKS-FILE
               IF BOOKS-FILE-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open BOOKSIN, status '
                          BOOKS-FILE-STATUS
                  STOP RUN RETURNING 1
               END-IF
               PERFORM 420-READ-BOOKS-RECORD
            ELSE
               MOVE 'Y' TO BOOKS-EOF-SWITCH
            END-IF.
            INITIALIZE PARTITION-TABLE.
            MOVE 1 TO CURRENT-PARTITION.
            PERFORM 450-OPEN-PARTITION.
            PERFORM 430-SPLIT-FAMILY
                UNTIL AUTHORS-EOF AND BOOKS-EOF.
            PERFORM 460-CLOSE-PARTITION.
            PERFORM 470-WRITE-EMPTY-PARTITION
                UNTIL CURRENT-PARTITION >= PARTITION-COUNT.
            CLOSE AUTHORS-FILE.
            IF BOOKS-PRESENT THEN
               CLOSE BOOKS-FILE
            END-IF.
      *
        410-READ-AUTHORS-RECORD.
            READ AUTHORS-FILE
                AT END
                    MOVE 'Y' TO AUTHORS-EOF-SWITCH
            END-READ.
            IF AUTHORS-FILE-STATUS NOT = '00'
                  AND AUTHORS-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHORSIN, status '
                       AUTHORS-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        420-READ-BOOKS-RECORD.
            READ BOOKS-FILE
                AT END
                    MOVE 'Y' TO BOOKS-EOF-SWITCH
            END-READ.
            IF BOOKS-FILE-STATUS NOT = '00'
                  AND BOOKS-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read BOOKSIN, status '
                       BOOKS-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * One family: the lower of the next author id and the next
      * book's author id, with every row of either feed carrying it
      *
        430-SPLIT-FAMILY.
            EVALUATE TRUE
               WHEN AUTHORS-EOF
                  MOVE BOOK-AUTHOR-ID TO FAMILY-ID
               WHEN BOOKS-EOF
                  MOVE AUTHOR-ID TO FAMILY-ID
               WHEN BOOK-AUTHOR-ID < AUTHOR-ID
                  MOVE BOOK-AUTHOR-ID TO FAMILY-ID
               WHEN OTHER
                  MOVE AUTHOR-ID TO FAMILY-ID
            END-EVALUATE.
            IF FAMILY-ID < LAST-FAMILY-ID THEN
               DISPLAY 'Error: feed out of AUTHOR-ID order at author '
                       'id ' FAMILY-ID ' (after ' LAST-FAMILY-ID
                       '); the partitions would overlap'
               STOP RUN RETURNING 1
            END-IF.
            IF PART-AUTHOR-COUNT (CURRENT-PARTITION)
                  + PART-BOOK-COUNT (CURRENT-PARTITION)
                  >= ROWS-PER-PARTITION
               AND CURRENT-PARTITION < PARTITION-COUNT THEN
               PERFORM 460-CLOSE-PARTITION
               ADD 1 TO CURRENT-PARTITION
               PERFORM 450-OPEN-PARTITION
            END-IF.
            IF PART-AUTHOR-COUNT (CURRENT-PARTITION)
                  + PART-BOOK-COUNT (CURRENT-PARTITION) = ZERO THEN
               MOVE FAMILY-ID TO PART-LOW-ID (CURRENT-PARTITION)
            END-IF.
            MOVE FAMILY-ID TO PART-HIGH-ID (CURRENT-PARTITION).
            PERFORM 435-COPY-AUTHOR
                UNTIL AUTHORS-EOF OR AUTHOR-ID NOT = FAMILY-ID.
            PERFORM 440-COPY-BOOK
                UNTIL BOOKS-EOF OR BOOK-AUTHOR-ID NOT = FAMILY-ID.
            MOVE FAMILY-ID TO LAST-FAMILY-ID.
      *
        435-COPY-AUTHOR.
            MOVE AUTHORS-RECORD TO PART-AUTHORS-RECORD.
            WRITE PART-AUTHORS-RECORD.
            IF PART-AUTHORS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write AUTHORSIN.P'
                       MAP-SUFFIX ', status ' PART-AUTHORS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO PART-AUTHOR-COUNT (CURRENT-PARTITION).
            PERFORM 410-READ-AUTHORS-RECORD.
      *
        440-COPY-BOOK.
            MOVE BOOKS-RECORD TO PART-BOOKS-RECORD.
            WRITE PART-BOOKS-RECORD.
            IF PART-BOOKS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write BOOKSIN.P'
                       MAP-SUFFIX ', status ' PART-BOOKS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO PART-BOOK-COUNT (CURRENT-PARTITION).
            PERFORM 420-READ-BOOKS-RECORD.
      *
      * Open the feed pair of CURRENT-PARTITION for output; the books
      * file is written even for an authors-only feed, empty
      *
        450-OPEN-PARTITION.
            MOVE CURRENT-PARTITION TO PARTITION-IDX.
            MOVE 'PARTAUTH' TO MAP-LOGICAL-NAME.
            MOVE 'AUTHORSIN' TO MAP-BASE-NAME.
            PERFORM 700-MAP-PARTITION-FILE.
            OPEN OUTPUT PART-AUTHORS-FILE.
            IF PART-AUTHORS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (MAP-FILE-NAME) ', status '
                       PART-AUTHORS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'PARTBOOK' TO MAP-LOGICAL-NAME.
            MOVE 'BOOKSIN' TO MAP-BASE-NAME.
            PERFORM 700-MAP-PARTITION-FILE.
            OPEN OUTPUT PART-BOOKS-FILE.
            IF PART-BOOKS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (MAP-FILE-NAME) ', status '
                       PART-BOOKS-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        460-CLOSE-PARTITION.
            CLOSE PART-AUTHORS-FILE.
            IF PART-AUTHORS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to close AUTHORSIN.P'
                       MAP-SUFFIX ', status ' PART-AUTHORS-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE PART-BOOKS-FILE.
            IF PART-BOOKS-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to close BOOKSIN.P'
                       MAP-SUFFIX ', status ' PART-BOOKS-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        470-WRITE-EMPTY-PARTITION.
            ADD 1 TO CURRENT-PARTITION.
            PERFORM 450-OPEN-PARTITION.
            PERFORM 460-CLOSE-PARTITION.
      *
      * The split plan, rewritten for every partitioned run
      *
        500-WRITE-PARTITION-MAP.
            OPEN OUTPUT PART-MAP-FILE.
            IF PART-MAP-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open PARTMAP, status '
                       PART-MAP-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 510-WRITE-PARTITION-LINE
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > PARTITION-COUNT.
            CLOSE PART-MAP-FILE.
      *
        510-WRITE-PARTITION-LINE.
            MOVE SPACES TO PART-MAP-RECORD.
            MOVE RUN-NUMBER TO PART-MAP-RUN.
            MOVE PARTITION-IDX TO PART-MAP-PARTITION.
            MOVE PART-LOW-ID (PARTITION-IDX) TO PART-MAP-LOW-ID.
            MOVE PART-HIGH-ID (PARTITION-IDX) TO PART-MAP-HIGH-ID.
            MOVE PART-AUTHOR-COUNT (PARTITION-IDX) TO PART-MAP-AUTHORS.
            MOVE PART-BOOK-COUNT (PARTITION-IDX) TO PART-MAP-BOOKS.
            WRITE PART-MAP-RECORD.
            IF PART-MAP-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write PARTMAP, status '
                       PART-MAP-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE PARTITION-IDX TO PARTITION-NUMBER-EDITED.
            IF PART-AUTHOR-COUNT (PARTITION-IDX)
                  + PART-BOOK-COUNT (PARTITION-IDX) = ZERO THEN
               DISPLAY 'Partition ' PARTITION-NUMBER-EDITED
                       ': no rows'
            ELSE
               DISPLAY 'Partition ' PARTITION-NUMBER-EDITED
                       ': author ids ' PART-LOW-ID (PARTITION-IDX)
                       ' to ' PART-HIGH-ID (PARTITION-IDX) ', '
                       PART-AUTHOR-COUNT (PARTITION-IDX)
                       ' author(s), '
                       PART-BOOK-COUNT (PARTITION-IDX) ' book(s)'
            END-IF.
      *
      * Open the run only once every partition's input is on disk: a
      * split that dies half way leaves the ledger clean for a rerun.
      * The input column carries the partition count, which is how
      * EXAMPLE5-PQL, EXAMPLE5-MRG and EXAMPLE5-MON recognize a
      * partitioned run.
      *
        600-REGISTER-RUN.
            COMPUTE RUN-NUMBER = HIGHEST-RUN-NUMBER + 1.
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
            MOVE 'START' TO RUN-CTL-EVENT.
            ACCEPT RUN-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-TIMESTAMP-TIME FROM TIME.
            STRING RUN-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   RUN-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO RUN-CTL-TIMESTAMP
            END-STRING.
            MOVE RUN-MODE-TEXT TO RUN-CTL-MODE.
            MOVE PARTITION-COUNT TO MAP-SUFFIX.
            STRING 'PARTS=' DELIMITED BY SIZE
                   MAP-SUFFIX DELIMITED BY SIZE
                   INTO RUN-CTL-INPUT
            END-STRING.
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
            MOVE PARTITION-COUNT TO PARTITION-NUMBER-EDITED.
            DISPLAY 'Run number ' RUN-NUMBER ' registered in RUNCTL'
                    ' with ' PARTITION-NUMBER-EDITED ' partition(s)'.
      *
      * Point MAP-LOGICAL-NAME at partition PARTITION-IDX's copy of
      * MAP-BASE-NAME
      *
        700-MAP-PARTITION-FILE.
            MOVE PARTITION-IDX TO MAP-SUFFIX.
            MOVE SPACES TO MAP-DD-NAME.
            MOVE SPACES TO MAP-FILE-NAME.
            STRING 'DD_' DELIMITED BY SIZE
                   MAP-LOGICAL-NAME DELIMITED BY SPACE
                   INTO MAP-DD-NAME
            END-STRING.
            STRING MAP-BASE-NAME DELIMITED BY SPACE
                   '.P' DELIMITED BY SIZE
                   MAP-SUFFIX DELIMITED BY SIZE
                   INTO MAP-FILE-NAME
            END-STRING.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
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
               MOVE 'EXAMPLE5-SPL' TO ALERT-PROGRAM
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
            DISPLAY 'Authors split:       ' FEED-AUTHOR-COUNT.
            DISPLAY 'Books split:         ' FEED-BOOK-COUNT.
            DISPLAY 'Execution terminated!'.
