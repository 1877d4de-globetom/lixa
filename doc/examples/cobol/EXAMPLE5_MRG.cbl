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
      * EXAMPLE5-MRG - closes a partitioned run. Once every partition
      * of the run EXAMPLE5-SPL opened has completed (PEND in RUNCTL),
      * the partitions' AUDITOUT, REJECTSOUT, BOOKREJSOUT and
      * DOUBTOUT copies (.Pnn) are appended to the common files in
      * partition order, so the run's audit records sit together in
      * AUDITOUT with their groups in ascending order, exactly as a
      * single EXAMPLE5-PQL run leaves them; each folded partition is
      * marked PMRG in RUNCTL so a rerun after a failure never folds
      * it twice. The authors table is then reconciled against the
      * control total for the whole run, the partition copies are
      * emptied and the run's END is appended. From then on
      * EXAMPLE5-RPT, EXAMPLE5-MON and EXAMPLE5-BKO see the run as
      * one run number like any other.
      *
      * Arguments: the control total (optional; blank or zero skips
      * the reconciliation, as for EXAMPLE5-PQL), or CHECK to report
      * the state of the partitions without merging anything.
      *
      * Return code: 0 merged (or nothing to merge; for CHECK, every
      * partition complete), 8 partitions still incomplete (for
      * CHECK also: no partitioned run open), 9 refused (the open run
      * is not partitioned, or an earlier merge stopped part way),
      * 2-8 from the TX calls of the reconciliation, 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-MRG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Run-control ledger
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * One partition's copy of an output file, pointed at its .Pnn
      * name before each open
            SELECT PART-FILE ASSIGN TO "PARTFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PART-FILE-STATUS.
      * The common files the partitions are folded into
            SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
            SELECT REJECTS-FILE ASSIGN TO "REJECTSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJECTS-FILE-STATUS.
            SELECT BOOK-REJECTS-FILE ASSIGN TO "BOOKREJSOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOK-REJECTS-STATUS.
            SELECT DOUBT-FILE ASSIGN TO "DOUBTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DOUBT-FILE-STATUS.
      * Whole-run reconciliation discrepancy report
            SELECT RECON-FILE ASSIGN TO "RECONOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RECON-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
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
        FD  PART-FILE.
        01 PART-LINE PIC X(600).
        FD  AUDIT-FILE.
            COPY AUDITREC.
        FD  REJECTS-FILE.
            COPY REJREC.
        FD  BOOK-REJECTS-FILE.
        01 BOOK-REJECT-LINE PIC X(114).
        FD  DOUBT-FILE.
        01 DOUBT-LINE PIC X(300).
        FD  RECON-FILE.
        01 RECON-RECORD PIC X(132).
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
        01 PART-FILE-STATUS PIC X(02) VALUE '00'.
        01 AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
        01 REJECTS-FILE-STATUS PIC X(02) VALUE '00'.
        01 BOOK-REJECTS-STATUS PIC X(02) VALUE '00'.
        01 DOUBT-FILE-STATUS PIC X(02) VALUE '00'.
        01 RECON-FILE-STATUS PIC X(02) VALUE '00'.
        01 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
        01 PART-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      PART-FILE-EOF VALUES 'Y'.
        01 AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUDIT-EOF VALUES 'Y'.
      * CHECK as the first argument: report only
        01 ARGV PIC X(20) VALUE SPACES.
        01 CHECK-SWITCH PIC X(01) VALUE 'N'.
        88      CHECK-ONLY VALUES 'Y'.
      * The open run found in RUNCTL and, when it is partitioned,
      * the state of each partition: blank not started, R running,
      * C complete, A abandoned by the operator; merged once PMRG
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-MODE PIC X(08) VALUE SPACES.
        01 OPEN-RUN-INPUT PIC X(12) VALUE SPACES.
        01 OPEN-RUN-PARTITIONS PIC 9(2) VALUE ZERO.
        01 PARTITION-MAX PIC S9(4) USAGE COMP-5 VALUE 20.
        01 PARTITION-IDX PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 EVENT-PARTITION PIC 9(2) VALUE ZERO.
        01 PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 20 TIMES.
              10 PART-STATE         PIC X(01).
                 88 PART-RUNNING        VALUE 'R'.
                 88 PART-COMPLETE       VALUE 'C'.
                 88 PART-ABANDONED      VALUE 'A'.
              10 PART-MERGED-SWITCH PIC X(01).
                 88 PART-MERGED         VALUE 'Y'.
              10 PART-AUDIT-ROWS    PIC 9(9).
        01 INCOMPLETE-COUNT PIC 9(9) VALUE ZERO.
        01 PARTITION-STATE-TEXT PIC X(30) VALUE SPACES.
      * An audit record of a partition not yet marked merged means a
      * merge stopped part way through folding it
        01 AUDIT-PARTITION PIC 9(9) VALUE ZERO.
        01 PARTIAL-PARTITION PIC 9(2) VALUE ZERO.
      * The file being folded and the rows folded into each
        01 FOLD-TARGET PIC X(01) VALUE SPACE.
        88      FOLD-AUDIT VALUES 'A'.
        88      FOLD-REJECTS VALUES 'R'.
        88      FOLD-BOOK-REJECTS VALUES 'B'.
        88      FOLD-DOUBT VALUES 'D'.
        01 FOLD-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 AUDIT-FOLDED-COUNT PIC 9(9) VALUE ZERO.
        01 REJECTS-FOLDED-COUNT PIC 9(9) VALUE ZERO.
        01 BOOK-REJECTS-FOLDED-COUNT PIC 9(9) VALUE ZERO.
        01 DOUBT-FOLDED-COUNT PIC 9(9) VALUE ZERO.
        01 PARTITIONS-FOLDED-COUNT PIC 9(9) VALUE ZERO.
      * Partition file naming, as in EXAMPLE5-SPL: DD_PARTFILE is set
      * to <base name>.Pnn before each open
        01 MAP-BASE-NAME PIC X(12) VALUE SPACES.
        01 MAP-DD-NAME PIC X(20) VALUE SPACES.
        01 MAP-FILE-NAME PIC X(20) VALUE SPACES.
        01 MAP-SUFFIX PIC 9(2) VALUE ZERO.
      * Ledger events written by the merge
        01 RUN-EVENT-TEXT PIC X(05) VALUE SPACES.
        01 RUN-EVENT-INPUT PIC X(12) VALUE SPACES.
        01 RUN-TIMESTAMP-DATE PIC 9(08).
        01 RUN-TIMESTAMP-TIME PIC 9(08).
      * Reconciliation against the control total, as in EXAMPLE5-PQL
        01 CONTROL-TOTAL PIC 9(9) VALUE ZERO.
        01 ACTUAL-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 TABLE-NAME PIC X(30) VALUE 'authors'.
        01 TABLE-NAME-ENV PIC X(30) VALUE SPACES.
        01 PGCONN USAGE POINTER.
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PGSTATMNT PIC X(300) VALUE SPACES.
        01 PGSTATMNT-PTR PIC 9(4) USAGE COMP-5.
        01 PQ-ROW-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-COL-IDX PIC S9(9) USAGE COMP-5.
        01 PQ-FIELD-PTR USAGE POINTER.
        01 PQ-FIELD-VALUE PIC X(80) BASED.
        01 PQ-FIELD-DISPLAY PIC X(80) VALUE SPACES.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_MRG'.
            PERFORM 100-INITIALIZE.
            PERFORM 150-SCAN-RUN-CONTROL.
            PERFORM 200-CHECK-PARTITIONS.
            IF CHECK-ONLY THEN
               DISPLAY 'Execution terminated!'
               IF INCOMPLETE-COUNT > ZERO THEN
                  STOP RUN RETURNING 8
               END-IF
               STOP RUN RETURNING 0
            END-IF.
            IF INCOMPLETE-COUNT > ZERO THEN
               DISPLAY 'Error: ' INCOMPLETE-COUNT ' partition(s) of '
                       'run ' OPEN-RUN-NUMBER ' not complete; nothing '
                       'merged'
               STOP RUN RETURNING 8
            END-IF.
            PERFORM 300-CHECK-AUDIT-TRAIL.
            PERFORM 400-MERGE-PARTITION
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > OPEN-RUN-PARTITIONS.
            PERFORM 600-RECONCILE.
            PERFORM 700-EMPTY-PARTITION-FILES
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > OPEN-RUN-PARTITIONS.
            MOVE 'END' TO RUN-EVENT-TEXT.
            MOVE OPEN-RUN-INPUT TO RUN-EVENT-INPUT.
            PERFORM 170-APPEND-RUN-EVENT.
            DISPLAY 'Run number ' OPEN-RUN-NUMBER ' complete in RUNCTL'.
            PERFORM 900-TERMINATE.
            STOP RUN RETURNING 0.
      *
      * CHECK, or the control total for the whole run
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV = 'CHECK' OR ARGV = 'check' THEN
               MOVE 'Y' TO CHECK-SWITCH
            ELSE
               IF ARGV NOT = SPACES THEN
                  MOVE FUNCTION NUMVAL (ARGV) TO CONTROL-TOTAL
               END-IF
            END-IF.
            ACCEPT TABLE-NAME-ENV FROM ENVIRONMENT "AUTHORSTABLE".
            IF TABLE-NAME-ENV NOT = SPACES THEN
               MOVE TABLE-NAME-ENV TO TABLE-NAME
            END-IF.
      *
      * Find the open run and, for a partitioned one, every partition
      * event recorded against it
      *
        150-SCAN-RUN-CONTROL.
            INITIALIZE PARTITION-TABLE.
            OPEN INPUT RUN-CONTROL-FILE.
            EVALUATE TRUE
               WHEN RUN-CONTROL-STATUS EQUAL '00'
                  PERFORM 160-READ-RUN-CONTROL
                  PERFORM 155-NOTE-RUN-EVENT
                      UNTIL RUN-CONTROL-EOF
                  CLOSE RUN-CONTROL-FILE
               WHEN RUN-CONTROL-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open RUNCTL, status '
                          RUN-CONTROL-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF OPEN-RUN-NUMBER = ZERO THEN
               DISPLAY 'No run in flight in RUNCTL; nothing to merge'
               DISPLAY 'Execution terminated!'
               IF CHECK-ONLY THEN
                  STOP RUN RETURNING 8
               END-IF
               STOP RUN RETURNING 0
            END-IF.
            IF OPEN-RUN-INPUT (1:6) NOT = 'PARTS='
                  OR OPEN-RUN-INPUT (7:2) IS NOT NUMERIC THEN
               DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' in flight in RUN'
                       'CTL is not a partitioned run'
               STOP RUN RETURNING 9
            END-IF.
            MOVE OPEN-RUN-INPUT (7:2) TO OPEN-RUN-PARTITIONS.
            IF OPEN-RUN-PARTITIONS > PARTITION-MAX THEN
               MOVE PARTITION-MAX TO OPEN-RUN-PARTITIONS
            END-IF.
      *
        155-NOTE-RUN-EVENT.
            IF RUN-CTL-NUMBER IS NUMERIC THEN
               EVALUATE RUN-CTL-EVENT
                  WHEN 'START'
                     MOVE RUN-CTL-NUMBER TO OPEN-RUN-NUMBER
                     MOVE RUN-CTL-MODE TO OPEN-RUN-MODE
                     MOVE RUN-CTL-INPUT TO OPEN-RUN-INPUT
                     INITIALIZE PARTITION-TABLE
                  WHEN 'END'
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER THEN
                        MOVE ZERO TO OPEN-RUN-NUMBER
                     END-IF
                  WHEN OTHER
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER
                           AND RUN-CTL-INPUT (1:5) = 'PART='
                           AND RUN-CTL-INPUT (6:2) IS NUMERIC THEN
                        PERFORM 157-NOTE-PARTITION-EVENT
                     END-IF
               END-EVALUATE
            END-IF.
            PERFORM 160-READ-RUN-CONTROL.
      *
        157-NOTE-PARTITION-EVENT.
            MOVE RUN-CTL-INPUT (6:2) TO EVENT-PARTITION.
            IF EVENT-PARTITION >= 1
                  AND EVENT-PARTITION <= PARTITION-MAX THEN
               EVALUATE RUN-CTL-EVENT
                  WHEN 'PSTRT'
                     MOVE 'R' TO PART-STATE (EVENT-PARTITION)
                  WHEN 'PEND'
                     MOVE 'C' TO PART-STATE (EVENT-PARTITION)
                  WHEN 'PABND'
                     MOVE 'A' TO PART-STATE (EVENT-PARTITION)
                  WHEN 'PMRG'
                     MOVE 'Y' TO PART-MERGED-SWITCH (EVENT-PARTITION)
               END-EVALUATE
            END-IF.
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
      * Append one ledger event for the open run: PMRG per partition
      * folded (RUN-EVENT-INPUT carries its PART=nn), then END
      *
        170-APPEND-RUN-EVENT.
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
            MOVE OPEN-RUN-NUMBER TO RUN-CTL-NUMBER.
            MOVE RUN-EVENT-TEXT TO RUN-CTL-EVENT.
            ACCEPT RUN-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-TIMESTAMP-TIME FROM TIME.
            STRING RUN-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   RUN-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO RUN-CTL-TIMESTAMP
            END-STRING.
            MOVE OPEN-RUN-MODE TO RUN-CTL-MODE.
            MOVE RUN-EVENT-INPUT TO RUN-CTL-INPUT.
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
      * One line per partition; a partition that is not complete
      * holds the merge back
      *
        200-CHECK-PARTITIONS.
            DISPLAY 'Run ' OPEN-RUN-NUMBER ' ('
                    FUNCTION TRIM (OPEN-RUN-MODE) '), '
                    OPEN-RUN-PARTITIONS ' partition(s)'.
            PERFORM 210-REPORT-PARTITION
                VARYING PARTITION-IDX FROM 1 BY 1
                UNTIL PARTITION-IDX > OPEN-RUN-PARTITIONS.
            IF INCOMPLETE-COUNT = ZERO THEN
               DISPLAY 'All partitions complete'
            END-IF.
      *
        210-REPORT-PARTITION.
            EVALUATE TRUE
               WHEN PART-MERGED (PARTITION-IDX)
                  MOVE 'complete, merged' TO PARTITION-STATE-TEXT
               WHEN PART-COMPLETE (PARTITION-IDX)
                  MOVE 'complete' TO PARTITION-STATE-TEXT
               WHEN PART-RUNNING (PARTITION-IDX)
                  MOVE 'running (or died)' TO PARTITION-STATE-TEXT
                  ADD 1 TO INCOMPLETE-COUNT
               WHEN PART-ABANDONED (PARTITION-IDX)
                  MOVE 'abandoned, to be restarted'
                      TO PARTITION-STATE-TEXT
                  ADD 1 TO INCOMPLETE-COUNT
               WHEN OTHER
                  MOVE 'not started' TO PARTITION-STATE-TEXT
                  ADD 1 TO INCOMPLETE-COUNT
            END-EVALUATE.
            MOVE PARTITION-IDX TO MAP-SUFFIX.
            DISPLAY 'Partition ' MAP-SUFFIX ': '
                    FUNCTION TRIM (PARTITION-STATE-TEXT).
      *
      * A merge that stopped between appending a partition's records
      * and marking it PMRG has left part of it in AUDITOUT; folding
      * it again would audit those rows twice, so that takes an
      * operator first
      *
        300-CHECK-AUDIT-TRAIL.
            OPEN INPUT AUDIT-FILE.
            EVALUATE TRUE
               WHEN AUDIT-FILE-STATUS EQUAL '00'
                  PERFORM 320-READ-AUDIT-RECORD
                  PERFORM 310-CHECK-AUDIT-RECORD
                      UNTIL AUDIT-EOF
                  CLOSE AUDIT-FILE
               WHEN AUDIT-FILE-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUDITOUT, status '
                          AUDIT-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF PARTIAL-PARTITION > ZERO THEN
               DISPLAY 'Error: AUDITOUT already holds records of partit'
                       'ion ' PARTIAL-PARTITION ' of run '
                       OPEN-RUN-NUMBER ', which is not marked merged;'
                       ' an earlier merge stopped part way'
               STOP RUN RETURNING 9
            END-IF.
      *
        310-CHECK-AUDIT-RECORD.
            IF AUDIT-RUN-NUMBER IS NUMERIC
                  AND AUDIT-GROUP-NUMBER IS NUMERIC THEN
               IF AUDIT-RUN-NUMBER = OPEN-RUN-NUMBER THEN
                  DIVIDE AUDIT-GROUP-NUMBER BY 10000000
                      GIVING AUDIT-PARTITION
                  IF AUDIT-PARTITION >= 1
                        AND AUDIT-PARTITION <= OPEN-RUN-PARTITIONS THEN
                     IF NOT PART-MERGED (AUDIT-PARTITION) THEN
                        MOVE AUDIT-PARTITION TO PARTIAL-PARTITION
                     END-IF
                  END-IF
               END-IF
            END-IF.
            PERFORM 320-READ-AUDIT-RECORD.
      *
        320-READ-AUDIT-RECORD.
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
      * Fold one partition, unless an earlier merge already did, and
      * mark it merged only once all four files are safely closed
      *
        400-MERGE-PARTITION.
            IF NOT PART-MERGED (PARTITION-IDX) THEN
               MOVE PARTITION-IDX TO MAP-SUFFIX
               MOVE 'AUDITOUT' TO MAP-BASE-NAME
               MOVE 'A' TO FOLD-TARGET
               PERFORM 410-FOLD-PARTITION-FILE
               MOVE 'REJECTSOUT' TO MAP-BASE-NAME
               MOVE 'R' TO FOLD-TARGET
               PERFORM 410-FOLD-PARTITION-FILE
               MOVE 'BOOKREJSOUT' TO MAP-BASE-NAME
               MOVE 'B' TO FOLD-TARGET
               PERFORM 410-FOLD-PARTITION-FILE
               MOVE 'DOUBTOUT' TO MAP-BASE-NAME
               MOVE 'D' TO FOLD-TARGET
               PERFORM 410-FOLD-PARTITION-FILE
               MOVE 'PMRG' TO RUN-EVENT-TEXT
               MOVE SPACES TO RUN-EVENT-INPUT
               STRING 'PART=' DELIMITED BY SIZE
                      MAP-SUFFIX DELIMITED BY SIZE
                      INTO RUN-EVENT-INPUT
               END-STRING
               PERFORM 170-APPEND-RUN-EVENT
               ADD 1 TO PARTITIONS-FOLDED-COUNT
               DISPLAY 'Partition ' MAP-SUFFIX ' merged: '
                       PART-AUDIT-ROWS (PARTITION-IDX)
                       ' audit record(s)'
            END-IF.
      *
      * Append one partition file to its common file; a partition
      * that never wrote the file has nothing to fold
      *
        410-FOLD-PARTITION-FILE.
            PERFORM 750-MAP-PARTITION-FILE.
            OPEN INPUT PART-FILE.
            EVALUATE TRUE
               WHEN PART-FILE-STATUS EQUAL '00'
                  PERFORM 420-OPEN-FOLD-TARGET
                  MOVE ZERO TO FOLD-ROW-COUNT
                  MOVE 'N' TO PART-FILE-EOF-SWITCH
                  PERFORM 440-READ-PART-LINE
                  PERFORM 430-FOLD-PART-LINE
                      UNTIL PART-FILE-EOF
                  CLOSE PART-FILE
                  PERFORM 450-CLOSE-FOLD-TARGET
               WHEN PART-FILE-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open '
                          FUNCTION TRIM (MAP-FILE-NAME) ', status '
                          PART-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        420-OPEN-FOLD-TARGET.
            EVALUATE TRUE
               WHEN FOLD-AUDIT
                  OPEN EXTEND AUDIT-FILE
                  IF AUDIT-FILE-STATUS EQUAL '05' OR
                     AUDIT-FILE-STATUS EQUAL '35' THEN
                     OPEN OUTPUT AUDIT-FILE
                  END-IF
                  MOVE AUDIT-FILE-STATUS TO PART-FILE-STATUS
               WHEN FOLD-REJECTS
                  OPEN EXTEND REJECTS-FILE
                  IF REJECTS-FILE-STATUS EQUAL '05' OR
                     REJECTS-FILE-STATUS EQUAL '35' THEN
                     OPEN OUTPUT REJECTS-FILE
                  END-IF
                  MOVE REJECTS-FILE-STATUS TO PART-FILE-STATUS
               WHEN FOLD-BOOK-REJECTS
                  OPEN EXTEND BOOK-REJECTS-FILE
                  IF BOOK-REJECTS-STATUS EQUAL '05' OR
                     BOOK-REJECTS-STATUS EQUAL '35' THEN
                     OPEN OUTPUT BOOK-REJECTS-FILE
                  END-IF
                  MOVE BOOK-REJECTS-STATUS TO PART-FILE-STATUS
               WHEN FOLD-DOUBT
                  OPEN EXTEND DOUBT-FILE
                  IF DOUBT-FILE-STATUS EQUAL '05' OR
                     DOUBT-FILE-STATUS EQUAL '35' THEN
                     OPEN OUTPUT DOUBT-FILE
                  END-IF
                  MOVE DOUBT-FILE-STATUS TO PART-FILE-STATUS
            END-EVALUATE.
            IF PART-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (MAP-BASE-NAME) ', status '
                       PART-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        430-FOLD-PART-LINE.
            EVALUATE TRUE
               WHEN FOLD-AUDIT
                  MOVE PART-LINE TO AUDIT-RECORD
                  WRITE AUDIT-RECORD
                  MOVE AUDIT-FILE-STATUS TO PART-FILE-STATUS
                  ADD 1 TO AUDIT-FOLDED-COUNT
                  ADD 1 TO PART-AUDIT-ROWS (PARTITION-IDX)
               WHEN FOLD-REJECTS
                  MOVE PART-LINE TO REJECT-RECORD
                  WRITE REJECT-RECORD
                  MOVE REJECTS-FILE-STATUS TO PART-FILE-STATUS
                  ADD 1 TO REJECTS-FOLDED-COUNT
               WHEN FOLD-BOOK-REJECTS
                  MOVE PART-LINE TO BOOK-REJECT-LINE
                  WRITE BOOK-REJECT-LINE
                  MOVE BOOK-REJECTS-STATUS TO PART-FILE-STATUS
                  ADD 1 TO BOOK-REJECTS-FOLDED-COUNT
               WHEN FOLD-DOUBT
                  MOVE PART-LINE TO DOUBT-LINE
                  WRITE DOUBT-LINE
                  MOVE DOUBT-FILE-STATUS TO PART-FILE-STATUS
                  ADD 1 TO DOUBT-FOLDED-COUNT
            END-EVALUATE.
            IF PART-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write '
                       FUNCTION TRIM (MAP-BASE-NAME) ', status '
                       PART-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO FOLD-ROW-COUNT.
            PERFORM 440-READ-PART-LINE.
      *
        440-READ-PART-LINE.
            MOVE SPACES TO PART-LINE.
            READ PART-FILE
                AT END
                    MOVE 'Y' TO PART-FILE-EOF-SWITCH
            END-READ.
            IF PART-FILE-STATUS NOT = '00'
                  AND PART-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read '
                       FUNCTION TRIM (MAP-FILE-NAME) ', status '
                       PART-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        450-CLOSE-FOLD-TARGET.
            EVALUATE TRUE
               WHEN FOLD-AUDIT
                  CLOSE AUDIT-FILE
                  MOVE AUDIT-FILE-STATUS TO PART-FILE-STATUS
               WHEN FOLD-REJECTS
                  CLOSE REJECTS-FILE
                  MOVE REJECTS-FILE-STATUS TO PART-FILE-STATUS
               WHEN FOLD-BOOK-REJECTS
                  CLOSE BOOK-REJECTS-FILE
                  MOVE BOOK-REJECTS-STATUS TO PART-FILE-STATUS
               WHEN FOLD-DOUBT
                  CLOSE DOUBT-FILE
                  MOVE DOUBT-FILE-STATUS TO PART-FILE-STATUS
            END-EVALUATE.
            IF PART-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to close '
                       FUNCTION TRIM (MAP-BASE-NAME) ', status '
                       PART-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            IF FOLD-ROW-COUNT > ZERO THEN
               DISPLAY '  ' FUNCTION TRIM (MAP-FILE-NAME) ': '
                       FOLD-ROW-COUNT ' record(s) appended to '
                       FUNCTION TRIM (MAP-BASE-NAME)
            END-IF.
      *
      * Second argument of EXAMPLE5-PQL, taken here for the whole
      * run: COUNT(*) the authors table through the LIXA connection
      * and compare; a mismatch goes to RECONOUT in the same form
      *
        600-RECONCILE.
            IF CONTROL-TOTAL = ZERO THEN
               DISPLAY 'No control total supplied, skipping reconcilia'
                       'tion'
            ELSE
               CALL "TXOPEN" USING TX-RETURN-STATUS
               PERFORM 800-CHECK-TX-STATUS
               CALL "LIXAPQGETCONN" RETURNING PGCONN
               IF PGCONN EQUAL NULL THEN
                  DISPLAY 'Error: unable to retrieve a valid PostgreSQL'
                          ' connection'
                  STOP RUN RETURNING 1
               END-IF
               CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT
               DISPLAY "Status: " RESULT
               CALL "TXBEGIN" USING TX-RETURN-STATUS
               PERFORM 800-CHECK-TX-STATUS
               MOVE SPACES TO PGSTATMNT
               MOVE 1 TO PGSTATMNT-PTR
               STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                      FUNCTION TRIM (TABLE-NAME) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      INTO PGSTATMNT
                      WITH POINTER PGSTATMNT-PTR
               END-STRING
               MOVE X'00' TO PGSTATMNT(PGSTATMNT-PTR:1)
               CALL "PQexec" USING
                    BY VALUE PGCONN
                    BY REFERENCE PGSTATMNT
                    RETURNING PGRES
               END-CALL
               MOVE 0 TO PQ-ROW-IDX
               MOVE 0 TO PQ-COL-IDX
               CALL "PQgetvalue" USING
                    BY VALUE PGRES
                    BY VALUE PQ-ROW-IDX
                    BY VALUE PQ-COL-IDX
                    RETURNING PQ-FIELD-PTR
               SET ADDRESS OF PQ-FIELD-VALUE TO PQ-FIELD-PTR
               MOVE SPACES TO PQ-FIELD-DISPLAY
               UNSTRING PQ-FIELD-VALUE DELIMITED BY X'00'
                   INTO PQ-FIELD-DISPLAY
               MOVE FUNCTION NUMVAL (PQ-FIELD-DISPLAY)
                   TO ACTUAL-ROW-COUNT
               CALL "TXCOMMIT" USING TX-RETURN-STATUS
               DISPLAY 'TXCOMMIT returned value ' TX-STATUS
               PERFORM 800-CHECK-TX-STATUS
               CALL "TXCLOSE" USING TX-RETURN-STATUS
               DISPLAY 'TXCLOSE returned value ' TX-STATUS
               PERFORM 800-CHECK-TX-STATUS
               IF ACTUAL-ROW-COUNT = CONTROL-TOTAL THEN
                  DISPLAY 'Reconciliation OK: '
                          FUNCTION TRIM (TABLE-NAME) ' table holds '
                          ACTUAL-ROW-COUNT ' row(s), matching the '
                          'control total'
               ELSE
                  DISPLAY 'Reconciliation MISMATCH: expected '
                          CONTROL-TOTAL ' row(s), found '
                          ACTUAL-ROW-COUNT
                  PERFORM 610-WRITE-DISCREPANCY-REPORT
               END-IF
            END-IF.
      *
        610-WRITE-DISCREPANCY-REPORT.
            MOVE SPACES TO RECON-RECORD.
            ACCEPT RUN-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-TIMESTAMP-TIME FROM TIME.
            STRING RUN-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   RUN-TIMESTAMP-TIME DELIMITED BY SIZE
                   ' run=' DELIMITED BY SIZE
                   OPEN-RUN-NUMBER DELIMITED BY SIZE
                   ' expected=' DELIMITED BY SIZE
                   CONTROL-TOTAL DELIMITED BY SIZE
                   ' actual=' DELIMITED BY SIZE
                   ACTUAL-ROW-COUNT DELIMITED BY SIZE
                   INTO RECON-RECORD
            END-STRING.
            OPEN OUTPUT RECON-FILE.
            IF RECON-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open RECONOUT, status '
                       RECON-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            WRITE RECON-RECORD.
            IF RECON-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write RECONOUT, status '
                       RECON-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE RECON-FILE.
            IF RECON-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to close RECONOUT, status '
                       RECON-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Everything is in the common files now; the partition copies
      * are emptied before the END goes on the ledger, so a merge
      * that stops in between simply does it again on the rerun
      *
        700-EMPTY-PARTITION-FILES.
            MOVE 'AUDITOUT' TO MAP-BASE-NAME.
            PERFORM 710-EMPTY-PARTITION-FILE.
            MOVE 'REJECTSOUT' TO MAP-BASE-NAME.
            PERFORM 710-EMPTY-PARTITION-FILE.
            MOVE 'BOOKREJSOUT' TO MAP-BASE-NAME.
            PERFORM 710-EMPTY-PARTITION-FILE.
            MOVE 'DOUBTOUT' TO MAP-BASE-NAME.
            PERFORM 710-EMPTY-PARTITION-FILE.
      *
        710-EMPTY-PARTITION-FILE.
            MOVE PARTITION-IDX TO MAP-SUFFIX.
            PERFORM 750-MAP-PARTITION-FILE.
            OPEN OUTPUT PART-FILE.
            IF PART-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open '
                       FUNCTION TRIM (MAP-FILE-NAME) ', status '
                       PART-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE PART-FILE.
      *
      * Point PARTFILE at partition MAP-SUFFIX's copy of MAP-BASE-NAME
      *
        750-MAP-PARTITION-FILE.
            MOVE SPACES TO MAP-DD-NAME.
            MOVE SPACES TO MAP-FILE-NAME.
            MOVE 'DD_PARTFILE' TO MAP-DD-NAME.
            STRING MAP-BASE-NAME DELIMITED BY SPACE
                   '.P' DELIMITED BY SIZE
                   MAP-SUFFIX DELIMITED BY SIZE
                   INTO MAP-FILE-NAME
            END-STRING.
            DISPLAY MAP-DD-NAME UPON ENVIRONMENT-NAME.
            DISPLAY MAP-FILE-NAME UPON ENVIRONMENT-VALUE.
      *
      * Branch on the TX-RETURN-STATUS of the last TX call, with the
      * same return codes EXAMPLE5-PQL uses
      *
        800-CHECK-TX-STATUS.
            EVALUATE TRUE
               WHEN TX-OK
                  CONTINUE
               WHEN TX-ROLLBACK
                  DISPLAY 'Transaction was rolled back by the resource '
                          'manager, exiting...'
                  STOP RUN RETURNING 2
               WHEN TX-MIXED
                  DISPLAY 'Mixed outcome: some resource managers commit'
                          'ted, others rolled back, exiting...'
                  STOP RUN RETURNING 3
               WHEN TX-HAZARD
                  DISPLAY 'Hazard outcome: one or more resource manager'
                          's may be in an unknown state, exiting...'
                  STOP RUN RETURNING 4
               WHEN TX-PROTOCOL-ERROR
                  DISPLAY 'Protocol error: TX call sequence violation, '
                          'exiting...'
                  STOP RUN RETURNING 5
               WHEN TX-ERROR
                  DISPLAY 'Transient error reported by the resource man'
                          'ager, exiting...'
                  STOP RUN RETURNING 6
               WHEN TX-FAIL
                  DISPLAY 'Fatal error: the resource manager is not ava'
                          'ilable, exiting...'
                  STOP RUN RETURNING 7
               WHEN TX-OUTSIDE
                  DISPLAY 'TX call issued outside a global transaction,'
                          ' exiting...'
                  STOP RUN RETURNING 8
               WHEN OTHER
                  DISPLAY 'Exiting...'
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        900-TERMINATE.
            DISPLAY 'Partitions merged:   ' PARTITIONS-FOLDED-COUNT.
            DISPLAY 'Audit records:       ' AUDIT-FOLDED-COUNT.
            DISPLAY 'Author rejects:      ' REJECTS-FOLDED-COUNT.
            DISPLAY 'Book rejects:        ' BOOK-REJECTS-FOLDED-COUNT.
            DISPLAY 'In-doubt lines:      ' DOUBT-FOLDED-COUNT.
            DISPLAY 'Execution terminated!'.
