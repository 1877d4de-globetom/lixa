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
      * EXAMPLE5-OOB - out-of-band change detection. Proves that
      * tonight's tables are exactly last night's unload plus what
      * the audited batch runs in between committed. The previous
      * AUTHORSOUT/BOOKSOUT unloads (AUTHPREV and BOOKPREV) are the
      * baseline; every committed INSERT/UPDATE/DELETE on the audit
      * trail (the ARCHOUT archive, when one is named, then the live
      * AUDITOUT) for a run between the baseline's EXTRACT run and
      * tonight's is applied to it, authors or books by AUDIT-FEED,
      * from the input row images; and the projection is compared
      * row by row with tonight's unloads (AUTHCURR and BOOKCURR). A
      * row that differs, appears or vanishes without an audit
      * record to account for it was changed outside EXAMPLE5-PQL -
      * a DBA hotfix, another application - and goes to the OOBRPT
      * discrepancy report with its projected and actual images.
      *
      * The run window is taken from RUNCTL: the last two EXTRACT
      * runs with an END are tonight's unload and the baseline. The
      * operator can name the two runs instead as the first and
      * second command line arguments (baseline, then tonight). A
      * committed record is one with a good PQresultStatus and a
      * final TX status of TX_OK, the rule EXAMPLE5-BKO reverses by;
      * an UPDATE that found no row to capture a before-image from
      * touched nothing and is not applied. Rows of in-doubt groups
      * (TX_MIXED/TX_HAZARD) cannot be projected either way and are
      * named on the discrepancy line when they concern the row.
      *
      * Every unload is control-checked against its trailer before it
      * is trusted, as in EXAMPLE5-DLT. The books pair is optional:
      * when either books unload is missing only the authors are
      * proved.
      *
      * Return code: 0 no discrepancies, 4 discrepancies reported,
      * 8 control failure or no run window, 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-OOB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Baseline unloads, last night's AUTHORSOUT and BOOKSOUT
            SELECT PREV-FILE ASSIGN TO "AUTHPREV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PREV-FILE-STATUS.
            SELECT BOOK-PREV-FILE ASSIGN TO "BOOKPREV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOK-PREV-STATUS.
      * Tonight's unloads
            SELECT CURR-FILE ASSIGN TO "AUTHCURR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CURR-FILE-STATUS.
            SELECT BOOK-CURR-FILE ASSIGN TO "BOOKCURR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BOOK-CURR-STATUS.
      * Audit trail: an archive cut by EXAMPLE5-ARC when the window
      * reaches back that far, then the live file
            SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
      * Run-control ledger, read for the run window
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * Discrepancy report
            SELECT OOB-REPORT-FILE ASSIGN TO "OOBRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OOB-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * Unload lines are read raw: a data row starts with a digit,
      * the control trailer with 'T'
        FD  PREV-FILE.
        01 PREV-LINE PIC X(70).
        FD  BOOK-PREV-FILE.
        01 BOOK-PREV-LINE PIC X(70).
        FD  CURR-FILE.
        01 CURR-LINE PIC X(70).
        FD  BOOK-CURR-FILE.
        01 BOOK-CURR-LINE PIC X(70).
      * Audit lines are mapped onto the AUDITREC layout in working
      * storage; the archive trailer line is skipped
        FD  ARCHIVE-FILE.
        01 ARCHIVE-LINE PIC X(600).
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
        FD  OOB-REPORT-FILE.
        01 OOB-REPORT-LINE PIC X(132).
        WORKING-STORAGE SECTION.
            COPY AUDITREC.
        01 PREV-FILE-STATUS PIC X(02) VALUE '00'.
        01 BOOK-PREV-STATUS PIC X(02) VALUE '00'.
        01 CURR-FILE-STATUS PIC X(02) VALUE '00'.
        01 BOOK-CURR-STATUS PIC X(02) VALUE '00'.
        01 ARCHIVE-FILE-STATUS PIC X(02) VALUE '00'.
        01 AUDIT-FILE-STATUS PIC X(02) VALUE '00'.
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
        01 OOB-REPORT-STATUS PIC X(02) VALUE '00'.
        01 PREV-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      PREV-EOF VALUES 'Y'.
        01 CURR-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      CURR-EOF VALUES 'Y'.
        01 BOOK-PREV-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      BOOK-PREV-EOF VALUES 'Y'.
        01 BOOK-CURR-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      BOOK-CURR-EOF VALUES 'Y'.
        01 ARCHIVE-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      ARCHIVE-EOF VALUES 'Y'.
        01 AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      AUDIT-EOF VALUES 'Y'.
        01 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      RUN-CONTROL-EOF VALUES 'Y'.
      * Both books unloads were there to be compared
        01 BOOKS-PRESENT-SWITCH PIC X(01) VALUE 'Y'.
        88      BOOKS-PRESENT VALUES 'Y'.
      * Run window: the baseline unload's EXTRACT run and tonight's;
      * audit records of the runs strictly between are applied
        01 ARGV PIC X(20) VALUE SPACES.
        01 BASE-EXTRACT-RUN PIC 9(9) VALUE ZERO.
        01 CURR-EXTRACT-RUN PIC 9(9) VALUE ZERO.
      * The unload rows under comparison, in the unload layout
        01 PREV-ROW.
           05 PREV-ROW-ID         PIC X(09).
           05 PREV-ROW-FIRST-NAME PIC X(30).
           05 PREV-ROW-LAST-NAME  PIC X(30).
           05 PREV-ROW-OP-CODE    PIC X(01).
        01 CURR-ROW.
           05 CURR-ROW-ID         PIC X(09).
           05 CURR-ROW-FIRST-NAME PIC X(30).
           05 CURR-ROW-LAST-NAME  PIC X(30).
           05 CURR-ROW-OP-CODE    PIC X(01).
        01 BOOK-PREV-ROW.
           05 BOOK-PREV-ID        PIC X(09).
           05 BOOK-PREV-AUTHOR-ID PIC X(09).
           05 BOOK-PREV-TITLE     PIC X(50).
           05 BOOK-PREV-OP-CODE   PIC X(01).
        01 BOOK-CURR-ROW.
           05 BOOK-CURR-ID        PIC X(09).
           05 BOOK-CURR-AUTHOR-ID PIC X(09).
           05 BOOK-CURR-TITLE     PIC X(50).
           05 BOOK-CURR-OP-CODE   PIC X(01).
        01 PREV-ROW-ID-NUM PIC 9(9) VALUE ZERO.
        01 CURR-ROW-ID-NUM PIC 9(9) VALUE ZERO.
        01 PREV-LAST-ID PIC 9(9) VALUE ZERO.
        01 CURR-LAST-ID PIC 9(9) VALUE ZERO.
      * Which sides hold the key being judged
        01 MATCH-KEY PIC 9(9) VALUE ZERO.
        01 KEY-IN-PREV-SWITCH PIC X(01) VALUE 'N'.
        88      KEY-IN-PREV VALUES 'Y'.
        01 KEY-IN-CURR-SWITCH PIC X(01) VALUE 'N'.
        88      KEY-IN-CURR VALUES 'Y'.
      * Control-check state for the verification pass, one file at
      * a time, exactly as in EXAMPLE5-DLT
        01 VERIFY-ROW-COUNT PIC 9(9) VALUE ZERO.
        01 VERIFY-ID-HASH PIC 9(18) VALUE ZERO.
        01 VERIFY-TRAILER-SEEN PIC X(01) VALUE 'N'.
        88      TRAILER-SEEN VALUES 'Y'.
        01 VERIFY-TRAILER-COUNT PIC 9(9) VALUE ZERO.
        01 VERIFY-TRAILER-HASH PIC 9(18) VALUE ZERO.
        01 VERIFY-LINE PIC X(70) VALUE SPACES.
        01 VERIFY-FILE-NAME PIC X(08) VALUE SPACES.
      * Net committed change per author id over the window. STATE
      * is P (the projection holds the row, with these names), A
      * (the projection has no such row) or blank (no committed
      * change, only an in-doubt record against the id); MATCHED is
      * set once the comparison has visited the id
        01 AUTHOR-CHANGE-MAX PIC S9(9) USAGE COMP-5 VALUE 20000.
        01 AUTHOR-CHANGE-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 AUTHOR-CHANGE-TABLE.
           05 AUTHOR-CHANGE-ENTRY OCCURS 20000 TIMES.
              10 CHG-AUTHOR-ID      PIC 9(9).
              10 CHG-AUTHOR-STATE   PIC X(01).
              10 CHG-AUTHOR-FIRST   PIC X(30).
              10 CHG-AUTHOR-LAST    PIC X(30).
              10 CHG-AUTHOR-RUN     PIC 9(9).
              10 CHG-AUTHOR-DOUBT   PIC X(01).
              10 CHG-AUTHOR-MATCHED PIC X(01).
        01 AUTHOR-CHANGE-IDX PIC S9(9) USAGE COMP-5.
        01 AUTHOR-FOUND-IDX PIC S9(9) USAGE COMP-5 VALUE ZERO.
      * The same for book ids
        01 BOOK-CHANGE-MAX PIC S9(9) USAGE COMP-5 VALUE 50000.
        01 BOOK-CHANGE-COUNT PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 BOOK-CHANGE-TABLE.
           05 BOOK-CHANGE-ENTRY OCCURS 50000 TIMES.
              10 CHG-BOOK-ID        PIC 9(9).
              10 CHG-BOOK-STATE     PIC X(01).
              10 CHG-BOOK-AUTHOR-ID PIC 9(9).
              10 CHG-BOOK-TITLE     PIC X(50).
              10 CHG-BOOK-RUN       PIC 9(9).
              10 CHG-BOOK-DOUBT     PIC X(01).
              10 CHG-BOOK-MATCHED   PIC X(01).
        01 BOOK-CHANGE-IDX PIC S9(9) USAGE COMP-5.
        01 BOOK-FOUND-IDX PIC S9(9) USAGE COMP-5 VALUE ZERO.
        01 LOOKUP-ID PIC 9(9) VALUE ZERO.
      * Numeric views of the audit outcome columns, as in
      * EXAMPLE5-BKO
        01 PGRES-VALUE PIC 9(18) VALUE ZERO.
        01 TX-STATUS-VALUE PIC 9(9) VALUE ZERO.
        01 AUDIT-RUN-VALUE PIC 9(9) VALUE ZERO.
        01 AUDIT-ROW-ID PIC 9(9) VALUE ZERO.
      * For a book audit record the image and before-image columns
      * hold the BOOKREC shape
        01 BOOK-IMAGE-AREA.
           05 BOOK-IMAGE-ID        PIC X(09).
           05 BOOK-IMAGE-AUTHOR-ID PIC X(09).
           05 BOOK-IMAGE-TITLE     PIC X(50).
           05 BOOK-IMAGE-OP-CODE   PIC X(01).
      * Projected row for the key under judgement
        01 PROJ-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      PROJ-PRESENT VALUES 'Y'.
        01 PROJ-AUTHOR-ROW.
           05 PROJ-AUTHOR-ID      PIC 9(9).
           05 PROJ-FIRST-NAME     PIC X(30).
           05 PROJ-LAST-NAME      PIC X(30).
        01 PROJ-BOOK-ROW.
           05 PROJ-BOOK-ID        PIC 9(9).
           05 PROJ-BOOK-AUTHOR-ID PIC 9(9).
           05 PROJ-BOOK-TITLE     PIC X(50).
        01 PROJ-RUN PIC 9(9) VALUE ZERO.
        01 PROJ-DOUBT-SWITCH PIC X(01) VALUE 'N'.
        88      PROJ-DOUBT VALUES 'Y'.
      * One discrepancy, as handed to 600-WRITE-DISCREPANCY
        01 DISC-FEED PIC X(06) VALUE SPACES.
        01 DISC-ID PIC 9(9) VALUE ZERO.
        01 DISC-KIND PIC X(08) VALUE SPACES.
        01 DISC-PROJECTED PIC X(70) VALUE SPACES.
        01 DISC-ACTUAL PIC X(70) VALUE SPACES.
      * Run totals for the end-of-job summary
        01 AUDIT-READ-COUNT PIC 9(9) VALUE ZERO.
        01 WINDOW-RECORD-COUNT PIC 9(9) VALUE ZERO.
        01 APPLIED-COUNT PIC 9(9) VALUE ZERO.
        01 UNCOMMITTED-COUNT PIC 9(9) VALUE ZERO.
        01 DOUBT-RECORD-COUNT PIC 9(9) VALUE ZERO.
        01 AUTHORS-COMPARED PIC 9(9) VALUE ZERO.
        01 BOOKS-COMPARED PIC 9(9) VALUE ZERO.
        01 AUTHOR-DISCREPANCY-COUNT PIC 9(9) VALUE ZERO.
        01 BOOK-DISCREPANCY-COUNT PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_OOB'.
            PERFORM 100-INITIALIZE.
            PERFORM 150-FIND-RUN-WINDOW.
            PERFORM 200-VERIFY-EXTRACTS.
            PERFORM 300-LOAD-AUDIT-CHANGES.
            PERFORM 400-COMPARE-AUTHORS.
            IF BOOKS-PRESENT THEN
               PERFORM 500-COMPARE-BOOKS
            END-IF.
            PERFORM 900-TERMINATE.
            IF AUTHOR-DISCREPANCY-COUNT > ZERO
                  OR BOOK-DISCREPANCY-COUNT > ZERO THEN
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Optional run window from the command line: baseline EXTRACT
      * run, then tonight's
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (ARGV) TO BASE-EXTRACT-RUN
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV = SPACES THEN
                  DISPLAY 'Error: usage is EXAMPLE5_OOB [<baseline ru
      -              'n> <current run>]'
                  STOP RUN RETURNING 1
               END-IF
               MOVE FUNCTION NUMVAL (ARGV) TO CURR-EXTRACT-RUN
            END-IF.
            OPEN OUTPUT OOB-REPORT-FILE.
            IF OOB-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open OOBRPT, status '
                       OOB-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
      * Without arguments the window is the last two EXTRACT runs
      * that reached their END in the ledger
      *
        150-FIND-RUN-WINDOW.
            IF CURR-EXTRACT-RUN = ZERO THEN
               OPEN INPUT RUN-CONTROL-FILE
               IF RUN-CONTROL-STATUS NOT = '00' THEN
                  DISPLAY 'Error: unable to open RUNCTL, status '
                          RUN-CONTROL-STATUS
                  STOP RUN RETURNING 1
               END-IF
               PERFORM 160-READ-RUN-CONTROL
               PERFORM 155-SCAN-RUN-CONTROL
                   UNTIL RUN-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
            END-IF.
            IF BASE-EXTRACT-RUN = ZERO
                  OR CURR-EXTRACT-RUN <= BASE-EXTRACT-RUN THEN
               DISPLAY 'Error: no valid run window (baseline run '
                       BASE-EXTRACT-RUN ', current run '
                       CURR-EXTRACT-RUN '); two completed EXTRACT'
                       ' runs are needed'
               STOP RUN RETURNING 8
            END-IF.
            DISPLAY 'Baseline EXTRACT run: ' BASE-EXTRACT-RUN.
            DISPLAY 'Current EXTRACT run:  ' CURR-EXTRACT-RUN.
            MOVE SPACES TO OOB-REPORT-LINE.
            STRING 'OUT-OF-BAND CHANGE CHECK: BASELINE EXTRACT RUN '
                       DELIMITED BY SIZE
                   BASE-EXTRACT-RUN DELIMITED BY SIZE
                   ', CURRENT EXTRACT RUN ' DELIMITED BY SIZE
                   CURR-EXTRACT-RUN DELIMITED BY SIZE
                   INTO OOB-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
      *
        155-SCAN-RUN-CONTROL.
            IF RUN-CTL-NUMBER IS NUMERIC
                  AND RUN-CTL-EVENT = 'END'
                  AND RUN-CTL-MODE = 'EXTRCT' THEN
               MOVE CURR-EXTRACT-RUN TO BASE-EXTRACT-RUN
               MOVE RUN-CTL-NUMBER TO CURR-EXTRACT-RUN
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
      * Control-check every unload before any of it is trusted; the
      * authors pair is mandatory, the books pair is compared only
      * when both files are there
      *
        200-VERIFY-EXTRACTS.
            MOVE 'AUTHPREV' TO VERIFY-FILE-NAME.
            PERFORM 285-RESET-VERIFY-TOTALS.
            OPEN INPUT PREV-FILE.
            IF PREV-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHPREV, status '
                       PREV-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 215-READ-PREV-LINE.
            PERFORM 210-VERIFY-PREV-LINE
                UNTIL PREV-EOF.
            CLOSE PREV-FILE.
            MOVE 'N' TO PREV-EOF-SWITCH.
            PERFORM 290-JUDGE-CONTROL-TOTALS.
      *
            MOVE 'AUTHCURR' TO VERIFY-FILE-NAME.
            PERFORM 285-RESET-VERIFY-TOTALS.
            OPEN INPUT CURR-FILE.
            IF CURR-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHCURR, status '
                       CURR-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM 225-READ-CURR-LINE.
            PERFORM 220-VERIFY-CURR-LINE
                UNTIL CURR-EOF.
            CLOSE CURR-FILE.
            MOVE 'N' TO CURR-EOF-SWITCH.
            PERFORM 290-JUDGE-CONTROL-TOTALS.
      *
            OPEN INPUT BOOK-PREV-FILE.
            OPEN INPUT BOOK-CURR-FILE.
            IF BOOK-PREV-STATUS = '35' OR BOOK-CURR-STATUS = '35' THEN
               MOVE 'N' TO BOOKS-PRESENT-SWITCH
               DISPLAY 'BOOKPREV or BOOKCURR not present; books not '
                       'compared'
               IF BOOK-PREV-STATUS = '00' THEN
                  CLOSE BOOK-PREV-FILE
               END-IF
               IF BOOK-CURR-STATUS = '00' THEN
                  CLOSE BOOK-CURR-FILE
               END-IF
            ELSE
               PERFORM 250-VERIFY-BOOK-EXTRACTS
            END-IF.
      *
        210-VERIFY-PREV-LINE.
            MOVE PREV-LINE TO VERIFY-LINE.
            PERFORM 280-TALLY-VERIFY-LINE.
            PERFORM 215-READ-PREV-LINE.
      *
        215-READ-PREV-LINE.
            READ PREV-FILE
                AT END
                    MOVE 'Y' TO PREV-EOF-SWITCH
            END-READ.
            IF PREV-FILE-STATUS NOT = '00'
                  AND PREV-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHPREV, status '
                       PREV-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        220-VERIFY-CURR-LINE.
            MOVE CURR-LINE TO VERIFY-LINE.
            PERFORM 280-TALLY-VERIFY-LINE.
            PERFORM 225-READ-CURR-LINE.
      *
        225-READ-CURR-LINE.
            READ CURR-FILE
                AT END
                    MOVE 'Y' TO CURR-EOF-SWITCH
            END-READ.
            IF CURR-FILE-STATUS NOT = '00'
                  AND CURR-FILE-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read AUTHCURR, status '
                       CURR-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        250-VERIFY-BOOK-EXTRACTS.
            IF BOOK-PREV-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open BOOKPREV, status '
                       BOOK-PREV-STATUS
               STOP RUN RETURNING 1
            END-IF.
            IF BOOK-CURR-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open BOOKCURR, status '
                       BOOK-CURR-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'BOOKPREV' TO VERIFY-FILE-NAME.
            PERFORM 285-RESET-VERIFY-TOTALS.
            PERFORM 265-READ-BOOK-PREV-LINE.
            PERFORM 260-VERIFY-BOOK-PREV-LINE
                UNTIL BOOK-PREV-EOF.
            CLOSE BOOK-PREV-FILE.
            MOVE 'N' TO BOOK-PREV-EOF-SWITCH.
            PERFORM 290-JUDGE-CONTROL-TOTALS.
            MOVE 'BOOKCURR' TO VERIFY-FILE-NAME.
            PERFORM 285-RESET-VERIFY-TOTALS.
            PERFORM 275-READ-BOOK-CURR-LINE.
            PERFORM 270-VERIFY-BOOK-CURR-LINE
                UNTIL BOOK-CURR-EOF.
            CLOSE BOOK-CURR-FILE.
            MOVE 'N' TO BOOK-CURR-EOF-SWITCH.
            PERFORM 290-JUDGE-CONTROL-TOTALS.
      *
        260-VERIFY-BOOK-PREV-LINE.
            MOVE BOOK-PREV-LINE TO VERIFY-LINE.
            PERFORM 280-TALLY-VERIFY-LINE.
            PERFORM 265-READ-BOOK-PREV-LINE.
      *
        265-READ-BOOK-PREV-LINE.
            READ BOOK-PREV-FILE
                AT END
                    MOVE 'Y' TO BOOK-PREV-EOF-SWITCH
            END-READ.
            IF BOOK-PREV-STATUS NOT = '00'
                  AND BOOK-PREV-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read BOOKPREV, status '
                       BOOK-PREV-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        270-VERIFY-BOOK-CURR-LINE.
            MOVE BOOK-CURR-LINE TO VERIFY-LINE.
            PERFORM 280-TALLY-VERIFY-LINE.
            PERFORM 275-READ-BOOK-CURR-LINE.
      *
        275-READ-BOOK-CURR-LINE.
            READ BOOK-CURR-FILE
                AT END
                    MOVE 'Y' TO BOOK-CURR-EOF-SWITCH
            END-READ.
            IF BOOK-CURR-STATUS NOT = '00'
                  AND BOOK-CURR-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read BOOKCURR, status '
                       BOOK-CURR-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        280-TALLY-VERIFY-LINE.
            EVALUATE TRUE
               WHEN VERIFY-LINE (1:9) IS NUMERIC
                  ADD 1 TO VERIFY-ROW-COUNT
                  ADD FUNCTION NUMVAL (VERIFY-LINE (1:9))
                      TO VERIFY-ID-HASH
               WHEN VERIFY-LINE (1:1) = 'T'
                  MOVE 'Y' TO VERIFY-TRAILER-SEEN
                  IF VERIFY-LINE (2:9) IS NUMERIC THEN
                     MOVE VERIFY-LINE (2:9) TO VERIFY-TRAILER-COUNT
                  END-IF
                  IF VERIFY-LINE (11:18) IS NUMERIC THEN
                     MOVE VERIFY-LINE (11:18)
                         TO VERIFY-TRAILER-HASH
                  END-IF
               WHEN OTHER
                  DISPLAY 'Error: unreadable line in '
                          VERIFY-FILE-NAME '; file not trusted'
                  STOP RUN RETURNING 8
            END-EVALUATE.
      *
        285-RESET-VERIFY-TOTALS.
            MOVE ZERO TO VERIFY-ROW-COUNT.
            MOVE ZERO TO VERIFY-ID-HASH.
            MOVE ZERO TO VERIFY-TRAILER-COUNT.
            MOVE ZERO TO VERIFY-TRAILER-HASH.
            MOVE 'N' TO VERIFY-TRAILER-SEEN.
      *
        290-JUDGE-CONTROL-TOTALS.
            IF NOT TRAILER-SEEN THEN
               DISPLAY 'Error: ' VERIFY-FILE-NAME ' has no control t
      -           'railer; transfer may be truncated'
               STOP RUN RETURNING 8
            END-IF.
            IF VERIFY-ROW-COUNT NOT = VERIFY-TRAILER-COUNT
                  OR VERIFY-ID-HASH NOT = VERIFY-TRAILER-HASH THEN
               DISPLAY 'Error: ' VERIFY-FILE-NAME ' control check fa
      -           'iled: read ' VERIFY-ROW-COUNT ' row(s), hash '
                       VERIFY-ID-HASH '; trailer says '
                       VERIFY-TRAILER-COUNT ' row(s), hash '
                       VERIFY-TRAILER-HASH
               STOP RUN RETURNING 8
            END-IF.
            DISPLAY VERIFY-FILE-NAME ' control check OK: '
                    VERIFY-ROW-COUNT ' row(s)'.
      *
      * Net the window's committed changes per id, oldest first: the
      * archive (when the scheduler names one) holds the older part
      * of the trail, AUDITOUT the rest. Either may be absent.
      *
        300-LOAD-AUDIT-CHANGES.
            OPEN INPUT ARCHIVE-FILE.
            EVALUATE TRUE
               WHEN ARCHIVE-FILE-STATUS EQUAL '00'
                  PERFORM 320-READ-ARCHIVE-LINE
                  PERFORM 310-APPLY-ARCHIVE-LINE
                      UNTIL ARCHIVE-EOF
                  CLOSE ARCHIVE-FILE
               WHEN ARCHIVE-FILE-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open ARCHOUT, status '
                          ARCHIVE-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            OPEN INPUT AUDIT-FILE.
            EVALUATE TRUE
               WHEN AUDIT-FILE-STATUS EQUAL '00'
                  PERFORM 330-READ-AUDIT-LINE
                  PERFORM 315-APPLY-AUDIT-LINE
                      UNTIL AUDIT-EOF
                  CLOSE AUDIT-FILE
               WHEN AUDIT-FILE-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open AUDITOUT, status '
                          AUDIT-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            DISPLAY 'Audit records in window: ' WINDOW-RECORD-COUNT.
      *
        310-APPLY-ARCHIVE-LINE.
            IF ARCHIVE-LINE (1:1) NOT = 'T' THEN
               MOVE ARCHIVE-LINE TO AUDIT-RECORD
               PERFORM 340-APPLY-AUDIT-RECORD
            END-IF.
            PERFORM 320-READ-ARCHIVE-LINE.
      *
        315-APPLY-AUDIT-LINE.
            MOVE AUDIT-LINE TO AUDIT-RECORD.
            PERFORM 340-APPLY-AUDIT-RECORD.
            PERFORM 330-READ-AUDIT-LINE.
      *
        320-READ-ARCHIVE-LINE.
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
        330-READ-AUDIT-LINE.
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
      * Keep only the window's records; a committed one moves the
      * projection, an in-doubt one only marks the id
      *
        340-APPLY-AUDIT-RECORD.
            ADD 1 TO AUDIT-READ-COUNT.
            MOVE ZERO TO AUDIT-RUN-VALUE.
            IF AUDIT-RUN-NUMBER IS NUMERIC THEN
               MOVE AUDIT-RUN-NUMBER TO AUDIT-RUN-VALUE
            END-IF.
            IF AUDIT-RUN-VALUE > BASE-EXTRACT-RUN
                  AND AUDIT-RUN-VALUE < CURR-EXTRACT-RUN
                  AND AUDIT-AUTHOR-REC (1:9) IS NUMERIC THEN
               ADD 1 TO WINDOW-RECORD-COUNT
               MOVE AUDIT-AUTHOR-REC (1:9) TO AUDIT-ROW-ID
               MOVE ZERO TO PGRES-VALUE
               IF AUDIT-PGRES NOT = SPACES THEN
                  MOVE FUNCTION NUMVAL (AUDIT-PGRES (1:18))
                      TO PGRES-VALUE
               END-IF
               MOVE ZERO TO TX-STATUS-VALUE
               IF AUDIT-TX-STATUS IS NUMERIC THEN
                  MOVE AUDIT-TX-STATUS TO TX-STATUS-VALUE
               END-IF
               EVALUATE TRUE
                  WHEN (PGRES-VALUE = 1 OR PGRES-VALUE = 2)
                        AND TX-STATUS-VALUE = ZERO
                     ADD 1 TO APPLIED-COUNT
                     IF AUDIT-FEED = 'B' THEN
                        PERFORM 360-APPLY-BOOK-CHANGE
                     ELSE
                        PERFORM 350-APPLY-AUTHOR-CHANGE
                     END-IF
                  WHEN TX-STATUS-VALUE = 3 OR TX-STATUS-VALUE = 4
                    OR TX-STATUS-VALUE = 19 OR TX-STATUS-VALUE = 20
                     ADD 1 TO DOUBT-RECORD-COUNT
                     IF AUDIT-FEED = 'B' THEN
                        PERFORM 365-MARK-BOOK-DOUBT
                     ELSE
                        PERFORM 355-MARK-AUTHOR-DOUBT
                     END-IF
                  WHEN OTHER
                     ADD 1 TO UNCOMMITTED-COUNT
               END-EVALUATE
            END-IF.
      *
      * A committed author statement: INSERT and UPDATE leave the
      * input image's names in the row, DELETE leaves no row. An
      * UPDATE with no before-image found no row and changed nothing.
      *
        350-APPLY-AUTHOR-CHANGE.
            IF AUDIT-MODE = 'UPDATE'
                  AND AUDIT-BEFORE-ID IS NOT NUMERIC THEN
               CONTINUE
            ELSE
               PERFORM 370-ADD-AUTHOR-CHANGE
               MOVE AUDIT-RUN-VALUE
                   TO CHG-AUTHOR-RUN (AUTHOR-FOUND-IDX)
               IF AUDIT-MODE = 'DELETE' THEN
                  MOVE 'A' TO CHG-AUTHOR-STATE (AUTHOR-FOUND-IDX)
                  MOVE SPACES TO CHG-AUTHOR-FIRST (AUTHOR-FOUND-IDX)
                  MOVE SPACES TO CHG-AUTHOR-LAST (AUTHOR-FOUND-IDX)
               ELSE
                  MOVE 'P' TO CHG-AUTHOR-STATE (AUTHOR-FOUND-IDX)
                  MOVE FUNCTION TRIM (AUDIT-AUTHOR-REC (10:30))
                      TO CHG-AUTHOR-FIRST (AUTHOR-FOUND-IDX)
                  MOVE FUNCTION TRIM (AUDIT-AUTHOR-REC (40:30))
                      TO CHG-AUTHOR-LAST (AUTHOR-FOUND-IDX)
               END-IF
            END-IF.
      *
        355-MARK-AUTHOR-DOUBT.
            PERFORM 370-ADD-AUTHOR-CHANGE.
            MOVE 'Y' TO CHG-AUTHOR-DOUBT (AUTHOR-FOUND-IDX).
      *
      * The same for a book statement, from the BOOKREC image
      *
        360-APPLY-BOOK-CHANGE.
            IF AUDIT-MODE = 'UPDATE'
                  AND AUDIT-BEFORE-ID IS NOT NUMERIC THEN
               CONTINUE
            ELSE
               PERFORM 380-ADD-BOOK-CHANGE
               MOVE AUDIT-RUN-VALUE TO CHG-BOOK-RUN (BOOK-FOUND-IDX)
               IF AUDIT-MODE = 'DELETE' THEN
                  MOVE 'A' TO CHG-BOOK-STATE (BOOK-FOUND-IDX)
                  MOVE ZERO TO CHG-BOOK-AUTHOR-ID (BOOK-FOUND-IDX)
                  MOVE SPACES TO CHG-BOOK-TITLE (BOOK-FOUND-IDX)
               ELSE
                  MOVE AUDIT-AUTHOR-REC TO BOOK-IMAGE-AREA
                  MOVE 'P' TO CHG-BOOK-STATE (BOOK-FOUND-IDX)
                  MOVE ZERO TO CHG-BOOK-AUTHOR-ID (BOOK-FOUND-IDX)
                  IF BOOK-IMAGE-AUTHOR-ID IS NUMERIC THEN
                     MOVE BOOK-IMAGE-AUTHOR-ID
                         TO CHG-BOOK-AUTHOR-ID (BOOK-FOUND-IDX)
                  END-IF
                  MOVE FUNCTION TRIM (BOOK-IMAGE-TITLE)
                      TO CHG-BOOK-TITLE (BOOK-FOUND-IDX)
               END-IF
            END-IF.
      *
        365-MARK-BOOK-DOUBT.
            PERFORM 380-ADD-BOOK-CHANGE.
            MOVE 'Y' TO CHG-BOOK-DOUBT (BOOK-FOUND-IDX).
      *
      * Position AUTHOR-FOUND-IDX on the change entry for the audit
      * record's id, adding an empty one the first time it is seen
      *
        370-ADD-AUTHOR-CHANGE.
            MOVE AUDIT-ROW-ID TO LOOKUP-ID.
            PERFORM 375-FIND-AUTHOR-CHANGE.
            IF AUTHOR-FOUND-IDX = ZERO THEN
               IF AUTHOR-CHANGE-COUNT >= AUTHOR-CHANGE-MAX THEN
                  DISPLAY 'Error: more than ' AUTHOR-CHANGE-MAX
                          ' changed author ids in the run window'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO AUTHOR-CHANGE-COUNT
               MOVE AUTHOR-CHANGE-COUNT TO AUTHOR-FOUND-IDX
               MOVE AUDIT-ROW-ID TO CHG-AUTHOR-ID (AUTHOR-FOUND-IDX)
               MOVE SPACE TO CHG-AUTHOR-STATE (AUTHOR-FOUND-IDX)
               MOVE SPACES TO CHG-AUTHOR-FIRST (AUTHOR-FOUND-IDX)
               MOVE SPACES TO CHG-AUTHOR-LAST (AUTHOR-FOUND-IDX)
               MOVE ZERO TO CHG-AUTHOR-RUN (AUTHOR-FOUND-IDX)
               MOVE 'N' TO CHG-AUTHOR-DOUBT (AUTHOR-FOUND-IDX)
               MOVE 'N' TO CHG-AUTHOR-MATCHED (AUTHOR-FOUND-IDX)
            END-IF.
      *
        375-FIND-AUTHOR-CHANGE.
            MOVE ZERO TO AUTHOR-FOUND-IDX.
            PERFORM 376-CHECK-AUTHOR-CHANGE
                VARYING AUTHOR-CHANGE-IDX FROM 1 BY 1
                UNTIL AUTHOR-CHANGE-IDX > AUTHOR-CHANGE-COUNT
                   OR AUTHOR-FOUND-IDX > ZERO.
      *
        376-CHECK-AUTHOR-CHANGE.
            IF CHG-AUTHOR-ID (AUTHOR-CHANGE-IDX) = LOOKUP-ID THEN
               MOVE AUTHOR-CHANGE-IDX TO AUTHOR-FOUND-IDX
            END-IF.
      *
        380-ADD-BOOK-CHANGE.
            MOVE AUDIT-ROW-ID TO LOOKUP-ID.
            PERFORM 385-FIND-BOOK-CHANGE.
            IF BOOK-FOUND-IDX = ZERO THEN
               IF BOOK-CHANGE-COUNT >= BOOK-CHANGE-MAX THEN
                  DISPLAY 'Error: more than ' BOOK-CHANGE-MAX
                          ' changed book ids in the run window'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO BOOK-CHANGE-COUNT
               MOVE BOOK-CHANGE-COUNT TO BOOK-FOUND-IDX
               MOVE AUDIT-ROW-ID TO CHG-BOOK-ID (BOOK-FOUND-IDX)
               MOVE SPACE TO CHG-BOOK-STATE (BOOK-FOUND-IDX)
               MOVE ZERO TO CHG-BOOK-AUTHOR-ID (BOOK-FOUND-IDX)
               MOVE SPACES TO CHG-BOOK-TITLE (BOOK-FOUND-IDX)
               MOVE ZERO TO CHG-BOOK-RUN (BOOK-FOUND-IDX)
               MOVE 'N' TO CHG-BOOK-DOUBT (BOOK-FOUND-IDX)
               MOVE 'N' TO CHG-BOOK-MATCHED (BOOK-FOUND-IDX)
            END-IF.
      *
        385-FIND-BOOK-CHANGE.
            MOVE ZERO TO BOOK-FOUND-IDX.
            PERFORM 386-CHECK-BOOK-CHANGE
                VARYING BOOK-CHANGE-IDX FROM 1 BY 1
                UNTIL BOOK-CHANGE-IDX > BOOK-CHANGE-COUNT
                   OR BOOK-FOUND-IDX > ZERO.
      *
        386-CHECK-BOOK-CHANGE.
            IF CHG-BOOK-ID (BOOK-CHANGE-IDX) = LOOKUP-ID THEN
               MOVE BOOK-CHANGE-IDX TO BOOK-FOUND-IDX
            END-IF.
      *
      * Walk the two authors unloads side by side on ascending ids,
      * as EXAMPLE5-DLT does, and judge every id either side holds
      * against its projection; ids only the audit trail knows are
      * judged afterwards
      *
        400-COMPARE-AUTHORS.
            MOVE SPACES TO OOB-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'AUTHORS' TO OOB-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            OPEN INPUT PREV-FILE.
            IF PREV-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to reopen AUTHPREV, status '
                       PREV-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN INPUT CURR-FILE.
            IF CURR-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to reopen AUTHCURR, status '
                       CURR-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE ZERO TO PREV-LAST-ID.
            MOVE ZERO TO CURR-LAST-ID.
            PERFORM 410-NEXT-PREV-ROW.
            PERFORM 420-NEXT-CURR-ROW.
            PERFORM 430-MATCH-AUTHOR-KEYS
                UNTIL PREV-EOF AND CURR-EOF.
            CLOSE PREV-FILE.
            CLOSE CURR-FILE.
            PERFORM 450-CHECK-UNSEEN-AUTHOR
                VARYING AUTHOR-CHANGE-IDX FROM 1 BY 1
                UNTIL AUTHOR-CHANGE-IDX > AUTHOR-CHANGE-COUNT.
            IF AUTHOR-DISCREPANCY-COUNT = ZERO THEN
               MOVE '  (no discrepancies)' TO OOB-REPORT-LINE
               PERFORM 890-WRITE-REPORT-LINE
            END-IF.
      *
      * Advance one side to its next data row; the trailer counts as
      * end of data and the ascending order is re-checked
      *
        410-NEXT-PREV-ROW.
            PERFORM 215-READ-PREV-LINE.
            IF NOT PREV-EOF THEN
               IF PREV-LINE (1:9) IS NUMERIC THEN
                  MOVE PREV-LINE TO PREV-ROW
                  MOVE PREV-ROW-ID TO PREV-ROW-ID-NUM
                  IF PREV-ROW-ID-NUM <= PREV-LAST-ID THEN
                     DISPLAY 'Error: AUTHPREV not in ascending id or
      -                'der at id ' PREV-ROW-ID-NUM
                     STOP RUN RETURNING 8
                  END-IF
                  MOVE PREV-ROW-ID-NUM TO PREV-LAST-ID
               ELSE
                  MOVE 'Y' TO PREV-EOF-SWITCH
               END-IF
            END-IF.
      *
        420-NEXT-CURR-ROW.
            PERFORM 225-READ-CURR-LINE.
            IF NOT CURR-EOF THEN
               IF CURR-LINE (1:9) IS NUMERIC THEN
                  MOVE CURR-LINE TO CURR-ROW
                  MOVE CURR-ROW-ID TO CURR-ROW-ID-NUM
                  IF CURR-ROW-ID-NUM <= CURR-LAST-ID THEN
                     DISPLAY 'Error: AUTHCURR not in ascending id or
      -                'der at id ' CURR-ROW-ID-NUM
                     STOP RUN RETURNING 8
                  END-IF
                  MOVE CURR-ROW-ID-NUM TO CURR-LAST-ID
               ELSE
                  MOVE 'Y' TO CURR-EOF-SWITCH
               END-IF
            END-IF.
      *
        430-MATCH-AUTHOR-KEYS.
            MOVE 'N' TO KEY-IN-PREV-SWITCH.
            MOVE 'N' TO KEY-IN-CURR-SWITCH.
            EVALUATE TRUE
               WHEN PREV-EOF
                  MOVE CURR-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-CURR-SWITCH
               WHEN CURR-EOF
                  MOVE PREV-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-PREV-SWITCH
               WHEN CURR-ROW-ID-NUM < PREV-ROW-ID-NUM
                  MOVE CURR-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-CURR-SWITCH
               WHEN CURR-ROW-ID-NUM > PREV-ROW-ID-NUM
                  MOVE PREV-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-PREV-SWITCH
               WHEN OTHER
                  MOVE PREV-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-PREV-SWITCH
                  MOVE 'Y' TO KEY-IN-CURR-SWITCH
            END-EVALUATE.
            PERFORM 440-JUDGE-AUTHOR-KEY.
            IF KEY-IN-PREV THEN
               PERFORM 410-NEXT-PREV-ROW
            END-IF.
            IF KEY-IN-CURR THEN
               PERFORM 420-NEXT-CURR-ROW
            END-IF.
      *
      * Projection for the key: the window's net change when there
      * is one, otherwise the baseline row as it was
      *
        440-JUDGE-AUTHOR-KEY.
            ADD 1 TO AUTHORS-COMPARED.
            MOVE MATCH-KEY TO LOOKUP-ID.
            PERFORM 375-FIND-AUTHOR-CHANGE.
            MOVE 'N' TO PROJ-PRESENT-SWITCH.
            MOVE 'N' TO PROJ-DOUBT-SWITCH.
            MOVE ZERO TO PROJ-RUN.
            MOVE MATCH-KEY TO PROJ-AUTHOR-ID.
            MOVE SPACES TO PROJ-FIRST-NAME.
            MOVE SPACES TO PROJ-LAST-NAME.
            IF KEY-IN-PREV THEN
               MOVE 'Y' TO PROJ-PRESENT-SWITCH
               MOVE PREV-ROW-FIRST-NAME TO PROJ-FIRST-NAME
               MOVE PREV-ROW-LAST-NAME TO PROJ-LAST-NAME
            END-IF.
            IF AUTHOR-FOUND-IDX > ZERO THEN
               MOVE 'Y' TO CHG-AUTHOR-MATCHED (AUTHOR-FOUND-IDX)
               MOVE CHG-AUTHOR-DOUBT (AUTHOR-FOUND-IDX)
                   TO PROJ-DOUBT-SWITCH
               MOVE CHG-AUTHOR-RUN (AUTHOR-FOUND-IDX) TO PROJ-RUN
               EVALUATE CHG-AUTHOR-STATE (AUTHOR-FOUND-IDX)
                  WHEN 'P'
                     MOVE 'Y' TO PROJ-PRESENT-SWITCH
                     MOVE CHG-AUTHOR-FIRST (AUTHOR-FOUND-IDX)
                         TO PROJ-FIRST-NAME
                     MOVE CHG-AUTHOR-LAST (AUTHOR-FOUND-IDX)
                         TO PROJ-LAST-NAME
                  WHEN 'A'
                     MOVE 'N' TO PROJ-PRESENT-SWITCH
                     MOVE SPACES TO PROJ-FIRST-NAME
                     MOVE SPACES TO PROJ-LAST-NAME
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.
            MOVE SPACES TO DISC-KIND.
            EVALUATE TRUE
               WHEN PROJ-PRESENT AND NOT KEY-IN-CURR
                  MOVE 'VANISHED' TO DISC-KIND
               WHEN NOT PROJ-PRESENT AND KEY-IN-CURR
                  MOVE 'APPEARED' TO DISC-KIND
               WHEN PROJ-PRESENT AND KEY-IN-CURR
                  IF PROJ-FIRST-NAME NOT = CURR-ROW-FIRST-NAME
                        OR PROJ-LAST-NAME NOT = CURR-ROW-LAST-NAME
                     THEN
                     MOVE 'CHANGED' TO DISC-KIND
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            IF DISC-KIND NOT = SPACES THEN
               MOVE 'AUTHOR' TO DISC-FEED
               MOVE PROJ-AUTHOR-ID TO DISC-ID
               MOVE SPACES TO DISC-PROJECTED
               IF PROJ-PRESENT THEN
                  MOVE PROJ-AUTHOR-ROW TO DISC-PROJECTED
               END-IF
               MOVE SPACES TO DISC-ACTUAL
               IF KEY-IN-CURR THEN
                  MOVE CURR-ROW TO DISC-ACTUAL
               END-IF
               ADD 1 TO AUTHOR-DISCREPANCY-COUNT
               PERFORM 600-WRITE-DISCREPANCY
            END-IF.
      *
      * An id only the audit trail knows: committed into existence
      * during the window but in neither unload
      *
        450-CHECK-UNSEEN-AUTHOR.
            IF CHG-AUTHOR-MATCHED (AUTHOR-CHANGE-IDX) NOT = 'Y'
                  AND CHG-AUTHOR-STATE (AUTHOR-CHANGE-IDX) = 'P' THEN
               MOVE CHG-AUTHOR-ID (AUTHOR-CHANGE-IDX)
                   TO PROJ-AUTHOR-ID
               MOVE CHG-AUTHOR-FIRST (AUTHOR-CHANGE-IDX)
                   TO PROJ-FIRST-NAME
               MOVE CHG-AUTHOR-LAST (AUTHOR-CHANGE-IDX)
                   TO PROJ-LAST-NAME
               MOVE CHG-AUTHOR-RUN (AUTHOR-CHANGE-IDX) TO PROJ-RUN
               MOVE CHG-AUTHOR-DOUBT (AUTHOR-CHANGE-IDX)
                   TO PROJ-DOUBT-SWITCH
               MOVE 'AUTHOR' TO DISC-FEED
               MOVE PROJ-AUTHOR-ID TO DISC-ID
               MOVE 'VANISHED' TO DISC-KIND
               MOVE PROJ-AUTHOR-ROW TO DISC-PROJECTED
               MOVE SPACES TO DISC-ACTUAL
               ADD 1 TO AUTHOR-DISCREPANCY-COUNT
               PERFORM 600-WRITE-DISCREPANCY
            END-IF.
      *
      * The books pair, judged the same way on book id with the
      * owning author id and the title compared
      *
        500-COMPARE-BOOKS.
            MOVE SPACES TO OOB-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'BOOKS' TO OOB-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            OPEN INPUT BOOK-PREV-FILE.
            IF BOOK-PREV-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to reopen BOOKPREV, status '
                       BOOK-PREV-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN INPUT BOOK-CURR-FILE.
            IF BOOK-CURR-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to reopen BOOKCURR, status '
                       BOOK-CURR-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE ZERO TO PREV-LAST-ID.
            MOVE ZERO TO CURR-LAST-ID.
            PERFORM 510-NEXT-BOOK-PREV-ROW.
            PERFORM 520-NEXT-BOOK-CURR-ROW.
            PERFORM 530-MATCH-BOOK-KEYS
                UNTIL BOOK-PREV-EOF AND BOOK-CURR-EOF.
            CLOSE BOOK-PREV-FILE.
            CLOSE BOOK-CURR-FILE.
            PERFORM 550-CHECK-UNSEEN-BOOK
                VARYING BOOK-CHANGE-IDX FROM 1 BY 1
                UNTIL BOOK-CHANGE-IDX > BOOK-CHANGE-COUNT.
            IF BOOK-DISCREPANCY-COUNT = ZERO THEN
               MOVE '  (no discrepancies)' TO OOB-REPORT-LINE
               PERFORM 890-WRITE-REPORT-LINE
            END-IF.
      *
        510-NEXT-BOOK-PREV-ROW.
            PERFORM 265-READ-BOOK-PREV-LINE.
            IF NOT BOOK-PREV-EOF THEN
               IF BOOK-PREV-LINE (1:9) IS NUMERIC THEN
                  MOVE BOOK-PREV-LINE TO BOOK-PREV-ROW
                  MOVE BOOK-PREV-ID TO PREV-ROW-ID-NUM
                  IF PREV-ROW-ID-NUM <= PREV-LAST-ID THEN
                     DISPLAY 'Error: BOOKPREV not in ascending id or
      -                'der at id ' PREV-ROW-ID-NUM
                     STOP RUN RETURNING 8
                  END-IF
                  MOVE PREV-ROW-ID-NUM TO PREV-LAST-ID
               ELSE
                  MOVE 'Y' TO BOOK-PREV-EOF-SWITCH
               END-IF
            END-IF.
      *
        520-NEXT-BOOK-CURR-ROW.
            PERFORM 275-READ-BOOK-CURR-LINE.
            IF NOT BOOK-CURR-EOF THEN
               IF BOOK-CURR-LINE (1:9) IS NUMERIC THEN
                  MOVE BOOK-CURR-LINE TO BOOK-CURR-ROW
                  MOVE BOOK-CURR-ID TO CURR-ROW-ID-NUM
                  IF CURR-ROW-ID-NUM <= CURR-LAST-ID THEN
                     DISPLAY 'Error: BOOKCURR not in ascending id or
      -                'der at id ' CURR-ROW-ID-NUM
                     STOP RUN RETURNING 8
                  END-IF
                  MOVE CURR-ROW-ID-NUM TO CURR-LAST-ID
               ELSE
                  MOVE 'Y' TO BOOK-CURR-EOF-SWITCH
               END-IF
            END-IF.
      *
        530-MATCH-BOOK-KEYS.
            MOVE 'N' TO KEY-IN-PREV-SWITCH.
            MOVE 'N' TO KEY-IN-CURR-SWITCH.
            EVALUATE TRUE
               WHEN BOOK-PREV-EOF
                  MOVE CURR-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-CURR-SWITCH
               WHEN BOOK-CURR-EOF
                  MOVE PREV-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-PREV-SWITCH
               WHEN CURR-ROW-ID-NUM < PREV-ROW-ID-NUM
                  MOVE CURR-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-CURR-SWITCH
               WHEN CURR-ROW-ID-NUM > PREV-ROW-ID-NUM
                  MOVE PREV-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-PREV-SWITCH
               WHEN OTHER
                  MOVE PREV-ROW-ID-NUM TO MATCH-KEY
                  MOVE 'Y' TO KEY-IN-PREV-SWITCH
                  MOVE 'Y' TO KEY-IN-CURR-SWITCH
            END-EVALUATE.
            PERFORM 540-JUDGE-BOOK-KEY.
            IF KEY-IN-PREV THEN
               PERFORM 510-NEXT-BOOK-PREV-ROW
            END-IF.
            IF KEY-IN-CURR THEN
               PERFORM 520-NEXT-BOOK-CURR-ROW
            END-IF.
      *
        540-JUDGE-BOOK-KEY.
            ADD 1 TO BOOKS-COMPARED.
            MOVE MATCH-KEY TO LOOKUP-ID.
            PERFORM 385-FIND-BOOK-CHANGE.
            MOVE 'N' TO PROJ-PRESENT-SWITCH.
            MOVE 'N' TO PROJ-DOUBT-SWITCH.
            MOVE ZERO TO PROJ-RUN.
            MOVE MATCH-KEY TO PROJ-BOOK-ID.
            MOVE ZERO TO PROJ-BOOK-AUTHOR-ID.
            MOVE SPACES TO PROJ-BOOK-TITLE.
            IF KEY-IN-PREV THEN
               MOVE 'Y' TO PROJ-PRESENT-SWITCH
               IF BOOK-PREV-AUTHOR-ID IS NUMERIC THEN
                  MOVE BOOK-PREV-AUTHOR-ID TO PROJ-BOOK-AUTHOR-ID
               END-IF
               MOVE BOOK-PREV-TITLE TO PROJ-BOOK-TITLE
            END-IF.
            IF BOOK-FOUND-IDX > ZERO THEN
               MOVE 'Y' TO CHG-BOOK-MATCHED (BOOK-FOUND-IDX)
               MOVE CHG-BOOK-DOUBT (BOOK-FOUND-IDX)
                   TO PROJ-DOUBT-SWITCH
               MOVE CHG-BOOK-RUN (BOOK-FOUND-IDX) TO PROJ-RUN
               EVALUATE CHG-BOOK-STATE (BOOK-FOUND-IDX)
                  WHEN 'P'
                     MOVE 'Y' TO PROJ-PRESENT-SWITCH
                     MOVE CHG-BOOK-AUTHOR-ID (BOOK-FOUND-IDX)
                         TO PROJ-BOOK-AUTHOR-ID
                     MOVE CHG-BOOK-TITLE (BOOK-FOUND-IDX)
                         TO PROJ-BOOK-TITLE
                  WHEN 'A'
                     MOVE 'N' TO PROJ-PRESENT-SWITCH
                     MOVE ZERO TO PROJ-BOOK-AUTHOR-ID
                     MOVE SPACES TO PROJ-BOOK-TITLE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.
            MOVE SPACES TO DISC-KIND.
            EVALUATE TRUE
               WHEN PROJ-PRESENT AND NOT KEY-IN-CURR
                  MOVE 'VANISHED' TO DISC-KIND
               WHEN NOT PROJ-PRESENT AND KEY-IN-CURR
                  MOVE 'APPEARED' TO DISC-KIND
               WHEN PROJ-PRESENT AND KEY-IN-CURR
                  IF PROJ-BOOK-AUTHOR-ID NOT = BOOK-CURR-AUTHOR-ID
                        OR PROJ-BOOK-TITLE NOT = BOOK-CURR-TITLE
                     THEN
                     MOVE 'CHANGED' TO DISC-KIND
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            IF DISC-KIND NOT = SPACES THEN
               MOVE 'BOOK' TO DISC-FEED
               MOVE PROJ-BOOK-ID TO DISC-ID
               MOVE SPACES TO DISC-PROJECTED
               IF PROJ-PRESENT THEN
                  MOVE PROJ-BOOK-ROW TO DISC-PROJECTED
               END-IF
               MOVE SPACES TO DISC-ACTUAL
               IF KEY-IN-CURR THEN
                  MOVE BOOK-CURR-ROW TO DISC-ACTUAL
               END-IF
               ADD 1 TO BOOK-DISCREPANCY-COUNT
               PERFORM 600-WRITE-DISCREPANCY
            END-IF.
      *
        550-CHECK-UNSEEN-BOOK.
            IF CHG-BOOK-MATCHED (BOOK-CHANGE-IDX) NOT = 'Y'
                  AND CHG-BOOK-STATE (BOOK-CHANGE-IDX) = 'P' THEN
               MOVE CHG-BOOK-ID (BOOK-CHANGE-IDX) TO PROJ-BOOK-ID
               MOVE CHG-BOOK-AUTHOR-ID (BOOK-CHANGE-IDX)
                   TO PROJ-BOOK-AUTHOR-ID
               MOVE CHG-BOOK-TITLE (BOOK-CHANGE-IDX)
                   TO PROJ-BOOK-TITLE
               MOVE CHG-BOOK-RUN (BOOK-CHANGE-IDX) TO PROJ-RUN
               MOVE CHG-BOOK-DOUBT (BOOK-CHANGE-IDX)
                   TO PROJ-DOUBT-SWITCH
               MOVE 'BOOK' TO DISC-FEED
               MOVE PROJ-BOOK-ID TO DISC-ID
               MOVE 'VANISHED' TO DISC-KIND
               MOVE PROJ-BOOK-ROW TO DISC-PROJECTED
               MOVE SPACES TO DISC-ACTUAL
               ADD 1 TO BOOK-DISCREPANCY-COUNT
               PERFORM 600-WRITE-DISCREPANCY
            END-IF.
      *
      * Three report lines per discrepancy: what and why, then the
      * projected and the actual row images (blank when there is
      * no such row on that side)
      *
        600-WRITE-DISCREPANCY.
            MOVE SPACES TO OOB-REPORT-LINE.
            STRING '  ' DELIMITED BY SIZE
                   DISC-FEED DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   DISC-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DISC-KIND DELIMITED BY SIZE
                   ' NOT ACCOUNTED FOR BY AUDIT' DELIMITED BY SIZE
                   INTO OOB-REPORT-LINE
            END-STRING.
            IF PROJ-RUN > ZERO THEN
               MOVE SPACES TO OOB-REPORT-LINE (70:63)
               STRING '; LAST AUDITED IN RUN ' DELIMITED BY SIZE
                      PROJ-RUN DELIMITED BY SIZE
                      INTO OOB-REPORT-LINE (70:63)
               END-STRING
            END-IF.
            IF PROJ-DOUBT THEN
               MOVE SPACES TO OOB-REPORT-LINE (102:31)
               MOVE '; IN-DOUBT GROUP ON THE TRAIL'
                   TO OOB-REPORT-LINE (102:31)
            END-IF.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO OOB-REPORT-LINE.
            IF DISC-PROJECTED = SPACES THEN
               MOVE '    PROJECTED: (no row)' TO OOB-REPORT-LINE
            ELSE
               STRING '    PROJECTED: ' DELIMITED BY SIZE
                      DISC-PROJECTED DELIMITED BY SIZE
                      INTO OOB-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO OOB-REPORT-LINE.
            IF DISC-ACTUAL = SPACES THEN
               MOVE '    ACTUAL:    (no row)' TO OOB-REPORT-LINE
            ELSE
               STRING '    ACTUAL:    ' DELIMITED BY SIZE
                      DISC-ACTUAL DELIMITED BY SIZE
                      INTO OOB-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM 890-WRITE-REPORT-LINE.
      *
        890-WRITE-REPORT-LINE.
            WRITE OOB-REPORT-LINE.
            IF OOB-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write OOBRPT, status '
                       OOB-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        900-TERMINATE.
            MOVE SPACES TO OOB-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO OOB-REPORT-LINE.
            STRING 'DISCREPANCIES: AUTHORS ' DELIMITED BY SIZE
                   AUTHOR-DISCREPANCY-COUNT DELIMITED BY SIZE
                   ', BOOKS ' DELIMITED BY SIZE
                   BOOK-DISCREPANCY-COUNT DELIMITED BY SIZE
                   INTO OOB-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            CLOSE OOB-REPORT-FILE.
            DISPLAY 'Audit records read:     ' AUDIT-READ-COUNT.
            DISPLAY 'Committed changes:      ' APPLIED-COUNT.
            DISPLAY 'Not committed:          ' UNCOMMITTED-COUNT.
            DISPLAY 'In-doubt records:       ' DOUBT-RECORD-COUNT.
            DISPLAY 'Author ids compared:    ' AUTHORS-COMPARED.
            DISPLAY 'Book ids compared:      ' BOOKS-COMPARED.
            DISPLAY 'Author discrepancies:   ' AUTHOR-DISCREPANCY-COUNT.
            DISPLAY 'Book discrepancies:     ' BOOK-DISCREPANCY-COUNT.
            DISPLAY 'Execution terminated!'.
