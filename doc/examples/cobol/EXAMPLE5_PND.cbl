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
      * EXAMPLE5-PND - report on and cancellation of the future-dated
      * changes held in the PENDTXN warehouse.
      *
      * Without arguments (or with REPORT) it lists to PENDRPT every
      * change still held - pending, staged for tonight's edit, or
      * flagged by EXAMPLE5-REL because its target was deleted -
      * with its effective and filing dates, plus the changes
      * released or cancelled on the processing date (PROCDATE or
      * today), and the totals by status.
      *
      * CANCEL <id> <date YYYYMMDD> [BOOK] cancels the pending or
      * flagged change to that AUTHOR-ID (BOOK-ID with BOOK) with
      * that effective date before it fires. The entry stays on
      * file, marked cancelled with the date and the operator (USER
      * or LOGNAME). A change already staged for tonight can no
      * longer be cancelled here.
      *
      * Return code: 0 done, 4 flagged changes on file (REPORT) or
      * nothing to cancel (CANCEL), 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-PND.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Keyed warehouse of future-dated rows
            SELECT PENDING-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEND-KEY
                FILE STATUS IS PENDING-FILE-STATUS.
      * Pending-change report
            SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PENDING-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PENDING-FILE.
            COPY PENDREC.
        FD  PENDING-REPORT-FILE.
        01 PENDING-REPORT-LINE PIC X(132).
        WORKING-STORAGE SECTION.
        01 PENDING-FILE-STATUS PIC X(02) VALUE '00'.
        01 PENDING-REPORT-STATUS PIC X(02) VALUE '00'.
        01 PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      PENDING-EOF VALUES 'Y'.
        01 PENDING-PRESENT-SWITCH PIC X(01) VALUE 'N'.
        88      PENDING-PRESENT VALUES 'Y'.
      * Function and, for CANCEL, which change
        01 ARGV PIC X(20) VALUE SPACES.
        01 PND-FUNCTION PIC X(06) VALUE 'REPORT'.
        88      PND-CANCEL VALUES 'CANCEL'.
        01 CANCEL-FEED PIC X(01) VALUE 'A'.
        01 CANCEL-ID PIC 9(9) VALUE ZERO.
        01 CANCEL-DATE PIC X(08) VALUE SPACES.
        01 CANCEL-FOUND-SWITCH PIC X(01) VALUE 'N'.
        88      CANCEL-FOUND VALUES 'Y'.
        01 CANCEL-DONE-SWITCH PIC X(01) VALUE 'N'.
        88      CANCEL-DONE VALUES 'Y'.
        01 OPERATOR-ID PIC X(20) VALUE SPACES.
      * Processing date: PROCDATE from the environment, or today
        01 PROCESSING-DATE PIC X(08) VALUE SPACES.
        01 TODAY-DATE PIC 9(08).
      * Report detail line
        01 ENTRY-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 ENTRY-FEED-TEXT     PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-FAMILY-ID     PIC 9(9).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-ROW-ID        PIC 9(9).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-EFFECTIVE     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-FILED         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-STATUS-TEXT   PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-STATUS-DATE   PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENTRY-IMAGE         PIC X(70).
        01 ENTRY-HEADING PIC X(132) VALUE
            '  FEED   AUTHOR-ID ROW-ID    EFFECTIV FILED    STATUS    ON
      -     '       ROW'.
        01 ENTRY-LISTED-SWITCH PIC X(01) VALUE 'N'.
        88      ENTRY-LISTED VALUES 'Y'.
      * Totals by status
        01 PENDING-COUNT PIC 9(9) VALUE ZERO.
        01 DUE-COUNT PIC 9(9) VALUE ZERO.
        01 STAGED-COUNT PIC 9(9) VALUE ZERO.
        01 FLAGGED-COUNT PIC 9(9) VALUE ZERO.
        01 RELEASED-COUNT PIC 9(9) VALUE ZERO.
        01 CANCELLED-COUNT PIC 9(9) VALUE ZERO.
        01 LISTED-COUNT PIC 9(9) VALUE ZERO.
        01 TOTAL-LINE.
           05 TOTAL-LABEL PIC X(32).
           05 TOTAL-VALUE PIC Z(8)9.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_PND'.
            PERFORM 100-INITIALIZE.
            IF PND-CANCEL THEN
               PERFORM 400-CANCEL-ENTRY
            ELSE
               PERFORM 200-REPORT-PENDING
            END-IF.
            PERFORM 900-TERMINATE.
            IF PND-CANCEL THEN
               IF NOT CANCEL-DONE THEN
                  STOP RUN RETURNING 4
               END-IF
            ELSE
               IF FLAGGED-COUNT > ZERO THEN
                  STOP RUN RETURNING 4
               END-IF
            END-IF.
            STOP RUN RETURNING 0.
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
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            EVALUATE ARGV
               WHEN SPACES
               WHEN 'REPORT'
                  CONTINUE
               WHEN 'CANCEL'
                  MOVE 'CANCEL' TO PND-FUNCTION
                  PERFORM 110-ACCEPT-CANCEL-ARGUMENTS
               WHEN OTHER
                  DISPLAY 'Error: "' FUNCTION TRIM (ARGV)
                          '" is not REPORT or CANCEL'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF PND-CANCEL THEN
               OPEN I-O PENDING-FILE
            ELSE
               OPEN INPUT PENDING-FILE
            END-IF.
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
      *
      * Id and effective date are mandatory: a cancellation must
      * name exactly one change
      *
        110-ACCEPT-CANCEL-ARGUMENTS.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV = SPACES THEN
               DISPLAY 'Error: no id given; usage is EXAMPLE5_PND '
                       'CANCEL <id> <date YYYYMMDD> [BOOK]'
               STOP RUN RETURNING 1
            END-IF.
            MOVE FUNCTION NUMVAL (ARGV) TO CANCEL-ID.
            IF CANCEL-ID = ZERO THEN
               DISPLAY 'Error: id "' FUNCTION TRIM (ARGV)
                       '" is not a valid id'
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE ARGV TO CANCEL-DATE.
            IF CANCEL-DATE IS NOT NUMERIC
                  OR ARGV (9:12) NOT = SPACES THEN
               DISPLAY 'Error: date "' FUNCTION TRIM (ARGV)
                       '" is not a date in YYYYMMDD form'
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            EVALUATE ARGV
               WHEN SPACES
                  CONTINUE
               WHEN 'BOOK'
                  MOVE 'B' TO CANCEL-FEED
               WHEN OTHER
                  DISPLAY 'Error: "' FUNCTION TRIM (ARGV)
                          '" is not BOOK; usage is EXAMPLE5_PND '
                          'CANCEL <id> <date YYYYMMDD> [BOOK]'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER".
            IF OPERATOR-ID = SPACES THEN
               ACCEPT OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
            END-IF.
            IF OPERATOR-ID = SPACES THEN
               DISPLAY 'Error: no operator id in USER or LOGNAME'
               STOP RUN RETURNING 1
            END-IF.
      *
      * Walk the whole warehouse in key order
      *
        200-REPORT-PENDING.
            OPEN OUTPUT PENDING-REPORT-FILE.
            IF PENDING-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open PENDRPT, status '
                       PENDING-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO PENDING-REPORT-LINE.
            STRING 'PENDING CHANGES AS OF PROCESSING DATE '
                       DELIMITED BY SIZE
                   PROCESSING-DATE DELIMITED BY SIZE
                   INTO PENDING-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO PENDING-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE ENTRY-HEADING TO PENDING-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            IF PENDING-PRESENT THEN
               PERFORM 210-READ-NEXT-ENTRY
               PERFORM 220-REPORT-ENTRY
                   UNTIL PENDING-EOF
            END-IF.
            IF LISTED-COUNT = ZERO THEN
               MOVE '  (no change held)' TO PENDING-REPORT-LINE
               PERFORM 890-WRITE-REPORT-LINE
            END-IF.
            PERFORM 300-REPORT-TOTALS.
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
      * Held entries are always listed; released and cancelled ones
      * only on the day they left the warehouse. A flagged entry
      * gets its reason on a second line.
      *
        220-REPORT-ENTRY.
            MOVE 'N' TO ENTRY-LISTED-SWITCH.
            EVALUATE TRUE
               WHEN PEND-WAITING
                  ADD 1 TO PENDING-COUNT
                  MOVE 'Y' TO ENTRY-LISTED-SWITCH
                  IF PEND-EFFECTIVE-DATE NOT > PROCESSING-DATE THEN
                     ADD 1 TO DUE-COUNT
                     MOVE 'DUE' TO ENTRY-STATUS-TEXT
                  ELSE
                     MOVE 'PENDING' TO ENTRY-STATUS-TEXT
                  END-IF
               WHEN PEND-STAGED
                  ADD 1 TO STAGED-COUNT
                  MOVE 'Y' TO ENTRY-LISTED-SWITCH
                  MOVE 'STAGED' TO ENTRY-STATUS-TEXT
               WHEN PEND-FLAGGED
                  ADD 1 TO FLAGGED-COUNT
                  MOVE 'Y' TO ENTRY-LISTED-SWITCH
                  MOVE 'FLAGGED' TO ENTRY-STATUS-TEXT
               WHEN PEND-RELEASED
                  ADD 1 TO RELEASED-COUNT
                  IF PEND-STATUS-DATE = PROCESSING-DATE THEN
                     MOVE 'Y' TO ENTRY-LISTED-SWITCH
                  END-IF
                  MOVE 'RELEASED' TO ENTRY-STATUS-TEXT
               WHEN PEND-CANCELLED
                  ADD 1 TO CANCELLED-COUNT
                  IF PEND-STATUS-DATE = PROCESSING-DATE THEN
                     MOVE 'Y' TO ENTRY-LISTED-SWITCH
                  END-IF
                  MOVE 'CANCELLED' TO ENTRY-STATUS-TEXT
               WHEN OTHER
                  MOVE 'Y' TO ENTRY-LISTED-SWITCH
                  MOVE 'UNKNOWN' TO ENTRY-STATUS-TEXT
            END-EVALUATE.
            IF ENTRY-LISTED THEN
               ADD 1 TO LISTED-COUNT
               IF PEND-FEED = 'A' THEN
                  MOVE 'AUTHOR' TO ENTRY-FEED-TEXT
               ELSE
                  MOVE 'BOOK' TO ENTRY-FEED-TEXT
               END-IF
               MOVE PEND-FAMILY-ID TO ENTRY-FAMILY-ID
               MOVE PEND-ROW-ID TO ENTRY-ROW-ID
               MOVE PEND-EFFECTIVE-DATE TO ENTRY-EFFECTIVE
               MOVE PEND-FILED-DATE TO ENTRY-FILED
               MOVE PEND-STATUS-DATE TO ENTRY-STATUS-DATE
               MOVE PEND-ROW-IMAGE TO ENTRY-IMAGE
               MOVE ENTRY-LINE TO PENDING-REPORT-LINE
               PERFORM 890-WRITE-REPORT-LINE
               IF PEND-STATUS-TEXT NOT = SPACES THEN
                  MOVE SPACES TO PENDING-REPORT-LINE
                  STRING '      ' DELIMITED BY SIZE
                         PEND-STATUS-TEXT DELIMITED BY SIZE
                         INTO PENDING-REPORT-LINE
                  END-STRING
                  PERFORM 890-WRITE-REPORT-LINE
               END-IF
            END-IF.
            PERFORM 210-READ-NEXT-ENTRY.
      *
        300-REPORT-TOTALS.
            MOVE SPACES TO PENDING-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE 'PENDING (NOT YET DUE OR DUE)' TO TOTAL-LABEL.
            MOVE PENDING-COUNT TO TOTAL-VALUE.
            PERFORM 310-WRITE-TOTAL.
            MOVE '  OF WHICH DUE, NOT YET STAGED' TO TOTAL-LABEL.
            MOVE DUE-COUNT TO TOTAL-VALUE.
            PERFORM 310-WRITE-TOTAL.
            MOVE 'STAGED FOR THE EDIT' TO TOTAL-LABEL.
            MOVE STAGED-COUNT TO TOTAL-VALUE.
            PERFORM 310-WRITE-TOTAL.
            MOVE 'FLAGGED, TARGET GONE' TO TOTAL-LABEL.
            MOVE FLAGGED-COUNT TO TOTAL-VALUE.
            PERFORM 310-WRITE-TOTAL.
            MOVE 'RELEASED (ALL DATES)' TO TOTAL-LABEL.
            MOVE RELEASED-COUNT TO TOTAL-VALUE.
            PERFORM 310-WRITE-TOTAL.
            MOVE 'CANCELLED (ALL DATES)' TO TOTAL-LABEL.
            MOVE CANCELLED-COUNT TO TOTAL-VALUE.
            PERFORM 310-WRITE-TOTAL.
      *
        310-WRITE-TOTAL.
            MOVE TOTAL-LINE TO PENDING-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            DISPLAY TOTAL-LINE.
      *
      * Find the change among the entries of its feed: an author's
      * entries sit under its own id, a book's under an owning
      * author the operator need not know, so books are searched
      * through the whole book side of the file
      *
        400-CANCEL-ENTRY.
            IF PENDING-PRESENT THEN
               MOVE CANCEL-FEED TO PEND-FEED
               IF CANCEL-FEED = 'A' THEN
                  MOVE CANCEL-ID TO PEND-FAMILY-ID
               ELSE
                  MOVE ZERO TO PEND-FAMILY-ID
               END-IF
               MOVE ZERO TO PEND-ROW-ID
               MOVE LOW-VALUES TO PEND-EFFECTIVE-DATE
               START PENDING-FILE
                   KEY IS NOT LESS THAN PEND-KEY
               END-START
               EVALUATE PENDING-FILE-STATUS
                  WHEN '00'
                     PERFORM 410-READ-FEED-ENTRY
                     PERFORM 420-MATCH-ENTRY
                         UNTIL PENDING-EOF OR CANCEL-FOUND
                  WHEN '23'
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'Error: unable to position PENDTXN, '
                             'status ' PENDING-FILE-STATUS
                     STOP RUN RETURNING 1
               END-EVALUATE
            END-IF.
            IF CANCEL-FOUND THEN
               PERFORM 430-MARK-CANCELLED
            ELSE
               DISPLAY 'No change on file for ' CANCEL-FEED ' row '
                       CANCEL-ID ' dated ' CANCEL-DATE
            END-IF.
      *
        410-READ-FEED-ENTRY.
            PERFORM 210-READ-NEXT-ENTRY.
            IF NOT PENDING-EOF THEN
               IF PEND-FEED NOT = CANCEL-FEED THEN
                  MOVE 'Y' TO PENDING-EOF-SWITCH
               END-IF
               IF CANCEL-FEED = 'A'
                     AND PEND-FAMILY-ID NOT = CANCEL-ID THEN
                  MOVE 'Y' TO PENDING-EOF-SWITCH
               END-IF
            END-IF.
      *
        420-MATCH-ENTRY.
            IF PEND-ROW-ID = CANCEL-ID
                  AND PEND-EFFECTIVE-DATE = CANCEL-DATE THEN
               MOVE 'Y' TO CANCEL-FOUND-SWITCH
            ELSE
               PERFORM 410-READ-FEED-ENTRY
            END-IF.
      *
      * Only a change still waiting, or flagged, can be cancelled
      *
        430-MARK-CANCELLED.
            EVALUATE TRUE
               WHEN PEND-WAITING
               WHEN PEND-FLAGGED
                  MOVE 'C' TO PEND-STATUS
                  MOVE PROCESSING-DATE TO PEND-STATUS-DATE
                  MOVE SPACES TO PEND-STATUS-TEXT
                  STRING 'CANCELLED BY ' DELIMITED BY SIZE
                         OPERATOR-ID DELIMITED BY SPACE
                         INTO PEND-STATUS-TEXT
                  END-STRING
                  REWRITE PENDING-RECORD
                  IF PENDING-FILE-STATUS NOT = '00' THEN
                     DISPLAY 'Error: unable to rewrite PENDTXN, '
                             'status ' PENDING-FILE-STATUS
                     STOP RUN RETURNING 1
                  END-IF
                  MOVE 'Y' TO CANCEL-DONE-SWITCH
                  DISPLAY 'Cancelled: ' CANCEL-FEED ' row ' CANCEL-ID
                          ' dated ' CANCEL-DATE
               WHEN PEND-STAGED
                  DISPLAY 'Not cancelled: already staged for tonight'
                          '''s feed'
               WHEN PEND-RELEASED
                  DISPLAY 'Not cancelled: released on '
                          PEND-STATUS-DATE
               WHEN OTHER
                  DISPLAY 'Not cancelled: already cancelled on '
                          PEND-STATUS-DATE
            END-EVALUATE.
      *
        890-WRITE-REPORT-LINE.
            WRITE PENDING-REPORT-LINE.
            IF PENDING-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write PENDRPT, status '
                       PENDING-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        900-TERMINATE.
            IF PENDING-PRESENT THEN
               CLOSE PENDING-FILE
            END-IF.
            IF NOT PND-CANCEL THEN
               CLOSE PENDING-REPORT-FILE
            END-IF.
            DISPLAY 'Execution terminated!'.
