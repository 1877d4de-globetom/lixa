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
      * EXAMPLE5-HIQ - point-in-time inquiry on the AUTHHIST change
      * history loaded by EXAMPLE5-HST. Given an id and a date it
      * answers what the row looked like at the end of that day and
      * which run made it so, and lists every change on file for the
      * id - committed, rejected or in doubt - with its run and group
      * numbers, to the HISTINQ report.
      *
      * The row as of the date is the after-image of the last
      * committed change on or before it (an INSERT or UPDATE leaves
      * the input image, a DELETE leaves no row; an UPDATE that found
      * no row left none either). When every committed change is
      * later than the date, the first of them tells the story from
      * its before-image: the row it found, or no row for an INSERT.
      * With no committed change on file at all the history cannot
      * say.
      *
      * Command line: <id> <date YYYYMMDD> [BOOK]; the id is an
      * AUTHOR-ID unless BOOK is given.
      *
      * Return code: 0 history found, 4 no history on file for the
      * id, 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-HIQ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Keyed change history
            SELECT HISTORY-FILE ASSIGN TO "AUTHHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HISTORY-FILE-STATUS.
      * Inquiry report
            SELECT INQUIRY-REPORT-FILE ASSIGN TO "HISTINQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INQUIRY-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTORY-FILE.
            COPY HISTREC.
        FD  INQUIRY-REPORT-FILE.
        01 INQUIRY-REPORT-LINE PIC X(132).
        WORKING-STORAGE SECTION.
        01 HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
        01 INQUIRY-REPORT-STATUS PIC X(02) VALUE '00'.
        01 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      HISTORY-EOF VALUES 'Y'.
      * The question: which row, as of which day
        01 ARGV PIC X(20) VALUE SPACES.
        01 INQUIRY-FEED PIC X(01) VALUE 'A'.
        01 INQUIRY-FEED-TEXT PIC X(06) VALUE 'AUTHOR'.
        01 INQUIRY-ID PIC 9(9) VALUE ZERO.
        01 INQUIRY-DATE PIC X(08) VALUE SPACES.
      * The answer: P row present with AS-OF-IMAGE, A no row, U the
      * history cannot say; BEFORE-FIRST when it was read from the
      * before-image of the first later change
        01 AS-OF-STATE PIC X(01) VALUE 'U'.
        88      AS-OF-PRESENT VALUES 'P'.
        88      AS-OF-ABSENT VALUES 'A'.
        88      AS-OF-UNKNOWN VALUES 'U'.
        01 AS-OF-IMAGE PIC X(70) VALUE SPACES.
        01 AS-OF-RUN PIC 9(9) VALUE ZERO.
        01 AS-OF-TIMESTAMP PIC X(19) VALUE SPACES.
        01 AS-OF-BEFORE-FIRST-SWITCH PIC X(01) VALUE 'N'.
        88      AS-OF-BEFORE-FIRST VALUES 'Y'.
      * Change listing line
        01 CHANGE-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CHANGE-TIMESTAMP    PIC X(19).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHANGE-MODE         PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHANGE-RUN          PIC 9(9).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHANGE-GROUP        PIC 9(9).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHANGE-OUTCOME      PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CHANGE-IMAGE        PIC X(70).
        01 CHANGE-HEADING PIC X(132) VALUE
            '  TIMESTAMP           MODE   RUN       GROUP     OUTCOME
      -     '   INPUT IMAGE'.
        01 CHANGE-COUNT PIC 9(9) VALUE ZERO.
        01 COMMITTED-COUNT PIC 9(9) VALUE ZERO.
        01 REJECTED-COUNT PIC 9(9) VALUE ZERO.
        01 DOUBT-COUNT PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_HIQ'.
            PERFORM 100-INITIALIZE.
            PERFORM 200-READ-HISTORY.
            PERFORM 500-REPORT-AS-OF-ROW.
            PERFORM 900-TERMINATE.
            IF CHANGE-COUNT = ZERO THEN
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Id and date are mandatory; there is no sensible default for
      * a customer dispute
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV = SPACES THEN
               DISPLAY 'Error: no id given; usage is '
                       'EXAMPLE5_HIQ <id> <date YYYYMMDD> [BOOK]'
               STOP RUN RETURNING 1
            END-IF.
            MOVE FUNCTION NUMVAL (ARGV) TO INQUIRY-ID.
            IF INQUIRY-ID = ZERO THEN
               DISPLAY 'Error: id "' FUNCTION TRIM (ARGV)
                       '" is not a valid id'
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE ARGV TO INQUIRY-DATE.
            IF INQUIRY-DATE IS NOT NUMERIC
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
                  MOVE 'B' TO INQUIRY-FEED
                  MOVE 'BOOK' TO INQUIRY-FEED-TEXT
               WHEN OTHER
                  DISPLAY 'Error: "' FUNCTION TRIM (ARGV)
                          '" is not BOOK; usage is '
                          'EXAMPLE5_HIQ <id> <date YYYYMMDD> [BOOK]'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            OPEN INPUT HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open AUTHHIST, status '
                       HISTORY-FILE-STATUS
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT INQUIRY-REPORT-FILE.
            IF INQUIRY-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open HISTINQ, status '
                       INQUIRY-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            STRING 'CHANGE HISTORY INQUIRY: ' DELIMITED BY SIZE
                   INQUIRY-FEED-TEXT DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INQUIRY-ID DELIMITED BY SIZE
                   ' AS OF END OF ' DELIMITED BY SIZE
                   INQUIRY-DATE DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
            END-STRING.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE CHANGE-HEADING TO INQUIRY-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
      *
      * Position on the first entry for the id and walk its entries,
      * which come back in timestamp order
      *
        200-READ-HISTORY.
            MOVE INQUIRY-FEED TO HIST-FEED.
            MOVE INQUIRY-ID TO HIST-ROW-ID.
            MOVE LOW-VALUES TO HIST-TIMESTAMP.
            MOVE ZERO TO HIST-SEQUENCE.
            START HISTORY-FILE
                KEY IS NOT LESS THAN HIST-KEY
            END-START.
            EVALUATE HISTORY-FILE-STATUS
               WHEN '00'
                  PERFORM 210-READ-NEXT-ENTRY
                  PERFORM 300-LIST-ENTRY
                      UNTIL HISTORY-EOF
               WHEN '23'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to position AUTHHIST, status '
                          HISTORY-FILE-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
            IF CHANGE-COUNT = ZERO THEN
               MOVE '  (no change on file for this id)'
                   TO INQUIRY-REPORT-LINE
               PERFORM 890-WRITE-REPORT-LINE
            END-IF.
      *
      * The next entry, or the end of this id's entries
      *
        210-READ-NEXT-ENTRY.
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
               IF HIST-FEED NOT = INQUIRY-FEED
                     OR HIST-ROW-ID NOT = INQUIRY-ID THEN
                  MOVE 'Y' TO HISTORY-EOF-SWITCH
               END-IF
            END-IF.
      *
        300-LIST-ENTRY.
            ADD 1 TO CHANGE-COUNT.
            MOVE HIST-TIMESTAMP TO CHANGE-TIMESTAMP.
            MOVE HIST-MODE TO CHANGE-MODE.
            MOVE HIST-RUN-NUMBER TO CHANGE-RUN.
            MOVE HIST-GROUP-NUMBER TO CHANGE-GROUP.
            MOVE HIST-INPUT-IMAGE TO CHANGE-IMAGE.
            EVALUATE TRUE
               WHEN HIST-COMMITTED
                  ADD 1 TO COMMITTED-COUNT
                  MOVE 'COMMITTED' TO CHANGE-OUTCOME
                  PERFORM 400-APPLY-TO-AS-OF
               WHEN HIST-IN-DOUBT
                  ADD 1 TO DOUBT-COUNT
                  MOVE 'IN DOUBT' TO CHANGE-OUTCOME
               WHEN OTHER
                  ADD 1 TO REJECTED-COUNT
                  MOVE 'REJECTED' TO CHANGE-OUTCOME
            END-EVALUATE.
            MOVE CHANGE-LINE TO INQUIRY-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            PERFORM 210-READ-NEXT-ENTRY.
      *
      * A committed change on or before the date moves the row; the
      * first one after it, when nothing earlier is known, says
      * what it found
      *
        400-APPLY-TO-AS-OF.
            IF HIST-TIMESTAMP (1:8) NOT > INQUIRY-DATE THEN
               MOVE HIST-RUN-NUMBER TO AS-OF-RUN
               MOVE HIST-TIMESTAMP TO AS-OF-TIMESTAMP
               EVALUATE TRUE
                  WHEN HIST-MODE = 'DELETE'
                     MOVE 'A' TO AS-OF-STATE
                  WHEN HIST-MODE = 'UPDATE'
                        AND HIST-BEFORE-IMAGE (1:9) IS NOT NUMERIC
                     MOVE 'A' TO AS-OF-STATE
                  WHEN OTHER
                     MOVE 'P' TO AS-OF-STATE
                     MOVE HIST-INPUT-IMAGE TO AS-OF-IMAGE
               END-EVALUATE
            ELSE
               IF AS-OF-UNKNOWN THEN
                  MOVE 'Y' TO AS-OF-BEFORE-FIRST-SWITCH
                  MOVE HIST-RUN-NUMBER TO AS-OF-RUN
                  MOVE HIST-TIMESTAMP TO AS-OF-TIMESTAMP
                  IF HIST-BEFORE-IMAGE (1:9) IS NUMERIC THEN
                     MOVE 'P' TO AS-OF-STATE
                     MOVE HIST-BEFORE-IMAGE TO AS-OF-IMAGE
                  ELSE
                     MOVE 'A' TO AS-OF-STATE
                  END-IF
               END-IF
            END-IF.
      *
        500-REPORT-AS-OF-ROW.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            PERFORM 890-WRITE-REPORT-LINE.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            EVALUATE TRUE
               WHEN AS-OF-UNKNOWN
                  MOVE 'ROW AS OF DATE: NOT KNOWN, NO COMMITTED CHANGE
      -              ' ON FILE' TO INQUIRY-REPORT-LINE
               WHEN AS-OF-ABSENT
                  MOVE 'ROW AS OF DATE: (no row)' TO INQUIRY-REPORT-LINE
               WHEN OTHER
                  STRING 'ROW AS OF DATE: ' DELIMITED BY SIZE
                         AS-OF-IMAGE DELIMITED BY SIZE
                         INTO INQUIRY-REPORT-LINE
                  END-STRING
            END-EVALUATE.
            PERFORM 890-WRITE-REPORT-LINE.
            DISPLAY INQUIRY-REPORT-LINE.
            IF NOT AS-OF-UNKNOWN THEN
               MOVE SPACES TO INQUIRY-REPORT-LINE
               IF AS-OF-BEFORE-FIRST THEN
                  STRING '  AS FOUND BY RUN ' DELIMITED BY SIZE
                         AS-OF-RUN DELIMITED BY SIZE
                         ' AT ' DELIMITED BY SIZE
                         AS-OF-TIMESTAMP DELIMITED BY SIZE
                         ', THE FIRST COMMITTED CHANGE AFTER THE DATE'
                             DELIMITED BY SIZE
                         INTO INQUIRY-REPORT-LINE
                  END-STRING
               ELSE
                  STRING '  SET BY RUN ' DELIMITED BY SIZE
                         AS-OF-RUN DELIMITED BY SIZE
                         ' AT ' DELIMITED BY SIZE
                         AS-OF-TIMESTAMP DELIMITED BY SIZE
                         INTO INQUIRY-REPORT-LINE
                  END-STRING
               END-IF
               PERFORM 890-WRITE-REPORT-LINE
               DISPLAY INQUIRY-REPORT-LINE
            END-IF.
      *
        890-WRITE-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE.
            IF INQUIRY-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write HISTINQ, status '
                       INQUIRY-REPORT-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        900-TERMINATE.
            CLOSE HISTORY-FILE.
            CLOSE INQUIRY-REPORT-FILE.
            DISPLAY 'Changes on file:        ' CHANGE-COUNT.
            DISPLAY 'Committed:              ' COMMITTED-COUNT.
            DISPLAY 'Rejected:               ' REJECTED-COUNT.
            DISPLAY 'In doubt:               ' DOUBT-COUNT.
            DISPLAY 'Execution terminated!'.
