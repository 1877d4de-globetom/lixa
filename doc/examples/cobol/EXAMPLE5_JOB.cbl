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
      * EXAMPLE5-JOB - nightly job-stream driver for the EXAMPLE5
      * batch chain. Runs the night's steps from the step table in
      * 110-LOAD-STEP-TABLE, in order: EXAMPLE5-REL (staging the
      * future-dated changes that fall due tonight), EXAMPLE5-EDT,
      * the EXAMPLE5-PND pending-change report, EXAMPLE5-RCY,
      * EXAMPLE5-PQL against the edited AUTHORSOK/BOOKSOK feed,
      * EXAMPLE5-RPT, EXAMPLE5-TRD, EXAMPLE5-HST (so the change
      * history holds the night's trail before EXAMPLE5-ARC cuts it),
      * EXAMPLE5-ARC, the save of the previous AUTHORSOUT and BOOKSOUT
      * unloads as AUTHPREV and BOOKPREV, the EXTRACT run of
      * EXAMPLE5-PQL, EXAMPLE5-DLT and EXAMPLE5-OOB. When JOBPARTS
      * asks for more than one partition the single PQL step becomes
      * three: SPLIT (EXAMPLE5-SPL cuts the edited feed by AUTHOR-ID
      * range and registers the run), PQL (one EXAMPLE5-PQL per
      * partition, started together, each logging to PQLLOG.Pnn, and
      * judged by EXAMPLE5-MRG CHECK once they have all ended) and
      * MRG (EXAMPLE5-MRG folds the partition files and reconciles
      * the run against the control total). Every step is
      * started through the shell from the job's data directory, so
      * the logical file names resolve exactly as they do when the
      * chain is run by hand; JOBBINDIR names the directory holding
      * the programs.
      *
      * Each step carries its own condition-code rule: the return
      * codes that count as a normal end (EDT's 8 and 9 are a
      * refused feed, not a failure of the step), what a failure
      * does to the rest of the night (stop, or note it and carry
      * on for the report-only steps) and, optionally, an earlier
      * step whose return code makes this one pointless - PQL is
      * skipped when EDT refused the DELIMIN feed. A failed step
      * stops the night before anything downstream of it runs, so
      * ARC never archives a trail RPT did not get to report on.
      *
      * Every step's START and END (with its return code and, for
      * the steps that register a run in RUNCTL, the run number they
      * were given) goes to the STEPLOG ledger, keyed on the RUNCTL
      * run number the night's PQL run takes. Until that step has
      * registered its run a fresh night is keyed zero; the number
      * is then read back from the run's own START in RUNCTL and a
      * RENUM event moves the night onto it. A night that stopped
      * on a failed step is resumed from that step by simply running
      * the driver again: steps already completed are never rerun,
      * because rerunning EDT or RCY after PQL has committed would
      * corrupt the next day's feed. The operator can name a later
      * step as the first command line argument to bypass the
      * failed one, or give ABANDON to close the night in the ledger
      * without running anything. A partitioned run left open in
      * RUNCTL by a stopped night does not block its own restart:
      * the partitions already complete end at once, the others
      * resume from their checkpoints. A partition that died while
      * running has to be settled with a PABND event first, and
      * JOBPARTS must not change between the stop and the restart.
      *
      * Environment variables: JOBBINDIR (program directory, default
      * the current one), JOBEDTMODE (first argument for EDT, e.g.
      * DELIM), JOBCTLTOTAL and JOBCOMMITN (control total and commit
      * frequency for PQL), JOBPARTS (number of partitions, 1 to 20,
      * default 1) and JOBRETAIN (retention days for ARC).
      * PROCDATE, the processing date REL, EDT and PND judge
      * effective dates against, is inherited by the steps as is.
      *
      * Return code: 0 night complete, 4 complete but a step was
      * skipped by rule or failed without stopping the night, 8 the
      * night stopped on a failed step, 9 refused (a run is still in
      * flight in RUNCTL, or the restart point was refused), 1 fatal.
      *
      * Modification history:
      * 2026-10-15 : initial version
      * 2026-10-15 : save BOOKSOUT as BOOKPREV too; OOB step after DLT
      * 2026-10-15 : HST step loads the change history before ARC
      * 2026-10-15 : REL step stages due future-dated changes ahead of
      *              EDT; PND reports the pending changes after it
      * 2026-10-15 : JOBPARTS runs PQL as SPLIT, parallel partitions
      *              and MRG; a stopped partitioned night restarts
      * 2026-10-15 : a night refused by RUNCTL also raises an alert in
      *              the shared ALERTOUT feed
      * 2026-10-15 : the night takes the run number RUNCTL gives its
      *              PQL (or SPLIT) step, logged as a RENUM event;
      *              a step's run is its own START, not the highest
      * 2026-10-15 : PREVSAVE fails when either copy fails, not only
      *              the BOOKSOUT one
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-JOB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Step ledger: night and step events, appended across nights
            SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STEP-LOG-STATUS.
      * Run-control ledger, read for the night's run number and to
      * see which run numbers the steps registered
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-CONTROL-STATUS.
      * Operational alert feed for the monitoring console, shared by
      * every program of the chain
            SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * One ledger line per event. Night events (BEGIN, RSTRT when a
      * stopped night is resumed, RENUM when the night takes its run
      * number, with the number it had before in the RUNCTL column,
      * STOP, DONE, ABAND) carry step
      * number zero and the name JOB; step events (START, END, SKIP)
      * carry the step's position and name, its return code and
      * outcome (OK, WARN for a failure that did not stop the night,
      * FAIL, RULE for a skip by condition code, OPER for a step the
      * operator bypassed) and the RUNCTL run the step registered
        FD  STEP-LOG-FILE.
        01 STEP-LOG-RECORD.
           05 STEP-LOG-RUN-NUMBER  PIC 9(9).
           05 FILLER               PIC X(01).
           05 STEP-LOG-STEP-NUMBER PIC 9(2).
           05 FILLER               PIC X(01).
           05 STEP-LOG-STEP-NAME   PIC X(08).
           05 FILLER               PIC X(01).
           05 STEP-LOG-EVENT       PIC X(05).
           05 FILLER               PIC X(01).
           05 STEP-LOG-TIMESTAMP   PIC X(19).
           05 FILLER               PIC X(01).
           05 STEP-LOG-RETURN-CODE PIC 9(3).
           05 FILLER               PIC X(01).
           05 STEP-LOG-OUTCOME     PIC X(04).
           05 FILLER               PIC X(01).
           05 STEP-LOG-RUNCTL-RUN  PIC 9(9).
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
        FD  ALERT-FILE.
            COPY ALERTREC.
        WORKING-STORAGE SECTION.
        01 STEP-LOG-STATUS PIC X(02) VALUE '00'.
        01 STEP-LOG-EOF-SWITCH PIC X(01) VALUE 'N'.
        88      STEP-LOG-EOF VALUES 'Y'.
        01 RUN-CONTROL-STATUS PIC X(02) VALUE '00'.
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
      * Command line argument: blank, a step name to restart at, or
      * ABANDON
        01 ARGV PIC X(20) VALUE SPACES.
        01 ARGV-STEP-IDX PIC S9(4) USAGE COMP-5 VALUE ZERO.
      * Environment settings handed on to the steps
        01 BIN-DIR PIC X(80) VALUE '.'.
        01 BIN-DIR-ENV PIC X(80) VALUE SPACES.
        01 EDT-MODE-ENV PIC X(10) VALUE SPACES.
        01 CONTROL-TOTAL-ENV PIC X(10) VALUE SPACES.
        01 COMMIT-EVERY-ENV PIC X(10) VALUE SPACES.
        01 RETENTION-ENV PIC X(10) VALUE SPACES.
        01 PARTITIONS-ENV PIC X(10) VALUE SPACES.
        01 CONTROL-TOTAL-ARG PIC X(10) VALUE '0'.
        01 COMMIT-EVERY-ARG PIC X(10) VALUE '0'.
        01 PARTITION-COUNT PIC S9(4) USAGE COMP-5 VALUE 1.
        01 PARTITION-COUNT-ARG PIC 9(2) VALUE 1.
      * The step table. A step's OK codes are the return codes that
      * end it normally; ON-FAIL is S to stop the night on any other
      * code or C to note the failure and carry on; SKIP-AFTER names
      * an earlier step whose return code, when it is one of the
      * SKIP codes, makes this step pointless. STATE and RC hold the
      * night's progress, loaded from STEPLOG on a restart: blank
      * not yet run, R started with no END, D done, F failed, K
      * skipped. RUN-MODE is the RUNCTL mode of the run the step
      * registers (blank for a step that registers none), and
      * OPENS-NIGHT marks the step whose run gives the night its
      * run number.
        01 STEP-TABLE-MAX PIC S9(4) USAGE COMP-5 VALUE 20.
        01 STEP-TABLE-COUNT PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
              10 STEP-NAME        PIC X(08).
              10 STEP-COMMAND     PIC X(400).
              10 STEP-OK-CODES.
                 15 STEP-OK-CODE  PIC X(03) OCCURS 6 TIMES.
              10 STEP-ON-FAIL     PIC X(01).
              10 STEP-SKIP-AFTER  PIC X(08).
              10 STEP-SKIP-CODES.
                 15 STEP-SKIP-CODE PIC X(03) OCCURS 6 TIMES.
              10 STEP-RUN-MODE    PIC X(08).
              10 STEP-OPENS-NIGHT PIC X(01).
        88      STEP-OPENS-NIGHT-RUN VALUES 'Y'.
              10 STEP-STATE       PIC X(01).
              10 STEP-RC          PIC 9(3).
        01 STEP-IDX PIC S9(4) USAGE COMP-5.
        01 STEP-SEARCH-IDX PIC S9(4) USAGE COMP-5.
        01 STEP-FOUND-IDX PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 STEP-SEARCH-NAME PIC X(08) VALUE SPACES.
        01 START-STEP-IDX PIC S9(4) USAGE COMP-5 VALUE 1.
        01 BYPASS-IDX PIC S9(4) USAGE COMP-5.
      * Work area 115-ADD-STEP copies into the next table entry
        01 NEW-STEP.
           05 NEW-STEP-NAME       PIC X(08).
           05 NEW-STEP-COMMAND    PIC X(400).
           05 NEW-STEP-OK-CODES   PIC X(18).
           05 NEW-STEP-ON-FAIL    PIC X(01).
           05 NEW-STEP-SKIP-AFTER PIC X(08).
           05 NEW-STEP-SKIP-CODES PIC X(18).
           05 NEW-STEP-RUN-MODE   PIC X(08).
           05 NEW-STEP-OPENS-NIGHT PIC X(01).
        01 COMMAND-PTR PIC S9(4) USAGE COMP-5.
      * Return-code list test: is CODE-TEST one of the six codes in
      * CODE-LIST
        01 CODE-LIST.
           05 CODE-LIST-ENTRY PIC X(03) OCCURS 6 TIMES.
        01 CODE-TEST PIC X(03) VALUE SPACES.
        01 CODE-IDX PIC S9(4) USAGE COMP-5.
        01 CODE-MATCH-SWITCH PIC X(01) VALUE 'N'.
        88      CODE-MATCH VALUES 'Y'.
      * The last night on the ledger: its run number and where it
      * got to (B begun or resumed and never closed, S stopped on a
      * failed step, D done, A abandoned, blank no night yet)
        01 LAST-NIGHT-RUN PIC 9(9) VALUE ZERO.
        01 LAST-NIGHT-STATE PIC X(01) VALUE SPACE.
        88      LAST-NIGHT-OPEN VALUES 'B' 'S'.
        01 RESTART-SWITCH PIC X(01) VALUE 'N'.
        88      RESTARTING VALUES 'Y'.
      * This night
        01 NIGHT-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 NIGHT-STOP-SWITCH PIC X(01) VALUE 'N'.
        88      NIGHT-STOPPED VALUES 'Y'.
        01 FAILED-STEP-IDX PIC S9(4) USAGE COMP-5 VALUE ZERO.
        01 STEPS-RUN-COUNT PIC 9(9) VALUE ZERO.
        01 STEPS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
        01 STEPS-WARNED-COUNT PIC 9(9) VALUE ZERO.
        01 NIGHT-RETURN-CODE PIC 9(3) VALUE ZERO.
      * RUNCTL state: highest run number used and the run still in
      * flight (zero when the ledger is clean)
        01 HIGHEST-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 HIGHEST-BEFORE-STEP PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-NUMBER PIC 9(9) VALUE ZERO.
        01 OPEN-RUN-INPUT PIC X(12) VALUE SPACES.
      * The ledger event being appended
        01 LOG-STEP-NUMBER PIC 9(2) VALUE ZERO.
        01 LOG-STEP-NAME PIC X(08) VALUE SPACES.
        01 LOG-EVENT PIC X(05) VALUE SPACES.
        01 LOG-RETURN-CODE PIC 9(3) VALUE ZERO.
        01 LOG-OUTCOME PIC X(04) VALUE SPACES.
        01 LOG-RUNCTL-RUN PIC 9(9) VALUE ZERO.
        01 LOG-TIMESTAMP-DATE PIC 9(08).
        01 LOG-TIMESTAMP-TIME PIC 9(08).
      * Outcome of the step just run; SYSTEM hands back the shell's
      * wait status, whose exit code sits in the high-order byte
        01 SYSTEM-STATUS PIC S9(9) VALUE ZERO.
        01 STEP-RETURN-CODE PIC 9(3) VALUE ZERO.
        01 STEP-RUNCTL-RUN PIC 9(9) VALUE ZERO.
      *
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_JOB'.
            PERFORM 100-INITIALIZE.
            PERFORM 110-LOAD-STEP-TABLE.
            PERFORM 200-SCAN-STEP-LEDGER.
            PERFORM 250-SCAN-RUN-CONTROL.
            PERFORM 300-DECIDE-START-STEP.
            PERFORM 400-RUN-STEP
                VARYING STEP-IDX FROM START-STEP-IDX BY 1
                UNTIL STEP-IDX > STEP-TABLE-COUNT
                   OR NIGHT-STOPPED.
            PERFORM 800-CLOSE-NIGHT.
            PERFORM 900-TERMINATE.
            EVALUATE NIGHT-RETURN-CODE
               WHEN 8
                  STOP RUN RETURNING 8
               WHEN 4
                  STOP RUN RETURNING 4
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * Command line argument and the environment settings the steps
      * are started with
      *
        100-INITIALIZE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            ACCEPT BIN-DIR-ENV FROM ENVIRONMENT "JOBBINDIR".
            IF BIN-DIR-ENV NOT = SPACES THEN
               MOVE BIN-DIR-ENV TO BIN-DIR
            END-IF.
            ACCEPT EDT-MODE-ENV FROM ENVIRONMENT "JOBEDTMODE".
            ACCEPT CONTROL-TOTAL-ENV FROM ENVIRONMENT "JOBCTLTOTAL".
            IF CONTROL-TOTAL-ENV NOT = SPACES THEN
               MOVE CONTROL-TOTAL-ENV TO CONTROL-TOTAL-ARG
            END-IF.
            ACCEPT COMMIT-EVERY-ENV FROM ENVIRONMENT "JOBCOMMITN".
            IF COMMIT-EVERY-ENV NOT = SPACES THEN
               MOVE COMMIT-EVERY-ENV TO COMMIT-EVERY-ARG
            END-IF.
            ACCEPT RETENTION-ENV FROM ENVIRONMENT "JOBRETAIN".
            ACCEPT PARTITIONS-ENV FROM ENVIRONMENT "JOBPARTS".
            IF PARTITIONS-ENV NOT = SPACES THEN
               MOVE FUNCTION NUMVAL (PARTITIONS-ENV) TO PARTITION-COUNT
               IF PARTITION-COUNT < 1 OR PARTITION-COUNT > 20 THEN
                  DISPLAY 'Error: JOBPARTS must be between 1 and 20'
                  STOP RUN RETURNING 1
               END-IF
               MOVE PARTITION-COUNT TO PARTITION-COUNT-ARG
            END-IF.
            DISPLAY 'Program directory: ' FUNCTION TRIM (BIN-DIR).
      *
      * The night's step table. PQL reads AUTHORSIN/BOOKSIN, so the
      * step points those names at the edited feed through the DD_
      * mapping; the previous unload is saved as AUTHPREV before the
      * EXTRACT overwrites AUTHORSOUT, as its own step, so a restart
      * at a failed EXTRACT cannot save a half-written unload over
      * the good one.
      *
        110-LOAD-STEP-TABLE.
            MOVE SPACES TO NEW-STEP.
            MOVE 'REL' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_REL' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000004' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'EDT' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_EDT ' DELIMITED BY SIZE
                   EDT-MODE-ENV DELIMITED BY SPACE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000004008009' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'PND' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_PND' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000004' TO NEW-STEP-OK-CODES.
            MOVE 'C' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'RCY' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_RCY' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000004' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            IF PARTITION-COUNT > 1 THEN
               PERFORM 120-ADD-PARTITION-STEPS
            ELSE
               MOVE SPACES TO NEW-STEP
               MOVE 'PQL' TO NEW-STEP-NAME
               STRING 'DD_AUTHORSIN=AUTHORSOK DD_BOOKSIN=BOOKSOK '
                          DELIMITED BY SIZE
                      FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                      '/EXAMPLE5_PQL INSERT ' DELIMITED BY SIZE
                      CONTROL-TOTAL-ARG DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      COMMIT-EVERY-ARG DELIMITED BY SPACE
                      INTO NEW-STEP-COMMAND
               END-STRING
               MOVE '000' TO NEW-STEP-OK-CODES
               MOVE 'S' TO NEW-STEP-ON-FAIL
               MOVE 'EDT' TO NEW-STEP-SKIP-AFTER
               MOVE '008009' TO NEW-STEP-SKIP-CODES
               MOVE 'INSERT' TO NEW-STEP-RUN-MODE
               MOVE 'Y' TO NEW-STEP-OPENS-NIGHT
               PERFORM 115-ADD-STEP
            END-IF.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'RPT' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_RPT' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'TRD' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_TRD' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'C' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'HST' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_HST' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'C' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'ARC' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_ARC ' DELIMITED BY SIZE
                   RETENTION-ENV DELIMITED BY SPACE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'PREVSAVE' TO NEW-STEP-NAME.
            STRING '{ test ! -f AUTHORSOUT || cp AUTHORSOUT AUTHPREV;'
                       DELIMITED BY SIZE
                   ' } && { test ! -f BOOKSOUT || cp BOOKSOUT BOOKPREV;'
                       DELIMITED BY SIZE
                   ' }' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'EXTRACT' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_PQL EXTRACT' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            MOVE 'EXTRCT' TO NEW-STEP-RUN-MODE.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'DLT' TO NEW-STEP-NAME.
            STRING 'DD_AUTHCURR=AUTHORSOUT ' DELIMITED BY SIZE
                   FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_DLT' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'OOB' TO NEW-STEP-NAME.
            STRING 'DD_AUTHCURR=AUTHORSOUT DD_BOOKCURR=BOOKSOUT '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_OOB' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000004' TO NEW-STEP-OK-CODES.
            MOVE 'C' TO NEW-STEP-ON-FAIL.
            PERFORM 115-ADD-STEP.
      *
        115-ADD-STEP.
            IF STEP-TABLE-COUNT >= STEP-TABLE-MAX THEN
               DISPLAY 'Error: more than ' STEP-TABLE-MAX
                       ' steps in the step table'
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO STEP-TABLE-COUNT.
            MOVE NEW-STEP-NAME TO STEP-NAME (STEP-TABLE-COUNT).
            MOVE NEW-STEP-COMMAND TO STEP-COMMAND (STEP-TABLE-COUNT).
            MOVE NEW-STEP-OK-CODES TO STEP-OK-CODES (STEP-TABLE-COUNT).
            MOVE NEW-STEP-ON-FAIL TO STEP-ON-FAIL (STEP-TABLE-COUNT).
            MOVE NEW-STEP-SKIP-AFTER
                TO STEP-SKIP-AFTER (STEP-TABLE-COUNT).
            MOVE NEW-STEP-SKIP-CODES
                TO STEP-SKIP-CODES (STEP-TABLE-COUNT).
            MOVE NEW-STEP-RUN-MODE TO STEP-RUN-MODE (STEP-TABLE-COUNT).
            MOVE NEW-STEP-OPENS-NIGHT
                TO STEP-OPENS-NIGHT (STEP-TABLE-COUNT).
            MOVE SPACE TO STEP-STATE (STEP-TABLE-COUNT).
            MOVE ZERO TO STEP-RC (STEP-TABLE-COUNT).
      *
      * The partitioned form of the PQL step. SPL reads the edited
      * feed through the same DD_ mapping PQL would have used; each
      * partition's PQL finds its own slice of the feed and its own
      * output files from PARTITION, so it is given no control total
      * (MRG reconciles the whole run). The shell waits for every
      * partition, and MRG CHECK turns their outcome into the step's
      * return code: 0 only when every partition ended complete.
      *
        120-ADD-PARTITION-STEPS.
            MOVE SPACES TO NEW-STEP.
            MOVE 'SPLIT' TO NEW-STEP-NAME.
            STRING 'DD_AUTHORSIN=AUTHORSOK DD_BOOKSIN=BOOKSOK '
                       DELIMITED BY SIZE
                   FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_SPL ' DELIMITED BY SIZE
                   PARTITION-COUNT-ARG DELIMITED BY SIZE
                   ' INSERT' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            MOVE 'EDT' TO NEW-STEP-SKIP-AFTER.
            MOVE '008009' TO NEW-STEP-SKIP-CODES.
            MOVE 'INSERT' TO NEW-STEP-RUN-MODE.
            MOVE 'Y' TO NEW-STEP-OPENS-NIGHT.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'PQL' TO NEW-STEP-NAME.
            STRING 'for P in $(seq -f %02g 1 ' DELIMITED BY SIZE
                   PARTITION-COUNT-ARG DELIMITED BY SIZE
                   '); do PARTITION=$P ' DELIMITED BY SIZE
                   FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_PQL INSERT 0 ' DELIMITED BY SIZE
                   COMMIT-EVERY-ARG DELIMITED BY SPACE
                   ' >PQLLOG.P$P 2>&1 & done; wait; ' DELIMITED BY SIZE
                   FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_MRG CHECK' DELIMITED BY SIZE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            MOVE 'EDT' TO NEW-STEP-SKIP-AFTER.
            MOVE '008009' TO NEW-STEP-SKIP-CODES.
            PERFORM 115-ADD-STEP.
      *
            MOVE SPACES TO NEW-STEP.
            MOVE 'MRG' TO NEW-STEP-NAME.
            STRING FUNCTION TRIM (BIN-DIR) DELIMITED BY SIZE
                   '/EXAMPLE5_MRG ' DELIMITED BY SIZE
                   CONTROL-TOTAL-ARG DELIMITED BY SPACE
                   INTO NEW-STEP-COMMAND
            END-STRING.
            MOVE '000' TO NEW-STEP-OK-CODES.
            MOVE 'S' TO NEW-STEP-ON-FAIL.
            MOVE 'EDT' TO NEW-STEP-SKIP-AFTER.
            MOVE '008009' TO NEW-STEP-SKIP-CODES.
            PERFORM 115-ADD-STEP.
      *
      * Replay the step ledger to find the last night and how far it
      * got; steps are matched on their names, so a ledger written
      * before a step was added to the table still reads correctly
      *
        200-SCAN-STEP-LEDGER.
            OPEN INPUT STEP-LOG-FILE.
            EVALUATE TRUE
               WHEN STEP-LOG-STATUS EQUAL '00'
                  PERFORM 220-READ-STEP-LOG
                  PERFORM 210-REPLAY-STEP-EVENT
                      UNTIL STEP-LOG-EOF
                  CLOSE STEP-LOG-FILE
               WHEN STEP-LOG-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open STEPLOG, status '
                          STEP-LOG-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        210-REPLAY-STEP-EVENT.
            IF STEP-LOG-RUN-NUMBER IS NUMERIC THEN
               IF (STEP-LOG-RUN-NUMBER NOT = LAST-NIGHT-RUN
                     AND NOT (STEP-LOG-EVENT = 'RENUM'
                              AND STEP-LOG-RUNCTL-RUN = LAST-NIGHT-RUN))
                     OR STEP-LOG-EVENT = 'BEGIN' THEN
                  PERFORM 230-CLEAR-STEP-STATES
                  MOVE STEP-LOG-RUN-NUMBER TO LAST-NIGHT-RUN
                  MOVE 'B' TO LAST-NIGHT-STATE
               END-IF
               EVALUATE STEP-LOG-EVENT
                  WHEN 'BEGIN'
                  WHEN 'RSTRT'
                     MOVE 'B' TO LAST-NIGHT-STATE
                  WHEN 'STOP '
                     MOVE 'S' TO LAST-NIGHT-STATE
                  WHEN 'DONE '
                     MOVE 'D' TO LAST-NIGHT-STATE
                  WHEN 'ABAND'
                     MOVE 'A' TO LAST-NIGHT-STATE
                  WHEN 'RENUM'
                     MOVE STEP-LOG-RUN-NUMBER TO LAST-NIGHT-RUN
                  WHEN OTHER
                     PERFORM 240-REPLAY-STEP-STATE
               END-EVALUATE
            END-IF.
            PERFORM 220-READ-STEP-LOG.
      *
        220-READ-STEP-LOG.
            READ STEP-LOG-FILE
                AT END
                    MOVE 'Y' TO STEP-LOG-EOF-SWITCH
            END-READ.
            IF STEP-LOG-STATUS NOT = '00'
                  AND STEP-LOG-STATUS NOT = '10' THEN
               DISPLAY 'Error: unable to read STEPLOG, status '
                       STEP-LOG-STATUS
               STOP RUN RETURNING 1
            END-IF.
      *
        230-CLEAR-STEP-STATES.
            PERFORM 235-CLEAR-STEP-STATE
                VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > STEP-TABLE-COUNT.
      *
        235-CLEAR-STEP-STATE.
            MOVE SPACE TO STEP-STATE (STEP-IDX).
            MOVE ZERO TO STEP-RC (STEP-IDX).
      *
        240-REPLAY-STEP-STATE.
            MOVE STEP-LOG-STEP-NAME TO STEP-SEARCH-NAME.
            PERFORM 260-FIND-STEP.
            IF STEP-FOUND-IDX > ZERO THEN
               EVALUATE STEP-LOG-EVENT
                  WHEN 'START'
                     MOVE 'R' TO STEP-STATE (STEP-FOUND-IDX)
                  WHEN 'SKIP '
                     MOVE 'K' TO STEP-STATE (STEP-FOUND-IDX)
                  WHEN 'END  '
                     IF STEP-LOG-RETURN-CODE IS NUMERIC THEN
                        MOVE STEP-LOG-RETURN-CODE
                            TO STEP-RC (STEP-FOUND-IDX)
                     END-IF
                     IF STEP-LOG-OUTCOME = 'FAIL' THEN
                        MOVE 'F' TO STEP-STATE (STEP-FOUND-IDX)
                     ELSE
                        MOVE 'D' TO STEP-STATE (STEP-FOUND-IDX)
                     END-IF
               END-EVALUATE
            END-IF.
      *
      * Highest run number in RUNCTL and any run still in flight,
      * scanned the way EXAMPLE5-PQL scans it before registering
      *
        250-SCAN-RUN-CONTROL.
            MOVE ZERO TO HIGHEST-RUN-NUMBER.
            MOVE ZERO TO OPEN-RUN-NUMBER.
            MOVE SPACES TO OPEN-RUN-INPUT.
            MOVE 'N' TO RUN-CONTROL-EOF-SWITCH.
            OPEN INPUT RUN-CONTROL-FILE.
            EVALUATE TRUE
               WHEN RUN-CONTROL-STATUS EQUAL '00'
                  PERFORM 270-READ-RUN-CONTROL
                  PERFORM 255-SCAN-RUN-EVENT
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
        255-SCAN-RUN-EVENT.
            IF RUN-CTL-NUMBER IS NUMERIC THEN
               IF RUN-CTL-NUMBER > HIGHEST-RUN-NUMBER THEN
                  MOVE RUN-CTL-NUMBER TO HIGHEST-RUN-NUMBER
               END-IF
               EVALUATE RUN-CTL-EVENT
                  WHEN 'START'
                     MOVE RUN-CTL-NUMBER TO OPEN-RUN-NUMBER
                     MOVE RUN-CTL-INPUT TO OPEN-RUN-INPUT
                  WHEN 'END'
                     IF RUN-CTL-NUMBER = OPEN-RUN-NUMBER THEN
                        MOVE ZERO TO OPEN-RUN-NUMBER
                        MOVE SPACES TO OPEN-RUN-INPUT
                     END-IF
               END-EVALUATE
            END-IF.
            PERFORM 270-READ-RUN-CONTROL.
      *
        260-FIND-STEP.
            MOVE ZERO TO STEP-FOUND-IDX.
            PERFORM 265-MATCH-STEP-NAME
                VARYING STEP-SEARCH-IDX FROM 1 BY 1
                UNTIL STEP-SEARCH-IDX > STEP-TABLE-COUNT
                   OR STEP-FOUND-IDX > ZERO.
      *
        265-MATCH-STEP-NAME.
            IF STEP-NAME (STEP-SEARCH-IDX) = STEP-SEARCH-NAME THEN
               MOVE STEP-SEARCH-IDX TO STEP-FOUND-IDX
            END-IF.
      *
        270-READ-RUN-CONTROL.
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
      * The run the step just ended registered: the first START
      * above the highest number before the step whose mode is the
      * step's own, or, for the step opening the night, a split run
      * (input PARTS=nn). Runs of other programs started meanwhile
      * (MNT, ERS) are passed over.
      *
        280-FIND-STEP-RUN.
            MOVE 'N' TO RUN-CONTROL-EOF-SWITCH.
            OPEN INPUT RUN-CONTROL-FILE.
            EVALUATE TRUE
               WHEN RUN-CONTROL-STATUS EQUAL '00'
                  PERFORM 270-READ-RUN-CONTROL
                  PERFORM 285-MATCH-STEP-RUN
                      UNTIL RUN-CONTROL-EOF
                         OR STEP-RUNCTL-RUN > ZERO
                  CLOSE RUN-CONTROL-FILE
               WHEN RUN-CONTROL-STATUS EQUAL '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'Error: unable to open RUNCTL, status '
                          RUN-CONTROL-STATUS
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
        285-MATCH-STEP-RUN.
            IF RUN-CTL-NUMBER IS NUMERIC THEN
               IF RUN-CTL-EVENT = 'START'
                     AND RUN-CTL-NUMBER > HIGHEST-BEFORE-STEP THEN
                  IF RUN-CTL-MODE = STEP-RUN-MODE (STEP-IDX)
                        OR (STEP-OPENS-NIGHT-RUN (STEP-IDX)
                            AND RUN-CTL-INPUT (1:6) = 'PARTS=') THEN
                     MOVE RUN-CTL-NUMBER TO STEP-RUNCTL-RUN
                  END-IF
               END-IF
            END-IF.
            PERFORM 270-READ-RUN-CONTROL.
      *
      * New night or restart. A night left open on the ledger is
      * resumed at its first step that did not complete; a fresh
      * night is keyed zero until its PQL step has a run number. A
      * batch run still open in RUNCTL blocks both: PQL would refuse
      * it anyway, and the operator has to settle it first. The one
      * exception is the partitioned run of the night being resumed,
      * which its own PQL and MRG steps carry on and close.
      *
        300-DECIDE-START-STEP.
            IF ARGV = 'ABANDON' OR ARGV = 'abandon' THEN
               PERFORM 350-ABANDON-NIGHT
            END-IF.
            IF OPEN-RUN-NUMBER > ZERO
                  AND NOT (LAST-NIGHT-OPEN
                           AND OPEN-RUN-NUMBER = LAST-NIGHT-RUN
                           AND OPEN-RUN-INPUT (1:6) = 'PARTS=') THEN
               DISPLAY 'Error: run ' OPEN-RUN-NUMBER ' is still in fligh
      -           't in RUNCTL; the night cannot start until it is se'
                       'ttled'
               MOVE 'MAJOR' TO ALERT-SEVERITY-TEXT
               MOVE 'RUNLOCK' TO ALERT-EVENT-TEXT
               MOVE OPEN-RUN-NUMBER TO ALERT-RUN
               MOVE 'RUN STILL IN FLIGHT IN RUNCTL, NIGHT NOT STARTED'
                   TO ALERT-MESSAGE-TEXT
               PERFORM 870-WRITE-ALERT
               STOP RUN RETURNING 9
            END-IF.
            IF LAST-NIGHT-OPEN THEN
               MOVE 'Y' TO RESTART-SWITCH
               MOVE LAST-NIGHT-RUN TO NIGHT-RUN-NUMBER
               MOVE ZERO TO START-STEP-IDX
               PERFORM 310-FIND-RESTART-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-TABLE-COUNT
                      OR START-STEP-IDX > ZERO
               IF START-STEP-IDX = ZERO THEN
                  COMPUTE START-STEP-IDX = STEP-TABLE-COUNT + 1
               END-IF
            ELSE
               IF ARGV NOT = SPACES THEN
                  DISPLAY 'Error: no stopped night on STEPLOG to'
                          ' restart at step ' FUNCTION TRIM (ARGV)
                  STOP RUN RETURNING 9
               END-IF
               MOVE ZERO TO NIGHT-RUN-NUMBER
               MOVE 1 TO START-STEP-IDX
            END-IF.
            MOVE ZERO TO LOG-STEP-NUMBER.
            MOVE 'JOB' TO LOG-STEP-NAME.
            MOVE ZERO TO LOG-RETURN-CODE.
            MOVE SPACES TO LOG-OUTCOME.
            MOVE ZERO TO LOG-RUNCTL-RUN.
            IF RESTARTING THEN
               MOVE 'RSTRT' TO LOG-EVENT
               PERFORM 500-APPEND-STEP-EVENT
               IF ARGV NOT = SPACES THEN
                  PERFORM 320-APPLY-OPERATOR-RESTART
               END-IF
               IF START-STEP-IDX <= STEP-TABLE-COUNT THEN
                  DISPLAY 'Resuming night of run ' NIGHT-RUN-NUMBER
                          ' at step '
                          FUNCTION TRIM (STEP-NAME (START-STEP-IDX))
               ELSE
                  DISPLAY 'Night of run ' NIGHT-RUN-NUMBER
                          ' has no steps left to run'
               END-IF
            ELSE
               MOVE 'BEGIN' TO LOG-EVENT
               PERFORM 500-APPEND-STEP-EVENT
               DISPLAY 'Starting a new night; its run number follows'
                       ' from RUNCTL once its run is registered'
            END-IF.
      *
        310-FIND-RESTART-STEP.
            IF STEP-STATE (STEP-IDX) NOT = 'D'
                  AND STEP-STATE (STEP-IDX) NOT = 'K' THEN
               MOVE STEP-IDX TO START-STEP-IDX
            END-IF.
      *
      * The operator may move the restart point forward past the
      * failed step (it was fixed by hand), never back over a step
      * that completed
      *
        320-APPLY-OPERATOR-RESTART.
            MOVE ARGV TO STEP-SEARCH-NAME.
            PERFORM 260-FIND-STEP.
            MOVE STEP-FOUND-IDX TO ARGV-STEP-IDX.
            EVALUATE TRUE
               WHEN ARGV-STEP-IDX = ZERO
                  DISPLAY 'Error: no step named ' FUNCTION TRIM (ARGV)
                          ' in the step table'
                  STOP RUN RETURNING 9
               WHEN ARGV-STEP-IDX < START-STEP-IDX
                  DISPLAY 'Error: step ' FUNCTION TRIM (ARGV)
                          ' already completed for run '
                          NIGHT-RUN-NUMBER
                          '; rerunning it would corrupt the next day''s'
                          ' feed'
                  STOP RUN RETURNING 9
               WHEN OTHER
                  PERFORM 325-BYPASS-STEP
                      VARYING BYPASS-IDX FROM START-STEP-IDX BY 1
                      UNTIL BYPASS-IDX >= ARGV-STEP-IDX
                  MOVE ARGV-STEP-IDX TO START-STEP-IDX
            END-EVALUATE.
      *
        325-BYPASS-STEP.
            MOVE BYPASS-IDX TO LOG-STEP-NUMBER.
            MOVE STEP-NAME (BYPASS-IDX) TO LOG-STEP-NAME.
            MOVE 'SKIP ' TO LOG-EVENT.
            MOVE STEP-RC (BYPASS-IDX) TO LOG-RETURN-CODE.
            MOVE 'OPER' TO LOG-OUTCOME.
            MOVE ZERO TO LOG-RUNCTL-RUN.
            PERFORM 500-APPEND-STEP-EVENT.
            MOVE 'K' TO STEP-STATE (BYPASS-IDX).
            DISPLAY 'Step ' FUNCTION TRIM (STEP-NAME (BYPASS-IDX))
                    ' bypassed by the operator'.
      *
        350-ABANDON-NIGHT.
            IF NOT LAST-NIGHT-OPEN THEN
               DISPLAY 'No open night on STEPLOG; nothing to abandon'
               STOP RUN RETURNING 0
            END-IF.
            MOVE LAST-NIGHT-RUN TO NIGHT-RUN-NUMBER.
            MOVE ZERO TO LOG-STEP-NUMBER.
            MOVE 'JOB' TO LOG-STEP-NAME.
            MOVE 'ABAND' TO LOG-EVENT.
            MOVE ZERO TO LOG-RETURN-CODE.
            MOVE SPACES TO LOG-OUTCOME.
            MOVE ZERO TO LOG-RUNCTL-RUN.
            PERFORM 500-APPEND-STEP-EVENT.
            DISPLAY 'Night of run ' NIGHT-RUN-NUMBER
                    ' abandoned; the next night starts from the top'.
            DISPLAY 'Execution terminated!'.
            STOP RUN RETURNING 0.
      *
      * One step: apply its skip rule, otherwise run it and judge
      * its return code against the step's rule
      *
        400-RUN-STEP.
            PERFORM 410-CHECK-SKIP-RULE.
            IF NOT CODE-MATCH THEN
               PERFORM 420-EXECUTE-STEP
               PERFORM 430-JUDGE-RETURN-CODE
            END-IF.
      *
        410-CHECK-SKIP-RULE.
            MOVE 'N' TO CODE-MATCH-SWITCH.
            IF STEP-SKIP-AFTER (STEP-IDX) NOT = SPACES THEN
               MOVE STEP-SKIP-AFTER (STEP-IDX) TO STEP-SEARCH-NAME
               PERFORM 260-FIND-STEP
               IF STEP-FOUND-IDX > ZERO THEN
                  IF STEP-STATE (STEP-FOUND-IDX) = 'D' THEN
                     MOVE STEP-SKIP-CODES (STEP-IDX) TO CODE-LIST
                     MOVE STEP-RC (STEP-FOUND-IDX) TO CODE-TEST
                     PERFORM 440-TEST-CODE-LIST
                  END-IF
               END-IF
            END-IF.
            IF CODE-MATCH THEN
               MOVE STEP-IDX TO LOG-STEP-NUMBER
               MOVE STEP-NAME (STEP-IDX) TO LOG-STEP-NAME
               MOVE 'SKIP ' TO LOG-EVENT
               MOVE ZERO TO LOG-RETURN-CODE
               MOVE 'RULE' TO LOG-OUTCOME
               MOVE ZERO TO LOG-RUNCTL-RUN
               PERFORM 500-APPEND-STEP-EVENT
               MOVE 'K' TO STEP-STATE (STEP-IDX)
               ADD 1 TO STEPS-SKIPPED-COUNT
               DISPLAY 'Step ' FUNCTION TRIM (STEP-NAME (STEP-IDX))
                       ' skipped: step '
                       FUNCTION TRIM (STEP-NAME (STEP-FOUND-IDX))
                       ' ended with return code '
                       STEP-RC (STEP-FOUND-IDX)
            END-IF.
      *
      * Run the step through the shell. RUNCTL is scanned before it
      * and, for a step that registers a run (PQL, SPLIT, EXTRACT),
      * searched after it for that run's own START, so the number
      * stamped on its END record is never one a program outside
      * the night registered meanwhile. The night's opening step
      * hands its number on to the night.
      *
        420-EXECUTE-STEP.
            PERFORM 250-SCAN-RUN-CONTROL.
            MOVE HIGHEST-RUN-NUMBER TO HIGHEST-BEFORE-STEP.
            MOVE STEP-IDX TO LOG-STEP-NUMBER.
            MOVE STEP-NAME (STEP-IDX) TO LOG-STEP-NAME.
            MOVE 'START' TO LOG-EVENT.
            MOVE ZERO TO LOG-RETURN-CODE.
            MOVE SPACES TO LOG-OUTCOME.
            MOVE ZERO TO LOG-RUNCTL-RUN.
            PERFORM 500-APPEND-STEP-EVENT.
            MOVE 'R' TO STEP-STATE (STEP-IDX).
            DISPLAY '>>> Step ' FUNCTION TRIM (STEP-NAME (STEP-IDX))
                    ': ' FUNCTION TRIM (STEP-COMMAND (STEP-IDX)).
            CALL "SYSTEM" USING STEP-COMMAND (STEP-IDX).
            MOVE RETURN-CODE TO SYSTEM-STATUS.
            MOVE ZERO TO RETURN-CODE.
            IF SYSTEM-STATUS > 255 THEN
               DIVIDE 256 INTO SYSTEM-STATUS
            END-IF.
            IF SYSTEM-STATUS < ZERO THEN
               MOVE 255 TO SYSTEM-STATUS
            END-IF.
            MOVE SYSTEM-STATUS TO STEP-RETURN-CODE.
            MOVE STEP-RETURN-CODE TO STEP-RC (STEP-IDX).
            ADD 1 TO STEPS-RUN-COUNT.
            MOVE ZERO TO STEP-RUNCTL-RUN.
            IF STEP-RUN-MODE (STEP-IDX) NOT = SPACES THEN
               PERFORM 280-FIND-STEP-RUN
            END-IF.
            IF STEP-OPENS-NIGHT-RUN (STEP-IDX)
                  AND STEP-RUNCTL-RUN > ZERO
                  AND STEP-RUNCTL-RUN NOT = NIGHT-RUN-NUMBER THEN
               PERFORM 450-ADOPT-NIGHT-RUN
            END-IF.
      *
        430-JUDGE-RETURN-CODE.
            MOVE STEP-OK-CODES (STEP-IDX) TO CODE-LIST.
            MOVE STEP-RETURN-CODE TO CODE-TEST.
            PERFORM 440-TEST-CODE-LIST.
            EVALUATE TRUE
               WHEN CODE-MATCH
                  MOVE 'OK  ' TO LOG-OUTCOME
                  MOVE 'D' TO STEP-STATE (STEP-IDX)
               WHEN STEP-ON-FAIL (STEP-IDX) = 'C'
                  MOVE 'WARN' TO LOG-OUTCOME
                  MOVE 'D' TO STEP-STATE (STEP-IDX)
                  ADD 1 TO STEPS-WARNED-COUNT
               WHEN OTHER
                  MOVE 'FAIL' TO LOG-OUTCOME
                  MOVE 'F' TO STEP-STATE (STEP-IDX)
                  MOVE 'Y' TO NIGHT-STOP-SWITCH
                  MOVE STEP-IDX TO FAILED-STEP-IDX
            END-EVALUATE.
            MOVE STEP-IDX TO LOG-STEP-NUMBER.
            MOVE STEP-NAME (STEP-IDX) TO LOG-STEP-NAME.
            MOVE 'END  ' TO LOG-EVENT.
            MOVE STEP-RETURN-CODE TO LOG-RETURN-CODE.
            MOVE STEP-RUNCTL-RUN TO LOG-RUNCTL-RUN.
            PERFORM 500-APPEND-STEP-EVENT.
            DISPLAY '<<< Step ' FUNCTION TRIM (STEP-NAME (STEP-IDX))
                    ' ended with return code ' STEP-RETURN-CODE
                    ' (' LOG-OUTCOME ')'.
      *
        440-TEST-CODE-LIST.
            MOVE 'N' TO CODE-MATCH-SWITCH.
            PERFORM 445-TEST-ONE-CODE
                VARYING CODE-IDX FROM 1 BY 1
                UNTIL CODE-IDX > 6 OR CODE-MATCH.
      *
        445-TEST-ONE-CODE.
            IF CODE-LIST-ENTRY (CODE-IDX) = CODE-TEST THEN
               MOVE 'Y' TO CODE-MATCH-SWITCH
            END-IF.
      *
      * The night takes the run number of its opening step. Steps
      * already logged carry the number the night had until now
      * (zero for a fresh night, the earlier run when a failed PQL
      * is rerun), so the RENUM event keeps that number in its
      * RUNCTL column and the ledger replay carries the night across
      *
        450-ADOPT-NIGHT-RUN.
            MOVE ZERO TO LOG-STEP-NUMBER.
            MOVE 'JOB' TO LOG-STEP-NAME.
            MOVE 'RENUM' TO LOG-EVENT.
            MOVE ZERO TO LOG-RETURN-CODE.
            MOVE SPACES TO LOG-OUTCOME.
            MOVE NIGHT-RUN-NUMBER TO LOG-RUNCTL-RUN.
            MOVE STEP-RUNCTL-RUN TO NIGHT-RUN-NUMBER.
            PERFORM 500-APPEND-STEP-EVENT.
            DISPLAY 'Night takes run number ' NIGHT-RUN-NUMBER
                    ' from its ' FUNCTION TRIM (STEP-NAME (STEP-IDX))
                    ' step'.
      *
      * Append one event to the step ledger; like RUNCTL it is
      * permanent, so records are only ever added
      *
        500-APPEND-STEP-EVENT.
            OPEN EXTEND STEP-LOG-FILE.
            IF STEP-LOG-STATUS EQUAL '05' OR
               STEP-LOG-STATUS EQUAL '35' THEN
               OPEN OUTPUT STEP-LOG-FILE
            END-IF.
            IF STEP-LOG-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to open STEPLOG, status '
                       STEP-LOG-STATUS
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO STEP-LOG-RECORD.
            MOVE NIGHT-RUN-NUMBER TO STEP-LOG-RUN-NUMBER.
            MOVE LOG-STEP-NUMBER TO STEP-LOG-STEP-NUMBER.
            MOVE LOG-STEP-NAME TO STEP-LOG-STEP-NAME.
            MOVE LOG-EVENT TO STEP-LOG-EVENT.
            ACCEPT LOG-TIMESTAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT LOG-TIMESTAMP-TIME FROM TIME.
            STRING LOG-TIMESTAMP-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   LOG-TIMESTAMP-TIME DELIMITED BY SIZE
                   INTO STEP-LOG-TIMESTAMP
            END-STRING.
            MOVE LOG-RETURN-CODE TO STEP-LOG-RETURN-CODE.
            MOVE LOG-OUTCOME TO STEP-LOG-OUTCOME.
            MOVE LOG-RUNCTL-RUN TO STEP-LOG-RUNCTL-RUN.
            WRITE STEP-LOG-RECORD.
            IF STEP-LOG-STATUS NOT = '00' THEN
               DISPLAY 'Error: unable to write STEPLOG, status '
                       STEP-LOG-STATUS
               STOP RUN RETURNING 1
            END-IF.
            CLOSE STEP-LOG-FILE.
      *
      * Close the night on the ledger: STOP names the failed step
      * the next invocation resumes at, DONE ends the night
      *
        800-CLOSE-NIGHT.
            MOVE ZERO TO LOG-STEP-NUMBER.
            MOVE 'JOB' TO LOG-STEP-NAME.
            MOVE ZERO TO LOG-RUNCTL-RUN.
            IF NIGHT-STOPPED THEN
               MOVE 8 TO NIGHT-RETURN-CODE
               MOVE FAILED-STEP-IDX TO LOG-STEP-NUMBER
               MOVE STEP-NAME (FAILED-STEP-IDX) TO LOG-STEP-NAME
               MOVE 'STOP ' TO LOG-EVENT
               MOVE STEP-RC (FAILED-STEP-IDX) TO LOG-RETURN-CODE
               MOVE 'FAIL' TO LOG-OUTCOME
            ELSE
               IF STEPS-SKIPPED-COUNT > ZERO
                     OR STEPS-WARNED-COUNT > ZERO THEN
                  MOVE 4 TO NIGHT-RETURN-CODE
                  MOVE 'WARN' TO LOG-OUTCOME
               ELSE
                  MOVE ZERO TO NIGHT-RETURN-CODE
                  MOVE 'OK  ' TO LOG-OUTCOME
               END-IF
               MOVE 'DONE ' TO LOG-EVENT
               MOVE NIGHT-RETURN-CODE TO LOG-RETURN-CODE
            END-IF.
            PERFORM 500-APPEND-STEP-EVENT.
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
               MOVE 'EXAMPLE5-JOB' TO ALERT-PROGRAM
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
            DISPLAY 'Night run number:  ' NIGHT-RUN-NUMBER.
            DISPLAY 'Steps run:         ' STEPS-RUN-COUNT.
            DISPLAY 'Steps skipped:     ' STEPS-SKIPPED-COUNT.
            DISPLAY 'Steps failed, run continued: '
                    STEPS-WARNED-COUNT.
            IF NIGHT-STOPPED THEN
               DISPLAY 'NIGHT STOPPED at step '
                       FUNCTION TRIM (STEP-NAME (FAILED-STEP-IDX))
                       ', return code ' STEP-RC (FAILED-STEP-IDX)
                       '; run EXAMPLE5_JOB again to restart there'
            END-IF.
            DISPLAY 'Execution terminated!'.
