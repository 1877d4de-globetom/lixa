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
      * ALERTREC - one record of the shared ALERTOUT operational alert
      * feed read by the enterprise monitoring console. Every program
      * of the chain that meets a serious condition appends one
      * record (open extend, write, close) besides its job log
      * message, so programs running side by side can share the file.
      * Event codes:
      *   TXMIXED  CRITICAL TX_MIXED outcome, group kept in DOUBTOUT
      *   TXHAZARD CRITICAL TX_HAZARD outcome, group kept in DOUBTOUT
      *   RETRYEND MAJOR    TXBEGIN/TXCOMMIT retries exhausted
      *   TXTIMOUT MAJOR    transaction rolled back on timeout
      *   FEEDCTL  MAJOR    DELIMIN feed refused on its header or
      *                     trailer control totals
      *   STALERUN MAJOR    run or partition in flight gone stale
      *   RUNLOCK  MAJOR    run refused, a RUNCTL START has no END;
      *                     the run number is the one in flight
      *   SUSPENSE WARNING  rows parked in SUSPENSE (once per run)
      *   TRENDBRK WARNING  latest week or month out of trend
      * The run number is zero for a program that registers no run
      * of its own in RUNCTL.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        01 ALERT-RECORD.
      * YYYYMMDD-HHMMSSCC as in the audit trail
           05 ALERT-TIMESTAMP        PIC X(19).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ALERT-SEVERITY         PIC X(08).
              88 ALERT-CRITICAL          VALUE 'CRITICAL'.
              88 ALERT-MAJOR             VALUE 'MAJOR'.
              88 ALERT-WARNING           VALUE 'WARNING'.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ALERT-PROGRAM          PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ALERT-RUN-NUMBER       PIC 9(9).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ALERT-EVENT-CODE       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ALERT-MESSAGE          PIC X(60).
