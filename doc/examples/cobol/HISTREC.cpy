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
      * HISTREC - one entry of the AUTHHIST keyed change history,
      * filed by EXAMPLE5-HST from an AUDITOUT or ARCHOUT record.
      * The key is the feed ('A' authors, 'B' books), the row id
      * (AUTHOR-ID, or BOOK-ID for a book row), the AUDIT-TIMESTAMP
      * and a sequence that keeps two statements against the same row
      * in the same hundredth of a second apart. HIST-AUTHOR-ID is
      * the owning author of a book row (the row id itself for an
      * author row). The images keep the AUDITREC shapes: AUTHREC or
      * BOOKREC for the input row, the before-image as captured.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        01 HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-FEED        PIC X(01).
              10 HIST-ROW-ID      PIC 9(9).
              10 HIST-TIMESTAMP   PIC X(19).
              10 HIST-SEQUENCE    PIC 9(4).
           05 HIST-AUTHOR-ID      PIC 9(9).
           05 HIST-MODE           PIC X(06).
           05 HIST-RUN-NUMBER     PIC 9(9).
           05 HIST-GROUP-NUMBER   PIC 9(9).
           05 HIST-TX-STATUS      PIC 9(9).
           05 HIST-PGRES          PIC 9(18).
      * C committed, R rejected (failed statement or group rolled
      * back), D in doubt (TX_MIXED/TX_HAZARD)
           05 HIST-OUTCOME        PIC X(01).
              88 HIST-COMMITTED       VALUE 'C'.
              88 HIST-REJECTED        VALUE 'R'.
              88 HIST-IN-DOUBT        VALUE 'D'.
           05 HIST-INPUT-IMAGE    PIC X(70).
           05 HIST-BEFORE-IMAGE   PIC X(69).
