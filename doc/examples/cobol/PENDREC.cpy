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
      * PENDREC - one entry of the PENDTXN keyed pending-transaction
      * file: a feed row carrying an effective date later than the
      * processing date, filed by EXAMPLE5-EDT instead of being
      * passed to AUTHORSOK/BOOKSOK, and held until EXAMPLE5-REL
      * stages it into the feed of the night it falls due.
      * The key is the feed ('A' authors, 'B' books), the owning
      * AUTHOR-ID (the row id itself for an author row), the row id
      * (BOOK-ID for a book row) and the effective date, so reading
      * the file in key order gives the ascending AUTHOR-ID order
      * the feeds must keep. The row image keeps the AUTHREC or
      * BOOKREC shape.
      *
      * Modification history:
      * 2026-10-15 : initial version
      *
        01 PENDING-RECORD.
           05 PEND-KEY.
              10 PEND-FEED           PIC X(01).
              10 PEND-FAMILY-ID      PIC 9(9).
              10 PEND-ROW-ID         PIC 9(9).
              10 PEND-EFFECTIVE-DATE PIC X(08).
      * P pending, S staged into RELAUTH/RELBOOK for tonight's edit,
      * R taken into a night's feed by the edit, C cancelled, F
      * flagged: the row it targets was deleted after it was filed
           05 PEND-STATUS            PIC X(01).
              88 PEND-WAITING            VALUE 'P'.
              88 PEND-STAGED             VALUE 'S'.
              88 PEND-RELEASED           VALUE 'R'.
              88 PEND-CANCELLED          VALUE 'C'.
              88 PEND-FLAGGED            VALUE 'F'.
      * Processing date the row was filed, and of the last change of
      * status
           05 PEND-FILED-DATE        PIC X(08).
           05 PEND-STATUS-DATE       PIC X(08).
           05 PEND-ROW-IMAGE         PIC X(70).
      * Why the entry was flagged, or who cancelled it
           05 PEND-STATUS-TEXT       PIC X(40).
