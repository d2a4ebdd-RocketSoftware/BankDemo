      *****************************************************************
      *                                                               *
      * Copyright (C) 2010-2021 Micro Focus.  All Rights Reserved     *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for internal demonstration purposes with other         *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED             *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************

      *****************************************************************
      * CBANKVAN.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the AML case events (BNKAMLE) - *
      * every alert attached to a customer's case and every note an   *
      * analyst records on it.  The key carries the alert's own       *
      * reference (the flagged posting's timestamp, say) so a monitor *
      * that sees the same item again on a later run does not attach  *
      * it twice; a note is referenced by the time it was taken.      *
      *****************************************************************
         05  BAE-RECORD                            PIC X(160).
         05  FILLER REDEFINES BAE-RECORD.
           10  BAE-REC-KEY.
             15  BAE-REC-PID                       PIC X(5).
             15  BAE-REC-REF                       PIC X(26).
           10  BAE-REC-CASE-TS                     PIC X(26).
           10  BAE-REC-KIND                        PIC X(1).
             88  BAE-REC-ALERT                       VALUE 'A'.
             88  BAE-REC-NOTE                        VALUE 'N'.
           10  BAE-REC-SOURCE                      PIC X(1).
             88  BAE-REC-SRC-MONITOR                 VALUE 'M'.
             88  BAE-REC-SRC-RULES                   VALUE 'R'.
             88  BAE-REC-SRC-SANCTIONS               VALUE 'S'.
             88  BAE-REC-SRC-MOBILE-DEP              VALUE 'D'.
             88  BAE-REC-SRC-ANALYST                 VALUE 'N'.
           10  BAE-REC-EVENT-DATE                  PIC X(10).
      * The program that raised the alert, or the analyst's userid
           10  BAE-REC-USERID                      PIC X(8).
           10  BAE-REC-ACCNO                       PIC X(9).
           10  BAE-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  BAE-REC-TEXT                        PIC X(60).
           10  BAE-REC-FILLER                      PIC X(9).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
