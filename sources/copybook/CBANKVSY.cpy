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
      * CBANKVSY.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the statement cycle *
      * file (BNKSTCY) - one record per account, holding how often    *
      * the account gets a statement and on which day of the month.   *
      * An account with no record is on the default cycle: monthly,   *
      * on the first.  The statement extract (ZBNKEXT1) keeps the     *
      * dates; the teller and mobile maintenance (DBANK94P) keeps the *
      * frequency and cycle day.                                      *
      *****************************************************************
         05  BSY-RECORD                            PIC X(120).
         05  FILLER REDEFINES BSY-RECORD.
           10  BSY-REC-ACCNO                       PIC X(9).
           10  BSY-REC-PID                         PIC X(5).
           10  BSY-REC-FREQ                        PIC X(1).
             88  BSY-REC-MONTHLY                     VALUE 'M'.
             88  BSY-REC-QUARTERLY                   VALUE 'Q'.
             88  BSY-REC-HALF-YEARLY                 VALUE 'S'.
      * Day of the month (01-28) the cycle falls on.  Quarterly
      * statements fall in January, April, July and October,
      * half-yearly ones in January and July.
           10  BSY-REC-CYCLE-DAY                   PIC 9(2).
      * Next statement date, already moved on to a business day.
      * Spaces until the extract next works it out (a changed
      * frequency clears it).
           10  BSY-REC-NEXT-DATE                   PIC X(10).
      * The last statement cut and the balance it closed at, and the
      * statement before it, so a rerun of the same day reproduces
      * the same statement.  Until the extract first cuts one the
      * last statement is the account's own.
           10  BSY-REC-LAST-DATE                   PIC X(10).
           10  BSY-REC-LAST-BAL                    PIC S9(7)V99 COMP-3.
           10  BSY-REC-LAST-ORIGIN                 PIC X(1).
             88  BSY-REC-LAST-CUT                    VALUE 'X'.
             88  BSY-REC-LAST-FROM-ACCOUNT           VALUE 'A'.
           10  BSY-REC-PRIOR-DATE                  PIC X(10).
           10  BSY-REC-PRIOR-BAL                   PIC S9(7)V99 COMP-3.
      * Posting date of the latest electronic transfer on the account
      * - one later than the last statement forces the next cycle.
           10  BSY-REC-LAST-EFT-DATE               PIC X(10).
      * Who last changed the frequency (spaces for the customer)
           10  BSY-REC-CHANGED-BY                  PIC X(8).
           10  BSY-REC-CHANGED-DATE                PIC X(10).
           10  BSY-REC-FILLER                      PIC X(34).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
