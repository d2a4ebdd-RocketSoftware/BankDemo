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
      * CBANKVPG.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the product change file         *
      * (BNKPCHG) - one record per account, keyed by account number,  *
      * holding the last change of account type made in place by      *
      * DBANK15P.  The old type's share of the month's interest and   *
      * maintenance fee is accrued here at the change, and the        *
      * month-end interest and fee runs charge the new type for the   *
      * rest of the month only, add the accrued share and clear the   *
      * pending flags.                                                *
      *****************************************************************
         05  BPG-RECORD                            PIC X(100).
         05  FILLER REDEFINES BPG-RECORD.
           10  BPG-REC-ACCNO                       PIC X(9).
           10  BPG-REC-PID                         PIC X(5).
           10  BPG-REC-CHANGE-DATE                 PIC X(10).
           10  BPG-REC-CHANGE-TS                   PIC X(26).
           10  BPG-REC-USERID                      PIC X(8).
           10  BPG-REC-OLD-TYPE                    PIC X(1).
           10  BPG-REC-NEW-TYPE                    PIC X(1).
      * Days in the month of the change, and the days from the
      * change day to the month end that belong to the new type
           10  BPG-REC-DAYS-IN-MONTH               PIC 9(2).
           10  BPG-REC-DAYS-NEW                    PIC 9(2).
      * Interest and maintenance fee earned under the old type(s)
      * this month, not yet posted
           10  BPG-REC-INT-ACCRUED                 PIC S9(7)V99
                                                     COMP-3.
           10  BPG-REC-FEE-ACCRUED                 PIC S9(7)V99
                                                     COMP-3.
           10  BPG-REC-INT-PENDING                 PIC X(1).
             88  BPG-REC-INT-DUE                     VALUE 'Y'.
           10  BPG-REC-FEE-PENDING                 PIC X(1).
             88  BPG-REC-FEE-DUE                     VALUE 'Y'.
           10  BPG-REC-FILLER                      PIC X(24).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
