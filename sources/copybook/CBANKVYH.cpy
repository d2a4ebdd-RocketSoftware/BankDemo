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
      * CBANKVYH.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the tax-year history file      *
      * (BNKYTDH) - one record per account per closed tax year,       *
      * holding the year-to-date interest and fee counters frozen by  *
      * the year-end close ZBNKYEC1, plus one control record per      *
      * closed year (account number all zeroes) that stops the close  *
      * being run twice.  ZBNKANL1 also freezes the loan interest-    *
      * paid figure it first issued for a loan account here, so a     *
      * corrected slip repeats it after a later restructure           *
      *****************************************************************
         05  BYH-RECORD                            PIC X(80).
         05  FILLER REDEFINES BYH-RECORD.
           10  BYH-REC-KEY.
             15  BYH-REC-ACCNO                     PIC X(9).
               88  BYH-REC-IS-CONTROL                VALUE '000000000'.
             15  BYH-REC-YEAR                      PIC 9(4).
           10  BYH-REC-PID                         PIC X(5).
           10  BYH-REC-YTD-INTEREST                PIC S9(7)V99 COMP-3.
           10  BYH-REC-YTD-FEES                    PIC S9(7)V99 COMP-3.
           10  BYH-REC-CLOSE-DATE                  PIC X(10).
           10  BYH-REC-LOAN-INT-PAID               PIC S9(7)V99 COMP-3.
           10  BYH-REC-LOAN-INT-SW                 PIC X(1).
             88  BYH-REC-LOAN-INT-FROZEN             VALUE 'Y'.
           10  BYH-REC-FILLER                      PIC X(36).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
