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
      * CBANKD92.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK92P) which produces a customer's    *
      * spending summary by category and keeps their category         *
      * budgets: SUMMARY totals the month's posted spending by        *
      * category against the same month last year and the budget,     *
      * SETBUD sets (or with zero removes) a category budget, and     *
      * CHECK is called after a debit posts to find a budgeted        *
      * category the month's spending has taken over budget for the   *
      * first time this month - the caller repeats CHECK until it no  *
      * longer answers OVER, so every such category is reported       *
      *****************************************************************
         05  CD92-DATA.
           10  CD92I-DATA.
             15  CD92I-FUNCTION                    PIC X(8).
               88  CD92-REQUEST-SUMMARY             VALUE 'SUMMARY '.
               88  CD92-REQUEST-SETBUD              VALUE 'SETBUD  '.
               88  CD92-REQUEST-CHECK               VALUE 'CHECK   '.
             15  CD92I-PID                         PIC X(5).
      * SUMMARY: YYYY-MM, spaces for the current month
             15  CD92I-MONTH                       PIC X(7).
             15  CD92I-CATEGORY                    PIC X(10).
             15  CD92I-BUDGET                      PIC S9(7)V99 COMP-3.
           10  CD92O-DATA.
             15  CD92O-STATUS                      PIC X(8).
               88  CD92O-STATUS-OK                  VALUE 'OK      '.
               88  CD92O-STATUS-ERROR               VALUE 'ERROR   '.
               88  CD92O-STATUS-OVER                VALUE 'OVER    '.
             15  CD92O-MSG                         PIC X(60).
             15  CD92O-MONTH                       PIC X(7).
             15  CD92O-LAST-YEAR-MONTH             PIC X(7).
             15  CD92O-CAT-COUNT                   PIC 9(2).
             15  CD92O-CAT-ENTRY                   OCCURS 10 TIMES.
               20  CD92O-CAT-NAME                  PIC X(10).
               20  CD92O-CAT-SPENT                 PIC S9(7)V99 COMP-3.
               20  CD92O-CAT-LAST-YEAR             PIC S9(7)V99 COMP-3.
               20  CD92O-CAT-BUDGET                PIC S9(7)V99 COMP-3.
               20  CD92O-CAT-OVER                  PIC X(1).
      * CHECK: the category gone over, its month's spend and budget
             15  CD92O-ALERT-CATEGORY              PIC X(10).
             15  CD92O-ALERT-SPENT                 PIC S9(7)V99 COMP-3.
             15  CD92O-ALERT-BUDGET                PIC S9(7)V99 COMP-3.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
