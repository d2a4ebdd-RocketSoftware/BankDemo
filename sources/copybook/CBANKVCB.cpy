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
      * CBANKVCB.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the customer spending      *
      * budget file (BNKBUDG) - one record per customer and spending  *
      * category (BNKTXNC BTC-REC-CATEGORY) holding the monthly       *
      * budget the customer has set for it                            *
      *****************************************************************
         05  BCB-RECORD                            PIC X(60).
         05  FILLER REDEFINES BCB-RECORD.
           10  BCB-REC-KEY.
             15  BCB-REC-PID                       PIC X(5).
             15  BCB-REC-CATEGORY                  PIC X(10).
           10  BCB-REC-BUDGET                      PIC S9(7)V99 COMP-3.
      * The month (YYYY-MM) the overspend alert was last sent, so the
      * customer is told once a month per category, not per posting
           10  BCB-REC-ALERTED-MONTH               PIC X(7).
           10  BCB-REC-CHANGED-TS                  PIC X(26).
           10  BCB-REC-FILLER                      PIC X(7).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
