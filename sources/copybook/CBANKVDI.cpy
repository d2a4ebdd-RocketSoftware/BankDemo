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
      * CBANKVDI.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the teller cash item journal    *
      * (BNKDRWI) - one record for every cash in or cash out posted   *
      * to a teller's base drawer on BNKDRWR, carrying the customer   *
      * and account the cash was handed over for.  Foreign-note deals *
      * land here at their base-currency counter value with the note  *
      * currency alongside.  The drawer record keeps only the running *
      * totals; this is the per-customer trail behind them.           *
      *****************************************************************
         05  BDI-RECORD                            PIC X(100).
         05  FILLER REDEFINES BDI-RECORD.
           10  BDI-REC-KEY.
             15  BDI-REC-DATE                      PIC X(10).
             15  BDI-REC-TELLER                    PIC X(8).
             15  BDI-REC-TIMESTAMP                 PIC X(26).
           10  BDI-REC-DIRECTION                   PIC X(1).
             88  BDI-REC-CASH-IN                     VALUE 'I'.
             88  BDI-REC-CASH-OUT                    VALUE 'O'.
           10  BDI-REC-SOURCE                      PIC X(1).
             88  BDI-REC-SOURCE-COUNTER              VALUE 'T'.
             88  BDI-REC-SOURCE-FX                   VALUE 'F'.
      * The customer served - spaces for a walk-in with no profile
           10  BDI-REC-PID                         PIC X(5).
           10  BDI-REC-ACCNO                       PIC X(9).
      * Foreign notes bought or sold (spaces for base currency)
           10  BDI-REC-CURRENCY                    PIC X(3).
           10  BDI-REC-AMOUNT                      PIC S9(9)V99 COMP-3.
           10  BDI-REC-FILLER                      PIC X(31).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
