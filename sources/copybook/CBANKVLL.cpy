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
      * CBANKVLL.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the loan-loss ledger (BNKLOSS)  *
      * - one record per charged-off loan, keyed like the loan quote  *
      * (PID + quote sequence).  Written by the lifecycle run         *
      * ZBNKLCY1 when the loan is charged off, and kept up to date    *
      * with every recovery collected afterwards so finance can       *
      * report losses net of recoveries.                              *
      *****************************************************************
         05  BLL-RECORD                            PIC X(100).
         05  FILLER REDEFINES BLL-RECORD.
           10  BLL-REC-KEY.
             15  BLL-REC-PID                       PIC X(5).
             15  BLL-REC-SEQ                       PIC 9(4).
           10  BLL-REC-ACCNO                       PIC X(9).
           10  BLL-REC-CHARGEOFF-DTE               PIC X(10).
           10  BLL-REC-CHARGEOFF-AMT               PIC S9(9)V99
                                                     COMP-3.
           10  BLL-REC-DPD                         PIC 9(4).
           10  BLL-REC-RECOVERED-AMT               PIC S9(9)V99
                                                     COMP-3.
           10  BLL-REC-LAST-RECOVERY-DTE           PIC X(10).
           10  BLL-REC-RECOVERY-COUNT              PIC 9(4).
           10  BLL-REC-FILLER                      PIC X(42).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
