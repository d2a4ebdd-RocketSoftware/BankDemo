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
      * CBANKVOR.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the overdrawn account recovery  *
      * ledger (BNKODRL) - one record per deposit account that has    *
      * stayed overdrawn (or past its overdraft limit) long enough to *
      * be worked by the nightly overdrawn collections run ZBNKODC1.  *
      * The record follows the account through notice, freeze and    *
      * charge-off, and afterwards carries every repayment recovered. *
      * An account that comes back into order before charge-off is    *
      * taken off the ledger.                                         *
      *****************************************************************
         05  BOR-RECORD                            PIC X(100).
         05  FILLER REDEFINES BOR-RECORD.
           10  BOR-REC-ACCNO                       PIC X(9).
           10  BOR-REC-PID                         PIC X(5).
           10  BOR-REC-BRANCH                      PIC X(4).
           10  BOR-REC-STATUS                      PIC X(1).
             88  BOR-REC-NOTICE-SENT                 VALUE 'N'.
             88  BOR-REC-FROZEN                      VALUE 'F'.
             88  BOR-REC-CHARGED-OFF                 VALUE 'W'.
      * First business date of the unbroken overdrawn run in BNKHIST
           10  BOR-REC-OVERDRAWN-SINCE             PIC X(10).
           10  BOR-REC-NOTICE-DTE                  PIC X(10).
           10  BOR-REC-FREEZE-DTE                  PIC X(10).
           10  BOR-REC-CHARGEOFF-DTE               PIC X(10).
           10  BOR-REC-CHARGEOFF-AMT               PIC S9(7)V99
                                                     COMP-3.
           10  BOR-REC-DAYS                        PIC 9(4).
           10  BOR-REC-RECOVERED-AMT               PIC S9(7)V99
                                                     COMP-3.
           10  BOR-REC-LAST-RECOVERY-DTE           PIC X(10).
           10  BOR-REC-RECOVERY-COUNT              PIC 9(4).
           10  BOR-REC-FILLER                      PIC X(13).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
