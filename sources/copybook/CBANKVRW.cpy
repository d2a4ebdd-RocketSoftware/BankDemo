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
      * CBANKVRW.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the card rewards points    *
      * file (BNKRWDS) - one record per revolving credit card account *
      * holding the account's points balance and its lifetime         *
      * movements.  The individual earnings, clawbacks, redemptions   *
      * and expiries are on the points ledger (BNKRWDL, CBANKVRX).    *
      *****************************************************************
         05  BRW-RECORD                            PIC X(100).
         05  FILLER REDEFINES BRW-RECORD.
           10  BRW-REC-ACCNO                       PIC X(9).
           10  BRW-REC-PID                         PIC X(5).
           10  BRW-REC-BALANCE                     PIC S9(9) COMP-3.
           10  BRW-REC-EARNED                      PIC S9(9) COMP-3.
           10  BRW-REC-CLAWED-BACK                 PIC S9(9) COMP-3.
           10  BRW-REC-REDEEMED                    PIC S9(9) COMP-3.
           10  BRW-REC-EXPIRED                     PIC S9(9) COMP-3.
      * Last ledger sequence number used, and the oldest earning
      * that still has points left (points are used oldest first)
           10  BRW-REC-LAST-SEQ                    PIC 9(5).
           10  BRW-REC-OLDEST-LOT                  PIC 9(5).
           10  BRW-REC-OPENED-DATE                 PIC X(10).
           10  BRW-REC-LAST-ACCRUAL-DATE           PIC X(10).
           10  BRW-REC-LAST-REDEEM-DATE            PIC X(10).
      * Purchases posted after this date earn points (the cycle cut
      * before the account joined the scheme; spaces when it had none)
           10  BRW-REC-EARN-FROM-DATE              PIC X(10).
           10  FILLER                              PIC X(11).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
