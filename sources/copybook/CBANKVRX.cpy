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
      * CBANKVRX.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the card rewards points    *
      * ledger (BNKRWDL) - one entry per points movement on a card    *
      * account, numbered in sequence under the account.  An earning  *
      * is a lot that expires on its own date; redemptions,           *
      * clawbacks and expiries use up the oldest lots first, so each  *
      * earning keeps the points it has left.                         *
      *****************************************************************
         05  BRX-RECORD                            PIC X(100).
         05  FILLER REDEFINES BRX-RECORD.
           10  BRX-REC-KEY.
             15  BRX-REC-ACCNO                     PIC X(9).
             15  BRX-REC-SEQ                       PIC 9(5).
           10  BRX-REC-ENTRY-TYPE                  PIC X(1).
             88  BRX-REC-EARNED                      VALUE 'E'.
             88  BRX-REC-CLAWBACK                    VALUE 'C'.
             88  BRX-REC-REDEEM-CREDIT               VALUE 'S'.
             88  BRX-REC-REDEEM-DEPOSIT              VALUE 'D'.
             88  BRX-REC-EXPIRED                     VALUE 'X'.
      * Points added (positive) or taken away (negative)
           10  BRX-REC-POINTS                      PIC S9(9) COMP-3.
      * Earnings only - points not yet used up, and when they expire
           10  BRX-REC-POINTS-LEFT                 PIC S9(9) COMP-3.
           10  BRX-REC-ENTRY-DATE                  PIC X(10).
           10  BRX-REC-EXPIRY-DATE                 PIC X(10).
      * The spend an earning or clawback was on, or the cash value
      * a redemption paid
           10  BRX-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
      * Redemptions - the account credited and the posting made
           10  BRX-REC-TARGET-ACCNO                PIC X(9).
           10  BRX-REC-USERID                      PIC X(8).
           10  BRX-REC-TXN-TIMESTAMP               PIC X(26).
           10  FILLER                              PIC X(7).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
