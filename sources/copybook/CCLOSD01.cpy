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
      * CCLOSD01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DCLOS01P) which settles an account for   *
      * closure.  QUOTE works out the closing interest and fees, the  *
      * residual balance to be paid away and what would happen to     *
      * each instruction that depends on the account, changing        *
      * nothing.  SETTLE posts the interest and fees, pays the        *
      * residual out by transfer or official cheque, cancels or       *
      * redirects each dependent instruction, requests the final      *
      * statement and closes the account through DBANK15P.            *
      *****************************************************************
         05  CDC1-DATA.
           10  CDC1I-DATA.
             15  CDC1I-FUNCTION                    PIC X(8).
               88  CDC1-REQUEST-QUOTE               VALUE 'QUOTE   '.
               88  CDC1-REQUEST-SETTLE              VALUE 'SETTLE  '.
             15  CDC1I-USERID                      PIC X(8).
             15  CDC1I-ACCNO                       PIC X(9).
      * T transfers the residual to CDC1I-PAYOUT-ACCNO, which must be
      * held by the same customer; C draws an official cheque to
      * CDC1I-PAYEE (the customer's own name when left blank).
             15  CDC1I-PAYOUT-METHOD               PIC X(1).
               88  CDC1I-PAYOUT-TRANSFER             VALUE 'T'.
               88  CDC1I-PAYOUT-CHEQUE               VALUE 'C'.
             15  CDC1I-PAYOUT-ACCNO                PIC X(9).
             15  CDC1I-PAYEE                       PIC X(25).
      * Y moves the customer's own instructions across to the payout
      * account instead of cancelling them (transfer payout only).
             15  CDC1I-REDIRECT                    PIC X(1).
               88  CDC1I-REDIRECT-WANTED             VALUE 'Y'.
      * How the final statement is sent - as CSTMTD01I-OPTION, post
      * when left blank.
             15  CDC1I-STMT-OPTION                 PIC X(1).
           10  CDC1O-DATA.
             15  CDC1O-STATUS                      PIC X(8).
               88  CDC1O-STATUS-OK                  VALUE 'OK      '.
               88  CDC1O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CDC1O-STATUS-ERROR               VALUE 'ERROR   '.
      * The account is overdrawn once the closing interest and fees
      * are taken - the customer has to clear it before it can close.
               88  CDC1O-STATUS-OVERDRAWN           VALUE 'OVERDRWN'.
             15  CDC1O-MSG                         PIC X(62).
             15  CDC1O-PID                         PIC X(5).
             15  CDC1O-NAME                        PIC X(25).
             15  CDC1O-BALANCE                     PIC S9(7)V99 COMP-3.
             15  CDC1O-INTEREST                    PIC S9(7)V99 COMP-3.
      * The month's maintenance fee to the closing day plus any flat
      * closure fee, and the early-closure fee on an account closed
      * within the early-closure period of its first day
             15  CDC1O-FINAL-FEE                   PIC S9(7)V99 COMP-3.
             15  CDC1O-EARLY-FEE                   PIC S9(7)V99 COMP-3.
             15  CDC1O-PAYOUT-AMOUNT               PIC S9(7)V99 COMP-3.
             15  CDC1O-CHEQUE-SERIAL               PIC X(10).
      * Every instruction depending on the account: its kind (RPAY
      * inline regular payment, SORD standing order, MAND direct debit
      * mandate, SWEP sweep, SPLT deposit split, RNDU round-up, ENVL
      * envelope, PAYE saved payee), what it is, and C cancelled or R
      * redirected to the account shown.  On a QUOTE the action is
      * the one settlement would take.
             15  CDC1O-ITEM-COUNT                  PIC 9(2).
             15  CDC1O-ITEM                        OCCURS 40 TIMES.
               20  CDC1O-ITEM-KIND                 PIC X(4).
               20  CDC1O-ITEM-REF                  PIC X(30).
               20  CDC1O-ITEM-ACTION               PIC X(1).
                 88  CDC1O-ITEM-CANCELLED            VALUE 'C'.
                 88  CDC1O-ITEM-REDIRECTED           VALUE 'R'.
               20  CDC1O-ITEM-TARGET               PIC X(9).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
