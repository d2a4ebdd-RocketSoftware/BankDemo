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
      * CBANKD88.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK88P) which issues official bank     *
      * cheques.  ISSUE debits the customer's account to the          *
      * official-cheque house account, takes the next serial from     *
      * the bank's stock on BNKCHQR and registers the item; GET       *
      * returns an issued cheque's details for printing again.        *
      *****************************************************************
         05  CD88-DATA.
           10  CD88I-DATA.
             15  CD88I-FUNCTION                    PIC X(8).
               88  CD88-REQUEST-ISSUE               VALUE 'ISSUE   '.
               88  CD88-REQUEST-GET                 VALUE 'GET     '.
             15  CD88I-USERID                      PIC X(8).
      * Customer account paying for the cheque (ISSUE)
             15  CD88I-ACCNO                       PIC X(9).
             15  CD88I-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CD88I-PAYEE                       PIC X(25).
      * Serial of the cheque to look up (GET)
             15  CD88I-SERIAL                      PIC X(10).
      * Set when a representative, not the customer, is at the
      * counter - their PID or identity reference, checked against
      * the third-party authority registry (DBANK89P)
             15  CD88I-REP-ID                      PIC X(20).
           10  CD88O-DATA.
             15  CD88O-STATUS                      PIC X(8).
               88  CD88O-STATUS-OK                  VALUE 'OK      '.
               88  CD88O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CD88O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CD88O-MSG                         PIC X(62).
      * The cheque as printed
             15  CD88O-SERIAL                      PIC X(10).
             15  CD88O-ISSUE-DATE                  PIC X(10).
             15  CD88O-PAYEE                       PIC X(25).
             15  CD88O-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CD88O-REMITTER-ACCNO              PIC X(9).
             15  CD88O-REMITTER-NAME               PIC X(25).
             15  CD88O-ITEM-STATUS                 PIC X(1).
             15  CD88O-PAID-DATE                   PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
