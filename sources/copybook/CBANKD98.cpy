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
      * CBANKD98.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK98P) which shows the rewards points *
      * on a credit card account and redeems them as a statement      *
      * credit or a transfer into one of the customer's deposit       *
      * accounts                                                      *
      *****************************************************************
         05  CD98-DATA.
           10  CD98I-DATA.
             15  CD98I-FUNCTION                    PIC X(8).
               88  CD98-REQUEST-INQUIRE             VALUE 'INQUIRE '.
               88  CD98-REQUEST-REDEEM              VALUE 'REDEEM  '.
             15  CD98I-PID                         PIC X(5).
             15  CD98I-ACCNO                       PIC X(9).
      * REDEEM - how many points, and where the value goes
             15  CD98I-POINTS                      PIC 9(9).
             15  CD98I-REDEEM-TO                   PIC X(1).
               88  CD98I-TO-STATEMENT                VALUE 'S'.
               88  CD98I-TO-DEPOSIT                  VALUE 'D'.
             15  CD98I-DEPOSIT-ACCNO               PIC X(9).
      * Staff userid keying for the customer (spaces for self-service)
      * and the channel of origin, G green screen or M mobile
             15  CD98I-USERID                      PIC X(8).
             15  CD98I-TERMID                      PIC X(4).
             15  CD98I-TRANID                      PIC X(4).
             15  CD98I-CHANNEL                     PIC X(1).
           10  CD98O-DATA.
             15  CD98O-STATUS                      PIC X(8).
               88  CD98O-STATUS-OK                  VALUE 'OK      '.
               88  CD98O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD98O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD98O-MSG                         PIC X(40).
             15  CD98O-BALANCE                     PIC S9(9) COMP-3.
             15  CD98O-EARNED                      PIC S9(9) COMP-3.
             15  CD98O-CLAWED-BACK                 PIC S9(9) COMP-3.
             15  CD98O-REDEEMED                    PIC S9(9) COMP-3.
             15  CD98O-EXPIRED                     PIC S9(9) COMP-3.
      * Cash value of the balance, and the smallest redemption taken
             15  CD98O-VALUE                       PIC S9(7)V99 COMP-3.
             15  CD98O-MIN-REDEEM                  PIC 9(9).
      * The next points due to expire
             15  CD98O-EXPIRY-DATE                 PIC X(10).
             15  CD98O-EXPIRY-POINTS               PIC S9(9) COMP-3.
      * REDEEM - the value paid
             15  CD98O-REDEEMED-VALUE              PIC S9(7)V99 COMP-3.
      * The most recent ledger entries, newest first
             15  CD98O-ENTRY-COUNT                 PIC 9(1).
             15  CD98O-ENTRY                       OCCURS 8 TIMES.
               20  CD98O-ENTRY-DATE                PIC X(10).
               20  CD98O-ENTRY-TYPE                PIC X(1).
               20  CD98O-ENTRY-POINTS              PIC S9(9) COMP-3.
               20  CD98O-ENTRY-AMOUNT              PIC S9(7)V99 COMP-3.
               20  CD98O-ENTRY-EXPIRY-DATE         PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
