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
      * CBANKD86.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK86P) which waives a fee posting     *
      * for a reason code: within the user's role daily limit the     *
      * fee is refunded at once, over it the waiver is held on the    *
      * dual-control queue.  DBANK42P calls back with RELEASE or      *
      * REJECT when a second user decides a held waiver.              *
      *****************************************************************
         05  CD86-DATA.
           10  CD86I-DATA.
             15  CD86I-FUNCTION                    PIC X(8).
               88  CD86-REQUEST-WAIVE               VALUE 'WAIVE   '.
               88  CD86-REQUEST-RELEASE             VALUE 'RELEASE '.
               88  CD86-REQUEST-REJECT              VALUE 'REJECT  '.
             15  CD86I-USERID                      PIC X(8).
             15  CD86I-ROLE                        PIC X(1).
               88  CD86I-ROLE-TELLER                VALUE 'T'.
               88  CD86I-ROLE-ADMIN                 VALUE 'A'.
             15  CD86I-ACCNO                       PIC X(9).
      * The fee posting to waive (its BNKTXN timestamp)
             15  CD86I-FEE-TS                      PIC X(26).
             15  CD86I-REASON                      PIC X(2).
             15  CD86I-NOTE                        PIC X(30).
           10  CD86O-DATA.
             15  CD86O-STATUS                      PIC X(8).
               88  CD86O-STATUS-OK                  VALUE 'OK      '.
               88  CD86O-STATUS-HELD                VALUE 'HELD    '.
               88  CD86O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CD86O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CD86O-MSG                         PIC X(40).
             15  CD86O-AMOUNT                      PIC S9(7)V99 COMP-3.
      * The user's waivers so far today and their role's limit
             15  CD86O-USED-TODAY                  PIC S9(7)V99 COMP-3.
             15  CD86O-DAILY-LIMIT                 PIC S9(7)V99 COMP-3.
             15  CD86O-REVERSAL-TS                 PIC X(26).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
