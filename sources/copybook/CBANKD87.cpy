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
      * CBANKD87.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK87P) which keeps the branch vault   *
      * cash ledger BNKVALT.  GET returns the vault's position; POST  *
      * moves cash in or out of the book for a drawer float or buy,   *
      * a drawer sale or close, or a night bag.  A negative amount    *
      * backs out a movement that could not be completed.             *
      *****************************************************************
         05  CD87-DATA.
           10  CD87I-DATA.
             15  CD87I-FUNCTION                    PIC X(8).
               88  CD87-REQUEST-GET                 VALUE 'GET     '.
               88  CD87-REQUEST-POST                VALUE 'POST    '.
             15  CD87I-BRANCH                      PIC X(4).
             15  CD87I-MOVE-TYPE                   PIC X(1).
               88  CD87I-MOVE-TO-DRAWER             VALUE 'T'.
               88  CD87I-MOVE-FROM-DRAWER           VALUE 'F'.
               88  CD87I-MOVE-DRAWER-CLOSE          VALUE 'C'.
               88  CD87I-MOVE-BAG                   VALUE 'B'.
             15  CD87I-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  CD87O-DATA.
             15  CD87O-STATUS                      PIC X(8).
               88  CD87O-STATUS-OK                  VALUE 'OK      '.
               88  CD87O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CD87O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CD87O-MSG                         PIC X(40).
             15  CD87O-BOOK                        PIC S9(9)V99 COMP-3.
             15  CD87O-INSURED-LIMIT               PIC S9(9)V99 COMP-3.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
