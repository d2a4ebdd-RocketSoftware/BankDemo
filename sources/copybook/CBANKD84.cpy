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
      * CBANKD84.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK84P) which looks after the maturity *
      * instruction of a term deposit: GETTD returns the contract and *
      * whether the instruction may be changed today, SETINSTR sets   *
      * roll over (R) or pay out (P) to a nominated account.  A       *
      * change is taken from the start of the pre-maturity notice     *
      * period up to the maturity date.                               *
      *****************************************************************
         05  CD84-DATA.
           10  CD84I-DATA.
             15  CD84I-FUNCTION                    PIC X(8).
               88  CD84-REQUEST-GETTD               VALUE 'GETTD   '.
               88  CD84-REQUEST-SETINSTR            VALUE 'SETINSTR'.
      * The deposit holder and the deposit
             15  CD84I-PID                         PIC X(5).
             15  CD84I-ACCNO                       PIC X(9).
             15  CD84I-INSTR                       PIC X(1).
             15  CD84I-NOM-ACCNO                   PIC X(9).
      * Teller userid, or spaces when the customer made the change
             15  CD84I-USERID                      PIC X(8).
             15  CD84I-TERMID                      PIC X(4).
             15  CD84I-TRANID                      PIC X(4).
           10  CD84O-DATA.
             15  CD84O-STATUS                      PIC X(8).
               88  CD84O-STATUS-OK                  VALUE 'OK      '.
               88  CD84O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD84O-STATUS-LOCKED               VALUE 'LOCKED  '.
               88  CD84O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD84O-MSG                         PIC X(40).
             15  CD84O-BALANCE                     PIC S9(7)V99 COMP-3.
             15  CD84O-CURRENCY                    PIC X(3).
             15  CD84O-TERM                        PIC 9(3).
      * The rate a rollover runs at - the contract rate
             15  CD84O-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
             15  CD84O-MATURITY                    PIC X(10).
             15  CD84O-INSTR                       PIC X(1).
             15  CD84O-NOM-ACCNO                   PIC X(9).
      * First day the instruction may be changed, and Y when today
      * falls between that day and maturity
             15  CD84O-CHANGE-FROM                 PIC X(10).
             15  CD84O-CHANGE-ALLOWED              PIC X(1).
               88  CD84O-CAN-CHANGE                  VALUE 'Y'.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
