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
      * CBANKD94.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK94P) which looks after an account's *
      * statement cycle: GETCYCLE returns the frequency, cycle day    *
      * and statement dates, SETCYCLE changes the frequency (M        *
      * monthly, Q quarterly, S half-yearly) and cycle day (01-28).   *
      *****************************************************************
         05  CD94-DATA.
           10  CD94I-DATA.
             15  CD94I-FUNCTION                    PIC X(8).
               88  CD94-REQUEST-GETCYCLE            VALUE 'GETCYCLE'.
               88  CD94-REQUEST-SETCYCLE            VALUE 'SETCYCLE'.
      * The account holder and the account
             15  CD94I-PID                         PIC X(5).
             15  CD94I-ACCNO                       PIC X(9).
             15  CD94I-FREQ                        PIC X(1).
      * Spaces keeps the current cycle day
             15  CD94I-CYCLE-DAY                   PIC X(2).
      * Teller userid, or spaces when the customer made the change
             15  CD94I-USERID                      PIC X(8).
             15  CD94I-TERMID                      PIC X(4).
             15  CD94I-TRANID                      PIC X(4).
           10  CD94O-DATA.
             15  CD94O-STATUS                      PIC X(8).
               88  CD94O-STATUS-OK                  VALUE 'OK      '.
               88  CD94O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD94O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD94O-MSG                         PIC X(40).
             15  CD94O-FREQ                        PIC X(1).
             15  CD94O-CYCLE-DAY                   PIC X(2).
      * Last statement, and the next one once the extract has
      * worked it out (spaces until then)
             15  CD94O-LAST-DATE                   PIC X(10).
             15  CD94O-NEXT-DATE                   PIC X(10).
      * Y when the account has no cycle of its own yet and is on the
      * default (monthly, on the first)
             15  CD94O-DEFAULTED                   PIC X(1).
               88  CD94O-ON-DEFAULT                  VALUE 'Y'.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
