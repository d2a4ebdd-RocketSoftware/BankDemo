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
      * CCASHD06.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DCASH06P) which keeps the cardless ATM   *
      * withdrawal codes BNKCLWD: STAGE a withdrawal and its hold,    *
      * LOOKUP a keyed code, count a BADPIN against it, CLAIM it for  *
      * a machine and SETTLE it once the cash has (or has not) been   *
      * dispensed.                                                    *
      *****************************************************************
         05  CDC6-DATA.
           10  CDC6I-DATA.
             15  CDC6I-FUNCTION                    PIC X(8).
               88  CDC6-REQUEST-STAGE               VALUE 'STAGE   '.
               88  CDC6-REQUEST-LOOKUP              VALUE 'LOOKUP  '.
               88  CDC6-REQUEST-BADPIN              VALUE 'BADPIN  '.
               88  CDC6-REQUEST-CLAIM               VALUE 'CLAIM   '.
               88  CDC6-REQUEST-SETTLE              VALUE 'SETTLE  '.
             15  CDC6I-CODE                        PIC X(8).
             15  CDC6I-PID                         PIC X(5).
             15  CDC6I-ACCNO                       PIC X(9).
             15  CDC6I-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CDC6I-TERMINAL-ID                 PIC X(8).
             15  CDC6I-DISPENSED                   PIC X(1).
               88  CDC6I-WAS-DISPENSED              VALUE 'Y'.
           10  CDC6O-DATA.
             15  CDC6O-STATUS                      PIC X(8).
               88  CDC6O-STATUS-OK                  VALUE 'OK      '.
               88  CDC6O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CDC6O-STATUS-NSF                  VALUE 'NSF     '.
               88  CDC6O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CDC6O-MSG                         PIC X(40).
             15  CDC6O-CODE                        PIC X(8).
             15  CDC6O-PID                         PIC X(5).
             15  CDC6O-ACCNO                       PIC X(9).
             15  CDC6O-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CDC6O-EXPIRY-TIME                 PIC X(5).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
