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
      * CBANKD99.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK99P) which checks that a referring  *
      * userid is an active member of staff and records the referral  *
      * of a newly opened account on BNKREFR                          *
      *****************************************************************
         05  CD99-DATA.
           10  CD99I-DATA.
             15  CD99I-FUNCTION                    PIC X(8).
               88  CD99-REQUEST-CHECK               VALUE 'CHECK   '.
               88  CD99-REQUEST-RECORD              VALUE 'RECORD  '.
             15  CD99I-REFERRER                    PIC X(8).
             15  CD99I-ACCNO                       PIC X(9).
             15  CD99I-PID                         PIC X(5).
             15  CD99I-PRODUCT                     PIC X(1).
             15  CD99I-CHANNEL                     PIC X(1).
           10  CD99O-DATA.
             15  CD99O-STATUS                      PIC X(8).
               88  CD99O-STATUS-OK                  VALUE 'OK      '.
               88  CD99O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD99O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD99O-MSG                         PIC X(40).
             15  CD99O-BRANCH                      PIC X(4).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
