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
      * CBANKD95.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK95P) which works the deceased-match *
      * review queue - confirming a match runs the deceased workflow  *
      * and stops the customer's payments, mandates and card          *
      *****************************************************************
         05  CD95-DATA.
           10  CD95I-DATA.
             15  CD95I-FUNCTION                    PIC X(8).
               88  CD95-REQUEST-LISTQ               VALUE 'LISTQ   '.
               88  CD95-REQUEST-CONFIRM             VALUE 'CONFIRM '.
               88  CD95-REQUEST-REJECT              VALUE 'REJECT  '.
             15  CD95I-PID                         PIC X(5).
             15  CD95I-USERID                      PIC X(8).
           10  CD95O-DATA.
             15  CD95O-STATUS                      PIC X(8).
               88  CD95O-STATUS-OK                  VALUE 'OK      '.
               88  CD95O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD95O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD95O-MSG                         PIC X(40).
             15  CD95O-LIST-COUNT                  PIC 9(1).
             15  CD95O-LIST-ENTRY                  OCCURS 6 TIMES.
               20  CD95O-LIST-PID                  PIC X(5).
               20  CD95O-LIST-REG-NAME             PIC X(25).
               20  CD95O-LIST-DEATH-DATE           PIC X(10).
               20  CD95O-LIST-NAME-MATCH           PIC X(1).
               20  CD95O-LIST-BIRTH-MATCH          PIC X(1).
               20  CD95O-LIST-QUEUED-DATE          PIC X(10).
      * What a confirmation stopped
             15  CD95O-ORDERS-HELD                 PIC 9(3).
             15  CD95O-SLOTS-SUSPENDED             PIC 9(3).
             15  CD95O-MANDATES-SUSPENDED          PIC 9(3).
             15  CD95O-CARD-CLOSED                 PIC X(1).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
