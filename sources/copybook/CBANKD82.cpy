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
      * CBANKD82.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK82P) which keeps the staff related- *
      * party file BNKSREL: DECLARE links a staff userid to its own   *
      * customer PID or a related one, REMOVE drops a link, LIST      *
      * returns the PIDs linked to a userid                           *
      *****************************************************************
         05  CD82-DATA.
           10  CD82I-DATA.
             15  CD82I-FUNCTION                    PIC X(8).
               88  CD82-REQUEST-DECLARE             VALUE 'DECLARE '.
               88  CD82-REQUEST-REMOVE              VALUE 'REMOVE  '.
               88  CD82-REQUEST-LIST                VALUE 'LIST    '.
             15  CD82I-USERID                      PIC X(8).
             15  CD82I-PID                         PIC X(5).
      * S own customer record, F family, O other interest
             15  CD82I-RELATION                    PIC X(1).
             15  CD82I-NOTE                        PIC X(30).
      * Who is making the change, for the record and the audit trail
             15  CD82I-ACTOR                       PIC X(8).
             15  CD82I-TERMID                      PIC X(4).
             15  CD82I-TRANID                      PIC X(4).
           10  CD82O-DATA.
             15  CD82O-STATUS                      PIC X(8).
               88  CD82O-STATUS-OK                  VALUE 'OK      '.
               88  CD82O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD82O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD82O-MSG                         PIC X(40).
             15  CD82O-LIST-COUNT                  PIC 9(2).
             15  CD82O-LIST                        OCCURS 10 TIMES.
               20  CD82O-LIST-PID                  PIC X(5).
               20  CD82O-LIST-RELATION             PIC X(1).
               20  CD82O-LIST-DECLARED-DATE        PIC X(10).
               20  CD82O-LIST-DECLARED-BY          PIC X(8).
               20  CD82O-LIST-NOTE                 PIC X(30).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
