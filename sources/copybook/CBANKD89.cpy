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
      * CBANKD89.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK89P) which keeps the third-party    *
      * authority registry BNKPOA: ADD an authority, REVOKE one,      *
      * LIST a customer's authorities, CHECK that a representative    *
      * holds a current authority of at least the scope needed, and   *
      * TERMALL to end every authority when the customer dies.        *
      *****************************************************************
         05  CD89-DATA.
           10  CD89I-DATA.
             15  CD89I-FUNCTION                    PIC X(8).
               88  CD89-REQUEST-ADD                 VALUE 'ADD     '.
               88  CD89-REQUEST-REVOKE              VALUE 'REVOKE  '.
               88  CD89-REQUEST-LIST                VALUE 'LIST    '.
               88  CD89-REQUEST-CHECK               VALUE 'CHECK   '.
               88  CD89-REQUEST-TERMALL             VALUE 'TERMALL '.
      * The customer; CHECK takes an account number instead when the
      * PID is not to hand and works out the owner itself
             15  CD89I-PID                         PIC X(5).
             15  CD89I-ACCNO                       PIC X(9).
             15  CD89I-SEQ                         PIC 9(2).
             15  CD89I-REP-PID                     PIC X(5).
             15  CD89I-REP-NAME                    PIC X(25).
      * On CHECK the representative is named here alone - by their
      * PID, or by the identity reference recorded for one who does
      * not bank with us
             15  CD89I-REP-IDREF                   PIC X(20).
             15  CD89I-TYPE                        PIC X(1).
               88  CD89I-TYPE-VALID                 VALUE 'P' 'T' 'C'.
      * Scope granted on ADD, scope needed on CHECK
             15  CD89I-SCOPE                       PIC X(1).
               88  CD89I-SCOPE-VALID                VALUE 'V' 'T' 'C'.
             15  CD89I-START-DATE                  PIC X(10).
             15  CD89I-EXPIRY-DATE                 PIC X(10).
             15  CD89I-USERID                      PIC X(8).
           10  CD89O-DATA.
             15  CD89O-STATUS                      PIC X(8).
               88  CD89O-STATUS-OK                  VALUE 'OK      '.
               88  CD89O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD89O-STATUS-DENIED               VALUE 'DENIED  '.
               88  CD89O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD89O-MSG                         PIC X(40).
             15  CD89O-SEQ                         PIC 9(2).
             15  CD89O-TERM-COUNT                  PIC 9(2).
             15  CD89O-LIST-COUNT                  PIC 9(1).
             15  CD89O-LIST-ENTRY                  OCCURS 6 TIMES.
               20  CD89O-LIST-SEQ                  PIC 9(2).
               20  CD89O-LIST-REP-PID              PIC X(5).
               20  CD89O-LIST-REP-NAME             PIC X(25).
               20  CD89O-LIST-TYPE                 PIC X(1).
               20  CD89O-LIST-SCOPE                PIC X(1).
               20  CD89O-LIST-START-DATE           PIC X(10).
               20  CD89O-LIST-EXPIRY-DATE          PIC X(10).
               20  CD89O-LIST-STATUS               PIC X(1).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
