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
      * CBANKD91.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK91P) which keeps the signon session *
      * registry BNKSESS and the signon history BNKSGNH: SIGNON       *
      * registers a new session under the concurrent signon policy,   *
      * FAIL records a failed signon, SIGNOFF ends the session, TOUCH *
      * confirms on each screen that the session still holds the      *
      * userid, LAST returns the signon before the current one,       *
      * HISTORY lists a userid's signon events newest first, and      *
      * GETPOL / SETPOL read and change the policy.                   *
      *****************************************************************
         05  CD91-DATA.
           10  CD91I-DATA.
             15  CD91I-FUNCTION                    PIC X(8).
               88  CD91-REQUEST-SIGNON              VALUE 'SIGNON  '.
               88  CD91-REQUEST-FAIL                VALUE 'FAIL    '.
               88  CD91-REQUEST-SIGNOFF             VALUE 'SIGNOFF '.
               88  CD91-REQUEST-TOUCH               VALUE 'TOUCH   '.
               88  CD91-REQUEST-LAST                VALUE 'LAST    '.
               88  CD91-REQUEST-HISTORY             VALUE 'HISTORY '.
               88  CD91-REQUEST-GETPOL              VALUE 'GETPOL  '.
               88  CD91-REQUEST-SETPOL              VALUE 'SETPOL  '.
             15  CD91I-USERID                      PIC X(8).
      * S staff or C customer - decides which policy applies
             15  CD91I-KIND                        PIC X(1).
               88  CD91I-KIND-STAFF                 VALUE 'S'.
             15  CD91I-SESSION-ID                  PIC X(8).
             15  CD91I-TERMINAL                    PIC X(4).
             15  CD91I-CHANNEL                     PIC X(1).
             15  CD91I-REASON                      PIC X(40).
      * HISTORY: spaces for the newest events, else the next-key
      * returned by the previous page
             15  CD91I-START-KEY                   PIC X(26).
      * SETPOL: R refuse or E end the first session, and who set it
             15  CD91I-STAFF-POLICY                PIC X(1).
             15  CD91I-CUST-POLICY                 PIC X(1).
             15  CD91I-ADMIN-USERID                PIC X(8).
           10  CD91O-DATA.
             15  CD91O-STATUS                      PIC X(8).
               88  CD91O-STATUS-OK                  VALUE 'OK      '.
               88  CD91O-STATUS-ERROR               VALUE 'ERROR   '.
               88  CD91O-STATUS-REFUSED             VALUE 'REFUSED '.
               88  CD91O-STATUS-ENDED               VALUE 'ENDED   '.
               88  CD91O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
             15  CD91O-MSG                         PIC X(60).
             15  CD91O-PREV-SIGNON-TS              PIC X(26).
             15  CD91O-PREV-TERMINAL               PIC X(4).
             15  CD91O-PREV-CHANNEL                PIC X(1).
      * The other session when a signon is refused or ends one
             15  CD91O-OTHER-TERMINAL              PIC X(4).
             15  CD91O-OTHER-CHANNEL               PIC X(1).
             15  CD91O-STAFF-POLICY                PIC X(1).
             15  CD91O-CUST-POLICY                 PIC X(1).
             15  CD91O-HIST-COUNT                  PIC 9(2).
             15  CD91O-HIST-MORE                   PIC X(1).
             15  CD91O-HIST-NEXT-KEY               PIC X(26).
             15  CD91O-HIST-ENTRY                  OCCURS 10 TIMES.
               20  CD91O-HIST-TS                   PIC X(26).
               20  CD91O-HIST-EVENT                PIC X(1).
               20  CD91O-HIST-KIND                 PIC X(1).
               20  CD91O-HIST-TERMINAL             PIC X(4).
               20  CD91O-HIST-CHANNEL              PIC X(1).
               20  CD91O-HIST-OTHER-TERMINAL       PIC X(4).
               20  CD91O-HIST-REASON               PIC X(40).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
