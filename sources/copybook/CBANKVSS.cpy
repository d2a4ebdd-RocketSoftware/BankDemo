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
      * CBANKVSS.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the signon session         *
      * registry (BNKSESS) - one record per userid naming the session *
      * that currently holds it, the one before it, and when it was   *
      * last active.  The record keyed with a blank userid holds the  *
      * installation's concurrent signon policy, separately for staff *
      * and for customers: R refuses a second signon while the first  *
      * session is live, E lets it in and ends the first session.     *
      *****************************************************************
         05  BSS-RECORD                            PIC X(150).
         05  FILLER REDEFINES BSS-RECORD.
           10  BSS-REC-KEY.
             15  BSS-REC-USERID                    PIC X(8).
           10  BSS-REC-STATUS                      PIC X(1).
             88  BSS-REC-ACTIVE                      VALUE 'A'.
             88  BSS-REC-ENDED                       VALUE 'E'.
           10  BSS-REC-KIND                        PIC X(1).
             88  BSS-REC-STAFF                       VALUE 'S'.
             88  BSS-REC-CUSTOMER                    VALUE 'C'.
      * The session is the conversation's TS queue name; the channel
      * is G green-screen CICS or W internet
           10  BSS-REC-SESSION-ID                  PIC X(8).
           10  BSS-REC-TERMINAL                    PIC X(4).
           10  BSS-REC-CHANNEL                     PIC X(1).
           10  BSS-REC-SIGNON-TS                   PIC X(26).
           10  BSS-REC-ACTIVE-TS                   PIC X(26).
      * The signon before the current one, for "last signed on"
           10  BSS-REC-PREV-SIGNON-TS              PIC X(26).
           10  BSS-REC-PREV-TERMINAL               PIC X(4).
           10  BSS-REC-PREV-CHANNEL                PIC X(1).
           10  BSS-REC-FILLER                      PIC X(44).
         05  FILLER REDEFINES BSS-RECORD.
           10  BSS-CTL-KEY                         PIC X(8).
           10  BSS-CTL-STAFF-POLICY                PIC X(1).
           10  BSS-CTL-CUST-POLICY                 PIC X(1).
           10  BSS-CTL-USERID                      PIC X(8).
           10  BSS-CTL-CHANGED-TS                  PIC X(26).
           10  BSS-CTL-FILLER                      PIC X(106).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
