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
      * CBANKVCW.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for cardless ATM        *
      * withdrawal codes (BNKCLWD).  A customer stages a withdrawal   *
      * from the mobile app; the amount is held at once as a BNKAUTH  *
      * memo-post and the one-time code is keyed at one of our own    *
      * ATMs, with the PIN, instead of the card.  The expiry is kept  *
      * as minutes since the calendar base (integer date * 1440 plus  *
      * the minute of the day) so it compares across midnight.        *
      *****************************************************************
         05  BCW-RECORD                            PIC X(100).
         05  FILLER REDEFINES BCW-RECORD.
           10  BCW-REC-CODE                        PIC X(8).
           10  BCW-REC-PID                         PIC X(5).
           10  BCW-REC-ACCNO                       PIC X(9).
           10  BCW-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
      * Key of the memo-post hold on BNKAUTH (the account is BCW-REC-
      * ACCNO)
           10  BCW-REC-AUTH-TIMESTAMP              PIC X(26).
           10  BCW-REC-STAGED-DATE                 PIC X(10).
           10  BCW-REC-EXPIRY-MIN                  PIC 9(9).
           10  BCW-REC-EXPIRY-TIME                 PIC X(5).
           10  BCW-REC-STATUS                      PIC X(1).
             88  BCW-REC-PENDING                     VALUE 'P'.
             88  BCW-REC-IN-USE                      VALUE 'I'.
             88  BCW-REC-USED                        VALUE 'U'.
             88  BCW-REC-EXPIRED                     VALUE 'X'.
             88  BCW-REC-LOCKED                      VALUE 'L'.
           10  BCW-REC-PIN-TRIES                   PIC 9(1).
           10  BCW-REC-TERMINAL-ID                 PIC X(8).
           10  BCW-REC-FILLER                      PIC X(13).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
