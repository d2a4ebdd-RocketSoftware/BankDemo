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
      * CBANKVWV.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the fee waiver log (BNKWAIV) -  *
      * one record per fee posting a member of staff has waived, or   *
      * asked to waive, keyed by the fee posting's own timestamp so   *
      * each waiver stays against the fee it refunds.  Alternate      *
      * index BNKWAIV1 (userid + request date) totals a user's        *
      * waivers for the day against their role's limit; the account   *
      * number is a second alternate key for the batch reports.       *
      *****************************************************************
         05  BWV-RECORD                            PIC X(200).
         05  FILLER REDEFINES BWV-RECORD.
           10  BWV-REC-FEE-TS                      PIC X(26).
           10  BWV-REC-STATUS                      PIC X(1).
             88  BWV-REC-PENDING                     VALUE 'P'.
             88  BWV-REC-WAIVED                      VALUE 'W'.
             88  BWV-REC-REJECTED                    VALUE 'X'.
           10  BWV-REC-USER-KEY.
             15  BWV-REC-USERID                    PIC X(8).
             15  BWV-REC-REQ-DATE                  PIC X(10).
           10  BWV-REC-ROLE                        PIC X(1).
      * The requesting user's home branch from BNKSTAFF
           10  BWV-REC-STAFF-BRANCH                PIC X(4).
           10  BWV-REC-ACCNO                       PIC X(9).
           10  BWV-REC-PID                         PIC X(5).
           10  BWV-REC-ACC-TYPE                    PIC X(1).
           10  BWV-REC-ACC-BRANCH                  PIC X(4).
           10  BWV-REC-FEE-TYPE                    PIC X(1).
           10  BWV-REC-FEE-SUB-TYPE                PIC X(1).
      * The fee amount refunded, held positive
           10  BWV-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  BWV-REC-REASON                      PIC X(2).
             88  BWV-REC-REASON-VALID                VALUE 'BE' 'GW'
                                                           'FT' 'HS'
                                                           'RL' 'OT'.
             88  BWV-REC-REASON-BANK-ERROR           VALUE 'BE'.
             88  BWV-REC-REASON-GOODWILL             VALUE 'GW'.
             88  BWV-REC-REASON-FIRST-TIME           VALUE 'FT'.
             88  BWV-REC-REASON-HARDSHIP             VALUE 'HS'.
             88  BWV-REC-REASON-RETENTION            VALUE 'RL'.
             88  BWV-REC-REASON-OTHER                VALUE 'OT'.
           10  BWV-REC-NOTE                        PIC X(30).
      * O - within the user's own daily limit; D - over it, so held
      * on the dual-control queue for a second user to release
           10  BWV-REC-AUTHORITY                   PIC X(1).
             88  BWV-REC-OWN-AUTHORITY               VALUE 'O'.
             88  BWV-REC-DUAL-CONTROL                VALUE 'D'.
           10  BWV-REC-CHECKER                     PIC X(8).
           10  BWV-REC-DECIDED-DATE                PIC X(10).
           10  BWV-REC-REVERSAL-TS                 PIC X(26).
           10  BWV-REC-FILLER                      PIC X(47).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
