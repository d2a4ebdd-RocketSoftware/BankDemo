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
      * CCOVND01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DCOVN01P) which keeps the covenant       *
      * register BNKCOVN.  ADD registers a covenant against a         *
      * business customer's loan account and sets when its first      *
      * figures are due.  SUBMIT records the borrower's submission    *
      * for the period due, tests it against the threshold and rolls *
      * the covenant on to the next period.  RETIRE takes a covenant  *
      * out of monitoring.  GET returns one covenant with its         *
      * submissions; LIST the covenants on a loan account.            *
      *****************************************************************
         05  CDV1-DATA.
           10  CDV1I-DATA.
             15  CDV1I-FUNCTION                    PIC X(8).
               88  CDV1-REQUEST-ADD                 VALUE 'ADD     '.
               88  CDV1-REQUEST-SUBMIT              VALUE 'SUBMIT  '.
               88  CDV1-REQUEST-RETIRE              VALUE 'RETIRE  '.
               88  CDV1-REQUEST-GET                 VALUE 'GET     '.
               88  CDV1-REQUEST-LIST                VALUE 'LIST    '.
             15  CDV1I-USERID                      PIC X(8).
             15  CDV1I-ACCNO                       PIC X(9).
      * SUBMIT, RETIRE and GET - the covenant number on the account
             15  CDV1I-SEQ                         PIC 9(2).
      * ADD - the covenant.  A zero threshold on annual accounts
      * means the usual 120 days; a space frequency means annual for
      * accounts and quarterly for the ratios; zero grace days means
      * the threshold for accounts and COVN-GRACE-DAYS for the
      * ratios; a space officer means the member of staff adding it.
             15  CDV1I-TYPE                        PIC X(1).
             15  CDV1I-THRESHOLD                   PIC S9(5)V99 COMP-3.
             15  CDV1I-FREQUENCY                   PIC X(1).
             15  CDV1I-GRACE-DAYS                  PIC 9(3).
             15  CDV1I-PERIOD-END                  PIC X(10).
             15  CDV1I-OFFICER                     PIC X(8).
             15  CDV1I-DESC                        PIC X(30).
      * SUBMIT - when the figures arrived (spaces for today), the
      * ratio they show (not needed for annual accounts) and a note
             15  CDV1I-RECEIVED                    PIC X(10).
             15  CDV1I-VALUE                       PIC S9(5)V99 COMP-3.
             15  CDV1I-NOTE                        PIC X(30).
      * GET - the submission to carry on from (zero from the first)
             15  CDV1I-START-ENTRY                 PIC 9(3).
           10  CDV1O-DATA.
             15  CDV1O-STATUS                      PIC X(8).
               88  CDV1O-STATUS-OK                  VALUE 'OK      '.
               88  CDV1O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CDV1O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CDV1O-MSG                         PIC X(40).
      * ADD, SUBMIT, RETIRE and GET - the covenant as it now stands
             15  CDV1O-COVENANT.
               20  CDV1O-ACCNO                     PIC X(9).
               20  CDV1O-SEQ                       PIC 9(2).
               20  CDV1O-PID                       PIC X(5).
               20  CDV1O-TYPE                      PIC X(1).
               20  CDV1O-THRESHOLD                 PIC S9(5)V99 COMP-3.
               20  CDV1O-FREQUENCY                 PIC X(1).
               20  CDV1O-GRACE-DAYS                PIC 9(3).
               20  CDV1O-PERIOD-END                PIC X(10).
               20  CDV1O-NEXT-DUE                  PIC X(10).
               20  CDV1O-OFFICER                   PIC X(8).
               20  CDV1O-COV-STATUS                PIC X(1).
               20  CDV1O-RESULT                    PIC X(1).
               20  CDV1O-LAST-PERIOD-END           PIC X(10).
               20  CDV1O-LAST-RECEIVED             PIC X(10).
               20  CDV1O-LAST-VALUE                PIC S9(5)V99 COMP-3.
               20  CDV1O-SUBMISSIONS               PIC 9(3).
               20  CDV1O-QUEUED-DATE               PIC X(10).
               20  CDV1O-DESC                      PIC X(30).
      * GET - up to 12 submissions, with the entry to ask from next
             15  CDV1O-SUB-COUNT                   PIC 9(2).
             15  CDV1O-SUB-ENTRY                   OCCURS 12 TIMES.
               20  CDV1O-SUB-NUMBER                PIC 9(3).
               20  CDV1O-SUB-PERIOD-END            PIC X(10).
               20  CDV1O-SUB-DUE-DATE              PIC X(10).
               20  CDV1O-SUB-RECEIVED              PIC X(10).
               20  CDV1O-SUB-VALUE                 PIC S9(5)V99 COMP-3.
               20  CDV1O-SUB-RESULT                PIC X(1).
               20  CDV1O-SUB-LATE                  PIC X(1).
               20  CDV1O-SUB-NOTE                  PIC X(30).
      * LIST - up to 15 covenants on the account
             15  CDV1O-LIST-COUNT                  PIC 9(2).
             15  CDV1O-LIST-ENTRY                  OCCURS 15 TIMES.
               20  CDV1O-LIST-SEQ                  PIC 9(2).
               20  CDV1O-LIST-TYPE                 PIC X(1).
               20  CDV1O-LIST-THRESHOLD            PIC S9(5)V99 COMP-3.
               20  CDV1O-LIST-FREQUENCY            PIC X(1).
               20  CDV1O-LIST-NEXT-DUE             PIC X(10).
               20  CDV1O-LIST-STATUS               PIC X(1).
               20  CDV1O-LIST-RESULT               PIC X(1).
               20  CDV1O-LIST-DESC                 PIC X(30).
             15  CDV1O-MORE                        PIC X(1).
               88  CDV1O-MORE-ITEMS                  VALUE 'Y'.
             15  CDV1O-NEXT-ENTRY                  PIC 9(3).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
