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
      * CCUSTD01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DCUST01P) which gathers the whole of a   *
      * customer's relationship with the bank onto one read-only      *
      * list for branch staff: accounts with their holds and          *
      * garnishments, running loans, term deposits, the card, safe    *
      * deposit boxes, KYC, open complaints and disputes, stop-       *
      * payments, beneficiaries and payees, and postings held for     *
      * dual control.  Each line carries the action code and the      *
      * maintenance screen that works the item, and the key that      *
      * screen needs.                                                 *
      *****************************************************************
         05  CDU1-DATA.
           10  CDU1I-DATA.
             15  CDU1I-FUNCTION                    PIC X(8).
               88  CDU1-REQUEST-LIST                VALUE 'LIST    '.
             15  CDU1I-PID                         PIC X(5).
      * Lines already shown - the list resumes after this many
             15  CDU1I-START-LINE                  PIC 9(4).
           10  CDU1O-DATA.
             15  CDU1O-STATUS                      PIC X(8).
               88  CDU1O-STATUS-OK                  VALUE 'OK      '.
               88  CDU1O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CDU1O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CDU1O-MSG                         PIC X(40).
             15  CDU1O-NAME                        PIC X(25).
             15  CDU1O-BRANCH                      PIC X(4).
             15  CDU1O-MORE                        PIC X(1).
               88  CDU1O-MORE-LINES                  VALUE 'Y'.
               88  CDU1O-NO-MORE-LINES               VALUE 'N'.
             15  CDU1O-LINE-COUNT                  PIC 9(2).
             15  CDU1O-LINE                        OCCURS 40 TIMES.
      * Section: ACCT HOLD GARN LOAN TDEP CARD SDBX KYC  CMPL DISP
      *          STOP BENE PAYE DUAL
               20  CDU1O-LINE-SECTION              PIC X(4).
               20  CDU1O-LINE-ACTION               PIC X(2).
               20  CDU1O-LINE-SCREEN               PIC X(8).
               20  CDU1O-LINE-KEY                  PIC X(26).
               20  CDU1O-LINE-TEXT                 PIC X(70).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
