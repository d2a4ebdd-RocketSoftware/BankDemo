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
      * CBANKD83.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK83P) which keeps the insider        *
      * register BNKINSD and the insider loan board approvals         *
      * BNKBAPR.  GET/ADD/UPDATE/END maintain an insider; CLEAR is    *
      * asked before a loan is opened and holds an insider's loan for *
      * the board; GETAPPR/APPROVE/DECLINE record the board's         *
      * decision; USE marks an approval taken up by the new account   *
      *****************************************************************
         05  CD83-DATA.
           10  CD83I-DATA.
             15  CD83I-FUNCTION                    PIC X(8).
               88  CD83-REQUEST-GET                 VALUE 'GET     '.
               88  CD83-REQUEST-ADD                 VALUE 'ADD     '.
               88  CD83-REQUEST-UPDATE              VALUE 'UPDATE  '.
               88  CD83-REQUEST-END                 VALUE 'END     '.
               88  CD83-REQUEST-CLEAR               VALUE 'CLEAR   '.
               88  CD83-REQUEST-GETAPPR             VALUE 'GETAPPR '.
               88  CD83-REQUEST-APPROVE             VALUE 'APPROVE '.
               88  CD83-REQUEST-DECLINE             VALUE 'DECLINE '.
               88  CD83-REQUEST-USE                 VALUE 'USE     '.
      * The insider for register requests, the borrower otherwise
             15  CD83I-PID                         PIC X(5).
             15  CD83I-ROLE                        PIC X(1).
             15  CD83I-EFF-FROM                    PIC X(10).
             15  CD83I-EFF-TO                      PIC X(10).
             15  CD83I-STAFF-USERID                PIC X(8).
             15  CD83I-RELATED                     OCCURS 8 TIMES.
               20  CD83I-REL-PID                   PIC X(5).
               20  CD83I-REL-TYPE                  PIC X(1).
               20  CD83I-REL-NAME                  PIC X(25).
      * CLEAR: the loan asked for; USE: the account it was opened as
             15  CD83I-PRINCIPAL                   PIC S9(7)V99
                                                     COMP-3.
             15  CD83I-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
             15  CD83I-TERM                        PIC 9(4).
             15  CD83I-ACCNO                       PIC X(9).
      * APPROVE/DECLINE: the board minute and meeting date
             15  CD83I-MINUTE-REF                  PIC X(20).
             15  CD83I-DECIDED-DATE                PIC X(10).
             15  CD83I-USERID                      PIC X(8).
             15  CD83I-TERMID                      PIC X(4).
             15  CD83I-TRANID                      PIC X(4).
           10  CD83O-DATA.
             15  CD83O-STATUS                      PIC X(8).
               88  CD83O-STATUS-OK                  VALUE 'OK      '.
               88  CD83O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD83O-STATUS-HELD                 VALUE 'HELD    '.
               88  CD83O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD83O-MSG                         PIC X(40).
             15  CD83O-ROLE                        PIC X(1).
             15  CD83O-EFF-FROM                    PIC X(10).
             15  CD83O-EFF-TO                      PIC X(10).
             15  CD83O-STAFF-USERID                PIC X(8).
             15  CD83O-RELATED                     OCCURS 8 TIMES.
               20  CD83O-REL-PID                   PIC X(5).
               20  CD83O-REL-TYPE                  PIC X(1).
               20  CD83O-REL-NAME                  PIC X(25).
             15  CD83O-CHANGED-BY                  PIC X(8).
             15  CD83O-CHANGED-DATE                PIC X(10).
      * CLEAR: Y when the borrower is an insider or related to one,
      * with the insider and the relation (I the insider themself)
             15  CD83O-INSIDER-FLAG                PIC X(1).
               88  CD83O-IS-INSIDER                  VALUE 'Y'.
             15  CD83O-INSIDER-PID                 PIC X(5).
             15  CD83O-RELATION                    PIC X(1).
      * GETAPPR: the board approval on file for the borrower
             15  CD83O-APPR-STATUS                 PIC X(1).
             15  CD83O-APPR-PRINCIPAL              PIC S9(7)V99
                                                     COMP-3.
             15  CD83O-APPR-RATE                   PIC S9(3)V9(3)
                                                     COMP-3.
             15  CD83O-APPR-TERM                   PIC 9(4).
             15  CD83O-APPR-HELD-DATE              PIC X(10).
             15  CD83O-APPR-MINUTE-REF             PIC X(20).
             15  CD83O-APPR-DECIDED-DATE           PIC X(10).
             15  CD83O-APPR-ACCNO                  PIC X(9).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
