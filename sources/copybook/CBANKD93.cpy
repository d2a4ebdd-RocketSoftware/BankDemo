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
      * CBANKD93.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK93P) which serves and maintains the *
      * business parameter file BNKPARM.  GET returns the value in    *
      * force on a date; LIST returns every parameter in force on a   *
      * date; PROPOSE records a change for approval; PENDING lists    *
      * the changes awaiting approval; APPROVE and REJECT decide one. *
      *****************************************************************
         05  CD93-DATA.
           10  CD93I-DATA.
             15  CD93I-FUNCTION                    PIC X(8).
               88  CD93-REQUEST-GET                 VALUE 'GET     '.
               88  CD93-REQUEST-LIST                VALUE 'LIST    '.
               88  CD93-REQUEST-PROPOSE             VALUE 'PROPOSE '.
               88  CD93-REQUEST-PENDING             VALUE 'PENDING '.
               88  CD93-REQUEST-APPROVE             VALUE 'APPROVE '.
               88  CD93-REQUEST-REJECT              VALUE 'REJECT  '.
             15  CD93I-PARM-ID                     PIC X(16).
      * GET and LIST: spaces for today.  PROPOSE, APPROVE and
      * REJECT: the effective date of the change.
             15  CD93I-DATE                        PIC X(10).
             15  CD93I-VALUE                       PIC S9(9)V99 COMP-3.
             15  CD93I-OWNER                       PIC X(8).
             15  CD93I-DESC                        PIC X(30).
             15  CD93I-USERID                      PIC X(8).
             15  CD93I-TERMID                      PIC X(4).
             15  CD93I-TRANID                      PIC X(4).
           10  CD93O-DATA.
             15  CD93O-STATUS                      PIC X(8).
               88  CD93O-STATUS-OK                  VALUE 'OK      '.
               88  CD93O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD93O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD93O-MSG                         PIC X(40).
             15  CD93O-VALUE                       PIC S9(9)V99 COMP-3.
             15  CD93O-EFF-DATE                    PIC X(10).
             15  CD93O-LIST-COUNT                  PIC 9(2).
             15  CD93O-LIST-ENTRY                  OCCURS 20 TIMES.
               20  CD93O-LIST-PARM-ID              PIC X(16).
               20  CD93O-LIST-EFF-DATE             PIC X(10).
               20  CD93O-LIST-VALUE                PIC S9(9)V99
                                                     COMP-3.
               20  CD93O-LIST-OWNER                PIC X(8).
               20  CD93O-LIST-MAKER                PIC X(8).
               20  CD93O-LIST-DESC                 PIC X(30).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
