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
      * CBANKD96.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK96P) which keeps the bankruptcy     *
      * register BNKBKRP - registering a filing notice starts the     *
      * automatic stay, ending the case lifts it                      *
      *****************************************************************
         05  CD96-DATA.
           10  CD96I-DATA.
             15  CD96I-FUNCTION                    PIC X(8).
               88  CD96-REQUEST-INQUIRE             VALUE 'INQUIRE '.
               88  CD96-REQUEST-REGISTER            VALUE 'REGISTER'.
               88  CD96-REQUEST-ENDCASE             VALUE 'ENDCASE '.
             15  CD96I-PID                         PIC X(5).
             15  CD96I-CASE-NO                     PIC X(20).
             15  CD96I-CHAPTER                     PIC X(2).
               88  CD96I-CHAPTER-VALID              VALUE '07' '11'
                                                          '13'.
             15  CD96I-FILING-DATE                 PIC X(10).
             15  CD96I-TRUSTEE                     PIC X(30).
      * How the case ended, for ENDCASE
             15  CD96I-OUTCOME                     PIC X(1).
               88  CD96I-OUTCOME-DISCHARGED         VALUE 'D'.
               88  CD96I-OUTCOME-DISMISSED          VALUE 'X'.
      * Spaces for today
             15  CD96I-ENDED-DATE                  PIC X(10).
             15  CD96I-USERID                      PIC X(8).
           10  CD96O-DATA.
             15  CD96O-STATUS                      PIC X(8).
               88  CD96O-STATUS-OK                  VALUE 'OK      '.
               88  CD96O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD96O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD96O-MSG                         PIC X(40).
             15  CD96O-CASE-NO                     PIC X(20).
             15  CD96O-CHAPTER                     PIC X(2).
             15  CD96O-FILING-DATE                 PIC X(10).
             15  CD96O-TRUSTEE                     PIC X(30).
             15  CD96O-CASE-STATUS                 PIC X(1).
             15  CD96O-ENDED-DATE                  PIC X(10).
             15  CD96O-REGISTERED-BY               PIC X(8).
             15  CD96O-REGISTERED-DATE             PIC X(10).
             15  CD96O-ENDED-BY                    PIC X(8).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
