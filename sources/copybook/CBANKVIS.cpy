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
      * CBANKVIS.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the insider register (BNKINSD) *
      * kept by compliance - one record per insider: a director (D),  *
      * executive officer (O), principal shareholder (P) or member of *
      * staff (S), the dates the person is an insider between, and    *
      * up to eight related interests - family members (F),          *
      * companies the insider controls (C) or other interests (O).    *
      * A related interest that banks with us carries its PID; a      *
      * company that does not is held by name only.                  *
      *****************************************************************
         05  BIS-RECORD                            PIC X(400).
         05  FILLER REDEFINES BIS-RECORD.
           10  BIS-REC-PID                         PIC X(5).
           10  BIS-REC-ROLE                        PIC X(1).
             88  BIS-REC-DIRECTOR                    VALUE 'D'.
             88  BIS-REC-OFFICER                     VALUE 'O'.
             88  BIS-REC-SHAREHOLDER                 VALUE 'P'.
             88  BIS-REC-STAFF                       VALUE 'S'.
      * Insider from/to (to is spaces while the person still is one)
           10  BIS-REC-EFF-FROM                    PIC X(10).
           10  BIS-REC-EFF-TO                      PIC X(10).
      * The insider's staff userid, where they have one
           10  BIS-REC-USERID                      PIC X(8).
           10  BIS-REC-RELATED                     OCCURS 8 TIMES.
             15  BIS-REC-REL-PID                   PIC X(5).
             15  BIS-REC-REL-TYPE                  PIC X(1).
             15  BIS-REC-REL-NAME                  PIC X(25).
           10  BIS-REC-CHANGED-BY                  PIC X(8).
           10  BIS-REC-CHANGED-DATE                PIC X(10).
           10  BIS-REC-FILLER                      PIC X(100).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
