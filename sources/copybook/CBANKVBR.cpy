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
      * CBANKVBR.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the bankruptcy      *
      * register (BNKBKRP) - one record per customer with the notice  *
      * of their filing.  While the case is active the automatic stay *
      * holds back late fees, collections work, garnishment seizures, *
      * overdraft protection draws and recoveries against them.       *
      *****************************************************************
         05  BBR-RECORD                            PIC X(120).
         05  FILLER REDEFINES BBR-RECORD.
           10  BBR-REC-PID                         PIC X(5).
           10  BBR-REC-CASE-NO                     PIC X(20).
      * 07, 11 or 13
           10  BBR-REC-CHAPTER                     PIC X(2).
           10  BBR-REC-FILING-DATE                 PIC X(10).
           10  BBR-REC-TRUSTEE                     PIC X(30).
           10  BBR-REC-STATUS                      PIC X(1).
             88  BBR-REC-STAY-ACTIVE                 VALUE 'A'.
             88  BBR-REC-DISCHARGED                  VALUE 'D'.
             88  BBR-REC-DISMISSED                   VALUE 'X'.
           10  BBR-REC-ENDED-DATE                  PIC X(10).
           10  BBR-REC-REGISTERED-BY               PIC X(8).
           10  BBR-REC-REGISTERED-DATE             PIC X(10).
           10  BBR-REC-ENDED-BY                    PIC X(8).
           10  BBR-REC-FILLER                      PIC X(16).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
