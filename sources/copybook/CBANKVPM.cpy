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
      * CBANKVPM.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the business parameter     *
      * file (BNKPARM).  Each row is one value for one parameter from *
      * its effective date onward; the value in force on a date is    *
      * the approved row with the latest effective date not after     *
      * that date.                                                    *
      * A change is proposed by one user and only takes effect once a *
      * second user has approved it.                                  *
      *****************************************************************
         05  BPM-RECORD                            PIC X(200).
         05  FILLER REDEFINES BPM-RECORD.
           10  BPM-REC-KEY.
             15  BPM-REC-PARM-ID                   PIC X(16).
             15  BPM-REC-EFF-DATE                  PIC X(10).
           10  BPM-REC-VALUE                       PIC S9(9)V99 COMP-3.
      * The business area answerable for the parameter
           10  BPM-REC-OWNER                       PIC X(8).
           10  BPM-REC-DESC                        PIC X(30).
           10  BPM-REC-STATUS                      PIC X(1).
             88  BPM-REC-PENDING                     VALUE 'P'.
             88  BPM-REC-APPROVED                    VALUE 'A'.
             88  BPM-REC-REJECTED                    VALUE 'X'.
           10  BPM-REC-MAKER                       PIC X(8).
           10  BPM-REC-REQUESTED-TS                PIC X(26).
           10  BPM-REC-CHECKER                     PIC X(8).
           10  BPM-REC-DECIDED-TS                  PIC X(26).
      * The value that was in force on the effective date when the
      * change was approved
           10  BPM-REC-PRIOR-VALUE                 PIC S9(9)V99 COMP-3.
           10  FILLER                              PIC X(55).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
