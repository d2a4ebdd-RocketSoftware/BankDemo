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
      * CBANKVSR.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the data subject-access request *
      * log (BNKSARQ) - one record per privacy access request, keyed  *
      * by the customer and the date the request was received, with   *
      * the statutory date the answer is due and the date the export  *
      * of everything held on the customer was actually produced, so  *
      * the bank can show each request was answered on time           *
      *****************************************************************
         05  BSR-RECORD                            PIC X(100).
         05  FILLER REDEFINES BSR-RECORD.
           10  BSR-REC-KEY.
             15  BSR-REC-PID                       PIC X(5).
             15  BSR-REC-RECEIVED-DATE             PIC X(10).
           10  BSR-REC-DUE-DATE                    PIC X(10).
           10  BSR-REC-STATUS                      PIC X(1).
             88  BSR-REC-RECEIVED                    VALUE 'R'.
             88  BSR-REC-COMPLETED                   VALUE 'C'.
           10  BSR-REC-LOGGED-DATE                 PIC X(10).
           10  BSR-REC-COMPLETED-DATE              PIC X(10).
           10  BSR-REC-ON-TIME                     PIC X(1).
             88  BSR-REC-ANSWERED-ON-TIME            VALUE 'Y'.
             88  BSR-REC-ANSWERED-LATE               VALUE 'N'.
      * Records written to the export, and how many times it was run
      * (a rerun replaces the earlier export)
           10  BSR-REC-RECORD-COUNT                PIC 9(7).
           10  BSR-REC-RUN-COUNT                   PIC 9(3).
           10  BSR-REC-FILLER                      PIC X(43).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
