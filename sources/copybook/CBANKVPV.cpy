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
      * CBANKVPV.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the loan loss provision file    *
      * (BNKPROV) - one record per running loan, keyed like the loan  *
      * quote (PID + quote sequence).  The monthly expected credit    *
      * loss run ZBNKECL1 keeps the loan's stage and provision as     *
      * last booked to the GL, and the figures the previous month     *
      * closed on so the report can show the movement.                *
      *****************************************************************
         05  BPV-RECORD                            PIC X(100).
         05  FILLER REDEFINES BPV-RECORD.
           10  BPV-REC-KEY.
             15  BPV-REC-PID                       PIC X(5).
             15  BPV-REC-SEQ                       PIC 9(4).
           10  BPV-REC-ACCNO                       PIC X(9).
           10  BPV-REC-BRANCH                      PIC X(4).
      * Month (yyyy-mm) of the latest run and the stage and provision
      * it booked: 1 performing, 2 under-performing, 3 impaired,
      * space once the loan is paid off or charged off.
           10  BPV-REC-MONTH                       PIC X(7).
           10  BPV-REC-STAGE                       PIC X(1).
             88  BPV-REC-PERFORMING                  VALUE '1'.
             88  BPV-REC-UNDER-PERFORMING            VALUE '2'.
             88  BPV-REC-IMPAIRED                    VALUE '3'.
             88  BPV-REC-RUN-OFF                     VALUE SPACE.
           10  BPV-REC-PROVISION                   PIC S9(9)V99
                                                     COMP-3.
           10  BPV-REC-EXPOSURE                    PIC S9(9)V99
                                                     COMP-3.
           10  BPV-REC-COLLATERAL                  PIC S9(9)V99
                                                     COMP-3.
      * What the loan stood at when the previous month's run closed
           10  BPV-REC-PREV-MONTH                  PIC X(7).
           10  BPV-REC-PREV-STAGE                  PIC X(1).
           10  BPV-REC-PREV-PROVISION              PIC S9(9)V99
                                                     COMP-3.
           10  BPV-REC-FILLER                      PIC X(38).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
