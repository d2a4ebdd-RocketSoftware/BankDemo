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
      * CBANKVDW.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for construction loan draws    *
      * (BNKDRAW), keyed by the loan (PID and sequence, as BNKCONL)   *
      * plus a draw number.  A draw is requested by one member of     *
      * staff and only paid once a second member of staff records     *
      * the inspection sign-off.                                      *
      *****************************************************************
         05  BDW-RECORD                            PIC X(100).
         05  FILLER REDEFINES BDW-RECORD.
           10  BDW-REC-KEY.
             15  BDW-REC-PID                       PIC X(5).
             15  BDW-REC-SEQ                       PIC 9(4).
             15  BDW-REC-DRAW-NO                   PIC 9(3).
           10  BDW-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  BDW-REC-STATUS                      PIC X(1).
             88  BDW-REC-REQUESTED                   VALUE 'R'.
             88  BDW-REC-PAID                        VALUE 'P'.
             88  BDW-REC-REJECTED                    VALUE 'X'.
           10  BDW-REC-REQUESTED-BY                PIC X(8).
           10  BDW-REC-REQUESTED-DATE              PIC X(10).
           10  BDW-REC-INSPECTION-REF              PIC X(20).
      * Who signed off (or rejected) the draw, and when
           10  BDW-REC-SIGNED-OFF-BY               PIC X(8).
           10  BDW-REC-ACTION-DATE                 PIC X(10).
           10  BDW-REC-FILLER                      PIC X(26).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
