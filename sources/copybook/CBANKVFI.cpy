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
      * CBANKVFI.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the activity fee    *
      * breakdown (BNKFITM) - one row per account holding the last    *
      * month-end run's count, free allowance and charge for each     *
      * billable service, for the statement's fee breakdown section   *
      *****************************************************************
         05  BFI-RECORD                            PIC X(400).
         05  FILLER REDEFINES BFI-RECORD.
           10  BFI-REC-ACCNO                       PIC X(9).
           10  BFI-REC-PID                         PIC X(5).
      * Month charged (yyyy-mm) and the business date it was posted
           10  BFI-REC-PERIOD                      PIC X(7).
           10  BFI-REC-POST-DATE                   PIC X(10).
           10  BFI-REC-TOTAL-FEES                  PIC S9(7)V99
                                                     COMP-3.
           10  BFI-REC-ITEM-COUNT                  PIC 9(2).
           10  BFI-REC-ITEM                        OCCURS 8 TIMES.
             15  BFI-REC-ITEM-TXN-TYPE             PIC X(1).
             15  BFI-REC-ITEM-TXN-SUB-TYPE         PIC X(1).
             15  BFI-REC-ITEM-SERVICE              PIC X(20).
             15  BFI-REC-ITEM-USED                 PIC 9(5).
             15  BFI-REC-ITEM-FREE                 PIC 9(3).
             15  BFI-REC-ITEM-BILLED               PIC 9(5).
             15  BFI-REC-ITEM-UNIT-PRICE           PIC S9(3)V99
                                                     COMP-3.
             15  BFI-REC-ITEM-AMOUNT               PIC S9(7)V99
                                                     COMP-3.
           10  BFI-REC-FILLER                      PIC X(18).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
