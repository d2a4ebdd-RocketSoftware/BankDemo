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
      * CBANKVFS.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the per-item        *
      * activity fee schedule (BNKFSCH) - one row per account type    *
      * and billable transaction type/sub-type, giving the price of   *
      * each item and how many a month go free                        *
      *****************************************************************
         05  BFS-RECORD                            PIC X(80).
         05  FILLER REDEFINES BFS-RECORD.
           10  BFS-REC-KEY.
             15  BFS-REC-ACC-TYPE                  PIC X(1).
             15  BFS-REC-TXN-TYPE                  PIC X(1).
             15  BFS-REC-TXN-SUB-TYPE              PIC X(1).
      * Service name as it reads on the statement fee breakdown
           10  BFS-REC-SERVICE                     PIC X(20).
           10  BFS-REC-UNIT-PRICE                  PIC S9(3)V99
                                                     COMP-3.
           10  BFS-REC-FREE-ITEMS                  PIC 9(3).
           10  BFS-REC-FILLER                      PIC X(51).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
