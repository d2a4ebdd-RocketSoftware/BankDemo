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
      * CATMCTR.CPY                                                   *
      *---------------------------------------------------------------*
      * Record layout for one of our own ATMs on the device counter   *
      * file, read by ZBNKTMB1 - an 80 byte card image per machine    *
      * as its journal reports it for the business day: notes         *
      * dispensed from each cassette, and deposits accepted and       *
      * rejected.  The deposit amount is in minor units.              *
      *****************************************************************
         05  CTR-RECORD                            PIC X(80).
         05  FILLER REDEFINES CTR-RECORD.
           10  CTR-REC-TERMINAL                    PIC X(8).
           10  CTR-REC-COUNTER-DATE                PIC X(10).
           10  CTR-REC-CASSETTE                    OCCURS 4 TIMES.
             15  CTR-REC-CAS-DENOM                 PIC 9(3).
             15  CTR-REC-CAS-DISPENSED             PIC 9(5).
           10  CTR-REC-DEP-ACCEPTED-CNT            PIC 9(5).
           10  CTR-REC-DEP-ACCEPTED-AMT            PIC 9(9).
           10  CTR-REC-DEP-REJECTED-CNT            PIC 9(5).
           10  FILLER                              PIC X(11).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
