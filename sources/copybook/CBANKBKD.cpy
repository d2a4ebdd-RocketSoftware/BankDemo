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
      * CBANKBKD.CPY                                                  *
      *---------------------------------------------------------------*
      * Parameter area for the automatic stay utility UBNKBKR1, which *
      * tells a batch job whether a customer is protected by an       *
      * active bankruptcy case on the register BNKBKRP                *
      *****************************************************************
         05  BKD-FUNCTION                          PIC X(8).
           88  BKD-REQUEST-CHECK                     VALUE 'CHECK   '.
         05  BKD-PID                               PIC X(5).
         05  BKD-STATUS                            PIC X(1).
      * An active case - collection action must stop
           88  BKD-STAY-ACTIVE                       VALUE 'Y'.
           88  BKD-NO-STAY                           VALUE 'N'.
         05  BKD-CASE-NO                           PIC X(20).
         05  BKD-CHAPTER                           PIC X(2).
         05  BKD-FILING-DATE                       PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
