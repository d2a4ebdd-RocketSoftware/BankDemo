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
      * CBANKVCX.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the currency transaction report *
      * exemption list (BNKCTRX) - one record per business customer   *
      * whose routine cash is exempt from filing.  Only a customer    *
      * with the business profile qualifies, and an exemption lapses  *
      * when its review date passes without renewal.                  *
      *****************************************************************
         05  BCX-RECORD                            PIC X(50).
         05  FILLER REDEFINES BCX-RECORD.
           10  BCX-REC-PID                         PIC X(5).
           10  BCX-REC-STATUS                      PIC X(1).
             88  BCX-REC-ACTIVE                      VALUE SPACE.
             88  BCX-REC-REVOKED                     VALUE 'R'.
           10  BCX-REC-GRANTED-DTE                 PIC X(10).
           10  BCX-REC-REVIEW-DTE                  PIC X(10).
           10  BCX-REC-GRANTED-BY                  PIC X(8).
           10  BCX-REC-FILLER                      PIC X(16).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
