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
      * CBANKVSE.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the staff related-party file    *
      * (BNKSREL) - one record per staff userid and customer PID the  *
      * member of staff is linked to: S the staff member's own        *
      * customer record, F a family member, O any other declared      *
      * interest (business partner, household, power of attorney).    *
      * The nightly self-dealing review reports staff activity on     *
      * any account these PIDs own or sign on.                        *
      *****************************************************************
         05  BSE-RECORD                            PIC X(80).
         05  FILLER REDEFINES BSE-RECORD.
           10  BSE-REC-KEY.
             15  BSE-REC-USERID                    PIC X(8).
             15  BSE-REC-PID                       PIC X(5).
           10  BSE-REC-RELATION                    PIC X(1).
             88  BSE-REC-SELF                        VALUE 'S'.
             88  BSE-REC-FAMILY                      VALUE 'F'.
             88  BSE-REC-OTHER                       VALUE 'O'.
           10  BSE-REC-DECLARED-DATE               PIC X(10).
           10  BSE-REC-DECLARED-BY                 PIC X(8).
           10  BSE-REC-NOTE                        PIC X(30).
           10  BSE-REC-FILLER                      PIC X(18).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
