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
      * CBANKVDT.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the deceased-match  *
      * review queue (BNKDTHQ) - customers whose SIN appears on the   *
      * government death registry with their name or date of birth    *
      * agreeing, queued by the monthly registry run ZBNKDTH1 for     *
      * staff to confirm or reject.  Keyed by PID; a customer is      *
      * queued once, whatever later registry files say.               *
      *****************************************************************
         05  BDT-RECORD                            PIC X(120).
         05  FILLER REDEFINES BDT-RECORD.
           10  BDT-REC-PID                         PIC X(5).
           10  BDT-REC-SIN                         PIC X(9).
      * As the registry has them
           10  BDT-REC-REG-NAME                    PIC X(25).
           10  BDT-REC-REG-BIRTH-DATE              PIC X(10).
           10  BDT-REC-DEATH-DATE                  PIC X(10).
           10  BDT-REC-REG-REF                     PIC X(12).
      * Which of the confirming details agreed with BNKCUST - at
      * least one of the two always has
           10  BDT-REC-NAME-MATCH                  PIC X(1).
             88  BDT-REC-NAME-AGREES                 VALUE 'Y'.
           10  BDT-REC-BIRTH-MATCH                 PIC X(1).
             88  BDT-REC-BIRTH-AGREES                VALUE 'Y'.
           10  BDT-REC-STATUS                      PIC X(1).
             88  BDT-REC-PENDING                     VALUE 'P'.
             88  BDT-REC-CONFIRMED                   VALUE 'C'.
             88  BDT-REC-REJECTED                    VALUE 'X'.
           10  BDT-REC-QUEUED-DATE                 PIC X(10).
           10  BDT-REC-REVIEWED-BY                 PIC X(8).
           10  BDT-REC-REVIEWED-DATE               PIC X(10).
      * Payments, mandates and cards stopped on confirmation - one
      * BNKDTHS row each
           10  BDT-REC-STOP-COUNT                  PIC 9(3).
           10  BDT-REC-FILLER                      PIC X(15).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
