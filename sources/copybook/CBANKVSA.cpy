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
      * CBANKVSA.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the suspicious activity report  *
      * (SAR) filing extract - one record for each AML case closed as *
      * SAR filed, carrying the subject's identity, what the case saw *
      * and the analyst's narrative                                   *
      *****************************************************************
         05  BSA-RECORD                            PIC X(300).
         05  FILLER REDEFINES BSA-RECORD.
           10  BSA-REC-PID                         PIC X(5).
           10  BSA-REC-CASE-TS                     PIC X(26).
           10  BSA-REC-EXTRACT-DATE                PIC X(10).
           10  BSA-REC-NAME                        PIC X(25).
           10  BSA-REC-SIN                         PIC X(9).
           10  BSA-REC-BIRTH-DATE                  PIC X(10).
           10  BSA-REC-ADDR1                       PIC X(25).
           10  BSA-REC-ADDR2                       PIC X(25).
           10  BSA-REC-STATE                       PIC X(2).
           10  BSA-REC-CNTRY                       PIC X(6).
           10  BSA-REC-POST-CODE                   PIC X(6).
           10  BSA-REC-OPENED-DATE                 PIC X(10).
           10  BSA-REC-DEADLINE-DATE               PIC X(10).
           10  BSA-REC-CLOSED-DATE                 PIC X(10).
           10  BSA-REC-ANALYST                     PIC X(8).
           10  BSA-REC-ALERT-COUNT                 PIC 9(4).
           10  BSA-REC-MON-COUNT                   PIC 9(3).
           10  BSA-REC-RULE-COUNT                  PIC 9(3).
           10  BSA-REC-SANC-COUNT                  PIC 9(3).
           10  BSA-REC-RDC-COUNT                   PIC 9(3).
      * The sum of the amounts on the case's alerts
           10  BSA-REC-ALERTED-AMOUNT              PIC S9(9)V99 COMP-3.
           10  BSA-REC-NARRATIVE                   PIC X(60).
           10  BSA-REC-FILLER                      PIC X(31).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
