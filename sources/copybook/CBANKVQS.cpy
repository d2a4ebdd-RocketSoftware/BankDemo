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
      * CBANKVQS.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the customer data-quality  *
      * scorecard history (BNKDQSH) - one record per branch per month *
      * written by the monthly data-quality run (ZBNKDQS1).  The      *
      * previous month's figures are carried on the record so the     *
      * scorecard can show the trend without a second lookup.        *
      *****************************************************************
         05  BQS-RECORD                            PIC X(120).
         05  FILLER REDEFINES BQS-RECORD.
           10  BQS-REC-KEY.
             15  BQS-REC-BRANCH                    PIC X(4).
      * YYYY-MM of the business date the run was made on
             15  BQS-REC-MONTH                     PIC X(7).
           10  BQS-REC-RUN-DATE                    PIC X(10).
      * Active customers scored, and those failing no rule
           10  BQS-REC-CHECKED                     PIC 9(7).
           10  BQS-REC-CLEAN                       PIC 9(7).
      * Clean customers as a percentage of those scored
           10  BQS-REC-SCORE                       PIC 9(3)V9.
      * Failures by rule - SIN, email, telephone, date of birth,
      * guardian, business KYC, joint signer
           10  BQS-REC-RULE-FAILS.
             15  BQS-REC-FAIL                      PIC 9(5)
                                                   OCCURS 7 TIMES.
      * The same branch's figures for the month before, if it ran
           10  BQS-REC-PREV-FOUND                  PIC X(1).
             88  BQS-REC-PREV-ON-FILE                VALUE 'Y'.
           10  BQS-REC-PREV-CHECKED                PIC 9(7).
           10  BQS-REC-PREV-SCORE                  PIC 9(3)V9.
           10  BQS-REC-PREV-ITEMS                  PIC 9(7).
           10  BQS-REC-ITEMS                       PIC 9(7).
           10  BQS-REC-FILLER                      PIC X(20).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
