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
      * CBANKVCY.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the covenant register      *
      * (BNKCOVN) - the conditions a business loan was granted on and *
      * the borrower's submissions against them.  Entry 000 under a   *
      * loan account and covenant number is the covenant itself:      *
      * annual accounts delivered within a number of days of the      *
      * period end (A), a minimum debt-service coverage ratio (D) or  *
      * a maximum leverage ratio (L), tested monthly, quarterly,      *
      * half-yearly or annually.  Entries 001 upward are the          *
      * submissions recorded against it, oldest first.                *
      *****************************************************************
         05  BCY-RECORD                            PIC X(200).
         05  FILLER REDEFINES BCY-RECORD.
           10  BCY-REC-KEY.
             15  BCY-REC-ACCNO                     PIC X(9).
             15  BCY-REC-SEQ                       PIC 9(2).
             15  BCY-REC-ENTRY                     PIC 9(3).
               88  BCY-REC-IS-COVENANT               VALUE 0.
           10  BCY-REC-DATA                        PIC X(186).
           10  BCY-COV-DATA REDEFINES BCY-REC-DATA.
             15  BCY-REC-PID                       PIC X(5).
             15  BCY-REC-TYPE                      PIC X(1).
               88  BCY-REC-TYPE-ACCOUNTS             VALUE 'A'.
               88  BCY-REC-TYPE-DSCR                 VALUE 'D'.
               88  BCY-REC-TYPE-LEVERAGE             VALUE 'L'.
      * Days allowed after the period end for annual accounts, the
      * minimum coverage ratio, or the maximum leverage ratio
             15  BCY-REC-THRESHOLD                 PIC S9(5)V99 COMP-3.
             15  BCY-REC-FREQUENCY                 PIC X(1).
               88  BCY-REC-FREQ-MONTHLY              VALUE 'M'.
               88  BCY-REC-FREQ-QUARTERLY            VALUE 'Q'.
               88  BCY-REC-FREQ-HALF-YEARLY          VALUE 'H'.
               88  BCY-REC-FREQ-ANNUAL               VALUE 'A'.
      * Days after a period end its submission falls due
             15  BCY-REC-GRACE-DAYS                PIC 9(3).
      * The next period to be reported and when its figures are due
             15  BCY-REC-PERIOD-END                PIC X(10).
             15  BCY-REC-NEXT-DUE                  PIC X(10).
      * Relationship officer the borrower is managed by
             15  BCY-REC-OFFICER                   PIC X(8).
             15  BCY-REC-STATUS                    PIC X(1).
               88  BCY-REC-ACTIVE                    VALUE 'A'.
               88  BCY-REC-RETIRED                   VALUE 'R'.
      * Outcome of the latest submission
             15  BCY-REC-RESULT                    PIC X(1).
               88  BCY-REC-NOT-TESTED                VALUE SPACE.
               88  BCY-REC-MET                       VALUE 'M'.
               88  BCY-REC-BREACHED                  VALUE 'B'.
             15  BCY-REC-LAST-PERIOD-END           PIC X(10).
             15  BCY-REC-LAST-RECEIVED             PIC X(10).
             15  BCY-REC-LAST-VALUE                PIC S9(5)V99 COMP-3.
             15  BCY-REC-SUBMISSIONS               PIC 9(3).
             15  BCY-REC-ADDED-DATE                PIC X(10).
             15  BCY-REC-ADDED-BY                  PIC X(8).
      * Set by the monthly monitoring run when it puts the breach on
      * the collections work queue (BNKCOLLQ)
             15  BCY-REC-QUEUED-DATE               PIC X(10).
             15  BCY-REC-DESC                      PIC X(30).
             15  BCY-REC-FILLER                    PIC X(57).
           10  BCY-SUB-DATA REDEFINES BCY-REC-DATA.
             15  BCY-SUB-PERIOD-END                PIC X(10).
             15  BCY-SUB-DUE-DATE                  PIC X(10).
             15  BCY-SUB-RECEIVED                  PIC X(10).
      * The ratio as tested (zero for annual accounts) against the
      * threshold in force at the time
             15  BCY-SUB-VALUE                     PIC S9(5)V99 COMP-3.
             15  BCY-SUB-THRESHOLD                 PIC S9(5)V99 COMP-3.
             15  BCY-SUB-RESULT                    PIC X(1).
               88  BCY-SUB-MET                       VALUE 'M'.
               88  BCY-SUB-BREACHED                  VALUE 'B'.
             15  BCY-SUB-LATE                      PIC X(1).
               88  BCY-SUB-RECEIVED-LATE             VALUE 'Y'.
             15  BCY-SUB-RECORDED-BY               PIC X(8).
             15  BCY-SUB-NOTE                      PIC X(30).
             15  BCY-SUB-FILLER                    PIC X(108).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
