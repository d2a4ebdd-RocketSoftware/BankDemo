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
      * CBANKVRE.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for staff product       *
      * referrals (BNKREFR) - one record per account opened on a      *
      * member of staff's referral, written when the account opens.   *
      * The monthly incentive run (ZBNKREF1) checks the account's     *
      * funding once the review period has passed and claws back an   *
      * incentive earned on an account closed early.                  *
      *****************************************************************
         05  BRE-RECORD                            PIC X(100).
         05  FILLER REDEFINES BRE-RECORD.
           10  BRE-REC-ACCNO                       PIC X(9).
           10  BRE-REC-PID                         PIC X(5).
      * Referring userid and its home branch when the account opened
           10  BRE-REC-STAFF-USERID                PIC X(8).
           10  BRE-REC-BRANCH                      PIC X(4).
           10  BRE-REC-PRODUCT                     PIC X(1).
             88  BRE-REC-PROD-ACCOUNT                VALUE 'D'.
             88  BRE-REC-PROD-TERM-DEP               VALUE 'T'.
             88  BRE-REC-PROD-LOAN                   VALUE 'L'.
           10  BRE-REC-CHANNEL                     PIC X(1).
             88  BRE-REC-CHAN-BRANCH                 VALUE 'B'.
             88  BRE-REC-CHAN-MOBILE                 VALUE 'M'.
           10  BRE-REC-OPENED-DATE                 PIC X(10).
      * Pending until the review; then earned (incentive payable),
      * not funded, or closed before the review.  An earned incentive
      * is clawed back if the account closes inside the clawback
      * period, and becomes final once that period has passed.
           10  BRE-REC-STATUS                      PIC X(1).
             88  BRE-REC-PENDING                     VALUE 'P'.
             88  BRE-REC-EARNED                      VALUE 'E'.
             88  BRE-REC-NOT-FUNDED                  VALUE 'N'.
             88  BRE-REC-CLOSED-UNREVIEWED           VALUE 'X'.
             88  BRE-REC-CLAWED-BACK                 VALUE 'C'.
             88  BRE-REC-FINAL                       VALUE 'F'.
           10  BRE-REC-REVIEW-DATE                 PIC X(10).
           10  BRE-REC-FUNDED-BAL                  PIC S9(7)V99 COMP-3.
           10  BRE-REC-INCENTIVE                   PIC S9(5)V99 COMP-3.
      * Month (YYYY-MM) the incentive was reported payable, and the
      * month it was reported clawed back
           10  BRE-REC-EARNED-MONTH                PIC X(7).
           10  BRE-REC-CLAWBACK-MONTH              PIC X(7).
           10  BRE-REC-CLOSED-DATE                 PIC X(10).
           10  BRE-REC-FILLER                      PIC X(18).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
