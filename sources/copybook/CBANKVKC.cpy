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
      * CBANKVKC.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for construction loan          *
      * commitments (BNKCONL).  Each one is keyed the same as the     *
      * loan's BNKLOANQ record (status K while in its draw period).   *
      * The commitment is paid out in staged draws (BNKDRAW,          *
      * CBANKVDW); interest is charged monthly on the drawn balance   *
      * only, and at completion or the draw-period end date the       *
      * drawn balance is converted into an amortizing loan by         *
      * ZBNKCNS1.                                                     *
      *****************************************************************
         05  BKC-RECORD                            PIC X(150).
         05  FILLER REDEFINES BKC-RECORD.
           10  BKC-REC-KEY.
             15  BKC-REC-PID                       PIC X(5).
             15  BKC-REC-SEQ                       PIC 9(4).
           10  BKC-REC-LOAN-ACCNO                  PIC X(9).
      * The borrower's account draws are paid into and interest is
      * taken from during the draw period
           10  BKC-REC-PAYOUT-ACCNO                PIC X(9).
           10  BKC-REC-COMMITMENT                  PIC S9(7)V99 COMP-3.
           10  BKC-REC-DRAWN                       PIC S9(7)V99 COMP-3.
      * Draws requested but not yet signed off or rejected
           10  BKC-REC-PENDING                     PIC S9(7)V99 COMP-3.
           10  BKC-REC-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
      * Repayment term in months once converted
           10  BKC-REC-TERM                        PIC 9(4).
           10  BKC-REC-OPENED-DATE                 PIC X(10).
           10  BKC-REC-OPENED-BY                   PIC X(8).
           10  BKC-REC-DRAW-END-DATE               PIC X(10).
           10  BKC-REC-STATUS                      PIC X(1).
             88  BKC-REC-DRAWING                     VALUE 'D'.
             88  BKC-REC-COMPLETE                    VALUE 'F'.
             88  BKC-REC-CONVERTED                   VALUE 'C'.
             88  BKC-REC-LAPSED                      VALUE 'X'.
             88  BKC-REC-IN-DRAW-PERIOD              VALUE 'D' 'F'.
      * Month (YYYY-MM) interest was last charged, and the total
      * interest charged over the draw period
           10  BKC-REC-LAST-INT-MONTH              PIC X(7).
           10  BKC-REC-INTEREST-CHARGED            PIC S9(7)V99 COMP-3.
           10  BKC-REC-LAST-DRAW-NO                PIC 9(3).
           10  BKC-REC-COMPLETED-BY                PIC X(8).
           10  BKC-REC-COMPLETED-DATE              PIC X(10).
           10  BKC-REC-CONVERTED-DATE              PIC X(10).
           10  BKC-REC-FILLER                      PIC X(28).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
