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
      * CCONVLN.CPY                                                   *
      *---------------------------------------------------------------*
      * Record layout for the loan file delivered by the seller of an *
      * acquired portfolio, read by ZBNKCNV1.  Each loan comes over   *
      * as a running (converted) loan for its outstanding balance     *
      * over the remaining term; repayments are taken from the        *
      * seller account named, once that account has been converted.   *
      * The T trailer carries the seller's loan count and the total   *
      * outstanding.                                                  *
      *****************************************************************
         05  CVL-RECORD                            PIC X(150).
         05  FILLER REDEFINES CVL-RECORD.
           10  CVL-REC-TYPE                        PIC X(1).
             88  CVL-REC-DETAIL                      VALUE 'D'.
             88  CVL-REC-TRAILER                     VALUE 'T'.
           10  CVL-REC-DETAIL-DATA.
             15  CVL-REC-SELLER-ID                 PIC X(16).
             15  CVL-REC-CUST-ID                   PIC X(16).
             15  CVL-REC-PRODUCT                   PIC X(8).
             15  CVL-REC-ORIG-PRINCIPAL            PIC 9(9)V99.
             15  CVL-REC-OUTSTANDING               PIC 9(9)V99.
             15  CVL-REC-RATE                      PIC 9(3)V9(3).
             15  CVL-REC-RATE-TYPE                 PIC X(1).
             15  CVL-REC-MARGIN                    PIC 9(3)V9(3).
             15  CVL-REC-REMAIN-TERM               PIC 9(4).
             15  CVL-REC-PAYMENT                   PIC 9(7)V99.
             15  CVL-REC-REPAY-DAY                 PIC 9(2).
             15  CVL-REC-REPAY-FROM-ID             PIC X(16).
             15  CVL-REC-OPENED-DATE               PIC X(10).
             15  FILLER                            PIC X(33).
           10  CVL-REC-TRAILER-DATA REDEFINES CVL-REC-DETAIL-DATA.
             15  CVL-TRL-COUNT                     PIC 9(9).
             15  CVL-TRL-TOTAL                     PIC S9(13)V99.
             15  FILLER                            PIC X(125).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
