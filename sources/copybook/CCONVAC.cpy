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
      * CCONVAC.CPY                                                   *
      *---------------------------------------------------------------*
      * Record layout for the deposit account file delivered by the   *
      * seller of an acquired portfolio, read by ZBNKCNV1.  The       *
      * seller's product code is mapped to one of our BNKATYPE types  *
      * through the conversion product map (CCONVPM).  The T trailer  *
      * carries the seller's account count and balance total.         *
      *****************************************************************
         05  CVA-RECORD                            PIC X(150).
         05  FILLER REDEFINES CVA-RECORD.
           10  CVA-REC-TYPE                        PIC X(1).
             88  CVA-REC-DETAIL                      VALUE 'D'.
             88  CVA-REC-TRAILER                     VALUE 'T'.
           10  CVA-REC-DETAIL-DATA.
             15  CVA-REC-SELLER-ID                 PIC X(16).
             15  CVA-REC-CUST-ID                   PIC X(16).
             15  CVA-REC-JOINT-CUST-ID             PIC X(16).
             15  CVA-REC-PRODUCT                   PIC X(8).
             15  CVA-REC-BALANCE                   PIC S9(9)V99.
             15  CVA-REC-CURRENCY                  PIC X(3).
             15  CVA-REC-OVERDRAFT-LIMIT           PIC 9(7)V99.
             15  CVA-REC-OPENED-DATE               PIC X(10).
      * Term deposit contract - unused (spaces/zero) on demand
      * accounts.  The payout account is the seller's id for another
      * account on this same file.
             15  CVA-REC-TD-TERM                   PIC 9(3).
             15  CVA-REC-TD-RATE                   PIC 9(3)V9(3).
             15  CVA-REC-TD-MATURITY               PIC X(10).
             15  CVA-REC-TD-INSTR                  PIC X(1).
             15  CVA-REC-TD-NOM-ID                 PIC X(16).
             15  FILLER                            PIC X(24).
           10  CVA-REC-TRAILER-DATA REDEFINES CVA-REC-DETAIL-DATA.
             15  CVA-TRL-COUNT                     PIC 9(9).
             15  CVA-TRL-TOTAL                     PIC S9(13)V99.
             15  FILLER                            PIC X(125).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
