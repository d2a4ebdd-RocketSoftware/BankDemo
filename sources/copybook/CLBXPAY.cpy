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
      * CLBXPAY.CPY                                                   *
      *---------------------------------------------------------------*
      * Record layout for the lockbox vendor's daily payments file,   *
      * read by ZBNKLBX1 - one 80 byte card image per record.  Each   *
      * batch is an H header carrying the control count and total of  *
      * the D items (one per cheque received) that follow it.         *
      *****************************************************************
         05  LBX-RECORD                            PIC X(80).
         05  FILLER REDEFINES LBX-RECORD.
           10  LBX-REC-TYPE                        PIC X(1).
             88  LBX-REC-HEADER                      VALUE 'H'.
             88  LBX-REC-DETAIL                      VALUE 'D'.
           10  LBX-REC-LOCKBOX                     PIC X(6).
           10  LBX-REC-BATCH                       PIC X(4).
           10  LBX-REC-DATA                        PIC X(69).
      * Batch header
         05  FILLER REDEFINES LBX-RECORD.
           10  FILLER                              PIC X(11).
           10  LBX-HDR-DEPOSIT-DATE                PIC X(10).
           10  LBX-HDR-ITEM-COUNT                  PIC 9(5).
           10  LBX-HDR-BATCH-TOTAL                 PIC 9(9)V99.
           10  FILLER                              PIC X(43).
      * One remittance item
         05  FILLER REDEFINES LBX-RECORD.
           10  FILLER                              PIC X(11).
           10  LBX-DTL-CHEQUE-NO                   PIC X(8).
           10  LBX-DTL-AMOUNT                      PIC 9(9)V99.
           10  LBX-DTL-PAYER                       PIC X(30).
           10  LBX-DTL-INVOICE                     PIC X(20).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
