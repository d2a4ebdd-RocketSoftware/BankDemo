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
      * CCONVCS.CPY                                                   *
      *---------------------------------------------------------------*
      * Record layout for the customer file delivered by the seller   *
      * of an acquired portfolio, read by the conversion loader       *
      * ZBNKCNV1.  One D record per seller customer, keyed by the     *
      * seller's own customer id; the last record is a T trailer      *
      * carrying the seller's control count.                          *
      *****************************************************************
         05  CVC-RECORD                            PIC X(250).
         05  FILLER REDEFINES CVC-RECORD.
           10  CVC-REC-TYPE                        PIC X(1).
             88  CVC-REC-DETAIL                      VALUE 'D'.
             88  CVC-REC-TRAILER                     VALUE 'T'.
           10  CVC-REC-DETAIL-DATA.
             15  CVC-REC-SELLER-ID                 PIC X(16).
             15  CVC-REC-NAME                      PIC X(25).
             15  CVC-REC-NAME-FF                   PIC X(25).
             15  CVC-REC-SIN                       PIC X(9).
             15  CVC-REC-ADDR1                     PIC X(25).
             15  CVC-REC-ADDR2                     PIC X(25).
             15  CVC-REC-STATE                     PIC X(2).
             15  CVC-REC-CNTRY                     PIC X(6).
             15  CVC-REC-POST-CODE                 PIC X(6).
             15  CVC-REC-TEL                       PIC X(12).
             15  CVC-REC-EMAIL                     PIC X(30).
             15  CVC-REC-BIRTH-DATE                PIC X(10).
             15  CVC-REC-LANGUAGE                  PIC X(1).
             15  CVC-REC-PROFILE                   PIC X(1).
             15  FILLER                            PIC X(56).
           10  CVC-REC-TRAILER-DATA REDEFINES CVC-REC-DETAIL-DATA.
             15  CVC-TRL-COUNT                     PIC 9(9).
             15  CVC-TRL-TOTAL                     PIC S9(13)V99.
             15  FILLER                            PIC X(225).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
