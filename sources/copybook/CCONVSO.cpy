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
      * CCONVSO.CPY                                                   *
      *---------------------------------------------------------------*
      * Record layout for the standing order file delivered by the    *
      * seller of an acquired portfolio, read by ZBNKCNV1.  An order  *
      * paying another account in the same portfolio (payee type I)   *
      * names that account by its seller id; any other payee is an    *
      * external account (payee type E).  The T trailer carries the   *
      * seller's order count and amount total.                        *
      *****************************************************************
         05  CVS-RECORD                            PIC X(120).
         05  FILLER REDEFINES CVS-RECORD.
           10  CVS-REC-TYPE                        PIC X(1).
             88  CVS-REC-DETAIL                      VALUE 'D'.
             88  CVS-REC-TRAILER                     VALUE 'T'.
           10  CVS-REC-DETAIL-DATA.
             15  CVS-REC-SELLER-ID                 PIC X(16).
             15  CVS-REC-FROM-ID                   PIC X(16).
             15  CVS-REC-DAY                       PIC X(2).
             15  CVS-REC-AMOUNT                    PIC 9(5)V99.
             15  CVS-REC-PAYEE-TYPE                PIC X(1).
               88  CVS-REC-PAYEE-INTERNAL            VALUE 'I'.
               88  CVS-REC-PAYEE-EXTERNAL            VALUE 'E'.
             15  CVS-REC-PAYEE-ID                  PIC X(16).
             15  CVS-REC-EXT-ROUTING               PIC X(9).
             15  CVS-REC-EXT-ACCNO                 PIC X(17).
             15  CVS-REC-DESC                      PIC X(15).
             15  FILLER                            PIC X(20).
           10  CVS-REC-TRAILER-DATA REDEFINES CVS-REC-DETAIL-DATA.
             15  CVS-TRL-COUNT                     PIC 9(9).
             15  CVS-TRL-TOTAL                     PIC S9(13)V99.
             15  FILLER                            PIC X(95).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
