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
      * CCONVPM.CPY                                                   *
      *---------------------------------------------------------------*
      * Card layout for the conversion product map read by ZBNKCNV1 - *
      * one card per seller product code naming the BNKATYPE account  *
      * type it converts to.  Loan products map to type L.  Cards     *
      * with an asterisk in column 1 are comments.                    *
      *****************************************************************
         05  CVM-RECORD                            PIC X(80).
         05  FILLER REDEFINES CVM-RECORD.
           10  CVM-REC-PRODUCT                     PIC X(8).
           10  FILLER                              PIC X(1).
           10  CVM-REC-ACC-TYPE                    PIC X(1).
           10  FILLER                              PIC X(1).
           10  CVM-REC-DESC                        PIC X(30).
           10  FILLER                              PIC X(39).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
