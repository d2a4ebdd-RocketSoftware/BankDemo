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
      * CBANKVDS.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the deceased stop   *
      * list (BNKDTHS) - one row for each standing order, inline      *
      * regular payment, direct debit mandate and card stopped when   *
      * a death registry match is confirmed (DBANK95P).  Keyed by     *
      * PID plus a sequence; ZBNKDTH2 reports each row once.          *
      *****************************************************************
         05  BDS-RECORD                            PIC X(100).
         05  FILLER REDEFINES BDS-RECORD.
           10  BDS-REC-KEY.
             15  BDS-REC-PID                       PIC X(5).
             15  BDS-REC-SEQ                       PIC 9(3).
           10  BDS-REC-ITEM                        PIC X(1).
             88  BDS-REC-STANDING-ORDER              VALUE 'O'.
             88  BDS-REC-INLINE-PAYMENT              VALUE 'R'.
             88  BDS-REC-MANDATE                     VALUE 'M'.
             88  BDS-REC-CARD                        VALUE 'C'.
           10  BDS-REC-ACCNO                       PIC X(9).
      * Standing order sequence, inline slot number, mandate
      * originator or the card number with all but its last four
      * digits masked
           10  BDS-REC-REF                         PIC X(30).
           10  BDS-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  BDS-REC-PAYEE                       PIC X(15).
           10  BDS-REC-STOPPED-DATE                PIC X(10).
           10  BDS-REC-STOPPED-BY                  PIC X(8).
           10  BDS-REC-REPORTED                    PIC X(1).
             88  BDS-REC-ON-REPORT                   VALUE 'Y'.
           10  BDS-REC-FILLER                      PIC X(13).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
