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
      * CBANKVCV.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the portfolio conversion   *
      * cross-reference (BNKCNVX), written by ZBNKCNV1 - one record   *
      * per seller customer, account, loan and standing order taken   *
      * on, keyed by the kind of item and the seller's id for it, and *
      * carrying the PID, account number and sequence it became here. *
      * A mock conversion writes its records as mock (M); the next    *
      * mock run backs them out before loading again.                 *
      *****************************************************************
         05  BCV-RECORD                            PIC X(100).
         05  FILLER REDEFINES BCV-RECORD.
           10  BCV-REC-KEY.
             15  BCV-REC-KIND                      PIC X(1).
               88  BCV-REC-CUSTOMER                  VALUE 'C'.
               88  BCV-REC-ACCOUNT                   VALUE 'A'.
               88  BCV-REC-LOAN                      VALUE 'L'.
               88  BCV-REC-ORDER                     VALUE 'S'.
             15  BCV-REC-SELLER-ID                 PIC X(16).
           10  BCV-REC-MODE                        PIC X(1).
             88  BCV-REC-LIVE                        VALUE 'L'.
             88  BCV-REC-MOCK                        VALUE 'M'.
      * For a customer: N new PID, L linked to an existing customer
      * (exact SIN), Q new PID with a possible duplicate queued for
      * review.  Everything else is always N.
           10  BCV-REC-ACTION                      PIC X(1).
             88  BCV-REC-NEW                         VALUE 'N'.
             88  BCV-REC-LINKED                      VALUE 'L'.
             88  BCV-REC-QUEUED                      VALUE 'Q'.
           10  BCV-REC-PID                         PIC X(5).
           10  BCV-REC-ACCNO                       PIC X(9).
      * Loan quote sequence (BNKLOANQ) or standing order sequence
      * (BNKSORD) the item was filed under
           10  BCV-REC-SEQ                         PIC 9(4).
           10  BCV-REC-ACC-TYPE                    PIC X(1).
           10  BCV-REC-SELLER-PRODUCT              PIC X(8).
           10  BCV-REC-AMOUNT                      PIC S9(9)V99 COMP-3.
           10  BCV-REC-MATCH-PID                   PIC X(5).
           10  BCV-REC-MATCH-SCORE                 PIC 9(3).
           10  BCV-REC-LOAD-DATE                   PIC X(10).
           10  FILLER                              PIC X(30).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
