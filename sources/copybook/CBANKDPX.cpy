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
      * CBANKDPX.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the daily postings file         *
      * (DAYPOST) written early in the night run by ZBNKDPX1 - every  *
      * BNKTXN entry posted under the business date, in account and   *
      * timestamp order, each carried as its full BTX record image,   *
      * followed by one control trailer.  The daily reports read this *
      * file instead of browsing BNKTXN and prove what they read      *
      * against the trailer before reporting.                         *
      *****************************************************************
         05  DPX-RECORD                            PIC X(440).
         05  FILLER REDEFINES DPX-RECORD.
           10  DPX-REC-TYPE                        PIC X(1).
             88  DPX-REC-POSTING                     VALUE 'D'.
             88  DPX-REC-TRAILER                     VALUE 'T'.
      * Posting record: the BNKTXN record as it stood at extract
           10  DPX-REC-BTX-IMAGE                   PIC X(432).
           10  DPX-REC-FILLER                      PIC X(7).
         05  FILLER REDEFINES DPX-RECORD.
           10  FILLER                              PIC X(1).
      * Trailer: the business date extracted, the number of posting
      * records and the money in them.  Alert/advice entries (type 5)
      * are counted but carry no money.  Memorandum entries (loan
      * loss provision charge/release, type L/3 and L/4) carry money
      * for the GL feed but move no account balance; they are in the
      * net and shown again in the memo total.  The ledger movement is
      * the day's change in account balances the extract, less its
      * memorandum entries, was proved to.
           10  DPX-TRL-BUS-DATE                    PIC X(10).
           10  DPX-TRL-COUNT                       PIC 9(9).
           10  DPX-TRL-CREDITS                     PIC S9(11)V99 COMP-3.
           10  DPX-TRL-DEBITS                      PIC S9(11)V99 COMP-3.
           10  DPX-TRL-NET                         PIC S9(11)V99 COMP-3.
           10  DPX-TRL-LEDGER-MOVEMENT             PIC S9(11)V99 COMP-3.
           10  DPX-TRL-CREATED                     PIC X(26).
           10  DPX-TRL-MEMO                        PIC S9(11)V99 COMP-3.
           10  DPX-TRL-FILLER                      PIC X(359).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
