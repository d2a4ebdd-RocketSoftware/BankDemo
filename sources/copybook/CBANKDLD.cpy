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
      * CBANKDLD.CPY                                                  *
      *---------------------------------------------------------------*
      * Parameter area for the monthly debit-limit routine UBNKDLM1,  *
      * passed with the debited account's BNKACC record.  The same    *
      * counting and excess fee serve the online posting module and   *
      * the batch posting runs, so every debit path counts alike.     *
      *****************************************************************
         05  DLM-INPUT.
      * The cycle the debit falls in, YYYY-MM
           10  DLM-I-CYCLE                         PIC X(7).
      * From the account's BNKATYPE type record
           10  DLM-I-MAX-DEBITS                    PIC 9(3) COMP-3.
           10  DLM-I-EXCESS-FEE                    PIC S9(3)V99 COMP-3.
         05  DLM-OUTPUT.
           10  DLM-O-RESULT                        PIC X(1).
             88  DLM-O-NOT-LIMITED                   VALUE SPACE.
             88  DLM-O-WITHIN-LIMIT                  VALUE 'W'.
             88  DLM-O-AT-LIMIT                      VALUE 'L'.
             88  DLM-O-OVER-LIMIT                    VALUE 'X'.
      * The excess fee taken from the account record's balances - the
      * caller writes the fee's BNKTXN entry when this is not zero
           10  DLM-O-FEE                           PIC S9(7)V99 COMP-3.
           10  DLM-O-COUNT                         PIC 9(3).
           10  DLM-O-MSG                           PIC X(50).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
