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
      * CBANKVRK.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the regulatory capital detail   *
      * file written by the risk-weighted assets run ZBNKRWA1 - one   *
      * record for each part of an exposure placed in an exposure     *
      * class, so every figure on the capital return can be traced    *
      * back to the loan, card, overdraft or correspondent it came    *
      * from.  A loan split between classes (the part covered by      *
      * financial collateral, the part within the property limit and  *
      * the rest) has one record per part.  Amounts are in the base   *
      * currency at the mid rate on the reporting date.               *
      *****************************************************************
         05  BRK-RECORD                            PIC X(200).
         05  FILLER REDEFINES BRK-RECORD.
           10  BRK-REC-AS-OF                       PIC X(10).
      * FC financial collateral, RM residential property, CR
      * commercial real estate, CO corporate, RL retail loans, RC
      * retail cards, RO retail overdrafts, UC undrawn card limits,
      * UO undrawn overdraft limits, PD past due 90 days or more,
      * BK banks
           10  BRK-REC-CLASS                       PIC X(2).
      * L loan, C card, O overdraft, N nostro
           10  BRK-REC-SOURCE                      PIC X(1).
             88  BRK-REC-SOURCE-LOAN                 VALUE 'L'.
             88  BRK-REC-SOURCE-CARD                 VALUE 'C'.
             88  BRK-REC-SOURCE-OVERDRAFT            VALUE 'O'.
             88  BRK-REC-SOURCE-NOSTRO               VALUE 'N'.
           10  BRK-REC-PID                         PIC X(5).
      * Loans only - the quote the loan was converted from
           10  BRK-REC-LOAN-SEQ                    PIC 9(4).
      * Account number, or the correspondent's BIC
           10  BRK-REC-REF                         PIC X(11).
           10  BRK-REC-BRANCH                      PIC X(4).
           10  BRK-REC-CURRENCY                    PIC X(3).
           10  BRK-REC-FX-RATE                     PIC S9(3)V9(6)
                                                   COMP-3.
      * Loans only - the arrears bucket, the kind of the largest
      * collateral item under lien, all collateral under lien and
      * its cover of the loan as a percentage
           10  BRK-REC-BUCKET                      PIC X(1).
           10  BRK-REC-COLL-TYPE                   PIC X(1).
           10  BRK-REC-COLL-VALUE                  PIC S9(11)V99 COMP-3.
           10  BRK-REC-COVERAGE                    PIC 9(3)V99.
      * The amount placed in the class, the credit conversion factor
      * applied to an undrawn limit (100 on balances drawn), the
      * exposure that leaves, its risk weight and the risk-weighted
      * amount
           10  BRK-REC-AMOUNT                      PIC S9(11)V99 COMP-3.
           10  BRK-REC-CCF                         PIC 9(3).
           10  BRK-REC-EXPOSURE                    PIC S9(11)V99 COMP-3.
           10  BRK-REC-WEIGHT                      PIC 9(3).
           10  BRK-REC-RWA                         PIC S9(11)V99 COMP-3.
           10  BRK-REC-FILLER                      PIC X(114).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
