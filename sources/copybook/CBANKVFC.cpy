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
      * CBANKVFC.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the foreign cheque         *
      * collection register (BNKFCOL) - one record per cheque drawn   *
      * on a foreign bank lodged at the counter for collection        *
      * through our correspondent.  An item is lodged (L), goes out   *
      * on the correspondent's collection schedule (S), and is closed *
      * either when the correspondent confirms the proceeds (P) or    *
      * when it comes back unpaid (R).  The record keyed by spaces    *
      * is the register's control record carrying the next           *
      * collection number.                                            *
      *****************************************************************
         05  BFC-RECORD                            PIC X(220).
         05  FILLER REDEFINES BFC-RECORD.
      * FC followed by the collection number
           10  BFC-REC-REF                         PIC X(10).
           10  BFC-REC-PID                         PIC X(5).
           10  BFC-REC-ACCNO                       PIC X(9).
           10  BFC-REC-DRAWEE-BANK                 PIC X(30).
           10  BFC-REC-CHEQUE-NO                   PIC X(10).
           10  BFC-REC-CURRENCY                    PIC X(3).
           10  BFC-REC-AMOUNT                      PIC S9(9)V99 COMP-3.
      * Correspondent the item is collected through (BNKNOSTR)
           10  BFC-REC-BIC                         PIC X(11).
           10  BFC-REC-STATUS                      PIC X(1).
             88  BFC-REC-LODGED                      VALUE 'L'.
             88  BFC-REC-SCHEDULED                   VALUE 'S'.
             88  BFC-REC-PAID                        VALUE 'P'.
             88  BFC-REC-RETURNED                    VALUE 'R'.
             88  BFC-REC-OUTSTANDING                 VALUE 'L' 'S'.
           10  BFC-REC-LODGED-DATE                 PIC X(10).
           10  BFC-REC-LODGED-BY                   PIC X(8).
           10  BFC-REC-SENT-DATE                   PIC X(10).
           10  BFC-REC-CLOSED-DATE                 PIC X(10).
           10  BFC-REC-CLOSED-BY                   PIC X(8).
      * Proceeds as confirmed by the correspondent, in the cheque's
      * currency, and the value date they were paid on
           10  BFC-REC-PROCEEDS                    PIC S9(9)V99 COMP-3.
           10  BFC-REC-PROCEEDS-DATE               PIC X(10).
      * Account-currency units per unit of the cheque's currency
      * applied at credit, the amount credited before the fee, and
      * the collection or returned-item fee charged
           10  BFC-REC-RATE                        PIC S9(3)V9(6)
                                                   COMP-3.
           10  BFC-REC-CREDITED                    PIC S9(9)V99 COMP-3.
           10  BFC-REC-FEE                         PIC S9(7)V99 COMP-3.
           10  BFC-REC-RETURN-REASON               PIC X(30).
           10  BFC-REC-FILLER                      PIC X(27).
         05  FILLER REDEFINES BFC-RECORD.
           10  BFC-CTL-KEY                         PIC X(10).
           10  BFC-CTL-NEXT-NUMBER                 PIC 9(8).
           10  BFC-CTL-FILLER                      PIC X(202).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
