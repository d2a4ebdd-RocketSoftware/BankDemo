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
      * CBANKVVT.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the branch vault    *
      * cash ledger (BNKVALT) - one record per branch.  The book      *
      * figure moves with every float issued to or cash returned by   *
      * a teller drawer, every carrier delivery and pickup and every  *
      * night bag posted; the day's movements are kept by kind so the *
      * end-of-day proof can rebuild the book from the opening figure *
      * and set it against the cash counted.  Cash over the insured   *
      * limit is ordered out on a carrier pickup.                     *
      *****************************************************************
         05  BVT-RECORD                            PIC X(120).
         05  FILLER REDEFINES BVT-RECORD.
           10  BVT-REC-BRANCH                      PIC X(4).
           10  BVT-REC-INSURED-LIMIT               PIC S9(9)V99
                                                     COMP-3.
      * The book figure at the last proof, and now
           10  BVT-REC-OPENING                     PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-BOOK                        PIC S9(9)V99
                                                     COMP-3.
      * Movements since the last proof
           10  BVT-REC-TO-DRAWERS                  PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-FROM-DRAWERS                PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-FROM-CLOSES                 PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-DELIVERED                   PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-PICKED-UP                   PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-BAGS                        PIC S9(9)V99
                                                     COMP-3.
      * Pickups ordered from the carrier but not yet collected
           10  BVT-REC-PICKUP-PENDING              PIC S9(9)V99
                                                     COMP-3.
      * The last physical count of the vault
           10  BVT-REC-COUNTED                     PIC S9(9)V99
                                                     COMP-3.
           10  BVT-REC-COUNT-DATE                  PIC X(10).
           10  BVT-REC-COUNT-BY                    PIC X(8).
           10  BVT-REC-PROOF-DATE                  PIC X(10).
           10  BVT-REC-FILLER                      PIC X(22).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
