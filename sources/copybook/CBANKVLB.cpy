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
      * CBANKVLB.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the lockbox         *
      * registry (BNKLBOX) - one record per lockbox we process,       *
      * naming the business customer it belongs to, the account its   *
      * receipts are deposited to and the layout the customer takes   *
      * its remittance detail in.  The last batch posted guards a     *
      * rerun of the vendor file from depositing a batch twice.       *
      *****************************************************************
         05  BLB-RECORD                            PIC X(80).
         05  FILLER REDEFINES BLB-RECORD.
           10  BLB-REC-LOCKBOX                     PIC X(6).
           10  BLB-REC-PID                         PIC X(5).
           10  BLB-REC-ACCNO                       PIC X(9).
      * C = comma-delimited remittance lines, F = fixed-width lines
           10  BLB-REC-FORMAT                      PIC X(1).
             88  BLB-REC-FORMAT-CSV                  VALUE 'C'.
             88  BLB-REC-FORMAT-FIXED                VALUE 'F'.
           10  BLB-REC-STATUS                      PIC X(1).
             88  BLB-REC-LOCKBOX-ACTIVE              VALUE 'A'.
             88  BLB-REC-LOCKBOX-CLOSED              VALUE 'C'.
           10  BLB-REC-LAST-DEPOSIT-DATE           PIC X(10).
           10  BLB-REC-LAST-BATCH                  PIC X(4).
           10  BLB-REC-FILLER                      PIC X(44).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
