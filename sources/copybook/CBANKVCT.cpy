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
      * CBANKVCT.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the currency transaction report *
      * filings (BNKCTRF) - one record per customer per business day  *
      * on which their cash in or cash out across every channel went  *
      * over the reporting threshold.  The conductor's identity is    *
      * taken from BNKCUST when the filing is raised.  A filing stays *
      * pending until it can be released to the regulator extract    *
      * with a complete identity, and once filed is never filed again *
      *****************************************************************
         05  BCT-RECORD                            PIC X(200).
         05  FILLER REDEFINES BCT-RECORD.
           10  BCT-REC-KEY.
             15  BCT-REC-DATE                      PIC X(10).
             15  BCT-REC-PID                       PIC X(5).
           10  BCT-REC-STATUS                      PIC X(1).
             88  BCT-REC-PENDING                     VALUE 'P'.
             88  BCT-REC-FILED                       VALUE 'F'.
           10  BCT-REC-NAME                        PIC X(25).
           10  BCT-REC-ADDR1                       PIC X(25).
           10  BCT-REC-ADDR2                       PIC X(25).
           10  BCT-REC-STATE                       PIC X(2).
           10  BCT-REC-CNTRY                       PIC X(6).
           10  BCT-REC-POST-CODE                   PIC X(6).
           10  BCT-REC-SIN                         PIC X(9).
           10  BCT-REC-BIRTH-DATE                  PIC X(10).
           10  BCT-REC-CASH-IN                     PIC S9(9)V99 COMP-3.
           10  BCT-REC-CASH-OUT                    PIC S9(9)V99 COMP-3.
           10  BCT-REC-ITEM-COUNT                  PIC 9(4).
      * Channels that made up the total: T teller counter, A ATM,
      * N night depository, F foreign-note deals
           10  BCT-REC-SOURCES                     PIC X(4).
           10  BCT-REC-RAISED-DTE                  PIC X(10).
           10  BCT-REC-FILED-DTE                   PIC X(10).
      * Why a filing is still pending
           10  BCT-REC-PENDING-REASON              PIC X(20).
           10  BCT-REC-FILLER                      PIC X(16).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
