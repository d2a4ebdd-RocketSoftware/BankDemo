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
      * CBANKVBQ.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for insider loan board approvals    *
      * (BNKBAPR) - one record per borrowing customer.  A loan        *
      * conversion for an insider or a related interest is held (H)   *
      * with the terms asked for until compliance records the board's *
      * decision: approved (A) or declined (X).  An approval is good  *
      * for one conversion on no better terms than were approved and  *
      * is marked used (U) with the loan account once it is opened.   *
      *****************************************************************
         05  BBQ-RECORD                            PIC X(100).
         05  FILLER REDEFINES BBQ-RECORD.
           10  BBQ-REC-PID                         PIC X(5).
           10  BBQ-REC-STATUS                      PIC X(1).
             88  BBQ-REC-HELD                        VALUE 'H'.
             88  BBQ-REC-APPROVED                    VALUE 'A'.
             88  BBQ-REC-DECLINED                    VALUE 'X'.
             88  BBQ-REC-USED                        VALUE 'U'.
      * The insider the borrower is, or is related to, and how
           10  BBQ-REC-INSIDER-PID                 PIC X(5).
           10  BBQ-REC-RELATION                    PIC X(1).
           10  BBQ-REC-PRINCIPAL                   PIC S9(7)V99
                                                     COMP-3.
           10  BBQ-REC-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
           10  BBQ-REC-TERM                        PIC 9(4).
           10  BBQ-REC-HELD-DATE                   PIC X(10).
           10  BBQ-REC-HELD-BY                     PIC X(8).
      * The board minute the decision was recorded from
           10  BBQ-REC-MINUTE-REF                  PIC X(20).
           10  BBQ-REC-DECIDED-DATE                PIC X(10).
           10  BBQ-REC-DECIDED-BY                  PIC X(8).
           10  BBQ-REC-ACCNO                       PIC X(9).
           10  BBQ-REC-FILLER                      PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
