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
      * CBANKVBX.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the branch transfer *
      * log (BNKBRXF) - one record for every account the branch       *
      * consolidation run moved from a closing branch to the branch   *
      * taking it over, keyed by account and effective date.  The     *
      * year-to-date interest and fees at the move are kept so the    *
      * profitability run can leave what was earned before the move   *
      * with the old branch.                                          *
      *****************************************************************
         05  BBX-RECORD                            PIC X(60).
         05  FILLER REDEFINES BBX-RECORD.
           10  BBX-REC-KEY.
             15  BBX-REC-ACCNO                     PIC X(9).
             15  BBX-REC-EFF-DATE                  PIC X(10).
           10  BBX-REC-PID                         PIC X(5).
           10  BBX-REC-FROM-BRANCH                 PIC X(4).
           10  BBX-REC-TO-BRANCH                   PIC X(4).
           10  BBX-REC-YTD-INTEREST                PIC S9(7)V99
                                                     COMP-3.
           10  BBX-REC-YTD-FEES                    PIC S9(7)V99
                                                     COMP-3.
           10  BBX-REC-RUN-DATE                    PIC X(10).
           10  BBX-REC-FILLER                      PIC X(8).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
