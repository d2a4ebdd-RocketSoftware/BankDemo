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
      * CBANKVOF.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the outbound file   *
      * register (BNKOFR) - one record per file sent out of the bank, *
      * keyed by file id, business date and a sequence within the     *
      * day, written by UBNKOFR1 as the file is created and updated   *
      * as its recipient acknowledges it                              *
      *****************************************************************
         05  BOF-RECORD                            PIC X(200).
         05  FILLER REDEFINES BOF-RECORD.
           10  BOF-REC-KEY.
             15  BOF-REC-FILE-ID                   PIC X(8).
             15  BOF-REC-BUS-DATE                  PIC X(10).
             15  BOF-REC-SEQ                       PIC 9(2).
           10  BOF-REC-RECIPIENT                   PIC X(30).
           10  BOF-REC-CREATED-TS                  PIC X(26).
           10  BOF-REC-COUNT                       PIC 9(9).
           10  BOF-REC-AMOUNT                      PIC 9(13)V99.
           10  BOF-REC-HASH                        PIC 9(15).
      * The business date the acknowledgement is expected by
           10  BOF-REC-DUE-DATE                    PIC X(10).
           10  BOF-REC-STATUS                      PIC X(1).
             88  BOF-REC-SENT                        VALUE 'S'.
             88  BOF-REC-ACKNOWLEDGED                VALUE 'K'.
             88  BOF-REC-NOT-AGREED                  VALUE 'N'.
             88  BOF-REC-RESEND                      VALUE 'R'.
             88  BOF-REC-AWAITING                    VALUE 'S' 'R'.
           10  BOF-REC-ACK-DATE                    PIC X(10).
      * Why the recipient's acknowledgement did not agree
           10  BOF-REC-ACK-REASON                  PIC X(30).
           10  BOF-REC-RESEND-COUNT                PIC 9(2).
           10  BOF-REC-RESENT-TS                   PIC X(26).
           10  BOF-REC-FILLER                      PIC X(6).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
