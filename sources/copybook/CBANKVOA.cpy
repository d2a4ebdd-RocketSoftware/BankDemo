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
      * CBANKVOA.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the outbound file   *
      * archive (BNKOFA) - every record of every file registered on   *
      * BNKOFR, exactly as sent, so that a file can be sent again     *
      * unchanged                                                     *
      *****************************************************************
         05  BOA-RECORD                            PIC X(130).
         05  FILLER REDEFINES BOA-RECORD.
           10  BOA-REC-KEY.
             15  BOA-REC-XMIT-KEY.
               20  BOA-REC-FILE-ID                 PIC X(8).
               20  BOA-REC-BUS-DATE                PIC X(10).
               20  BOA-REC-SEQ                     PIC 9(2).
             15  BOA-REC-NO                        PIC 9(7).
           10  BOA-REC-LEN                         PIC 9(3).
           10  BOA-REC-DATA                        PIC X(100).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
