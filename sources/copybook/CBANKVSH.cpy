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
      * CBANKVSH.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the signon history file    *
      * (BNKSGNH) - one record for every signon, failed signon,       *
      * refused second signon, forced end of a session and signoff,   *
      * keyed by userid and time so a userid's history reads back in  *
      * order for fraud investigations.                               *
      *****************************************************************
         05  BSH-RECORD                            PIC X(100).
         05  FILLER REDEFINES BSH-RECORD.
           10  BSH-REC-KEY.
             15  BSH-REC-USERID                    PIC X(8).
             15  BSH-REC-TIMESTAMP                 PIC X(26).
           10  BSH-REC-EVENT                       PIC X(1).
             88  BSH-REC-SIGNED-ON                   VALUE 'S'.
             88  BSH-REC-FAILED                      VALUE 'F'.
             88  BSH-REC-REFUSED                     VALUE 'R'.
             88  BSH-REC-TERMINATED                  VALUE 'T'.
             88  BSH-REC-SIGNED-OFF                  VALUE 'O'.
           10  BSH-REC-KIND                        PIC X(1).
           10  BSH-REC-TERMINAL                    PIC X(4).
           10  BSH-REC-CHANNEL                     PIC X(1).
           10  BSH-REC-SESSION-ID                  PIC X(8).
      * For a refusal or a forced end, the terminal of the session
      * on the other side of it
           10  BSH-REC-OTHER-TERMINAL              PIC X(4).
           10  BSH-REC-REASON                      PIC X(40).
           10  BSH-REC-FILLER                      PIC X(7).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
