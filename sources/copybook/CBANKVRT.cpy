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
      * CBANKVRT.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the online response-time   *
      * statistics file (BNKRSPT) - one record for every screen       *
      * interaction through SBANK00P and every mobile gateway call    *
      * through WBANK01P, timed from receive to send.  The daily      *
      * service-level report (ZBNKRSP1) reads it by date.  Two        *
      * interactions ending at the same terminal in the same          *
      * hundredth of a second are told apart by the sequence number,  *
      * bumped by the writer on a duplicate key.                      *
      *****************************************************************
         05  BRT-RECORD                            PIC X(100).
         05  FILLER REDEFINES BRT-RECORD.
           10  BRT-REC-KEY.
             15  BRT-REC-TIMESTAMP                 PIC X(26).
             15  BRT-REC-TERMID                    PIC X(4).
             15  BRT-REC-SEQNO                     PIC 9(2).
           10  BRT-REC-TRANID                      PIC X(4).
      * The business logic program that answered (for the mobile
      * gateway, WBANK01P itself) and the screen program or gateway
      * operation it answered through
           10  BRT-REC-PROGRAM                     PIC X(8).
           10  BRT-REC-FUNCTION                    PIC X(8).
           10  BRT-REC-CHANNEL                     PIC X(1).
             88  BRT-REC-CHAN-3270                   VALUE 'T'.
             88  BRT-REC-CHAN-ECI                    VALUE 'E'.
             88  BRT-REC-CHAN-WEBSERV                VALUE 'W'.
             88  BRT-REC-CHAN-MOBILE                 VALUE 'M'.
           10  BRT-REC-USERID                      PIC X(8).
      * Milliseconds from receiving the input to sending the reply
           10  BRT-REC-ELAPSED-MS                  PIC 9(7).
           10  BRT-REC-FILLER                      PIC X(32).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
