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
      * CSTATD01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DSTAT01P) which keeps the online         *
      * response-time statistics file BNKRSPT: RECORD one timed       *
      * interaction.                                                  *
      *****************************************************************
         05  CDS1-DATA.
           10  CDS1I-DATA.
             15  CDS1I-FUNCTION                    PIC X(8).
               88  CDS1-REQUEST-RECORD              VALUE 'RECORD  '.
             15  CDS1I-TRANID                      PIC X(4).
             15  CDS1I-TERMID                      PIC X(4).
             15  CDS1I-PROGRAM                     PIC X(8).
             15  CDS1I-FUNCTION-ID                 PIC X(8).
             15  CDS1I-CHANNEL                     PIC X(1).
               88  CDS1I-CHAN-3270                  VALUE 'T'.
               88  CDS1I-CHAN-ECI                   VALUE 'E'.
               88  CDS1I-CHAN-WEBSERV               VALUE 'W'.
               88  CDS1I-CHAN-MOBILE                VALUE 'M'.
             15  CDS1I-USERID                      PIC X(8).
             15  CDS1I-ELAPSED-MS                  PIC 9(7).
           10  CDS1O-DATA.
             15  CDS1O-STATUS                      PIC X(8).
               88  CDS1O-STATUS-OK                  VALUE 'OK      '.
               88  CDS1O-STATUS-ERROR               VALUE 'ERROR   '.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
