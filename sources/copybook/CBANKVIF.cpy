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
      * CBANKVIF.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the inbound file    *
      * register (BNKIFR) - one record per file received on an        *
      * inbound feed, keyed by feed and the sender's file id, kept by *
      * the intake control UBNKIFC1 and the operator console          *
      *****************************************************************
         05  BIF-RECORD                            PIC X(200).
         05  FILLER REDEFINES BIF-RECORD.
           10  BIF-REC-KEY.
             15  BIF-REC-FEED                      PIC X(8).
             15  BIF-REC-FILE-ID                   PIC X(20).
           10  BIF-REC-CREATED                     PIC X(10).
           10  BIF-REC-SEQUENCE                    PIC 9(6).
           10  BIF-REC-SENDER                      PIC X(20).
           10  BIF-REC-COUNT                       PIC 9(9).
           10  BIF-REC-HASH-1                      PIC 9(15).
           10  BIF-REC-HASH-2                      PIC 9(15).
           10  BIF-REC-STATUS                      PIC X(1).
             88  BIF-REC-HELD                        VALUE 'Q'.
             88  BIF-REC-RELEASED                    VALUE 'L'.
             88  BIF-REC-REJECTED                    VALUE 'X'.
             88  BIF-REC-TAKEN-UP                    VALUE 'A'.
             88  BIF-REC-POSTED                      VALUE 'P'.
      * Why the file was held, or the operator's action on it
           10  BIF-REC-REASON                      PIC X(30).
           10  BIF-REC-BUS-DATE                    PIC X(10).
           10  BIF-REC-RECEIVED-TS                 PIC X(26).
           10  BIF-REC-ACTION-TS                   PIC X(26).
           10  BIF-REC-FILLER                      PIC X(4).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
