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
      * CBANKIFD.CPY                                                  *
      *---------------------------------------------------------------*
      * Parameter area for the inbound-file intake control UBNKIFC1,  *
      * called by each importer with every record of its feed before  *
      * any of the feed is posted.  Every inbound feed carries a      *
      * HDR1 header first and a TRL1 trailer last; the importers      *
      * pass over both when posting.                                  *
      *****************************************************************
         05  IFD-FUNCTION                          PIC X(8).
           88  IFD-REQUEST-OPEN                      VALUE 'OPEN    '.
           88  IFD-REQUEST-RECORD                    VALUE 'RECORD  '.
           88  IFD-REQUEST-CLOSE                     VALUE 'CLOSE   '.
           88  IFD-REQUEST-POSTED                    VALUE 'POSTED  '.
         05  IFD-FEED                              PIC X(8).
         05  IFD-RECORD                            PIC X(80).
         05  FILLER REDEFINES IFD-RECORD.
           10  IFD-REC-ID                          PIC X(4).
             88  IFD-REC-HEADER                      VALUE 'HDR1'.
             88  IFD-REC-TRAILER                     VALUE 'TRL1'.
             88  IFD-REC-CONTROL                     VALUE 'HDR1'
                                                           'TRL1'.
           10  IFD-HDR-FEED                        PIC X(8).
      * The sender's identity for this one file - never reused
           10  IFD-HDR-FILE-ID                     PIC X(20).
           10  IFD-HDR-CREATED                     PIC X(10).
      * One up per file the sender sends us on this feed
           10  IFD-HDR-SEQUENCE                    PIC 9(6).
           10  IFD-HDR-SENDER                      PIC X(20).
           10  FILLER                              PIC X(12).
         05  FILLER REDEFINES IFD-RECORD.
           10  FILLER                              PIC X(4).
      * Count of the records between header and trailer, and the
      * totals of the feed's two hash fields over them
           10  IFD-TRL-COUNT                       PIC 9(9).
           10  IFD-TRL-HASH-1                      PIC 9(15).
           10  IFD-TRL-HASH-2                      PIC 9(15).
           10  FILLER                              PIC X(37).
         05  IFD-RESULT                            PIC X(1).
           88  IFD-RESULT-ACCEPTED                   VALUE 'A'.
           88  IFD-RESULT-EMPTY                      VALUE 'E'.
           88  IFD-RESULT-HELD                       VALUE 'Q'.
           88  IFD-RESULT-DUPLICATE                  VALUE 'D'.
           88  IFD-RESULT-REJECTED                   VALUE 'X'.
           88  IFD-RESULT-UNAVAILABLE                VALUE 'U'.
      * The importer posts the feed only on these
           88  IFD-TAKE-UP                           VALUE 'A' 'E'.
         05  IFD-RETURN-CODE                       PIC 9(4).
         05  IFD-MESSAGE                           PIC X(60).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
