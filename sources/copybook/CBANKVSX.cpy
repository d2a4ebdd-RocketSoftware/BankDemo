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
      * CBANKVSX.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the data subject-access export  *
      * written by ZBNKSAR1.  The file opens with a request header    *
      * (H) and closes with a trailer (T); in between, each customer  *
      * file searched gives a section start (S) naming the file and   *
      * the record layout its details follow, one detail (D) per      *
      * record held on the customer - the record exactly as filed -   *
      * and a section end (E) with the section's detail count.        *
      *****************************************************************
         05  BSX-RECORD                            PIC X(480).
         05  FILLER REDEFINES BSX-RECORD.
           10  BSX-REC-TYPE                        PIC X(1).
             88  BSX-REC-HEADER                      VALUE 'H'.
             88  BSX-REC-SECTION-START               VALUE 'S'.
             88  BSX-REC-DETAIL                      VALUE 'D'.
             88  BSX-REC-SECTION-END                 VALUE 'E'.
             88  BSX-REC-TRAILER                     VALUE 'T'.
           10  BSX-REC-SECTION                     PIC X(8).
           10  BSX-REC-PID                         PIC X(5).
           10  BSX-REC-SEQ                         PIC 9(7).
      * Length of the source record carried in BSX-REC-DATA
           10  BSX-REC-LENGTH                      PIC 9(4).
           10  BSX-REC-DATA                        PIC X(450).
           10  BSX-REC-FILLER                      PIC X(5).
         05  FILLER REDEFINES BSX-RECORD.
           10  FILLER                              PIC X(25).
           10  BSX-HDR-RECEIVED-DATE               PIC X(10).
           10  BSX-HDR-DUE-DATE                    PIC X(10).
           10  BSX-HDR-EXTRACT-DATE                PIC X(10).
           10  BSX-HDR-NAME                        PIC X(25).
           10  FILLER                              PIC X(400).
         05  FILLER REDEFINES BSX-RECORD.
           10  FILLER                              PIC X(25).
           10  BSX-SEC-FILE                        PIC X(8).
           10  BSX-SEC-LAYOUT                      PIC X(8).
           10  BSX-SEC-TITLE                       PIC X(40).
           10  FILLER                              PIC X(399).
         05  FILLER REDEFINES BSX-RECORD.
           10  FILLER                              PIC X(25).
           10  BSX-END-COUNT                       PIC 9(7).
           10  FILLER                              PIC X(448).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
