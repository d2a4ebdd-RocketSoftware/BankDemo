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
      * CBANKOFD.CPY                                                  *
      *---------------------------------------------------------------*
      * Parameter area for the outbound file register UBNKOFR1,       *
      * called by each program that sends a file out of the bank:     *
      * OPEN when the file is opened, RECORD with every record as it  *
      * is written and CLOSE once the file is closed.                 *
      *****************************************************************
         05  OFD-FUNCTION                          PIC X(8).
           88  OFD-REQUEST-OPEN                      VALUE 'OPEN    '.
           88  OFD-REQUEST-RECORD                    VALUE 'RECORD  '.
           88  OFD-REQUEST-CLOSE                     VALUE 'CLOSE   '.
      * The file's name on the register, as agreed with its recipient
         05  OFD-FILE-ID                           PIC X(8).
         05  OFD-RECORD                            PIC X(100).
      * Returned by OPEN - the key the transmission is registered under
         05  OFD-XMIT-KEY.
           10  OFD-XMIT-FILE-ID                    PIC X(8).
           10  OFD-XMIT-BUS-DATE                   PIC X(10).
           10  OFD-XMIT-SEQ                        PIC 9(2).
         05  OFD-STATUS                            PIC X(1).
           88  OFD-STATUS-OK                         VALUE 'Y'.
           88  OFD-STATUS-UNAVAILABLE                VALUE 'N'.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
