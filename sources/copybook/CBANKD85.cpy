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
      * CBANKD85.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK85P) which records a billable       *
      * service on the audit trail as a zero-amount type F entry, so  *
      * the month-end activity fee run can count it from the month's  *
      * postings.  With no account given the customer's first open    *
      * everyday account is used.                                     *
      *****************************************************************
         05  CD85-DATA.
           10  CD85I-DATA.
             15  CD85I-FUNCTION                    PIC X(8).
               88  CD85-REQUEST-RECORD              VALUE 'RECORD  '.
             15  CD85I-PID                         PIC X(5).
             15  CD85I-ACCNO                       PIC X(9).
      * The service - the type F sub-type the fee schedule prices
             15  CD85I-SERVICE                     PIC X(1).
               88  CD85I-SVC-WIRE-OUT               VALUE '1'.
               88  CD85I-SVC-OFFUS-ATM              VALUE '2'.
               88  CD85I-SVC-STOP-PAYMENT           VALUE '3'.
               88  CD85I-SVC-STMT-REPRINT           VALUE '4'.
             15  CD85I-DESC                        PIC X(30).
             15  CD85I-TERMINAL-ID                 PIC X(8).
             15  CD85I-CHANNEL                     PIC X(1).
             15  CD85I-USERID                      PIC X(8).
           10  CD85O-DATA.
             15  CD85O-STATUS                      PIC X(8).
               88  CD85O-STATUS-OK                  VALUE 'OK      '.
               88  CD85O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD85O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD85O-MSG                         PIC X(40).
             15  CD85O-ACCNO                       PIC X(9).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
