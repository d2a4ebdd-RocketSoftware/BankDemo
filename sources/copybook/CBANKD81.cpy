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
      * CBANKD81.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK81P) which keeps the customer tax   *
      * residency self-certifications on BNKTAXR: CERTIFY records the *
      * customer's countries of residence and TINs as now certified,  *
      * VIEW returns what is on file                                  *
      *****************************************************************
         05  CD81-DATA.
           10  CD81I-DATA.
             15  CD81I-FUNCTION                    PIC X(8).
               88  CD81-REQUEST-CERTIFY             VALUE 'CERTIFY '.
               88  CD81-REQUEST-VIEW                VALUE 'VIEW    '.
             15  CD81I-PID                         PIC X(5).
      * T at the counter, M through mobile onboarding
             15  CD81I-SOURCE                      PIC X(1).
             15  CD81I-USERID                      PIC X(8).
             15  CD81I-RESIDENCE                   OCCURS 3 TIMES.
               20  CD81I-RES-CNTRY                 PIC X(2).
               20  CD81I-RES-TIN                   PIC X(20).
               20  CD81I-RES-NO-TIN                PIC X(1).
           10  CD81O-DATA.
             15  CD81O-STATUS                      PIC X(8).
               88  CD81O-STATUS-OK                  VALUE 'OK      '.
               88  CD81O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD81O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD81O-MSG                         PIC X(40).
             15  CD81O-CERT-DATE                   PIC X(10).
             15  CD81O-SOURCE                      PIC X(1).
             15  CD81O-RESIDENCE                   OCCURS 3 TIMES.
               20  CD81O-RES-CNTRY                 PIC X(2).
               20  CD81O-RES-TIN                   PIC X(20).
               20  CD81O-RES-NO-TIN                PIC X(1).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
