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
      * CBANKVTR.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the customer tax residency      *
      * self-certifications (BNKTAXR) - one record per customer with  *
      * up to three countries of tax residence (ISO two-letter code)  *
      * and the taxpayer identification number issued by each, as    *
      * the customer last certified them at the counter or through    *
      * mobile onboarding.  A residence with no TIN carries the       *
      * reason one could not be given: A the country issues none, B   *
      * the customer cannot obtain one, C the country does not need   *
      * it collected.  A recertification replaces the whole record.   *
      *****************************************************************
         05  BTR-RECORD                            PIC X(200).
         05  FILLER REDEFINES BTR-RECORD.
           10  BTR-REC-PID                         PIC X(5).
           10  BTR-REC-STATUS                      PIC X(1).
             88  BTR-REC-CERTIFIED                   VALUE 'C'.
             88  BTR-REC-WITHDRAWN                   VALUE 'W'.
           10  BTR-REC-CERT-DATE                   PIC X(10).
           10  BTR-REC-SOURCE                      PIC X(1).
             88  BTR-REC-SRC-TELLER                  VALUE 'T'.
             88  BTR-REC-SRC-MOBILE                  VALUE 'M'.
           10  BTR-REC-CERT-BY                     PIC X(8).
           10  BTR-REC-RESIDENCE                   OCCURS 3 TIMES.
             15  BTR-REC-RES-CNTRY                 PIC X(2).
             15  BTR-REC-RES-TIN                   PIC X(20).
             15  BTR-REC-RES-NO-TIN                PIC X(1).
           10  BTR-REC-FILLER                      PIC X(106).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
