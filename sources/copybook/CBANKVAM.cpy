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
      * CBANKVAM.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the AML investigation cases     *
      * (BNKAMLC) - one case per customer under investigation.  Each  *
      * suspicious-activity alert, whatever raised it, attaches to    *
      * the customer's open case or opens one, so a customer tripping *
      * several monitors shows as one case with all of them.  The     *
      * alerts and the analysts' notes are kept on BNKAMLE.  A case   *
      * closed as SAR filed goes once to the SAR filing extract.      *
      *****************************************************************
         05  BAM-RECORD                            PIC X(200).
         05  FILLER REDEFINES BAM-RECORD.
           10  BAM-REC-KEY.
             15  BAM-REC-PID                       PIC X(5).
             15  BAM-REC-CASE-TS                   PIC X(26).
           10  BAM-REC-STATUS                      PIC X(1).
             88  BAM-REC-CASE-OPEN                   VALUE 'O'.
             88  BAM-REC-CASE-CLOSED                 VALUE 'C'.
      * The analyst working the case (spaces until it is claimed)
           10  BAM-REC-OWNER-USERID                PIC X(8).
           10  BAM-REC-OPENED-DATE                 PIC X(10).
      * The SAR must be filed by this date if one is warranted
           10  BAM-REC-DEADLINE-DATE               PIC X(10).
           10  BAM-REC-CLOSED-DATE                 PIC X(10).
           10  BAM-REC-DISPOSITION                 PIC X(1).
             88  BAM-REC-NO-ACTION                   VALUE 'N'.
             88  BAM-REC-SAR-FILED                   VALUE 'S'.
           10  BAM-REC-ALERT-COUNT                 PIC 9(4).
           10  BAM-REC-LAST-ALERT-DATE             PIC X(10).
      * Alerts attached by source: transaction monitoring, rules
      * engine refer/decline, sanctions referral, mobile deposit
      * rejection
           10  BAM-REC-MON-COUNT                   PIC 9(3).
           10  BAM-REC-RULE-COUNT                  PIC 9(3).
           10  BAM-REC-SANC-COUNT                  PIC 9(3).
           10  BAM-REC-RDC-COUNT                   PIC 9(3).
           10  BAM-REC-SAR-EXTRACT                 PIC X(1).
             88  BAM-REC-SAR-EXTRACTED               VALUE 'Y'.
           10  BAM-REC-SAR-EXTRACT-DATE            PIC X(10).
      * The closing analyst's narrative
           10  BAM-REC-SUMMARY                     PIC X(60).
           10  BAM-REC-FILLER                      PIC X(32).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
