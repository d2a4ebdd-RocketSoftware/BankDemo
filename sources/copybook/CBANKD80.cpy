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
      * CBANKD80.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK80P) which keeps the AML            *
      * investigation cases on BNKAMLC and their events on BNKAMLE:   *
      * ALERT attaches a suspicious-activity alert to the customer's  *
      * open case (opening one if need be), CLAIM assigns a case to   *
      * an analyst, NOTE records the analyst's working, CLOSE         *
      * disposes of the case as no action or SAR filed, LIST returns  *
      * the open cases and EVENTS the history of one case             *
      *****************************************************************
         05  CD80-DATA.
           10  CD80I-DATA.
             15  CD80I-FUNCTION                    PIC X(8).
               88  CD80-REQUEST-ALERT               VALUE 'ALERT   '.
               88  CD80-REQUEST-CLAIM               VALUE 'CLAIM   '.
               88  CD80-REQUEST-NOTE                VALUE 'NOTE    '.
               88  CD80-REQUEST-CLOSE               VALUE 'CLOSE   '.
               88  CD80-REQUEST-LIST                VALUE 'LIST    '.
               88  CD80-REQUEST-EVENTS              VALUE 'EVENTS  '.
             15  CD80I-PID                         PIC X(5).
             15  CD80I-CASE-TS                     PIC X(26).
      * Who raised the alert (see BAE-REC-SOURCE) and its own
      * reference; spaces takes the current time
             15  CD80I-SOURCE                      PIC X(1).
             15  CD80I-REF                         PIC X(26).
      * The raising program for an alert, the analyst otherwise
             15  CD80I-USERID                      PIC X(8).
             15  CD80I-ACCNO                       PIC X(9).
             15  CD80I-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CD80I-DISPOSITION                 PIC X(1).
             15  CD80I-TEXT                        PIC X(60).
           10  CD80O-DATA.
             15  CD80O-STATUS                      PIC X(8).
               88  CD80O-STATUS-OK                  VALUE 'OK      '.
               88  CD80O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD80O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD80O-MSG                         PIC X(40).
             15  CD80O-CASE-TS                     PIC X(26).
             15  CD80O-DEADLINE                    PIC X(10).
             15  CD80O-RESULT                      PIC X(1).
               88  CD80O-CASE-OPENED                VALUE 'O'.
               88  CD80O-CASE-ATTACHED              VALUE 'A'.
               88  CD80O-ALERT-KNOWN                VALUE 'K'.
             15  CD80O-LIST-COUNT                  PIC 9(1).
             15  CD80O-LIST-ENTRY                  OCCURS 5 TIMES.
               20  CD80O-LIST-PID                  PIC X(5).
               20  CD80O-LIST-CASE-TS              PIC X(26).
               20  CD80O-LIST-OWNER                PIC X(8).
               20  CD80O-LIST-DEADLINE             PIC X(10).
               20  CD80O-LIST-ALERTS               PIC 9(4).
             15  CD80O-EVENT-COUNT                 PIC 9(1).
             15  CD80O-EVENT-ENTRY                 OCCURS 5 TIMES.
               20  CD80O-EVENT-DATE                PIC X(10).
               20  CD80O-EVENT-KIND                PIC X(1).
               20  CD80O-EVENT-SOURCE              PIC X(1).
               20  CD80O-EVENT-USERID              PIC X(8).
               20  CD80O-EVENT-TEXT                PIC X(60).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
