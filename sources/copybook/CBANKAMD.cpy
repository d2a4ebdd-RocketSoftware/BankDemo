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
      * CBANKAMD.CPY                                                  *
      *---------------------------------------------------------------*
      * Parameter area for the AML case writer UBNKAML1, called by    *
      * the batch jobs that raise suspicious-activity alerts.  OPEN   *
      * readies the case files, ALERT attaches one alert to the       *
      * customer's open case (opening one if there is none), CLOSE    *
      * puts the files away.  An alert whose reference is already on  *
      * file is not attached again.                                   *
      *****************************************************************
         05  AML-FUNCTION                          PIC X(8).
           88  AML-REQUEST-OPEN                      VALUE 'OPEN    '.
           88  AML-REQUEST-ALERT                     VALUE 'ALERT   '.
           88  AML-REQUEST-CLOSE                     VALUE 'CLOSE   '.
         05  AML-PID                               PIC X(5).
         05  AML-SOURCE                            PIC X(1).
         05  AML-REF                               PIC X(26).
         05  AML-PROGRAM                           PIC X(8).
         05  AML-ACCNO                             PIC X(9).
         05  AML-AMOUNT                            PIC S9(7)V99 COMP-3.
         05  AML-TEXT                              PIC X(60).
         05  AML-RUN-DATE                          PIC X(10).
         05  AML-STATUS                            PIC X(1).
           88  AML-STATUS-OK                         VALUE '0'.
           88  AML-STATUS-ERROR                      VALUE '1'.
         05  AML-RESULT                            PIC X(1).
           88  AML-CASE-OPENED                       VALUE 'O'.
           88  AML-CASE-ATTACHED                     VALUE 'A'.
           88  AML-ALERT-KNOWN                       VALUE 'K'.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
