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
      * Program:     ZBNKAML1.CBL                                     *
      * Function:    AML investigation case run.                      *
      *              - Every case closed as SAR filed and not yet     *
      *                sent goes to the SAR filing extract with the   *
      *                subject's identity from BNKCUST and the sum of *
      *                the amounts on its alerts (BNKAMLE), and is    *
      *                marked extracted so it never goes twice.       *
      *              - Every open case is aged against its filing     *
      *                deadline; those inside the warning window are  *
      *                flagged DUE and those past it OVERDUE, so the  *
      *                analysts can clear them in time.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKAML1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKAMLC-NDX
                  ASSIGN       TO NDXAMLC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAM-REC-KEY
                  FILE STATUS  IS WS-BNKAMLC-STATUS.

           SELECT BNKAMLE-NDX
                  ASSIGN       TO NDXAMLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAE-REC-KEY
                  FILE STATUS  IS WS-BNKAMLE-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT SAROUT-FILE
                  ASSIGN       TO SAROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SAROUT-STATUS.

           SELECT AMLRPT-FILE
                  ASSIGN       TO AMLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AMLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKAMLC-NDX.
       01  BNKAMLC-REC.
       COPY CBANKVAM.

       FD  BNKAMLE-NDX.
       01  BNKAMLE-REC.
       COPY CBANKVAN.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  SAROUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  SAROUT-REC.
       COPY CBANKVSA.

       FD  AMLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  AMLRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKAML1'.
         05  WS-BNKAMLC-STATUS                     PIC X(2).
         05  WS-BNKAMLE-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-SAROUT-STATUS                      PIC X(2).
         05  WS-AMLRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * An open case this many days or fewer from its filing deadline
      * is flagged DUE - site-tunable
         05  WS-WARN-DAYS                          PIC S9(4) COMP
             VALUE +7.
         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-DEADLINE-YYYYMMDD                  PIC 9(8).
         05  WS-DAYS-LEFT                          PIC S9(5) COMP-3.
         05  WS-DAYS-ED                            PIC -(4)9.
         05  WS-ALERTS-ED                          PIC Z(3)9.
         05  WS-AMOUNT-ED                          PIC ZZZ,ZZZ,ZZ9.99.
         05  WS-RPT-ACTION                         PIC X(8).
         05  WS-ALERTED-AMOUNT                     PIC S9(9)V99 COMP-3.
         05  WS-CUST-SW                            PIC X(1).
           88  WS-CUST-FOUND                         VALUE 'Y'.
         05  WS-CASE-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-OPEN-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-DUE-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-OVERDUE-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-SAR-COUNTER                        PIC 9(5)
             VALUE ZERO.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'AMLCASE ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN I-O BNKAMLC-NDX.
           MOVE WS-BNKAMLC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKAMLC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKAMLE-NDX.
           MOVE WS-BNKAMLE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKAMLE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT SAROUT-FILE.
           MOVE WS-SAROUT-STATUS TO WS-IO-STATUS.
           MOVE 'SAROUT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT AMLRPT-FILE.
           MOVE WS-AMLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'AMLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO AMLRPT-REC.
           STRING 'AML investigation cases for ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO AMLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AMLRPT-REC.
           STRING 'Action   PID   Customer                  '
                    DELIMITED BY SIZE
                  'Opened     Deadline    Days Owner    Alerts'
                    DELIMITED BY SIZE
                  '         Amount' DELIMITED BY SIZE
             INTO AMLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PROCESS-CASES THRU
                   PROCESS-CASES-EXIT.

           MOVE SPACES TO AMLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AMLRPT-REC.
           STRING WS-CASE-COUNTER DELIMITED BY SIZE
                  ' case(s) read, ' DELIMITED BY SIZE
                  WS-OPEN-COUNTER DELIMITED BY SIZE
                  ' open, ' DELIMITED BY SIZE
                  WS-DUE-COUNTER DELIMITED BY SIZE
                  ' due, ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNTER DELIMITED BY SIZE
                  ' overdue, ' DELIMITED BY SIZE
                  WS-SAR-COUNTER DELIMITED BY SIZE
                  ' SAR(s) extracted' DELIMITED BY SIZE
             INTO AMLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKAMLC-NDX.
           CLOSE BNKAMLE-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE SAROUT-FILE.
           CLOSE AMLRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-SAR-COUNTER DELIMITED BY SIZE
                  ' SAR(s) extracted, ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNTER DELIMITED BY SIZE
                  ' case(s) overdue' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every case once: SAR-filed cases not yet sent are extracted,  *
      * open cases are aged, the rest are history                     *
      *****************************************************************
       PROCESS-CASES.
           MOVE LOW-VALUES TO BAM-REC-KEY.
           START BNKAMLC-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAM-REC-KEY
             INVALID KEY
               GO TO PROCESS-CASES-EXIT
           END-START.
       PROCESS-CASES-LOOP.
           READ BNKAMLC-NDX NEXT RECORD.
           IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00'
              GO TO PROCESS-CASES-EXIT
           END-IF.
           ADD 1 TO WS-CASE-COUNTER.
           IF BAM-REC-CASE-OPEN
              PERFORM AGE-CASE THRU
                      AGE-CASE-EXIT
              GO TO PROCESS-CASES-LOOP
           END-IF.
           IF BAM-REC-SAR-FILED AND
              NOT BAM-REC-SAR-EXTRACTED
              PERFORM EXTRACT-SAR THRU
                      EXTRACT-SAR-EXIT
           END-IF.
           GO TO PROCESS-CASES-LOOP.
       PROCESS-CASES-EXIT.
           EXIT.

      *****************************************************************
      * Days left to the filing deadline for an open case             *
      *****************************************************************
       AGE-CASE.
           ADD 1 TO WS-OPEN-COUNTER.
           MOVE BAM-REC-DEADLINE-DATE (1:4)
             TO WS-DEADLINE-YYYYMMDD (1:4).
           MOVE BAM-REC-DEADLINE-DATE (6:2)
             TO WS-DEADLINE-YYYYMMDD (5:2).
           MOVE BAM-REC-DEADLINE-DATE (9:2)
             TO WS-DEADLINE-YYYYMMDD (7:2).
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-DEADLINE-YYYYMMDD) -
                   WS-BUS-INTEGER.
           IF WS-DAYS-LEFT IS LESS THAN ZERO
              ADD 1 TO WS-OVERDUE-COUNTER
              MOVE 'OVERDUE ' TO WS-RPT-ACTION
           ELSE
              IF WS-DAYS-LEFT IS NOT GREATER THAN WS-WARN-DAYS
                 ADD 1 TO WS-DUE-COUNTER
                 MOVE 'DUE     ' TO WS-RPT-ACTION
              ELSE
                 MOVE 'OPEN    ' TO WS-RPT-ACTION
              END-IF
           END-IF.
           PERFORM READ-CUSTOMER THRU
                   READ-CUSTOMER-EXIT.
           PERFORM SUM-ALERTS THRU
                   SUM-ALERTS-EXIT.
           PERFORM REPORT-CASE.
       AGE-CASE-EXIT.
           EXIT.

      *****************************************************************
      * A SAR-filed case goes to the extract once                     *
      *****************************************************************
       EXTRACT-SAR.
           PERFORM READ-CUSTOMER THRU
                   READ-CUSTOMER-EXIT.
           PERFORM SUM-ALERTS THRU
                   SUM-ALERTS-EXIT.
           MOVE SPACES TO BSA-RECORD.
           MOVE BAM-REC-PID TO BSA-REC-PID.
           MOVE BAM-REC-CASE-TS TO BSA-REC-CASE-TS.
           MOVE WS-BUS-DATE TO BSA-REC-EXTRACT-DATE.
           IF WS-CUST-FOUND
              MOVE BCS-REC-NAME TO BSA-REC-NAME
              MOVE BCS-REC-SIN TO BSA-REC-SIN
              MOVE BCS-REC-BIRTH-DATE TO BSA-REC-BIRTH-DATE
              MOVE BCS-REC-ADDR1 TO BSA-REC-ADDR1
              MOVE BCS-REC-ADDR2 TO BSA-REC-ADDR2
              MOVE BCS-REC-STATE TO BSA-REC-STATE
              MOVE BCS-REC-CNTRY TO BSA-REC-CNTRY
              MOVE BCS-REC-POST-CODE TO BSA-REC-POST-CODE
           END-IF.
           MOVE BAM-REC-OPENED-DATE TO BSA-REC-OPENED-DATE.
           MOVE BAM-REC-DEADLINE-DATE TO BSA-REC-DEADLINE-DATE.
           MOVE BAM-REC-CLOSED-DATE TO BSA-REC-CLOSED-DATE.
           MOVE BAM-REC-OWNER-USERID TO BSA-REC-ANALYST.
           MOVE BAM-REC-ALERT-COUNT TO BSA-REC-ALERT-COUNT.
           MOVE BAM-REC-MON-COUNT TO BSA-REC-MON-COUNT.
           MOVE BAM-REC-RULE-COUNT TO BSA-REC-RULE-COUNT.
           MOVE BAM-REC-SANC-COUNT TO BSA-REC-SANC-COUNT.
           MOVE BAM-REC-RDC-COUNT TO BSA-REC-RDC-COUNT.
           MOVE WS-ALERTED-AMOUNT TO BSA-REC-ALERTED-AMOUNT.
           MOVE BAM-REC-SUMMARY TO BSA-REC-NARRATIVE.
           WRITE SAROUT-REC.
           IF WS-SAROUT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing SAROUT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           SET BAM-REC-SAR-EXTRACTED TO TRUE.
           MOVE WS-BUS-DATE TO BAM-REC-SAR-EXTRACT-DATE.
           REWRITE BNKAMLC-REC.
           IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKAMLC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-SAR-COUNTER.
           MOVE 'SAR     ' TO WS-RPT-ACTION.
           MOVE ZERO TO WS-DAYS-LEFT.
           PERFORM REPORT-CASE.
       EXTRACT-SAR-EXIT.
           EXIT.

      *****************************************************************
      * Add up the amounts on the alerts attached to the case         *
      *****************************************************************
       SUM-ALERTS.
           MOVE ZERO TO WS-ALERTED-AMOUNT.
           MOVE BAM-REC-PID TO BAE-REC-PID.
           MOVE LOW-VALUES TO BAE-REC-REF.
           START BNKAMLE-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAE-REC-KEY
             INVALID KEY
               GO TO SUM-ALERTS-EXIT
           END-START.
       SUM-ALERTS-LOOP.
           READ BNKAMLE-NDX NEXT RECORD.
           IF WS-BNKAMLE-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-ALERTS-EXIT
           END-IF.
           IF BAE-REC-PID IS NOT EQUAL TO BAM-REC-PID
              GO TO SUM-ALERTS-EXIT
           END-IF.
           IF BAE-REC-CASE-TS IS EQUAL TO BAM-REC-CASE-TS AND
              BAE-REC-ALERT
              ADD BAE-REC-AMOUNT TO WS-ALERTED-AMOUNT
           END-IF.
           GO TO SUM-ALERTS-LOOP.
       SUM-ALERTS-EXIT.
           EXIT.

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-SW.
           MOVE BAM-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-REC-NAME
               GO TO READ-CUSTOMER-EXIT
           END-READ.
           MOVE 'Y' TO WS-CUST-SW.
       READ-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * One line per case acted on or still open                      *
      *****************************************************************
       REPORT-CASE.
           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
           MOVE BAM-REC-ALERT-COUNT TO WS-ALERTS-ED.
           MOVE WS-ALERTED-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO AMLRPT-REC.
           STRING WS-RPT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAM-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAM-REC-OPENED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAM-REC-DEADLINE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAM-REC-OWNER-USERID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ALERTS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO AMLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE AMLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE AMLRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
       CHECK-OPEN.
           IF WS-IO-STATUS IS EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' opened ok' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' open failed' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
       CHECK-OPEN-EXIT.
           EXIT.

      *****************************************************************
      * Display the file status bytes.                                *
      *****************************************************************
       DISPLAY-IO-STATUS.
           IF WS-IO-STATUS NUMERIC
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STATUS DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
              MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STAT1 DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-TWO-BYTES DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * 'ABORT' the program.                                          *
      * Post a message to the console and issue a STOP RUN            *
      *****************************************************************
       ABORT-PROGRAM.
           MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Display CONSOLE messages...                                   *
      *****************************************************************
       DISPLAY-CONSOLE-MESSAGE.
           DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
           MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.

      *****************************************************************
      * Display the run time that this program took to execute       *
      *****************************************************************
       RUN-TIME.
           IF TIMER-START IS EQUAL TO ZERO
              ACCEPT TIMER-START FROM TIME
              MOVE 'Timer started' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              ACCEPT TIMER-END FROM TIME
              MOVE 'Timer stopped' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              COMPUTE TIMER-ELAPSED =
                        ((TIMER-END-HH * 60 * 60 * 100) +
                         (TIMER-END-MM * 60 * 100) +
                         (TIMER-END-SS * 100) +
                          TIMER-END-DD) -
                        ((TIMER-START-HH * 60 * 60 * 100) +
                         (TIMER-START-MM * 60 * 100) +
                         (TIMER-START-SS * 100) +
                          TIMER-START-DD)
              MOVE TIMER-ELAPSED-R TO TIMER-RUN-TIME-ELAPSED
              MOVE TIMER-RUN-TIME TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.


      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
