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
      * Program:     ZBNKPOC1.CBL                                     *
      * Function:    Bankruptcy proof-of-claim report.  For every     *
      *              customer with an active case on the bankruptcy   *
      *              register BNKBKRP, lists each loan drawn before   *
      *              the filing with its balance as at the close of   *
      *              the filing date - today's balance with every     *
      *              posting made after that date backed out - and    *
      *              totals the amount the bank claims.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKPOC1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKBKRP-NDX
                  ASSIGN       TO NDXBKRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BBR-REC-PID
                  FILE STATUS  IS WS-BNKBKRP-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT POCRPT-FILE
                  ASSIGN       TO POCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-POCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKBKRP-NDX.
       01  BNKBKRP-REC.
       COPY CBANKVBR.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  POCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  POCRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKPOC1'.
         05  WS-BNKBKRP-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-POCRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-BUS-DATE                           PIC X(10).
         05  WS-LOAN-ACCNO                         PIC X(9).
         05  WS-LATER-POSTINGS                     PIC S9(9)V99 COMP-3.
         05  WS-FILING-BALANCE                     PIC S9(9)V99 COMP-3.
         05  WS-CLAIM                              PIC S9(9)V99 COMP-3.
         05  WS-CASE-CLAIM                         PIC S9(11)V99 COMP-3.
         05  WS-CASE-LOANS                         PIC 9(5).
         05  WS-TOTAL-CLAIM                        PIC S9(11)V99 COMP-3
             VALUE ZERO.
         05  WS-CASE-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-LOAN-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-TOTAL-ED                           PIC Z(10)9.99-.
         05  WS-COUNT-ED                           PIC ZZZZ9.

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

      * The claim is filed with the court, so the report is kept with
      * the regulatory reports in the repository
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'POCLAIM ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * The register is created by the first filing notice; until
      * then there is nothing to report
           OPEN INPUT BNKBKRP-NDX.
           IF WS-BNKBKRP-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKBKRP-NDX
              CLOSE BNKBKRP-NDX
              OPEN INPUT BNKBKRP-NDX
           END-IF.
           MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBKRP-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT POCRPT-FILE.
           MOVE WS-POCRPT-STATUS TO WS-IO-STATUS.
           MOVE 'POCRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO POCRPT-REC.
           STRING 'Bankruptcy proof-of-claim report as of '
                  DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO POCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM CASE-LOOP THRU
                   CASE-LOOP-EXIT.

           CLOSE BNKBKRP-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKLOANQ-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.

           MOVE SPACES TO POCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CASE-COUNTER IS EQUAL TO ZERO
              MOVE '  No active bankruptcy cases' TO POCRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-CASE-COUNTER TO WS-COUNT-ED.
           MOVE WS-TOTAL-CLAIM TO WS-TOTAL-ED.
           MOVE SPACES TO POCRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' active case(s), total claimed ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO POCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           CLOSE POCRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-CASE-COUNTER DELIMITED BY SIZE
                  ' case(s), ' DELIMITED BY SIZE
                  WS-LOAN-COUNTER DELIMITED BY SIZE
                  ' loan(s) claimed' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Walk the register; each active case gets a heading and its    *
      * customer's loans                                              *
      *****************************************************************
       CASE-LOOP.
           READ BNKBKRP-NDX NEXT RECORD.
           IF WS-BNKBKRP-STATUS IS EQUAL TO '10'
              GO TO CASE-LOOP-EXIT
           END-IF.
           IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKBKRP-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BBR-REC-STAY-ACTIVE
              GO TO CASE-LOOP
           END-IF.

           ADD 1 TO WS-CASE-COUNTER.
           MOVE ZERO TO WS-CASE-CLAIM.
           MOVE ZERO TO WS-CASE-LOANS.
           PERFORM WRITE-CASE-HEADING THRU
                   WRITE-CASE-HEADING-EXIT.
           PERFORM CLAIM-LOANS THRU
                   CLAIM-LOANS-EXIT.

           MOVE SPACES TO POCRPT-REC.
           IF WS-CASE-LOANS IS EQUAL TO ZERO
              MOVE '  No loans drawn before the filing' TO POCRPT-REC
           ELSE
              MOVE WS-CASE-CLAIM TO WS-TOTAL-ED
              STRING '  Amount claimed in case ' DELIMITED BY SIZE
                     BBR-REC-CASE-NO DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                INTO POCRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-CASE-CLAIM TO WS-TOTAL-CLAIM.
           GO TO CASE-LOOP.
       CASE-LOOP-EXIT.
           EXIT.

       WRITE-CASE-HEADING.
           MOVE BBR-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-REC-NAME
           END-READ.
           MOVE SPACES TO POCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO POCRPT-REC.
           STRING 'Customer ' DELIMITED BY SIZE
                  BBR-REC-PID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
                  '  Case ' DELIMITED BY SIZE
                  BBR-REC-CASE-NO DELIMITED BY SIZE
                  ' Chapter ' DELIMITED BY SIZE
                  BBR-REC-CHAPTER DELIMITED BY SIZE
                  '  Filed ' DELIMITED BY SIZE
                  BBR-REC-FILING-DATE DELIMITED BY SIZE
             INTO POCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO POCRPT-REC.
           STRING 'Trustee ' DELIMITED BY SIZE
                  BBR-REC-TRUSTEE DELIMITED BY SIZE
             INTO POCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO POCRPT-REC.
           MOVE 'Loan' TO POCRPT-REC (3:4).
           MOVE 'Drawn' TO POCRPT-REC (14:5).
           MOVE 'Principal' TO POCRPT-REC (30:9).
           MOVE 'Balance at filing' TO POCRPT-REC (43:17).
           MOVE 'Balance now' TO POCRPT-REC (63:11).
           MOVE 'Claim' TO POCRPT-REC (86:5).
           PERFORM WRITE-REPORT-LINE.
       WRITE-CASE-HEADING-EXIT.
           EXIT.

      *****************************************************************
      * Every running loan the customer drew down on or before the    *
      * filing date                                                   *
      *****************************************************************
       CLAIM-LOANS.
           MOVE BBR-REC-PID TO BLQ-REC-PID.
           MOVE ZERO TO BLQ-REC-SEQ.
           START BNKLOANQ-NDX KEY IS GREATER THAN OR EQUAL TO
                 BLQ-REC-KEY
             INVALID KEY
               GO TO CLAIM-LOANS-EXIT
           END-START.
       CLAIM-LOANS-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD
             AT END
               GO TO CLAIM-LOANS-EXIT
           END-READ.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00' OR
              BLQ-REC-PID IS NOT EQUAL TO BBR-REC-PID
              GO TO CLAIM-LOANS-EXIT
           END-IF.
           IF NOT BLQ-REC-CONVERTED OR
              BLQ-REC-ACCNO IS EQUAL TO SPACES OR
              BLQ-REC-CONVERT-DTE IS GREATER THAN BBR-REC-FILING-DATE
              GO TO CLAIM-LOANS-LOOP
           END-IF.
           MOVE BLQ-REC-ACCNO TO WS-LOAN-ACCNO.
           MOVE WS-LOAN-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               GO TO CLAIM-LOANS-LOOP
           END-READ.

           PERFORM SUM-LATER-POSTINGS THRU
                   SUM-LATER-POSTINGS-EXIT.
           COMPUTE WS-FILING-BALANCE =
                   BAC-REC-BALANCE - WS-LATER-POSTINGS.
      * A loan account runs negative by what is owed
           IF WS-FILING-BALANCE IS LESS THAN ZERO
              COMPUTE WS-CLAIM = ZERO - WS-FILING-BALANCE
           ELSE
              MOVE ZERO TO WS-CLAIM
           END-IF.
           ADD WS-CLAIM TO WS-CASE-CLAIM.
           ADD 1 TO WS-CASE-LOANS.
           ADD 1 TO WS-LOAN-COUNTER.

           MOVE SPACES TO POCRPT-REC.
           MOVE WS-LOAN-ACCNO TO POCRPT-REC (3:9).
           MOVE BLQ-REC-CONVERT-DTE TO POCRPT-REC (14:10).
           MOVE BLQ-REC-PRINCIPAL TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO POCRPT-REC (26:13).
           MOVE WS-FILING-BALANCE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO POCRPT-REC (46:13).
           MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO POCRPT-REC (61:13).
           MOVE WS-CLAIM TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO POCRPT-REC (78:13).
           PERFORM WRITE-REPORT-LINE.
           GO TO CLAIM-LOANS-LOOP.
       CLAIM-LOANS-EXIT.
           EXIT.

      *****************************************************************
      * Total what has been posted to the loan account since the      *
      * close of the filing date                                      *
      *****************************************************************
       SUM-LATER-POSTINGS.
           MOVE ZERO TO WS-LATER-POSTINGS.
           MOVE WS-LOAN-ACCNO TO BTX-REC-ACCNO.
           MOVE SPACES TO BTX-REC-TIMESTAMP OF BTX-REC-ALTKEY1.
           MOVE BBR-REC-FILING-DATE
             TO BTX-REC-TIMESTAMP OF BTX-REC-ALTKEY1 (1:10).
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-ALTKEY1.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-LATER-POSTINGS-EXIT
           END-IF.
       SUM-LATER-POSTINGS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
              GO TO SUM-LATER-POSTINGS-EXIT
           END-IF.
           IF BTX-REC-ACCNO IS NOT EQUAL TO WS-LOAN-ACCNO
              GO TO SUM-LATER-POSTINGS-EXIT
           END-IF.
           IF BTX-REC-TIMESTAMP OF BTX-REC-ALTKEY1 (1:10) IS GREATER
              THAN BBR-REC-FILING-DATE
              ADD BTX-REC-AMOUNT TO WS-LATER-POSTINGS
           END-IF.
           GO TO SUM-LATER-POSTINGS-LOOP.
       SUM-LATER-POSTINGS-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE POCRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE POCRPT-REC TO RPD-LINE-TEXT.
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
