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
      * Program:     ZBNKDTH2.CBL                                     *
      * Function:    Deceased stop report.  Lists, customer by        *
      *              customer, every standing order, inline regular   *
      *              payment, direct debit mandate and card stopped   *
      *              when a death registry match was confirmed since  *
      *              the last run, for the estates team to follow up  *
      *              with the payees.  Each item is reported once.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKDTH2.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKDTHS-NDX
                  ASSIGN       TO NDXDTHS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BDS-REC-KEY
                  FILE STATUS  IS WS-BNKDTHS-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT STPRPT-FILE
                  ASSIGN       TO STPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-STPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKDTHS-NDX.
       01  BNKDTHS-REC.
       COPY CBANKVDS.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  STPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  STPRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKDTH2'.
         05  WS-BNKDTHS-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-STPRPT-STATUS                      PIC X(2).

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
         05  WS-LAST-PID                           PIC X(5)
             VALUE SPACES.
         05  WS-ITEM-DESC                          PIC X(15).

         05  WS-CUSTOMER-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-ORDER-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-SLOT-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-MANDATE-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-CARD-COUNTER                       PIC 9(5)
             VALUE ZERO.

         05  WS-AMOUNT-ED                          PIC Z(6)9.99.
         05  WS-TOTAL-ED                           PIC ZZZZ9.

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

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'DTHSTOP ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * The stop list is created by the first confirmation; until
      * then there is nothing to report
           OPEN I-O BNKDTHS-NDX.
           IF WS-BNKDTHS-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKDTHS-NDX
              CLOSE BNKDTHS-NDX
              OPEN I-O BNKDTHS-NDX
           END-IF.
           MOVE WS-BNKDTHS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDTHS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT STPRPT-FILE.
           MOVE WS-STPRPT-STATUS TO WS-IO-STATUS.
           MOVE 'STPRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO STPRPT-REC.
           STRING 'Payments stopped for deceased customers as of '
                  DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO STPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STPRPT-REC.
           MOVE 'Item' TO STPRPT-REC (3:4).
           MOVE 'Account' TO STPRPT-REC (20:7).
           MOVE 'Reference' TO STPRPT-REC (31:9).
           MOVE 'Amount' TO STPRPT-REC (67:6).
           MOVE 'Payee' TO STPRPT-REC (75:5).
           MOVE 'Stopped' TO STPRPT-REC (92:7).
           MOVE 'By' TO STPRPT-REC (104:2).
           PERFORM WRITE-REPORT-LINE.

           PERFORM REPORT-LOOP THRU
                   REPORT-LOOP-EXIT.

           CLOSE BNKDTHS-NDX.
           CLOSE BNKCUST-NDX.

           IF WS-CUSTOMER-COUNTER IS EQUAL TO ZERO
              MOVE SPACES TO STPRPT-REC
              MOVE '  Nothing stopped since the last report'
                TO STPRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO STPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CUSTOMER-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO STPRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' customer(s): ' DELIMITED BY SIZE
             INTO STPRPT-REC.
           MOVE WS-ORDER-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO STPRPT-REC (20:5).
           MOVE ' standing orders held, ' TO STPRPT-REC (25:23).
           MOVE WS-SLOT-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO STPRPT-REC (48:5).
           MOVE ' regular payments suspended, ' TO STPRPT-REC (53:29).
           MOVE WS-MANDATE-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO STPRPT-REC (82:5).
           MOVE ' mandates suspended, ' TO STPRPT-REC (87:21).
           MOVE WS-CARD-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO STPRPT-REC (108:5).
           MOVE ' cards' TO STPRPT-REC (113:6).
           PERFORM WRITE-REPORT-LINE.
           CLOSE STPRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-CUSTOMER-COUNTER DELIMITED BY SIZE
                  ' deceased customer(s) reported' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Report each item not reported before, with a heading line     *
      * for each customer, and mark it reported                       *
      *****************************************************************
       REPORT-LOOP.
           READ BNKDTHS-NDX NEXT RECORD.
           IF WS-BNKDTHS-STATUS IS EQUAL TO '10'
              GO TO REPORT-LOOP-EXIT
           END-IF.
           IF WS-BNKDTHS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKDTHS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BDS-REC-ON-REPORT
              GO TO REPORT-LOOP
           END-IF.

           IF BDS-REC-PID IS NOT EQUAL TO WS-LAST-PID
              PERFORM WRITE-CUSTOMER-HEADING THRU
                      WRITE-CUSTOMER-HEADING-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN BDS-REC-STANDING-ORDER
              MOVE 'Standing order' TO WS-ITEM-DESC
              ADD 1 TO WS-ORDER-COUNTER
             WHEN BDS-REC-INLINE-PAYMENT
              MOVE 'Regular payment' TO WS-ITEM-DESC
              ADD 1 TO WS-SLOT-COUNTER
             WHEN BDS-REC-MANDATE
              MOVE 'Direct debit' TO WS-ITEM-DESC
              ADD 1 TO WS-MANDATE-COUNTER
             WHEN BDS-REC-CARD
              MOVE 'Card closed' TO WS-ITEM-DESC
              ADD 1 TO WS-CARD-COUNTER
             WHEN OTHER
              MOVE BDS-REC-ITEM TO WS-ITEM-DESC
           END-EVALUATE.

           MOVE SPACES TO STPRPT-REC.
           MOVE WS-ITEM-DESC TO STPRPT-REC (3:15).
           MOVE BDS-REC-ACCNO TO STPRPT-REC (20:9).
           MOVE BDS-REC-REF TO STPRPT-REC (31:30).
           IF NOT BDS-REC-CARD
              MOVE BDS-REC-AMOUNT TO WS-AMOUNT-ED
              MOVE WS-AMOUNT-ED TO STPRPT-REC (63:10)
           END-IF.
           MOVE BDS-REC-PAYEE TO STPRPT-REC (75:15).
           MOVE BDS-REC-STOPPED-DATE TO STPRPT-REC (92:10).
           MOVE BDS-REC-STOPPED-BY TO STPRPT-REC (104:8).
           PERFORM WRITE-REPORT-LINE.

           SET BDS-REC-ON-REPORT TO TRUE.
           REWRITE BNKDTHS-REC.
           IF WS-BNKDTHS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKDTHS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           GO TO REPORT-LOOP.
       REPORT-LOOP-EXIT.
           EXIT.

       WRITE-CUSTOMER-HEADING.
           MOVE BDS-REC-PID TO WS-LAST-PID.
           ADD 1 TO WS-CUSTOMER-COUNTER.
           MOVE BDS-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-REC-NAME
           END-READ.
           MOVE SPACES TO STPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STPRPT-REC.
           STRING 'Customer ' DELIMITED BY SIZE
                  BDS-REC-PID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
             INTO STPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-CUSTOMER-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE STPRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE STPRPT-REC TO RPD-LINE-TEXT.
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
