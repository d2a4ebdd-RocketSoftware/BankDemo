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
      * Program:     ZBNKCNP1.CBL                                     *
      * Function:    Construction loan pipeline report for treasury.  *
      *              Lists every construction loan still in its draw  *
      *              period with its commitment, what has been drawn, *
      *              draws awaiting sign-off and the undrawn balance  *
      *              still to be funded, with the draw-period end     *
      *              date, and totals the pipeline.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKCNP1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCONL-NDX
                  ASSIGN       TO NDXCONL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BKC-REC-KEY
                  FILE STATUS  IS WS-BNKCONL-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT CNPRPT-FILE
                  ASSIGN       TO CNPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCONL-NDX.
       01  BNKCONL-REC.
       COPY CBANKVKC.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  CNPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  CNPRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCNP1'.
         05  WS-BNKCONL-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-CNPRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-UNDRAWN                            PIC S9(7)V99 COMP-3.
         05  WS-LOAN-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-TOTAL-COMMITMENT                   PIC S9(9)V99 COMP-3
             VALUE ZERO.
         05  WS-TOTAL-DRAWN                        PIC S9(9)V99 COMP-3
             VALUE ZERO.
         05  WS-TOTAL-PENDING                      PIC S9(9)V99 COMP-3
             VALUE ZERO.
         05  WS-TOTAL-UNDRAWN                      PIC S9(9)V99 COMP-3
             VALUE ZERO.
         05  WS-COUNT-ED                           PIC Z(4)9.

       01  WS-DETAIL-LINE.
         05  WS-DL-PID                             PIC X(5).
         05  FILLER                                PIC X(1).
         05  WS-DL-NAME                            PIC X(20).
         05  FILLER                                PIC X(1).
         05  WS-DL-LOAN-ACCNO                      PIC X(9).
         05  FILLER                                PIC X(1).
         05  WS-DL-COMMITMENT                      PIC Z(8)9.99.
         05  FILLER                                PIC X(1).
         05  WS-DL-DRAWN                           PIC Z(8)9.99.
         05  FILLER                                PIC X(1).
         05  WS-DL-PENDING                         PIC Z(8)9.99.
         05  FILLER                                PIC X(1).
         05  WS-DL-UNDRAWN                         PIC Z(8)9.99.
         05  FILLER                                PIC X(2).
         05  WS-DL-DRAW-END                        PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-DL-STATUS                          PIC X(8).

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

      * The file is created by the first construction loan; until
      * then the pipeline is empty
           OPEN INPUT BNKCONL-NDX.
           IF WS-BNKCONL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKCONL-NDX
              CLOSE BNKCONL-NDX
              OPEN INPUT BNKCONL-NDX
           END-IF.
           MOVE WS-BNKCONL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCONL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT CNPRPT-FILE.
           MOVE WS-CNPRPT-STATUS TO WS-IO-STATUS.
           MOVE 'CNPRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'CONSPIPE' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO CNPRPT-REC.
           STRING 'Construction loan pipeline as at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO CNPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CNPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CNPRPT-REC.
           MOVE 'Cust' TO CNPRPT-REC (1:4).
           MOVE 'Name' TO CNPRPT-REC (7:4).
           MOVE 'Loan a/c' TO CNPRPT-REC (28:8).
           MOVE 'Commitment' TO CNPRPT-REC (41:10).
           MOVE 'Drawn' TO CNPRPT-REC (59:5).
           MOVE 'Pending' TO CNPRPT-REC (70:7).
           MOVE 'Undrawn' TO CNPRPT-REC (83:7).
           MOVE 'Draws end' TO CNPRPT-REC (91:9).
           MOVE 'Status' TO CNPRPT-REC (103:6).
           PERFORM WRITE-REPORT-LINE.

           PERFORM LIST-LOANS THRU
                   LIST-LOANS-DONE.

           MOVE SPACES TO CNPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-LOAN-COUNTER IS EQUAL TO ZERO
              MOVE '  No construction loans in their draw period'
                TO CNPRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Total' TO WS-DL-NAME.
           MOVE WS-TOTAL-COMMITMENT TO WS-DL-COMMITMENT.
           MOVE WS-TOTAL-DRAWN TO WS-DL-DRAWN.
           MOVE WS-TOTAL-PENDING TO WS-DL-PENDING.
           MOVE WS-TOTAL-UNDRAWN TO WS-DL-UNDRAWN.
           MOVE WS-DETAIL-LINE TO CNPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LOAN-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO CNPRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' loan(s) in the pipeline' DELIMITED BY SIZE
             INTO CNPRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKCONL-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE CNPRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-LOAN-COUNTER DELIMITED BY SIZE
                  ' construction loan(s) listed' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * One line per loan still in its draw period                    *
      *****************************************************************
       LIST-LOANS.
           CONTINUE.
       LIST-LOANS-LOOP.
           READ BNKCONL-NDX NEXT RECORD.
           IF WS-BNKCONL-STATUS IS EQUAL TO '10'
              GO TO LIST-LOANS-DONE
           END-IF.
           IF WS-BNKCONL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCONL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BKC-REC-IN-DRAW-PERIOD
              GO TO LIST-LOANS-LOOP
           END-IF.

           MOVE BKC-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-REC-NAME
           END-READ.
           COMPUTE WS-UNDRAWN = BKC-REC-COMMITMENT - BKC-REC-DRAWN.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE BKC-REC-PID TO WS-DL-PID.
           MOVE BCS-REC-NAME TO WS-DL-NAME.
           MOVE BKC-REC-LOAN-ACCNO TO WS-DL-LOAN-ACCNO.
           MOVE BKC-REC-COMMITMENT TO WS-DL-COMMITMENT.
           MOVE BKC-REC-DRAWN TO WS-DL-DRAWN.
           MOVE BKC-REC-PENDING TO WS-DL-PENDING.
           MOVE WS-UNDRAWN TO WS-DL-UNDRAWN.
           MOVE BKC-REC-DRAW-END-DATE TO WS-DL-DRAW-END.
           IF BKC-REC-COMPLETE
              MOVE 'COMPLETE' TO WS-DL-STATUS
           ELSE
              MOVE 'DRAWING' TO WS-DL-STATUS
           END-IF.
           MOVE WS-DETAIL-LINE TO CNPRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO WS-LOAN-COUNTER.
           ADD BKC-REC-COMMITMENT TO WS-TOTAL-COMMITMENT.
           ADD BKC-REC-DRAWN TO WS-TOTAL-DRAWN.
           ADD BKC-REC-PENDING TO WS-TOTAL-PENDING.
           ADD WS-UNDRAWN TO WS-TOTAL-UNDRAWN.
           GO TO LIST-LOANS-LOOP.
       LIST-LOANS-DONE.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE CNPRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE CNPRPT-REC TO RPD-LINE-TEXT.
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
