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
      * Program:     ZBNKCOO1.CBL                                     *
      * Function:    Daily contact-change cooling-off report for the  *
      *              fraud team.  Lists every customer still inside a *
      *              cooling-off period after an address, telephone  *
      *              or email change who has attempted a restricted   *
      *              action (card reissue, new payee, wire, trusted   *
      *              device or limit increase) since the change, with *
      *              each attempt held and whether it was referred to *
      *              the rules engine or blocked.  Attempts made on   *
      *              the business date are flagged.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKCOO1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCOOL-NDX
                  ASSIGN       TO NDXCOOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BCK-REC-PID
                  FILE STATUS  IS WS-BNKCOOL-STATUS.

           SELECT COORPT-FILE
                  ASSIGN       TO COORPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-COORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCOOL-NDX.
       01  BNKCOOL-REC.
       COPY CBANKVCK.

       FD  COORPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  COORPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCOO1'.
         05  WS-BNKCOOL-STATUS                     PIC X(2).
         05  WS-COORPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-HELD-COUNT                         PIC S9(4) COMP.
         05  WS-CUST-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-TODAY-COUNTER                      PIC 9(7)
             VALUE ZERO.
         05  WS-ACTIVE-COUNTER                     PIC 9(7)
             VALUE ZERO.
         05  WS-COUNT-ED                           PIC Z(6)9.

       01  WS-DETAIL-LINE.
         05  WS-DL-PID                             PIC X(5).
         05  FILLER                                PIC X(2).
         05  WS-DL-CHANGED-DATE                    PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-DL-CHANGED-BY                      PIC X(8).
         05  FILLER                                PIC X(2).
         05  WS-DL-ITEMS                           PIC X(15).
         05  FILLER                                PIC X(2).
         05  WS-DL-UNTIL                           PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-DL-ATTEMPTS                        PIC ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-DL-OVERRIDE                        PIC X(40).

       01  WS-ATTEMPT-LINE.
         05  FILLER                                PIC X(9).
         05  WS-AL-FLAG                            PIC X(1).
         05  FILLER                                PIC X(1).
         05  WS-AL-DATE                            PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-AL-ACTION                          PIC X(20).
         05  FILLER                                PIC X(2).
         05  WS-AL-RESULT                          PIC X(30).

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

      * The file is created by the first contact-detail change; until
      * then there is nothing to report
           OPEN INPUT BNKCOOL-NDX.
           IF WS-BNKCOOL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKCOOL-NDX
              CLOSE BNKCOOL-NDX
              OPEN INPUT BNKCOOL-NDX
           END-IF.
           MOVE WS-BNKCOOL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOOL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT COORPT-FILE.
           MOVE WS-COORPT-STATUS TO WS-IO-STATUS.
           MOVE 'COORPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'COOLOFF ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO COORPT-REC.
           STRING 'Restricted actions attempted in cooling-off'
                    DELIMITED BY SIZE
                  ' as at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO COORPT-REC.
           MOVE '* attempted on the business date' TO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO COORPT-REC.
           MOVE 'Cust' TO COORPT-REC (1:4).
           MOVE 'Changed' TO COORPT-REC (8:7).
           MOVE 'By' TO COORPT-REC (20:2).
           MOVE 'What changed' TO COORPT-REC (30:12).
           MOVE 'Until' TO COORPT-REC (47:5).
           MOVE 'Tries' TO COORPT-REC (58:5).
           MOVE 'Override' TO COORPT-REC (64:8).
           PERFORM WRITE-REPORT-LINE.

           PERFORM LIST-CUSTOMERS THRU
                   LIST-CUSTOMERS-DONE.

           MOVE SPACES TO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CUST-COUNTER IS EQUAL TO ZERO
              MOVE '  No restricted actions attempted' TO COORPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-ACTIVE-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO COORPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' customer(s) in cooling-off' DELIMITED BY SIZE
             INTO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CUST-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO COORPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' of them attempted a restricted action'
                    DELIMITED BY SIZE
             INTO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TODAY-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO COORPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' attempt(s) on the business date' DELIMITED BY SIZE
             INTO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKCOOL-NDX.
           CLOSE COORPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-CUST-COUNTER DELIMITED BY SIZE
                  ' customer(s) reported' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * One customer per record still inside the period.  Only the   *
      * attempts made since the latest change count - those from an  *
      * earlier, lapsed period are history.                           *
      *****************************************************************
       LIST-CUSTOMERS.
           CONTINUE.
       LIST-CUSTOMERS-LOOP.
           READ BNKCOOL-NDX NEXT RECORD.
           IF WS-BNKCOOL-STATUS IS EQUAL TO '10'
              GO TO LIST-CUSTOMERS-DONE
           END-IF.
           IF WS-BNKCOOL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCOOL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BCK-REC-UNTIL-DATE IS LESS THAN WS-BUS-DATE
              GO TO LIST-CUSTOMERS-LOOP
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNTER.

           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM COUNT-ONE-ATTEMPT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 5.
           IF WS-HELD-COUNT IS EQUAL TO ZERO
              GO TO LIST-CUSTOMERS-LOOP
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE BCK-REC-PID TO WS-DL-PID.
           MOVE BCK-REC-CHANGED-TS (1:10) TO WS-DL-CHANGED-DATE.
           MOVE BCK-REC-CHANGED-BY TO WS-DL-CHANGED-BY.
           MOVE SPACES TO WS-DL-ITEMS.
           IF BCK-REC-ADDR-WAS-CHANGED
              MOVE 'ADDR' TO WS-DL-ITEMS (1:4)
           END-IF.
           IF BCK-REC-TEL-WAS-CHANGED
              MOVE 'TEL' TO WS-DL-ITEMS (6:3)
           END-IF.
           IF BCK-REC-EMAIL-WAS-CHANGED
              MOVE 'EMAIL' TO WS-DL-ITEMS (10:5)
           END-IF.
           MOVE BCK-REC-UNTIL-DATE TO WS-DL-UNTIL.
           MOVE WS-HELD-COUNT TO WS-DL-ATTEMPTS.
           IF BCK-REC-OVERRIDDEN
              STRING BCK-REC-OVR-USERID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     BCK-REC-OVR-REASON DELIMITED BY SIZE
                INTO WS-DL-OVERRIDE
           END-IF.
           MOVE WS-DETAIL-LINE TO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-CUST-COUNTER.

           PERFORM LIST-ONE-ATTEMPT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 5.
           GO TO LIST-CUSTOMERS-LOOP.
       LIST-CUSTOMERS-DONE.
           EXIT.

       COUNT-ONE-ATTEMPT.
           IF BCK-REC-ATT-DATE (WS-SUB) IS NOT EQUAL TO SPACES AND
              BCK-REC-ATT-DATE (WS-SUB) IS NOT LESS THAN
              BCK-REC-CHANGED-TS (1:10)
              ADD 1 TO WS-HELD-COUNT
           END-IF.

       LIST-ONE-ATTEMPT.
           IF BCK-REC-ATT-DATE (WS-SUB) IS EQUAL TO SPACES OR
              BCK-REC-ATT-DATE (WS-SUB) IS LESS THAN
              BCK-REC-CHANGED-TS (1:10)
              GO TO LIST-ONE-ATTEMPT-EXIT
           END-IF.
           MOVE SPACES TO WS-ATTEMPT-LINE.
           IF BCK-REC-ATT-DATE (WS-SUB) IS EQUAL TO WS-BUS-DATE
              MOVE '*' TO WS-AL-FLAG
              ADD 1 TO WS-TODAY-COUNTER
           END-IF.
           MOVE BCK-REC-ATT-DATE (WS-SUB) TO WS-AL-DATE.
           EVALUATE BCK-REC-ATT-ACTION (WS-SUB)
             WHEN 'CARD'
              MOVE 'Card reissue' TO WS-AL-ACTION
             WHEN 'PAYE'
              MOVE 'New saved payee' TO WS-AL-ACTION
             WHEN 'WIRE'
              MOVE 'Wire' TO WS-AL-ACTION
             WHEN 'DEVC'
              MOVE 'Trusted device' TO WS-AL-ACTION
             WHEN 'XLIM'
              MOVE 'Limit increase' TO WS-AL-ACTION
             WHEN OTHER
              MOVE BCK-REC-ATT-ACTION (WS-SUB) TO WS-AL-ACTION
           END-EVALUATE.
           IF BCK-REC-ATT-RESULT (WS-SUB) IS EQUAL TO 'B'
              MOVE 'Blocked' TO WS-AL-RESULT
           ELSE
              MOVE 'Referred to the rules engine' TO WS-AL-RESULT
           END-IF.
           MOVE WS-ATTEMPT-LINE TO COORPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LIST-ONE-ATTEMPT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE COORPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE COORPT-REC TO RPD-LINE-TEXT.
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
