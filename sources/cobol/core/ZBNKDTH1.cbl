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
      * Program:     ZBNKDTH1.CBL                                     *
      * Function:    Monthly death registry match.  The government    *
      *              death registry file is taken through intake      *
      *              control and each entry is looked for among the   *
      *              active customers by SIN.  A SIN match whose      *
      *              name or date of birth also agrees is a probable  *
      *              match and is queued on BNKDTHQ for staff to      *
      *              confirm or reject online (DBANK95P); a SIN match *
      *              with neither agreeing is only reported.  Nothing *
      *              is stopped until a match is confirmed.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKDTH1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT DTHREG-FILE
                  ASSIGN       TO DTHREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DTHREG-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKDTHQ-NDX
                  ASSIGN       TO NDXDTHQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BDT-REC-PID
                  FILE STATUS  IS WS-BNKDTHQ-STATUS.

           SELECT DTHRPT-FILE
                  ASSIGN       TO DTHRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DTHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DTHREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DTHREG-REC.
         05  DTR-REC-SIN                           PIC X(9).
         05  DTR-REC-NAME                          PIC X(25).
         05  DTR-REC-BIRTH-DATE                    PIC X(10).
         05  DTR-REC-DEATH-DATE                    PIC X(10).
      * The registry's own reference for the death
         05  DTR-REC-REF                           PIC X(12).
         05  FILLER                                PIC X(14).

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKDTHQ-NDX.
       01  BNKDTHQ-REC.
       COPY CBANKVDT.

       FD  DTHRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  DTHRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKDTH1'.
         05  WS-DTHREG-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKDTHQ-STATUS                     PIC X(2).
         05  WS-DTHRPT-STATUS                      PIC X(2).

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
         05  WS-REG-NAME                           PIC X(25).
         05  WS-CUST-NAME                          PIC X(25).
         05  WS-NAME-MATCH                         PIC X(1).
         05  WS-BIRTH-MATCH                        PIC X(1).
         05  WS-RESULT                             PIC X(30).

         05  WS-READ-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-SIN-HIT-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-QUEUED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-SIN-ONLY-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-ALREADY-COUNTER                    PIC 9(5)
             VALUE ZERO.

         05  WS-TOTAL-ED                           PIC Z(6)9.

      * The active, living customer base is held for the match - well
      * inside this bank's volumes.
       01  WS-CUST-TABLE.
         05  WS-CST-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-CST-IX.
           10  WS-CST-PID                          PIC X(5).
           10  WS-CST-SIN                          PIC X(9).
           10  WS-CST-NAME                         PIC X(25).
           10  WS-CST-BIRTH-DATE                   PIC X(10).
       01  WS-CST-USED                             PIC 9(4)
           VALUE ZERO.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-IFC-PARM.
       COPY CBANKIFD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * The registry file is matched only once intake control has
      * passed it - a held, rejected or duplicate file is left alone
           PERFORM CONTROL-INTAKE THRU
                   CONTROL-INTAKE-EXIT.
           IF NOT IFD-TAKE-UP
              MOVE IFD-MESSAGE TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE IFD-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'DTHMATCH' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The queue is created by the first registry run
           OPEN I-O BNKDTHQ-NDX.
           IF WS-BNKDTHQ-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKDTHQ-NDX
              CLOSE BNKDTHQ-NDX
              OPEN I-O BNKDTHQ-NDX
           END-IF.
           MOVE WS-BNKDTHQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDTHQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT DTHRPT-FILE.
           MOVE WS-DTHRPT-STATUS TO WS-IO-STATUS.
           MOVE 'DTHRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM LOAD-CUSTOMERS THRU
                   LOAD-CUSTOMERS-DONE.
           CLOSE BNKCUST-NDX.

           MOVE SPACES TO DTHRPT-REC.
           STRING 'Death registry match as of ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO DTHRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DTHRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DTHRPT-REC.
           MOVE 'PID' TO DTHRPT-REC (1:3).
           MOVE 'SIN' TO DTHRPT-REC (8:3).
           MOVE 'Registry name' TO DTHRPT-REC (19:13).
           MOVE 'Born' TO DTHRPT-REC (46:4).
           MOVE 'Died' TO DTHRPT-REC (58:4).
           MOVE 'Name' TO DTHRPT-REC (70:4).
           MOVE 'DOB' TO DTHRPT-REC (76:3).
           MOVE 'Result' TO DTHRPT-REC (82:6).
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT DTHREG-FILE.
           MOVE WS-DTHREG-STATUS TO WS-IO-STATUS.
           MOVE 'DTHREG-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM MATCH-LOOP THRU
                   MATCH-LOOP-EXIT.

           CLOSE DTHREG-FILE.
           CLOSE BNKDTHQ-NDX.

           MOVE SPACES TO DTHRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-READ-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO DTHRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' registry entries read, ' DELIMITED BY SIZE
             INTO DTHRPT-REC.
           MOVE WS-SIN-HIT-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO DTHRPT-REC (32:7).
           MOVE ' matched a customer SIN' TO DTHRPT-REC (39:23).
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-QUEUED-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO DTHRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' queued for review, ' DELIMITED BY SIZE
             INTO DTHRPT-REC.
           MOVE WS-SIN-ONLY-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO DTHRPT-REC (28:7).
           MOVE ' SIN only, ' TO DTHRPT-REC (35:11).
           MOVE WS-ALREADY-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO DTHRPT-REC (46:7).
           MOVE ' already queued' TO DTHRPT-REC (53:15).
           PERFORM WRITE-REPORT-LINE.
           CLOSE DTHRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-QUEUED-COUNTER DELIMITED BY SIZE
                  ' probable match(es) queued, ' DELIMITED BY SIZE
                  WS-SIN-ONLY-COUNTER DELIMITED BY SIZE
                  ' SIN only' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           SET IFD-REQUEST-POSTED TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the whole registry file through intake control before    *
      * any of it is matched                                          *
      *****************************************************************
       CONTROL-INTAKE.
           SET IFD-REQUEST-OPEN TO TRUE.
           MOVE 'DTHREG  ' TO IFD-FEED.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           OPEN INPUT DTHREG-FILE.
           MOVE WS-DTHREG-STATUS TO WS-IO-STATUS.
           MOVE 'DTHREG-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       CONTROL-INTAKE-LOOP.
           READ DTHREG-FILE.
           IF WS-DTHREG-STATUS IS EQUAL TO '10'
              GO TO CONTROL-INTAKE-DONE
           END-IF.
           IF WS-DTHREG-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading DTHREG-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET IFD-REQUEST-RECORD TO TRUE.
           MOVE DTHREG-REC TO IFD-RECORD.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           GO TO CONTROL-INTAKE-LOOP.
       CONTROL-INTAKE-DONE.
           CLOSE DTHREG-FILE.
           SET IFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
       CONTROL-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Hold every active customer not already known to have died     *
      *****************************************************************
       LOAD-CUSTOMERS.
           CONTINUE.
       LOAD-CUSTOMERS-LOOP.
           READ BNKCUST-NDX NEXT RECORD.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              GO TO LOAD-CUSTOMERS-DONE
           END-IF.
           IF BCS-REC-CLOSED OR
              BCS-REC-IS-DECEASED OR
              BCS-REC-SIN IS EQUAL TO SPACES
              GO TO LOAD-CUSTOMERS-LOOP
           END-IF.
           IF WS-CST-USED IS GREATER THAN OR EQUAL TO 2000
              MOVE 'Customer table full - match truncated'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO LOAD-CUSTOMERS-DONE
           END-IF.
           ADD 1 TO WS-CST-USED.
           SET WS-CST-IX TO WS-CST-USED.
           MOVE BCS-REC-PID TO WS-CST-PID (WS-CST-IX).
           MOVE BCS-REC-SIN TO WS-CST-SIN (WS-CST-IX).
           MOVE BCS-REC-NAME TO WS-CST-NAME (WS-CST-IX).
           MOVE BCS-REC-BIRTH-DATE TO WS-CST-BIRTH-DATE (WS-CST-IX).
           GO TO LOAD-CUSTOMERS-LOOP.
       LOAD-CUSTOMERS-DONE.
           EXIT.

      *****************************************************************
      * Look for each registry entry among the customers              *
      *****************************************************************
       MATCH-LOOP.
           READ DTHREG-FILE.
           IF WS-DTHREG-STATUS IS EQUAL TO '10'
              GO TO MATCH-LOOP-EXIT
           END-IF.
           IF WS-DTHREG-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading DTHREG-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE DTHREG-REC TO IFD-RECORD.
           IF IFD-REC-CONTROL
              GO TO MATCH-LOOP
           END-IF.
           ADD 1 TO WS-READ-COUNTER.
           IF DTR-REC-SIN IS EQUAL TO SPACES
              GO TO MATCH-LOOP
           END-IF.
           MOVE DTR-REC-NAME TO WS-REG-NAME.
           INSPECT WS-REG-NAME
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM CHECK-CUSTOMER THRU
                   CHECK-CUSTOMER-EXIT
             VARYING WS-CST-IX FROM 1 BY 1
               UNTIL WS-CST-IX IS GREATER THAN WS-CST-USED.
           GO TO MATCH-LOOP.
       MATCH-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * A customer carrying the registry SIN is a probable match when *
      * the name (case aside) or the date of birth agrees as well     *
      *****************************************************************
       CHECK-CUSTOMER.
           IF WS-CST-SIN (WS-CST-IX) IS NOT EQUAL TO DTR-REC-SIN
              GO TO CHECK-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-SIN-HIT-COUNTER.
           MOVE WS-CST-NAME (WS-CST-IX) TO WS-CUST-NAME.
           INSPECT WS-CUST-NAME
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO WS-NAME-MATCH.
           IF WS-CUST-NAME IS EQUAL TO WS-REG-NAME
              MOVE 'Y' TO WS-NAME-MATCH
           END-IF.
           MOVE 'N' TO WS-BIRTH-MATCH.
           IF DTR-REC-BIRTH-DATE IS NOT EQUAL TO SPACES AND
              WS-CST-BIRTH-DATE (WS-CST-IX) IS EQUAL TO
              DTR-REC-BIRTH-DATE
              MOVE 'Y' TO WS-BIRTH-MATCH
           END-IF.
           IF WS-NAME-MATCH IS EQUAL TO 'N' AND
              WS-BIRTH-MATCH IS EQUAL TO 'N'
              ADD 1 TO WS-SIN-ONLY-COUNTER
              MOVE 'SIN only - not queued' TO WS-RESULT
              PERFORM WRITE-MATCH-LINE
              GO TO CHECK-CUSTOMER-EXIT
           END-IF.
           PERFORM QUEUE-MATCH THRU
                   QUEUE-MATCH-EXIT.
           PERFORM WRITE-MATCH-LINE.
       CHECK-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * Queue a probable match.  A customer already on the queue -    *
      * whether pending, confirmed or rejected - is not queued again. *
      *****************************************************************
       QUEUE-MATCH.
           MOVE SPACES TO BDT-RECORD.
           MOVE WS-CST-PID (WS-CST-IX) TO BDT-REC-PID.
           MOVE DTR-REC-SIN TO BDT-REC-SIN.
           MOVE DTR-REC-NAME TO BDT-REC-REG-NAME.
           MOVE DTR-REC-BIRTH-DATE TO BDT-REC-REG-BIRTH-DATE.
           MOVE DTR-REC-DEATH-DATE TO BDT-REC-DEATH-DATE.
           MOVE DTR-REC-REF TO BDT-REC-REG-REF.
           MOVE WS-NAME-MATCH TO BDT-REC-NAME-MATCH.
           MOVE WS-BIRTH-MATCH TO BDT-REC-BIRTH-MATCH.
           SET BDT-REC-PENDING TO TRUE.
           MOVE WS-BUS-DATE TO BDT-REC-QUEUED-DATE.
           MOVE ZERO TO BDT-REC-STOP-COUNT.
           WRITE BNKDTHQ-REC.
           IF WS-BNKDTHQ-STATUS IS EQUAL TO '22'
              ADD 1 TO WS-ALREADY-COUNTER
              MOVE 'Already queued' TO WS-RESULT
              GO TO QUEUE-MATCH-EXIT
           END-IF.
           IF WS-BNKDTHQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKDTHQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-QUEUED-COUNTER.
           MOVE 'Queued for review' TO WS-RESULT.
       QUEUE-MATCH-EXIT.
           EXIT.

       WRITE-MATCH-LINE.
           MOVE SPACES TO DTHRPT-REC.
           MOVE WS-CST-PID (WS-CST-IX) TO DTHRPT-REC (1:5).
           MOVE DTR-REC-SIN TO DTHRPT-REC (8:9).
           MOVE DTR-REC-NAME TO DTHRPT-REC (19:25).
           MOVE DTR-REC-BIRTH-DATE TO DTHRPT-REC (46:10).
           MOVE DTR-REC-DEATH-DATE TO DTHRPT-REC (58:10).
           MOVE WS-NAME-MATCH TO DTHRPT-REC (71:1).
           MOVE WS-BIRTH-MATCH TO DTHRPT-REC (77:1).
           MOVE WS-RESULT TO DTHRPT-REC (82:30).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE DTHRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE DTHRPT-REC TO RPD-LINE-TEXT.
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
