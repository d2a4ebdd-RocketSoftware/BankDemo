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
      * Program:     ZBNKACK1.CBL                                     *
      * Function:    Morning outbound transmission report.  Each      *
      *              acknowledgement received from the bank's         *
      *              recipients on ACKIN is matched to its entry on   *
      *              the outbound file register BNKOFR: one whose     *
      *              record count and amount agree with what was sent *
      *              marks the file acknowledged, one that disagrees  *
      *              or that the recipient rejected marks it for the  *
      *              operator's attention.  The report then lists     *
      *              every file still awaiting acknowledgement past   *
      *              its due date, and every file whose               *
      *              acknowledgement did not agree, for the operator  *
      *              to chase or to resend from the console.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKACK1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT ACKIN-FILE
                  ASSIGN       TO ACKIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ACKIN-STATUS.

           SELECT BNKOFR-NDX
                  ASSIGN       TO NDXOFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BOF-REC-KEY
                  FILE STATUS  IS WS-BNKOFR-STATUS.

           SELECT ACKRPT-FILE
                  ASSIGN       TO ACKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACKIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACKIN-REC.
         05  ACK-REC-XMIT-KEY.
           10  ACK-REC-FILE-ID                     PIC X(8).
           10  ACK-REC-BUS-DATE                    PIC X(10).
           10  ACK-REC-SEQ                         PIC 9(2).
      * The count and amount the recipient received
         05  ACK-REC-COUNT                         PIC 9(9).
         05  ACK-REC-AMOUNT                        PIC 9(13)V99.
         05  ACK-REC-STATUS                        PIC X(1).
           88  ACK-REC-ACCEPTED                      VALUE 'A'.
           88  ACK-REC-REJECTED                      VALUE 'R'.
         05  ACK-REC-DATE                          PIC X(10).
         05  ACK-REC-REASON                        PIC X(20).
         05  FILLER                                PIC X(5).

       FD  BNKOFR-NDX.
       01  BNKOFR-REC.
       COPY CBANKVOF.

       FD  ACKRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  ACKRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKACK1'.
         05  WS-ACKIN-STATUS                       PIC X(2).
         05  WS-BNKOFR-STATUS                      PIC X(2).
         05  WS-ACKRPT-STATUS                      PIC X(2).

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
         05  WS-ACKIN-SW                           PIC X(1)
             VALUE 'N'.
           88  WS-ACKIN-OPEN                         VALUE 'Y'.
         05  WS-REMARK                             PIC X(30).

         05  WS-ACK-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-AGREED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-DISAGREED-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-UNKNOWN-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-OVERDUE-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-OPEN-N-COUNTER                     PIC 9(5)
             VALUE ZERO.

         05  WS-COUNT-ED                           PIC Z(8)9.
         05  WS-AMOUNT-ED                          PIC Z(12)9.99.
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
           MOVE 'XMITACK ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * The register is created by the first file ever sent
           OPEN I-O BNKOFR-NDX.
           IF WS-BNKOFR-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKOFR-NDX
              CLOSE BNKOFR-NDX
              OPEN I-O BNKOFR-NDX
           END-IF.
           MOVE WS-BNKOFR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKOFR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT ACKRPT-FILE.
           MOVE WS-ACKRPT-STATUS TO WS-IO-STATUS.
           MOVE 'ACKRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * No acknowledgements are received on some mornings
           OPEN INPUT ACKIN-FILE.
           IF WS-ACKIN-STATUS IS EQUAL TO '00'
              SET WS-ACKIN-OPEN TO TRUE
           ELSE
              MOVE 'No acknowledgement file received'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

           MOVE SPACES TO ACKRPT-REC.
           STRING 'Outbound transmissions as of ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO ACKRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ACKRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM MATCH-ACKNOWLEDGEMENTS THRU
                   MATCH-ACKNOWLEDGEMENTS-EXIT.
           PERFORM LIST-OUTSTANDING THRU
                   LIST-OUTSTANDING-EXIT.

           IF WS-ACKIN-OPEN
              CLOSE ACKIN-FILE
           END-IF.
           CLOSE BNKOFR-NDX.

           MOVE SPACES TO ACKRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ACK-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO ACKRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' acknowledgement(s) received, ' DELIMITED BY SIZE
             INTO ACKRPT-REC.
           MOVE WS-AGREED-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO ACKRPT-REC (37:5).
           MOVE ' agreed, ' TO ACKRPT-REC (42:9).
           MOVE WS-DISAGREED-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO ACKRPT-REC (51:5).
           MOVE ' not agreed, ' TO ACKRPT-REC (56:13).
           MOVE WS-UNKNOWN-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO ACKRPT-REC (69:5).
           MOVE ' unknown' TO ACKRPT-REC (74:8).
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OVERDUE-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO ACKRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' file(s) overdue, ' DELIMITED BY SIZE
             INTO ACKRPT-REC.
           MOVE WS-OPEN-N-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO ACKRPT-REC (24:5).
           MOVE ' awaiting the operator' TO ACKRPT-REC (29:22).
           PERFORM WRITE-REPORT-LINE.
           CLOSE ACKRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-OVERDUE-COUNTER DELIMITED BY SIZE
                  ' file(s) overdue, ' DELIMITED BY SIZE
                  WS-OPEN-N-COUNTER DELIMITED BY SIZE
                  ' not agreed' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           IF WS-OVERDUE-COUNTER IS GREATER THAN ZERO OR
              WS-OPEN-N-COUNTER IS GREATER THAN ZERO OR
              WS-UNKNOWN-COUNTER IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      * Match each acknowledgement received to the file it is for     *
      *****************************************************************
       MATCH-ACKNOWLEDGEMENTS.
           IF NOT WS-ACKIN-OPEN
              GO TO MATCH-ACKNOWLEDGEMENTS-EXIT
           END-IF.
           MOVE 'Acknowledgements received' TO ACKRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
       MATCH-ACKNOWLEDGEMENTS-LOOP.
           READ ACKIN-FILE
             AT END
               GO TO MATCH-ACKNOWLEDGEMENTS-DONE
           END-READ.
           ADD 1 TO WS-ACK-COUNTER.
           MOVE ACK-REC-XMIT-KEY TO BOF-REC-KEY.
           READ BNKOFR-NDX RECORD
             INVALID KEY
               ADD 1 TO WS-UNKNOWN-COUNTER
               MOVE SPACES TO BOF-RECORD
               MOVE ACK-REC-XMIT-KEY TO BOF-REC-KEY
               MOVE ACK-REC-COUNT TO BOF-REC-COUNT
               MOVE ACK-REC-AMOUNT TO BOF-REC-AMOUNT
               MOVE 'Not on the register' TO WS-REMARK
               PERFORM WRITE-FILE-LINE
               GO TO MATCH-ACKNOWLEDGEMENTS-LOOP
           END-READ.
           IF BOF-REC-ACKNOWLEDGED
              MOVE 'Already acknowledged' TO WS-REMARK
              PERFORM WRITE-FILE-LINE
              GO TO MATCH-ACKNOWLEDGEMENTS-LOOP
           END-IF.

           MOVE SPACES TO WS-REMARK.
           EVALUATE TRUE
             WHEN ACK-REC-REJECTED
              MOVE SPACES TO WS-REMARK
              STRING 'Rejected: ' DELIMITED BY SIZE
                     ACK-REC-REASON DELIMITED BY SIZE
                INTO WS-REMARK
             WHEN NOT ACK-REC-ACCEPTED
              MOVE 'Acknowledgement unreadable' TO WS-REMARK
             WHEN ACK-REC-COUNT IS NOT EQUAL TO BOF-REC-COUNT
              MOVE 'Record count disagrees' TO WS-REMARK
             WHEN ACK-REC-AMOUNT IS NOT EQUAL TO BOF-REC-AMOUNT
              MOVE 'Amount total disagrees' TO WS-REMARK
           END-EVALUATE.
           IF WS-REMARK IS EQUAL TO SPACES
              SET BOF-REC-ACKNOWLEDGED TO TRUE
              MOVE SPACES TO BOF-REC-ACK-REASON
              MOVE 'Acknowledged' TO WS-REMARK
              ADD 1 TO WS-AGREED-COUNTER
           ELSE
              SET BOF-REC-NOT-AGREED TO TRUE
              MOVE WS-REMARK TO BOF-REC-ACK-REASON
              ADD 1 TO WS-DISAGREED-COUNTER
           END-IF.
           IF ACK-REC-DATE IS EQUAL TO SPACES
              MOVE WS-BUS-DATE TO BOF-REC-ACK-DATE
           ELSE
              MOVE ACK-REC-DATE TO BOF-REC-ACK-DATE
           END-IF.
           REWRITE BNKOFR-REC.
           PERFORM WRITE-FILE-LINE.
           GO TO MATCH-ACKNOWLEDGEMENTS-LOOP.
       MATCH-ACKNOWLEDGEMENTS-DONE.
           MOVE SPACES TO ACKRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       MATCH-ACKNOWLEDGEMENTS-EXIT.
           EXIT.

      *****************************************************************
      * Every file awaiting acknowledgement past its due date, and    *
      * every file whose acknowledgement did not agree                *
      *****************************************************************
       LIST-OUTSTANDING.
           MOVE 'Transmissions needing attention' TO ACKRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE LOW-VALUES TO BOF-REC-KEY.
           START BNKOFR-NDX KEY IS GREATER THAN OR EQUAL TO
                 BOF-REC-KEY.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-OUTSTANDING-DONE
           END-IF.
       LIST-OUTSTANDING-LOOP.
           READ BNKOFR-NDX NEXT RECORD.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-OUTSTANDING-DONE
           END-IF.
           IF BOF-REC-AWAITING AND
              BOF-REC-DUE-DATE IS LESS THAN WS-BUS-DATE
              ADD 1 TO WS-OVERDUE-COUNTER
              IF BOF-REC-RESEND
                 MOVE 'Overdue - resend requested' TO WS-REMARK
              ELSE
                 MOVE 'Overdue - no acknowledgement' TO WS-REMARK
              END-IF
              PERFORM WRITE-FILE-LINE
              GO TO LIST-OUTSTANDING-LOOP
           END-IF.
           IF BOF-REC-NOT-AGREED
              ADD 1 TO WS-OPEN-N-COUNTER
              MOVE BOF-REC-ACK-REASON TO WS-REMARK
              PERFORM WRITE-FILE-LINE
           END-IF.
           GO TO LIST-OUTSTANDING-LOOP.
       LIST-OUTSTANDING-DONE.
           IF WS-OVERDUE-COUNTER IS EQUAL TO ZERO AND
              WS-OPEN-N-COUNTER IS EQUAL TO ZERO
              MOVE '  None' TO ACKRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       LIST-OUTSTANDING-EXIT.
           EXIT.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO ACKRPT-REC.
           MOVE 'File id' TO ACKRPT-REC (1:7).
           MOVE 'Sent on' TO ACKRPT-REC (11:7).
           MOVE 'Sq' TO ACKRPT-REC (22:2).
           MOVE 'Records' TO ACKRPT-REC (27:7).
           MOVE 'Amount' TO ACKRPT-REC (45:6).
           MOVE 'Due' TO ACKRPT-REC (53:3).
           MOVE 'Recipient' TO ACKRPT-REC (64:9).
           MOVE 'Remark' TO ACKRPT-REC (90:6).
           PERFORM WRITE-REPORT-LINE.

       WRITE-FILE-LINE.
           MOVE SPACES TO ACKRPT-REC.
           MOVE BOF-REC-FILE-ID TO ACKRPT-REC (1:8).
           MOVE BOF-REC-BUS-DATE TO ACKRPT-REC (11:10).
           MOVE BOF-REC-SEQ TO ACKRPT-REC (22:2).
           MOVE BOF-REC-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO ACKRPT-REC (25:9).
           MOVE BOF-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO ACKRPT-REC (35:16).
           MOVE BOF-REC-DUE-DATE TO ACKRPT-REC (53:10).
           MOVE BOF-REC-RECIPIENT TO ACKRPT-REC (64:24).
           MOVE WS-REMARK TO ACKRPT-REC (90:30).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ACKRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE ACKRPT-REC TO RPD-LINE-TEXT.
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
