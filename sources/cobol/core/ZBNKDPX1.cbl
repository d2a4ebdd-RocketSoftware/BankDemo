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
      * Program:     ZBNKDPX1.CBL                                     *
      * Function:    Extract the business day's postings from BNKTXN  *
      *              to the sequential daily postings file, in        *
      *              account and timestamp order, with a control      *
      *              trailer.  The daily reports later in the night   *
      *              run read this file rather than each browsing the *
      *              whole of BNKTXN.  Before the file is released    *
      *              the money extracted is proved against the day's  *
      *              movement on the account balances, so every       *
      *              report downstream starts from the same, proved   *
      *              figures.  Run after the last job that posts to   *
      *              BNKTXN, ahead of the daily reports, and before   *
      *              ZBNKSNP1 takes tonight's snapshot.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKDPX1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBH-REC-KEY
                  FILE STATUS  IS WS-BNKHIST-STATUS.

           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT DPXRPT-FILE
                  ASSIGN       TO DPXRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DPXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.
       COPY CBANKVBH.

       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  DPXRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  DPXRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKDPX1'.
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-DPXRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-RUN-DATE                           PIC X(10).
         05  WS-ENTRY-DATE                         PIC X(10).
         05  WS-PRIOR-BALANCE                      PIC S9(7)V99 COMP-3.
         05  WS-PRIOR-FOUND-SW                     PIC X(1).
           88  WS-PRIOR-FOUND                        VALUE 'Y'.

         05  WS-READ-COUNTER                       PIC 9(9)
             VALUE ZERO.
         05  WS-POSTING-COUNTER                    PIC 9(9)
             VALUE ZERO.
         05  WS-ALERT-COUNTER                      PIC 9(9)
             VALUE ZERO.
         05  WS-ACCT-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-CREDIT-TOTAL                       PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-DEBIT-TOTAL                        PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-NET-TOTAL                          PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-MEMO-TOTAL                         PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-MEMO-COUNTER                       PIC 9(9)
             VALUE ZERO.
         05  WS-LEDGER-MOVEMENT                    PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-DIFFERENCE                         PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.

         05  WS-COUNT-ED                           PIC Z(8)9.
         05  WS-AMOUNT-ED                          PIC Z(10)9.99-.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'DAYPOST ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           COPY CTSTAMPP.
      * The day extracted is the bank's business date, not the
      * machine clock - a stream slipping past midnight must still
      * extract one whole day
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-RUN-DATE.

           OPEN INPUT BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKHIST-NDX.
           MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKHIST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT DPXRPT-FILE.
           MOVE WS-DPXRPT-STATUS TO WS-IO-STATUS.
           MOVE 'DPXRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO DPXRPT-REC.
           STRING 'Daily postings extract for ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM EXTRACT-POSTINGS THRU
                   EXTRACT-POSTINGS-DONE.

           PERFORM SUM-LEDGER-MOVEMENT THRU
                   SUM-LEDGER-MOVEMENT-DONE.

           PERFORM WRITE-TRAILER.

           PERFORM REPORT-THE-PROOF.

           CLOSE BNKTXN-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKHIST-NDX.
           CLOSE DAYPOST-FILE.
           CLOSE DPXRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-POSTING-COUNTER DELIMITED BY SIZE
                  ' postings extracted for ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * An extract that does not prove must stop the stream before
      * any report is produced from it
           IF WS-DIFFERENCE IS NOT EQUAL TO ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      * Browse BNKTXN in account/timestamp order, copying out every   *
      * entry posted under the business date.  An entry with no post  *
      * date (written before the date was carried) falls back on the  *
      * date of its timestamp.                                        *
      *****************************************************************
       EXTRACT-POSTINGS.
           MOVE LOW-VALUES TO BTX-REC-ALTKEY1.
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-ALTKEY1.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              GO TO EXTRACT-POSTINGS-DONE
           END-IF.
       EXTRACT-POSTINGS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS EQUAL TO '10'
              GO TO EXTRACT-POSTINGS-DONE
           END-IF.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
              MOVE 'Error reading BNKTXN-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-READ-COUNTER.

           MOVE BTX-REC-POST-DATE TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE IS EQUAL TO SPACES
              MOVE BTX-REC-TIMESTAMP OF BTX-REC-ALTKEY1 (1:10)
                TO WS-ENTRY-DATE
           END-IF.
           IF WS-ENTRY-DATE IS NOT EQUAL TO WS-RUN-DATE
              GO TO EXTRACT-POSTINGS-LOOP
           END-IF.

           MOVE SPACES TO DPX-RECORD.
           SET DPX-REC-POSTING TO TRUE.
           MOVE BTX-RECORD TO DPX-REC-BTX-IMAGE.
           WRITE DAYPOST-REC.
           IF WS-DAYPOST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing DAYPOST-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-POSTING-COUNTER.

      * Alert/advice entries (type 5) record events, not money
      * movement, so they are carried but stay out of the totals
           IF BTX-REC-TYPE IS EQUAL TO '5'
              ADD 1 TO WS-ALERT-COUNTER
              GO TO EXTRACT-POSTINGS-LOOP
           END-IF.
           IF BTX-REC-AMOUNT IS LESS THAN ZERO
              ADD BTX-REC-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
              ADD BTX-REC-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           ADD BTX-REC-AMOUNT TO WS-NET-TOTAL.
      * Loan loss provision charge/release entries are memorandum -
      * booked by the GL feed, but against no account balance - so
      * they are held apart from the figure proved to the ledger
           IF BTX-REC-TYPE IS EQUAL TO 'L' AND
              (BTX-REC-SUB-TYPE IS EQUAL TO '3' OR
               BTX-REC-SUB-TYPE IS EQUAL TO '4')
              ADD 1 TO WS-MEMO-COUNTER
              ADD BTX-REC-AMOUNT TO WS-MEMO-TOTAL
           END-IF.
           GO TO EXTRACT-POSTINGS-LOOP.
       EXTRACT-POSTINGS-DONE.
           EXIT.

      *****************************************************************
      * The online day's own figure: every posting other than a       *
      * memorandum entry moves a balance, so the day's net postings   *
      * less the memorandum entries must equal the change in the sum  *
      * of account balances since each account's last snapshot before *
      * today.  An account with no snapshot yet (opened today) moves  *
      * from a zero opening position.                                 *
      *****************************************************************
       SUM-LEDGER-MOVEMENT.
           CONTINUE.
       SUM-LEDGER-MOVEMENT-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO SUM-LEDGER-MOVEMENT-DONE
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCT-COUNTER.

           PERFORM GET-PRIOR-SNAPSHOT THRU
                   GET-PRIOR-SNAPSHOT-EXIT.

           IF WS-PRIOR-FOUND
              COMPUTE WS-LEDGER-MOVEMENT = WS-LEDGER-MOVEMENT +
                      BAC-REC-BALANCE - WS-PRIOR-BALANCE
           ELSE
              ADD BAC-REC-BALANCE TO WS-LEDGER-MOVEMENT
           END-IF.
           GO TO SUM-LEDGER-MOVEMENT-LOOP.
       SUM-LEDGER-MOVEMENT-DONE.
           EXIT.

      *****************************************************************
      * Latest snapshot strictly before today                         *
      *****************************************************************
       GET-PRIOR-SNAPSHOT.
           MOVE SPACE TO WS-PRIOR-FOUND-SW.
           MOVE ZERO TO WS-PRIOR-BALANCE.
           MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE LOW-VALUES TO BBH-REC-DATE.
           START BNKHIST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BBH-REC-KEY.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO GET-PRIOR-SNAPSHOT-EXIT
           END-IF.
       GET-PRIOR-SNAPSHOT-LOOP.
           READ BNKHIST-NDX NEXT RECORD.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO GET-PRIOR-SNAPSHOT-EXIT
           END-IF.
           IF BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
              GO TO GET-PRIOR-SNAPSHOT-EXIT
           END-IF.
           IF BBH-REC-DATE IS NOT LESS THAN WS-RUN-DATE
              GO TO GET-PRIOR-SNAPSHOT-EXIT
           END-IF.
           SET WS-PRIOR-FOUND TO TRUE.
           MOVE BBH-REC-BALANCE TO WS-PRIOR-BALANCE.
           GO TO GET-PRIOR-SNAPSHOT-LOOP.
       GET-PRIOR-SNAPSHOT-EXIT.
           EXIT.

      *****************************************************************
      * Close the file with its control trailer                       *
      *****************************************************************
       WRITE-TRAILER.
           COMPUTE WS-DIFFERENCE = WS-LEDGER-MOVEMENT -
                   (WS-NET-TOTAL - WS-MEMO-TOTAL).
           MOVE SPACES TO DPX-RECORD.
           SET DPX-REC-TRAILER TO TRUE.
           MOVE WS-RUN-DATE TO DPX-TRL-BUS-DATE.
           MOVE WS-POSTING-COUNTER TO DPX-TRL-COUNT.
           MOVE WS-CREDIT-TOTAL TO DPX-TRL-CREDITS.
           MOVE WS-DEBIT-TOTAL TO DPX-TRL-DEBITS.
           MOVE WS-NET-TOTAL TO DPX-TRL-NET.
           MOVE WS-LEDGER-MOVEMENT TO DPX-TRL-LEDGER-MOVEMENT.
           MOVE WS-TIMESTAMP TO DPX-TRL-CREATED.
           MOVE WS-MEMO-TOTAL TO DPX-TRL-MEMO.
           WRITE DAYPOST-REC.
           IF WS-DAYPOST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing DAYPOST-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.

      *****************************************************************
      * Print the control figures and the proof                       *
      *****************************************************************
       REPORT-THE-PROOF.
           MOVE WS-READ-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING 'BNKTXN entries read        ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-POSTING-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING 'Postings extracted         ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-ALERT-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING '  of which alerts/advices  ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING 'Credits                 ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING 'Debits                  ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-NET-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING 'Net postings            ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-MEMO-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING '  of which memorandum   ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-MEMO-COUNTER DELIMITED BY SIZE
                  ' entries, no balance moved)' DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-LEDGER-MOVEMENT TO WS-AMOUNT-ED.
           MOVE SPACES TO DPXRPT-REC.
           STRING 'Balance movement        ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-ACCT-COUNTER DELIMITED BY SIZE
                  ' accounts)' DELIMITED BY SIZE
             INTO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO DPXRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-DIFFERENCE IS EQUAL TO ZERO
              MOVE 'Extract proves to the online day'
                TO DPXRPT-REC
           ELSE
              MOVE WS-DIFFERENCE TO WS-AMOUNT-ED
              MOVE SPACES TO DPXRPT-REC
              STRING 'Difference              ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     '  *** EXTRACT DOES NOT PROVE ***'
                       DELIMITED BY SIZE
                INTO DPXRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Write a report line and capture it to the repository          *
      *****************************************************************
       WRITE-REPORT-LINE.
           WRITE DPXRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE DPXRPT-REC TO RPD-LINE-TEXT.
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
