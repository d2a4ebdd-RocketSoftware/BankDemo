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
      * Program:     ZBNKYEC1.CBL                                     *
      * Function:    Year-end close of the year-to-date counters.    *
      *              On the first business day of a new year (by the  *
      *              UBNKBDAY calendar) every account's year-to-date  *
      *              interest and fees are copied to the tax-year     *
      *              history file BNKYTDH under the year just ended,  *
      *              and the counters on BNKACC are set back to zero. *
      *              A control record written at the end of the run   *
      *              marks the year closed.  If the stream did not    *
      *              run on that day the close is made on the next   *
      *              night it does run; once the control record is    *
      *              there the job does nothing, so it can sit in the *
      *              nightly stream.  A second run on the first       *
      *              business day itself is refused.                  *
      *              It must be stepped ahead of the interest and fee *
      *              runs so the new year's first postings land on    *
      *              cleared counters.                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKYEC1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKYTDH-NDX
                  ASSIGN       TO NDXYTDH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BYH-REC-KEY
                  FILE STATUS  IS WS-BNKYTDH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKYTDH-NDX.
       01  BNKYTDH-REC.
       COPY CBANKVYH.

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKYEC1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKYTDH-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-ACCOUNT-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-CLOSED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-ALREADY-COUNTER                    PIC 9(5)
             VALUE ZERO.

         05  WS-CLOSE-YEAR                         PIC 9(4).
         05  WS-PRIOR-YEAR-END                     PIC X(10).
         05  WS-FIRST-BUS-DATE                     PIC X(10).
         05  WS-SAVE-INTEREST                      PIC S9(7)V99
                                                     COMP-3.
         05  WS-SAVE-FEES                          PIC S9(7)V99
                                                     COMP-3.
         05  WS-TOTAL-INTEREST                     PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-FEES                         PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      *****************************************************************
      * The close belongs to the first business day of the year - the *
      * next business day after 31 December of the year before.  It  *
      * is due from that day on until the year's control record shows *
      * it made, so a night the stream missed does not skip it        *
      *****************************************************************
           MOVE WS-BUS-DATE (1:4) TO WS-CLOSE-YEAR.
           SUBTRACT 1 FROM WS-CLOSE-YEAR.
           MOVE SPACES TO WS-PRIOR-YEAR-END.
           MOVE WS-CLOSE-YEAR TO WS-PRIOR-YEAR-END (1:4).
           MOVE '-12-31' TO WS-PRIOR-YEAR-END (5:6).
           SET BDA-REQUEST-NEXTBUS TO TRUE.
           MOVE WS-PRIOR-YEAR-END TO BDA-IN-DATE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           IF BDA-STATUS-ERROR
              MOVE 'Business calendar lookup failed'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BDA-OUT-DATE TO WS-FIRST-BUS-DATE.
           IF WS-BUS-DATE IS LESS THAN WS-FIRST-BUS-DATE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-BUS-DATE DELIMITED BY SIZE
                     ' is before the first business day'
                       DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE 'No year-end close required' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O BNKYTDH-NDX.
           MOVE WS-BNKYTDH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKYTDH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      *****************************************************************
      * A year already carrying its control record has been closed -  *
      * running again would wipe the new year's counters into it.     *
      * After the first business day that is the normal nightly case. *
      *****************************************************************
           MOVE SPACES TO BNKYTDH-REC.
           SET BYH-REC-IS-CONTROL TO TRUE.
           MOVE WS-CLOSE-YEAR TO BYH-REC-YEAR.
           READ BNKYTDH-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKYTDH-STATUS IS EQUAL TO '00' AND
              WS-BUS-DATE IS GREATER THAN WS-FIRST-BUS-DATE
              MOVE 'No year-end close required' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              CLOSE BNKYTDH-NDX
              PERFORM RUN-TIME
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-BNKYTDH-STATUS IS EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Tax year ' DELIMITED BY SIZE
                     WS-CLOSE-YEAR DELIMITED BY SIZE
                     ' already closed on ' DELIMITED BY SIZE
                     BYH-REC-CLOSE-DATE DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE 'Year-end close refused' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              CLOSE BNKYTDH-NDX
              PERFORM RUN-TIME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM CLOSE-ACCOUNT-LOOP THRU
                   CLOSE-ACCOUNT-LOOP-EXIT.

           PERFORM WRITE-CONTROL-RECORD THRU
                   WRITE-CONTROL-RECORD-EXIT.

           CLOSE BNKACC-NDX.
           CLOSE BNKYTDH-NDX.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Tax year ' DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  ' closed' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-ACCOUNT-COUNTER DELIMITED BY SIZE
                  ' account(s) read, ' DELIMITED BY SIZE
                  WS-CLOSED-COUNTER DELIMITED BY SIZE
                  ' closed, ' DELIMITED BY SIZE
                  WS-ALREADY-COUNTER DELIMITED BY SIZE
                  ' already closed' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Interest frozen ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Fees frozen     ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Copy each account's counters to the history under the closed  *
      * year, then clear them.  An account whose history record was   *
      * already written by this close (a restart after a failure part *
      * way through) has been cleared already and is left alone.  A   *
      * record ZBNKANL1 wrote ahead of the close keeps its frozen     *
      * loan interest figure.                                         *
      *****************************************************************
       CLOSE-ACCOUNT-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO CLOSE-ACCOUNT-LOOP-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNTER.

           MOVE BAC-REC-YTD-INTEREST TO WS-SAVE-INTEREST.
           MOVE BAC-REC-YTD-FEES TO WS-SAVE-FEES.

           MOVE SPACES TO BNKYTDH-REC.
           MOVE BAC-REC-ACCNO TO BYH-REC-ACCNO.
           MOVE WS-CLOSE-YEAR TO BYH-REC-YEAR.
           READ BNKYTDH-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKYTDH-STATUS IS EQUAL TO '00'
              IF BYH-REC-CLOSE-DATE IS NOT EQUAL TO SPACES
                 ADD BYH-REC-YTD-INTEREST TO WS-TOTAL-INTEREST
                 ADD BYH-REC-YTD-FEES TO WS-TOTAL-FEES
                 ADD 1 TO WS-ALREADY-COUNTER
                 GO TO CLOSE-ACCOUNT-LOOP
              END-IF
              MOVE BAC-REC-PID TO BYH-REC-PID
              MOVE WS-SAVE-INTEREST TO BYH-REC-YTD-INTEREST
              MOVE WS-SAVE-FEES TO BYH-REC-YTD-FEES
              MOVE WS-BUS-DATE TO BYH-REC-CLOSE-DATE
              REWRITE BNKYTDH-REC
           ELSE
              MOVE SPACES TO BNKYTDH-REC
              MOVE BAC-REC-ACCNO TO BYH-REC-ACCNO
              MOVE WS-CLOSE-YEAR TO BYH-REC-YEAR
              MOVE BAC-REC-PID TO BYH-REC-PID
              MOVE WS-SAVE-INTEREST TO BYH-REC-YTD-INTEREST
              MOVE WS-SAVE-FEES TO BYH-REC-YTD-FEES
              MOVE WS-BUS-DATE TO BYH-REC-CLOSE-DATE
              MOVE ZERO TO BYH-REC-LOAN-INT-PAID
              WRITE BNKYTDH-REC
           END-IF.
           IF WS-BNKYTDH-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKYTDH-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE ZERO TO BAC-REC-YTD-INTEREST.
           MOVE ZERO TO BAC-REC-YTD-FEES.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           ADD WS-SAVE-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-SAVE-FEES TO WS-TOTAL-FEES.
           ADD 1 TO WS-CLOSED-COUNTER.
           GO TO CLOSE-ACCOUNT-LOOP.
       CLOSE-ACCOUNT-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Mark the year closed.  The control record carries the bank's  *
      * totals for the year as frozen by this run                     *
      *****************************************************************
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO BNKYTDH-REC.
           SET BYH-REC-IS-CONTROL TO TRUE.
           MOVE WS-CLOSE-YEAR TO BYH-REC-YEAR.
           MOVE SPACES TO BYH-REC-PID.
           MOVE WS-TOTAL-INTEREST TO BYH-REC-YTD-INTEREST.
           MOVE WS-TOTAL-FEES TO BYH-REC-YTD-FEES.
           MOVE WS-BUS-DATE TO BYH-REC-CLOSE-DATE.
           MOVE ZERO TO BYH-REC-LOAN-INT-PAID.
           WRITE BNKYTDH-REC.
           IF WS-BNKYTDH-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing year control record'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       WRITE-CONTROL-RECORD-EXIT.
           EXIT.
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
