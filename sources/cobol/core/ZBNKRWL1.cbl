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
      * Program:     ZBNKRWL1.CBL                                     *
      * Function:    Month-end card rewards points liability report   *
      *              for finance.  For every card on the points file  *
      *              shows the month's opening points, the points     *
      *              earned, clawed back, redeemed and expired in the *
      *              month, the closing balance, and the closing      *
      *              balance valued at the redemption rate in force   *
      *              (RWD-VALUE-100, the cash value of 100 points),   *
      *              with totals - the outstanding liability.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKRWL1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKRWDS-NDX
                  ASSIGN       TO NDXRWDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BRW-REC-ACCNO
                  FILE STATUS  IS WS-BNKRWDS-STATUS.

           SELECT BNKRWDL-NDX
                  ASSIGN       TO NDXRWDL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BRX-REC-KEY
                  FILE STATUS  IS WS-BNKRWDL-STATUS.

           SELECT RWLRPT-FILE
                  ASSIGN       TO RWLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RWLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKRWDS-NDX.
       01  BNKRWDS-REC.
       COPY CBANKVRW.

       FD  BNKRWDL-NDX.
       01  BNKRWDL-REC.
       COPY CBANKVRX.

       FD  RWLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  RWLRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKRWL1'.
         05  WS-BNKRWDS-STATUS                     PIC X(2).
         05  WS-BNKRWDL-STATUS                     PIC X(2).
         05  WS-RWLRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Cash value of 100 points unless RWD-VALUE-100 says otherwise
         05  WS-VALUE-100                          PIC S9(5)V99 COMP-3
             VALUE 1.00.
         05  WS-MONTH                              PIC X(7).
         05  WS-CARD-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-OPENING                            PIC S9(9) COMP-3.
         05  WS-EARNED                             PIC S9(9) COMP-3.
         05  WS-CLAWED                             PIC S9(9) COMP-3.
         05  WS-REDEEMED                           PIC S9(9) COMP-3.
         05  WS-EXPIRED                            PIC S9(9) COMP-3.
         05  WS-LIABILITY                          PIC S9(9)V99 COMP-3.
         05  WS-TOTAL-OPENING                      PIC S9(11) COMP-3
             VALUE ZERO.
         05  WS-TOTAL-EARNED                       PIC S9(11) COMP-3
             VALUE ZERO.
         05  WS-TOTAL-CLAWED                       PIC S9(11) COMP-3
             VALUE ZERO.
         05  WS-TOTAL-REDEEMED                     PIC S9(11) COMP-3
             VALUE ZERO.
         05  WS-TOTAL-EXPIRED                      PIC S9(11) COMP-3
             VALUE ZERO.
         05  WS-TOTAL-CLOSING                      PIC S9(11) COMP-3
             VALUE ZERO.
         05  WS-TOTAL-LIABILITY                    PIC S9(11)V99 COMP-3
             VALUE ZERO.
         05  WS-COUNT-ED                           PIC Z(6)9.

       01  WS-DETAIL-LINE.
         05  WS-DL-ACCNO                           PIC X(9).
         05  FILLER                                PIC X(1).
         05  WS-DL-PID                             PIC X(5).
         05  FILLER                                PIC X(1).
         05  WS-DL-OPENING                         PIC -(10)9.
         05  FILLER                                PIC X(1).
         05  WS-DL-EARNED                          PIC -(10)9.
         05  FILLER                                PIC X(1).
         05  WS-DL-CLAWED                          PIC -(10)9.
         05  FILLER                                PIC X(1).
         05  WS-DL-REDEEMED                        PIC -(10)9.
         05  FILLER                                PIC X(1).
         05  WS-DL-EXPIRED                         PIC -(10)9.
         05  FILLER                                PIC X(1).
         05  WS-DL-CLOSING                         PIC -(10)9.
         05  FILLER                                PIC X(1).
         05  WS-DL-LIABILITY                       PIC -(11)9.99.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * The month reported is the business date's month
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-MONTH.

           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'RWD-VALUE-100' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-VALUE-100
           END-IF.

      * The files are created by the first cycle cut; until then
      * there is no liability
           OPEN INPUT BNKRWDS-NDX.
           IF WS-BNKRWDS-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKRWDS-NDX
              CLOSE BNKRWDS-NDX
              OPEN INPUT BNKRWDS-NDX
           END-IF.
           MOVE WS-BNKRWDS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRWDS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKRWDL-NDX.
           IF WS-BNKRWDL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKRWDL-NDX
              CLOSE BNKRWDL-NDX
              OPEN INPUT BNKRWDL-NDX
           END-IF.
           MOVE WS-BNKRWDL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRWDL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT RWLRPT-FILE.
           MOVE WS-RWLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'RWLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'RWDLIAB ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO RWLRPT-REC.
           STRING 'Card rewards points liability for ' DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ' as at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-VALUE-100 TO WS-DL-LIABILITY.
           MOVE SPACES TO RWLRPT-REC.
           STRING 'Valued at ' DELIMITED BY SIZE
                  WS-DL-LIABILITY DELIMITED BY SIZE
                  ' per 100 points' DELIMITED BY SIZE
             INTO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWLRPT-REC.
           MOVE 'Card a/c' TO RWLRPT-REC (1:8).
           MOVE 'Cust' TO RWLRPT-REC (11:4).
           MOVE 'Opening' TO RWLRPT-REC (21:7).
           MOVE 'Earned' TO RWLRPT-REC (34:6).
           MOVE 'Clawed back' TO RWLRPT-REC (41:11).
           MOVE 'Redeemed' TO RWLRPT-REC (56:8).
           MOVE 'Expired' TO RWLRPT-REC (69:7).
           MOVE 'Closing' TO RWLRPT-REC (81:7).
           MOVE 'Liability' TO RWLRPT-REC (98:9).
           PERFORM WRITE-REPORT-LINE.

           PERFORM LIST-CARDS THRU
                   LIST-CARDS-DONE.

           MOVE SPACES TO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CARD-COUNTER IS EQUAL TO ZERO
              MOVE '  No cards hold rewards points' TO RWLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Total' TO WS-DL-ACCNO.
           MOVE WS-TOTAL-OPENING TO WS-DL-OPENING.
           MOVE WS-TOTAL-EARNED TO WS-DL-EARNED.
           MOVE WS-TOTAL-CLAWED TO WS-DL-CLAWED.
           MOVE WS-TOTAL-REDEEMED TO WS-DL-REDEEMED.
           MOVE WS-TOTAL-EXPIRED TO WS-DL-EXPIRED.
           MOVE WS-TOTAL-CLOSING TO WS-DL-CLOSING.
           MOVE WS-TOTAL-LIABILITY TO WS-DL-LIABILITY.
           MOVE WS-DETAIL-LINE TO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CARD-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO RWLRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' card(s) on the points file' DELIMITED BY SIZE
             INTO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKRWDS-NDX.
           CLOSE BNKRWDL-NDX.
           CLOSE RWLRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-CARD-COUNTER DELIMITED BY SIZE
                  ' card(s) reported' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * One line per card: the month's movements come from its ledger *
      * entries dated in the month, and the opening balance is the    *
      * closing balance less those movements                          *
      *****************************************************************
       LIST-CARDS.
           CONTINUE.
       LIST-CARDS-LOOP.
           READ BNKRWDS-NDX NEXT RECORD.
           IF WS-BNKRWDS-STATUS IS EQUAL TO '10'
              GO TO LIST-CARDS-DONE
           END-IF.
           IF WS-BNKRWDS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKRWDS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           PERFORM TOTAL-MONTH-MOVEMENTS THRU
                   TOTAL-MONTH-MOVEMENTS-EXIT.
           COMPUTE WS-OPENING = BRW-REC-BALANCE - WS-EARNED
                              + WS-CLAWED + WS-REDEEMED + WS-EXPIRED.
           COMPUTE WS-LIABILITY ROUNDED =
                   BRW-REC-BALANCE * WS-VALUE-100 / 100.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE BRW-REC-ACCNO TO WS-DL-ACCNO.
           MOVE BRW-REC-PID TO WS-DL-PID.
           MOVE WS-OPENING TO WS-DL-OPENING.
           MOVE WS-EARNED TO WS-DL-EARNED.
           MOVE WS-CLAWED TO WS-DL-CLAWED.
           MOVE WS-REDEEMED TO WS-DL-REDEEMED.
           MOVE WS-EXPIRED TO WS-DL-EXPIRED.
           MOVE BRW-REC-BALANCE TO WS-DL-CLOSING.
           MOVE WS-LIABILITY TO WS-DL-LIABILITY.
           MOVE WS-DETAIL-LINE TO RWLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO WS-CARD-COUNTER.
           ADD WS-OPENING TO WS-TOTAL-OPENING.
           ADD WS-EARNED TO WS-TOTAL-EARNED.
           ADD WS-CLAWED TO WS-TOTAL-CLAWED.
           ADD WS-REDEEMED TO WS-TOTAL-REDEEMED.
           ADD WS-EXPIRED TO WS-TOTAL-EXPIRED.
           ADD BRW-REC-BALANCE TO WS-TOTAL-CLOSING.
           ADD WS-LIABILITY TO WS-TOTAL-LIABILITY.
           GO TO LIST-CARDS-LOOP.
       LIST-CARDS-DONE.
           EXIT.

       TOTAL-MONTH-MOVEMENTS.
           MOVE ZERO TO WS-EARNED.
           MOVE ZERO TO WS-CLAWED.
           MOVE ZERO TO WS-REDEEMED.
           MOVE ZERO TO WS-EXPIRED.
           MOVE BRW-REC-ACCNO TO BRX-REC-ACCNO.
           MOVE ZERO TO BRX-REC-SEQ.
           START BNKRWDL-NDX KEY IS GREATER THAN BRX-REC-KEY.
           IF WS-BNKRWDL-STATUS IS NOT EQUAL TO '00'
              GO TO TOTAL-MONTH-MOVEMENTS-EXIT
           END-IF.
       TOTAL-MONTH-MOVEMENTS-LOOP.
           READ BNKRWDL-NDX NEXT RECORD.
           IF WS-BNKRWDL-STATUS IS NOT EQUAL TO '00' OR
              BRX-REC-ACCNO IS NOT EQUAL TO BRW-REC-ACCNO
              GO TO TOTAL-MONTH-MOVEMENTS-EXIT
           END-IF.
           IF BRX-REC-ENTRY-DATE (1:7) IS NOT EQUAL TO WS-MONTH
              GO TO TOTAL-MONTH-MOVEMENTS-LOOP
           END-IF.
           EVALUATE TRUE
             WHEN BRX-REC-EARNED
              ADD BRX-REC-POINTS TO WS-EARNED
             WHEN BRX-REC-CLAWBACK
              SUBTRACT BRX-REC-POINTS FROM WS-CLAWED
             WHEN BRX-REC-EXPIRED
              SUBTRACT BRX-REC-POINTS FROM WS-EXPIRED
             WHEN OTHER
              SUBTRACT BRX-REC-POINTS FROM WS-REDEEMED
           END-EVALUATE.
           GO TO TOTAL-MONTH-MOVEMENTS-LOOP.
       TOTAL-MONTH-MOVEMENTS-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE RWLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE RWLRPT-REC TO RPD-LINE-TEXT.
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
