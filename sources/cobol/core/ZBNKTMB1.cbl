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
      * Program:     ZBNKTMB1.CBL                                     *
      * Function:    Daily balancing of our own ATMs against their    *
      *              device counters.  Each machine's counter card on *
      *              ATMCTR (notes dispensed by cassette, deposits    *
      *              accepted and rejected) is set against the host's *
      *              view: the fall in BNKTERM cash on hand since the *
      *              last balancing cut, allowing for cash loaded,    *
      *              and the day's withdrawal and deposit postings    *
      *              stamped with the terminal, from the daily        *
      *              postings file DAYPOST.  A machine out of balance *
      *              is listed with its candidate postings            *
      *              so a suspected non-dispense can be reversed      *
      *              (DBANK31P) before the customer calls.  The       *
      *              machine's cash position is then trued to what    *
      *              the device counted out, the cut rolls forward,   *
      *              and any exception ends the run with return code  *
      *              4.  Run after ZBNKDPX1 has extracted the business *
      *              day's postings.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKTMB1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT ATMCTR-FILE
                  ASSIGN       TO ATMCTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ATMCTR-STATUS.

           SELECT BNKTERM-NDX
                  ASSIGN       TO NDXTERM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTM-REC-TERMINAL-ID
                  FILE STATUS  IS WS-BNKTERM-STATUS.

           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT TMBRPT-FILE
                  ASSIGN       TO TMBRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TMBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATMCTR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ATMCTR-REC.
       COPY CATMCTR.

       FD  BNKTERM-NDX.
       01  BNKTERM-REC.
       COPY CBANKVTM.

       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  TMBRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  TMBRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKTMB1'.
         05  WS-ATMCTR-STATUS                      PIC X(2).
         05  WS-BNKTERM-STATUS                     PIC X(2).
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-TMBRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.

      * The house account every ATM dispense is paid out to
         05  WS-ATM-CASH-ACCNO                     PIC X(9)
             VALUE '999999996'.

         05  WS-BALANCED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-OUT-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-EXCEPTION-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-ADJUSTED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-RETURN-CODE                        PIC 9(2)
             VALUE ZERO.
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-LIST-SW                            PIC X(1).
           88  WS-LISTING                            VALUE 'Y'.
         05  WS-OUT-SW                             PIC X(1).
           88  WS-OUT-OF-BALANCE                     VALUE 'Y'.

         05  WS-DEVICE-OUT                         PIC S9(9)V99
                                                     COMP-3.
         05  WS-HOST-OUT                           PIC S9(9)V99
                                                     COMP-3.
         05  WS-POSTED-OUT                         PIC S9(9)V99
                                                     COMP-3.
         05  WS-DEVICE-DEP                         PIC S9(9)V99
                                                     COMP-3.
         05  WS-POSTED-DEP                         PIC S9(9)V99
                                                     COMP-3.
         05  WS-SHORTFALL                          PIC S9(9)V99
                                                     COMP-3.
         05  WS-NEW-CASH                           PIC S9(9)V99
                                                     COMP-3.
         05  WS-ITEM-AMT                           PIC S9(9)V99
                                                     COMP-3.
         05  WS-DEVICE-OUT-ED                      PIC Z(8)9.99-.
         05  WS-HOST-OUT-ED                        PIC Z(8)9.99-.
         05  WS-POSTED-OUT-ED                      PIC Z(8)9.99-.
         05  WS-DEVICE-DEP-ED                      PIC Z(8)9.99-.
         05  WS-POSTED-DEP-ED                      PIC Z(8)9.99-.
         05  WS-AMOUNT-ED                          PIC Z(8)9.99-.
         05  WS-REJECTED-ED                        PIC ZZZZ9.
         05  WS-TOTAL-ED                           PIC ZZZZ9.

      * The day's dispenses and deposits at our machines, taken from
      * the daily postings file once and balanced machine by machine
       01  WS-ATM-TABLE.
         05  WS-ATM-ENTRY OCCURS 20000 TIMES.
           10  WS-ATM-TERMINAL                     PIC X(8).
           10  WS-ATM-KIND                         PIC X(1).
             88  WS-ATM-DISPENSE                     VALUE 'O'.
             88  WS-ATM-DEPOSIT                      VALUE 'I'.
           10  WS-ATM-ACCNO                        PIC X(9).
           10  WS-ATM-TIMESTAMP                    PIC X(26).
           10  WS-ATM-AMOUNT                       PIC S9(9)V99 COMP-3.
       01  WS-ATM-USED                             PIC S9(9) COMP
           VALUE ZERO.
       01  WS-ATM-SUB                              PIC S9(9) COMP.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'ATMBAL  ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           OPEN OUTPUT TMBRPT-FILE.
           MOVE WS-TMBRPT-STATUS TO WS-IO-STATUS.
           MOVE 'TMBRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO TMBRPT-REC.
           STRING 'ATM terminal balancing for ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO TMBRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TMBRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TMBRPT-REC.
           STRING 'Terminal    Device out      Host out    Posted out'
                    DELIMITED BY SIZE
                  '    Device dep    Posted dep  Rejd  Status'
                    DELIMITED BY SIZE
             INTO TMBRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT ATMCTR-FILE.
           MOVE WS-ATMCTR-STATUS TO WS-IO-STATUS.
           MOVE 'ATMCTR-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKTERM-NDX.
           MOVE WS-BNKTERM-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTERM-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM LOAD-DAY-POSTINGS THRU
                   LOAD-DAY-POSTINGS-EXIT.

           PERFORM COUNTER-LOOP THRU
                   COUNTER-LOOP-EXIT.

           PERFORM MISSING-COUNTERS THRU
                   MISSING-COUNTERS-EXIT.

           MOVE SPACES TO TMBRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BALANCED-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO TMBRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' balanced, ' DELIMITED BY SIZE
             INTO TMBRPT-REC.
           MOVE WS-OUT-COUNTER TO WS-TOTAL-ED.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' out of balance, ' DELIMITED BY SIZE
             INTO TMBRPT-REC (17:25).
           MOVE WS-EXCEPTION-COUNTER TO WS-TOTAL-ED.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' other exception(s), ' DELIMITED BY SIZE
             INTO TMBRPT-REC (39:30).
           MOVE WS-ADJUSTED-COUNTER TO WS-TOTAL-ED.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' cash position(s) adjusted' DELIMITED BY SIZE
             INTO TMBRPT-REC (65:35).
           PERFORM WRITE-REPORT-LINE.
           IF WS-OUT-COUNTER IS GREATER THAN ZERO OR
              WS-EXCEPTION-COUNTER IS GREATER THAN ZERO
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

           CLOSE ATMCTR-FILE.
           CLOSE BNKTERM-NDX.
           CLOSE TMBRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           IF WS-RETURN-CODE IS EQUAL TO ZERO
              MOVE 'All terminals balance' TO WS-CONSOLE-MESSAGE
           ELSE
              MOVE 'ATM EXCEPTIONS - see the terminal balancing report'
                TO WS-CONSOLE-MESSAGE
           END-IF.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Balance each machine reporting device counters for the day    *
      *****************************************************************
       COUNTER-LOOP.
           READ ATMCTR-FILE.
           IF WS-ATMCTR-STATUS IS EQUAL TO '10'
              GO TO COUNTER-LOOP-EXIT
           END-IF.
           IF WS-ATMCTR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading ATMCTR-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE SPACES TO TMBRPT-REC.
           MOVE CTR-REC-TERMINAL TO TMBRPT-REC (1:8).
           MOVE CTR-REC-TERMINAL TO BTM-REC-TERMINAL-ID.
           READ BNKTERM-NDX RECORD
             INVALID KEY
               MOVE 'NOT ON TERMINAL MASTER' TO TMBRPT-REC (13:40)
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNTER
               GO TO COUNTER-LOOP
           END-READ.
           IF CTR-REC-COUNTER-DATE IS NOT EQUAL TO WS-BUS-DATE
              STRING 'COUNTERS ARE FOR ' DELIMITED BY SIZE
                     CTR-REC-COUNTER-DATE DELIMITED BY SIZE
                     ' - NOT BALANCED' DELIMITED BY SIZE
                INTO TMBRPT-REC (13:60)
              PERFORM WRITE-REPORT-LINE
              ADD 1 TO WS-EXCEPTION-COUNTER
              GO TO COUNTER-LOOP
           END-IF.
           IF CTR-RECORD (19:51) IS NOT NUMERIC
              MOVE 'COUNTERS NOT NUMERIC - NOT BALANCED'
                TO TMBRPT-REC (13:60)
              PERFORM WRITE-REPORT-LINE
              ADD 1 TO WS-EXCEPTION-COUNTER
              GO TO COUNTER-LOOP
           END-IF.
           IF BTM-REC-CUT-DATE IS EQUAL TO WS-BUS-DATE
              MOVE 'ALREADY BALANCED FOR THE DAY' TO TMBRPT-REC (13:60)
              PERFORM WRITE-REPORT-LINE
              GO TO COUNTER-LOOP
           END-IF.

      * A machine never balanced before only has its cut taken - its
      * cash on hand is the starting point for tomorrow
           IF BTM-REC-CUT-DATE IS EQUAL TO SPACES
              MOVE 'FIRST BALANCING - CUT TAKEN' TO TMBRPT-REC (13:60)
              PERFORM WRITE-REPORT-LINE
              PERFORM ROLL-CUT THRU
                      ROLL-CUT-EXIT
              GO TO COUNTER-LOOP
           END-IF.

           MOVE ZERO TO WS-DEVICE-OUT.
           PERFORM ADD-CASSETTE THRU
                   ADD-CASSETTE-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 4.
           COMPUTE WS-DEVICE-DEP = CTR-REC-DEP-ACCEPTED-AMT / 100.
           COMPUTE WS-HOST-OUT = BTM-REC-CUT-CASH + BTM-REC-CUT-LOADED
                               - BTM-REC-CASH-ON-HAND.

           MOVE SPACE TO WS-LIST-SW.
           PERFORM SCAN-DAY-POSTINGS THRU
                   SCAN-DAY-POSTINGS-EXIT.

           MOVE SPACE TO WS-OUT-SW.
           IF WS-DEVICE-OUT IS NOT EQUAL TO WS-HOST-OUT OR
              WS-DEVICE-OUT IS NOT EQUAL TO WS-POSTED-OUT OR
              WS-DEVICE-DEP IS NOT EQUAL TO WS-POSTED-DEP
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

           MOVE WS-DEVICE-OUT TO WS-DEVICE-OUT-ED.
           MOVE WS-HOST-OUT TO WS-HOST-OUT-ED.
           MOVE WS-POSTED-OUT TO WS-POSTED-OUT-ED.
           MOVE WS-DEVICE-DEP TO WS-DEVICE-DEP-ED.
           MOVE WS-POSTED-DEP TO WS-POSTED-DEP-ED.
           MOVE CTR-REC-DEP-REJECTED-CNT TO WS-REJECTED-ED.
           MOVE SPACES TO TMBRPT-REC.
           STRING CTR-REC-TERMINAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEVICE-OUT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOST-OUT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-POSTED-OUT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEVICE-DEP-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-POSTED-DEP-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECTED-ED DELIMITED BY SIZE
             INTO TMBRPT-REC.
           IF WS-OUT-OF-BALANCE
              MOVE 'OUT OF BALANCE' TO TMBRPT-REC (96:14)
              ADD 1 TO WS-OUT-COUNTER
           ELSE
              MOVE 'balances' TO TMBRPT-REC (96:14)
              ADD 1 TO WS-BALANCED-COUNTER
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      * Posted more than the machine counted out is the suspected
      * non-dispense; list the day's postings at the machine so the
      * one(s) making up the difference can be found and reversed
           IF WS-OUT-OF-BALANCE
              COMPUTE WS-SHORTFALL = WS-POSTED-OUT - WS-DEVICE-OUT
              SET WS-LISTING TO TRUE
              PERFORM SCAN-DAY-POSTINGS THRU
                      SCAN-DAY-POSTINGS-EXIT
           END-IF.

      * The device's count is what physically left the cassettes -
      * the host cash position is trued to it
           COMPUTE WS-NEW-CASH = BTM-REC-CUT-CASH + BTM-REC-CUT-LOADED
                               - WS-DEVICE-OUT.
           IF WS-NEW-CASH IS NOT EQUAL TO BTM-REC-CASH-ON-HAND
              MOVE BTM-REC-CASH-ON-HAND TO WS-HOST-OUT-ED
              MOVE WS-NEW-CASH TO WS-AMOUNT-ED
              MOVE SPACES TO TMBRPT-REC
              STRING '     CASH ON HAND ADJUSTED FROM '
                       DELIMITED BY SIZE
                     WS-HOST-OUT-ED DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO TMBRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE WS-NEW-CASH TO BTM-REC-CASH-ON-HAND
              ADD 1 TO WS-ADJUSTED-COUNTER
           END-IF.

           PERFORM ROLL-CUT THRU
                   ROLL-CUT-EXIT.
           GO TO COUNTER-LOOP.
       COUNTER-LOOP-EXIT.
           EXIT.

       ADD-CASSETTE.
           COMPUTE WS-DEVICE-OUT = WS-DEVICE-OUT
                   + (CTR-REC-CAS-DENOM (WS-SUB) *
                      CTR-REC-CAS-DISPENSED (WS-SUB)).
       ADD-CASSETTE-EXIT.
           EXIT.

      *****************************************************************
      * The cash on hand now balanced becomes the next day's cut      *
      *****************************************************************
       ROLL-CUT.
           MOVE BTM-REC-CASH-ON-HAND TO BTM-REC-CUT-CASH.
           MOVE ZERO TO BTM-REC-CUT-LOADED.
           MOVE WS-BUS-DATE TO BTM-REC-CUT-DATE.
           REWRITE BNKTERM-REC.
           IF WS-BNKTERM-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKTERM-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       ROLL-CUT-EXIT.
           EXIT.

      *****************************************************************
      * Take the business day's machine postings from the daily       *
      * postings file.  A dispense is the customer's debit of a       *
      * transfer to the ATM cash account; a deposit is the ATM        *
      * deposit credit.  Entries already reversed, and the reversals  *
      * themselves, are left out.                                     *
      *****************************************************************
       LOAD-DAY-POSTINGS.
           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       LOAD-DAY-POSTINGS-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO LOAD-DAY-POSTINGS-DONE
           END-IF.
           IF BTX-REC-TERMINAL-ID IS EQUAL TO SPACES
              GO TO LOAD-DAY-POSTINGS-LOOP
           END-IF.
           IF BTX-REC-REVERSED OR BTX-REC-IS-REVERSAL
              GO TO LOAD-DAY-POSTINGS-LOOP
           END-IF.

           IF BTX-REC-TYPE IS EQUAL TO '1' AND
              BTX-REC-SUB-TYPE IS EQUAL TO '1' AND
              BTX-REC-DATA-OLD (17:9) IS EQUAL TO WS-ATM-CASH-ACCNO
              PERFORM ADD-ATM-ENTRY
              SET WS-ATM-DISPENSE (WS-ATM-USED) TO TRUE
              COMPUTE WS-ATM-AMOUNT (WS-ATM-USED) =
                      ZERO - BTX-REC-AMOUNT
              GO TO LOAD-DAY-POSTINGS-LOOP
           END-IF.

           IF BTX-REC-TYPE IS EQUAL TO '2' AND
              (BTX-REC-SUB-TYPE IS EQUAL TO '1' OR
               BTX-REC-SUB-TYPE IS EQUAL TO '2')
              PERFORM ADD-ATM-ENTRY
              SET WS-ATM-DEPOSIT (WS-ATM-USED) TO TRUE
              MOVE BTX-REC-AMOUNT TO WS-ATM-AMOUNT (WS-ATM-USED)
           END-IF.
           GO TO LOAD-DAY-POSTINGS-LOOP.
       LOAD-DAY-POSTINGS-DONE.
           CLOSE DAYPOST-FILE.
       LOAD-DAY-POSTINGS-EXIT.
           EXIT.

       ADD-ATM-ENTRY.
           IF WS-ATM-USED IS NOT LESS THAN 20000
              MOVE 'Too many ATM postings for the day table'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ATM-USED.
           MOVE BTX-REC-TERMINAL-ID TO WS-ATM-TERMINAL (WS-ATM-USED).
           MOVE BTX-REC-ACCNO TO WS-ATM-ACCNO (WS-ATM-USED).
           MOVE BTX-REC-TIMESTAMP TO WS-ATM-TIMESTAMP (WS-ATM-USED).

      *****************************************************************
      * Walk the day's postings stamped with this machine.  Totals    *
      * the dispenses and deposits, or with WS-LISTING set lists each *
      * as a candidate, marking a dispense equal to the shortfall.    *
      *****************************************************************
       SCAN-DAY-POSTINGS.
           IF NOT WS-LISTING
              MOVE ZERO TO WS-POSTED-OUT
              MOVE ZERO TO WS-POSTED-DEP
           END-IF.
           MOVE ZERO TO WS-ATM-SUB.
       SCAN-DAY-POSTINGS-LOOP.
           ADD 1 TO WS-ATM-SUB.
           IF WS-ATM-SUB IS GREATER THAN WS-ATM-USED
              GO TO SCAN-DAY-POSTINGS-EXIT
           END-IF.
           IF WS-ATM-TERMINAL (WS-ATM-SUB) IS NOT EQUAL TO
              CTR-REC-TERMINAL
              GO TO SCAN-DAY-POSTINGS-LOOP
           END-IF.
           MOVE WS-ATM-AMOUNT (WS-ATM-SUB) TO WS-ITEM-AMT.

           IF WS-ATM-DISPENSE (WS-ATM-SUB)
              IF WS-LISTING
                 PERFORM WRITE-CANDIDATE-LINE
                 IF WS-ITEM-AMT IS EQUAL TO WS-SHORTFALL
                    MOVE '<- equals shortfall' TO TMBRPT-REC (80:20)
                 END-IF
                 PERFORM WRITE-REPORT-LINE
              ELSE
                 ADD WS-ITEM-AMT TO WS-POSTED-OUT
              END-IF
              GO TO SCAN-DAY-POSTINGS-LOOP
           END-IF.

           IF WS-LISTING
              PERFORM WRITE-CANDIDATE-LINE
              MOVE 'DEPOSIT ' TO TMBRPT-REC (6:8)
              PERFORM WRITE-REPORT-LINE
           ELSE
              ADD WS-ITEM-AMT TO WS-POSTED-DEP
           END-IF.
           GO TO SCAN-DAY-POSTINGS-LOOP.
       SCAN-DAY-POSTINGS-EXIT.
           EXIT.

       WRITE-CANDIDATE-LINE.
           MOVE WS-ITEM-AMT TO WS-AMOUNT-ED.
           MOVE SPACES TO TMBRPT-REC.
           STRING '     DISPENSE ACC ' DELIMITED BY SIZE
                  WS-ATM-ACCNO (WS-ATM-SUB) DELIMITED BY SIZE
                  ' POSTED ' DELIMITED BY SIZE
                  WS-ATM-TIMESTAMP (WS-ATM-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO TMBRPT-REC.

      *****************************************************************
      * Next posting from the daily postings file.  At the trailer    *
      * the postings read are proved against its control figures - a  *
      * file for another day, or one that does not agree with its own *
      * trailer, stops the job rather than balance to wrong figures.  *
      *****************************************************************
       READ-DAYPOST.
           READ DAYPOST-FILE.
           IF WS-DAYPOST-STATUS IS NOT EQUAL TO '00'
              MOVE 'DAYPOST-FILE ended without its trailer'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           IF DPX-REC-TRAILER
              SET WS-DAYPOST-END TO TRUE
              PERFORM CHECK-DAYPOST-TRAILER
           ELSE
              MOVE DPX-REC-BTX-IMAGE TO BTX-RECORD
              ADD 1 TO WS-DPX-COUNTER
              IF BTX-REC-TYPE IS NOT EQUAL TO '5'
                 ADD BTX-REC-AMOUNT TO WS-DPX-NET
              END-IF
           END-IF.

       CHECK-DAYPOST-TRAILER.
           IF DPX-TRL-BUS-DATE IS NOT EQUAL TO WS-BUS-DATE
              MOVE 'DAYPOST-FILE is not for the business date'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF DPX-TRL-COUNT IS NOT EQUAL TO WS-DPX-COUNTER OR
              DPX-TRL-NET IS NOT EQUAL TO WS-DPX-NET
              MOVE 'DAYPOST-FILE does not agree with its trailer'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

      *****************************************************************
      * An in-service machine with no counters for the day has not    *
      * been balanced - list it                                       *
      *****************************************************************
       MISSING-COUNTERS.
           MOVE LOW-VALUES TO BTM-REC-TERMINAL-ID.
           START BNKTERM-NDX KEY IS NOT LESS THAN BTM-REC-TERMINAL-ID
             INVALID KEY
               GO TO MISSING-COUNTERS-EXIT
           END-START.
       MISSING-COUNTERS-LOOP.
           READ BNKTERM-NDX NEXT RECORD.
           IF WS-BNKTERM-STATUS IS NOT EQUAL TO '00'
              GO TO MISSING-COUNTERS-EXIT
           END-IF.
           IF BTM-REC-IN-SERVICE AND
              BTM-REC-CUT-DATE IS NOT EQUAL TO WS-BUS-DATE
              MOVE SPACES TO TMBRPT-REC
              MOVE BTM-REC-TERMINAL-ID TO TMBRPT-REC (1:8)
              MOVE 'NO DEVICE COUNTERS - NOT BALANCED'
                TO TMBRPT-REC (13:60)
              PERFORM WRITE-REPORT-LINE
              ADD 1 TO WS-EXCEPTION-COUNTER
           END-IF.
           GO TO MISSING-COUNTERS-LOOP.
       MISSING-COUNTERS-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE TMBRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE TMBRPT-REC TO RPD-LINE-TEXT.
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
