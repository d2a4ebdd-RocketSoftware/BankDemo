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
      * Program:     ZBNKTRR1.CBL                                     *
      * Function:    Annual foreign tax resident reportable accounts. *
      *              For the tax year just ended (the year before the *
      *              business date, which the year-end close ZBNKYEC1 *
      *              must already have frozen on BNKYTDH) every       *
      *              customer account held that year is checked for  *
      *              an owner or joint signer certified on BNKTAXR as *
      *              tax resident outside the US.  Each such holder   *
      *              and country gets a record on the reportable-     *
      *              accounts file with the holder's identity, the    *
      *              account's last BNKHIST balance of the year and   *
      *              the interest paid on it in the year.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKTRR1.
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

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKTAXR-NDX
                  ASSIGN       TO NDXTAXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTR-REC-PID
                  FILE STATUS  IS WS-BNKTAXR-STATUS.

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBH-REC-KEY
                  FILE STATUS  IS WS-BNKHIST-STATUS.

           SELECT BNKYTDH-NDX
                  ASSIGN       TO NDXYTDH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BYH-REC-KEY
                  FILE STATUS  IS WS-BNKYTDH-STATUS.

           SELECT RAOUT-FILE
                  ASSIGN       TO RAOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RAOUT-STATUS.

           SELECT TRRRPT-FILE
                  ASSIGN       TO TRRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKTAXR-NDX.
       01  BNKTAXR-REC.
       COPY CBANKVTR.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.
       COPY CBANKVBH.

       FD  BNKYTDH-NDX.
       01  BNKYTDH-REC.
       COPY CBANKVYH.

       FD  RAOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  RAOUT-REC.
       COPY CBANKVRA.

       FD  TRRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  TRRRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKTRR1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKTAXR-STATUS                     PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-BNKYTDH-STATUS                     PIC X(2).
         05  WS-RAOUT-STATUS                       PIC X(2).
         05  WS-TRRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-REPORT-YEAR                        PIC 9(4).
         05  WS-YEAR-START                         PIC X(10).
         05  WS-YE-BALANCE                         PIC S9(9)V99 COMP-3.
         05  WS-YE-BALANCE-DATE                    PIC X(10).
         05  WS-YE-INTEREST                        PIC S9(9)V99 COMP-3.
         05  WS-HOLDER-PID                         PIC X(5).
         05  WS-HOLDER-ROLE                        PIC X(1).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-RECORDS-BEFORE                     PIC 9(5).
         05  WS-BALANCE-ED                         PIC ZZZ,ZZZ,ZZ9.99-.
         05  WS-INTEREST-ED                        PIC ZZZ,ZZZ,ZZ9.99-.
         05  WS-ACC-COUNTER                        PIC 9(7)
             VALUE ZERO.
         05  WS-HELD-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-REPORTED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-RECORD-COUNTER                     PIC 9(5)
             VALUE ZERO.

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
           MOVE WS-BUS-DATE (1:4) TO WS-REPORT-YEAR.
           SUBTRACT 1 FROM WS-REPORT-YEAR.
           MOVE SPACES TO WS-YEAR-START.
           STRING WS-REPORT-YEAR DELIMITED BY SIZE
                  '-01-01' DELIMITED BY SIZE
             INTO WS-YEAR-START.

      * The year's interest is only final once the year-end close
      * has frozen it
           OPEN INPUT BNKYTDH-NDX.
           MOVE WS-BNKYTDH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKYTDH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO BNKYTDH-REC.
           SET BYH-REC-IS-CONTROL TO TRUE.
           MOVE WS-REPORT-YEAR TO BYH-REC-YEAR.
           READ BNKYTDH-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKYTDH-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Tax year ' DELIMITED BY SIZE
                     WS-REPORT-YEAR DELIMITED BY SIZE
                     ' has not been closed' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'TAXREPT ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKTAXR-NDX.
           MOVE WS-BNKTAXR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTAXR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKHIST-NDX.
           MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKHIST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT RAOUT-FILE.
           MOVE WS-RAOUT-STATUS TO WS-IO-STATUS.
           MOVE 'RAOUT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT TRRRPT-FILE.
           MOVE WS-TRRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'TRRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO TRRRPT-REC.
           STRING 'Foreign tax resident reportable accounts - tax '
                    DELIMITED BY SIZE
                  'year ' DELIMITED BY SIZE
                  WS-REPORT-YEAR DELIMITED BY SIZE
             INTO TRRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TRRRPT-REC.
           STRING 'Cty TIN                  PID   R Holder      '
                    DELIMITED BY SIZE
                  '              Account   Year-end balance   '
                    DELIMITED BY SIZE
                  '      Interest' DELIMITED BY SIZE
             INTO TRRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PROCESS-ACCOUNTS THRU
                   PROCESS-ACCOUNTS-EXIT.

           MOVE SPACES TO TRRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TRRRPT-REC.
           STRING WS-ACC-COUNTER DELIMITED BY SIZE
                  ' account(s) read, ' DELIMITED BY SIZE
                  WS-HELD-COUNTER DELIMITED BY SIZE
                  ' held in the year, ' DELIMITED BY SIZE
                  WS-REPORTED-COUNTER DELIMITED BY SIZE
                  ' reportable, ' DELIMITED BY SIZE
                  WS-RECORD-COUNTER DELIMITED BY SIZE
                  ' record(s) written' DELIMITED BY SIZE
             INTO TRRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKACC-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKTAXR-NDX.
           CLOSE BNKHIST-NDX.
           CLOSE BNKYTDH-NDX.
           CLOSE RAOUT-FILE.
           CLOSE TRRRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-REPORTED-COUNTER DELIMITED BY SIZE
                  ' reportable account(s), ' DELIMITED BY SIZE
                  WS-RECORD-COUNTER DELIMITED BY SIZE
                  ' record(s)' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every customer account; the bank's own house accounts are     *
      * never reportable.  An account with no balance snapshot in the *
      * year was not held in it.                                      *
      *****************************************************************
       PROCESS-ACCOUNTS.
           MOVE LOW-VALUES TO BAC-REC-ACCNO.
           START BNKACC-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAC-REC-ACCNO
             INVALID KEY
               GO TO PROCESS-ACCOUNTS-EXIT
           END-START.
       PROCESS-ACCOUNTS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO PROCESS-ACCOUNTS-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ACC-COUNTER.
           IF BAC-REC-TYPE-HOUSE OR
              BAC-REC-ACCNO (1:8) IS EQUAL TO '99999999'
              GO TO PROCESS-ACCOUNTS-LOOP
           END-IF.
           PERFORM FIND-YEAR-END-BALANCE THRU
                   FIND-YEAR-END-BALANCE-EXIT.
           IF WS-YE-BALANCE-DATE IS EQUAL TO SPACES
              GO TO PROCESS-ACCOUNTS-LOOP
           END-IF.
           ADD 1 TO WS-HELD-COUNTER.
           PERFORM FIND-YEAR-INTEREST THRU
                   FIND-YEAR-INTEREST-EXIT.
           MOVE WS-RECORD-COUNTER TO WS-RECORDS-BEFORE.

           MOVE BAC-REC-PID TO WS-HOLDER-PID.
           MOVE 'O' TO WS-HOLDER-ROLE.
           PERFORM REPORT-HOLDER THRU
                   REPORT-HOLDER-EXIT.
           IF BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES
              MOVE BAC-REC-JOINT-PID TO WS-HOLDER-PID
              MOVE 'J' TO WS-HOLDER-ROLE
              PERFORM REPORT-HOLDER THRU
                      REPORT-HOLDER-EXIT
           END-IF.
           IF BAC-REC-JOINT-PID2 IS NOT EQUAL TO SPACES
              MOVE BAC-REC-JOINT-PID2 TO WS-HOLDER-PID
              MOVE 'J' TO WS-HOLDER-ROLE
              PERFORM REPORT-HOLDER THRU
                      REPORT-HOLDER-EXIT
           END-IF.
           IF WS-RECORD-COUNTER IS GREATER THAN WS-RECORDS-BEFORE
              ADD 1 TO WS-REPORTED-COUNTER
           END-IF.
           GO TO PROCESS-ACCOUNTS-LOOP.
       PROCESS-ACCOUNTS-EXIT.
           EXIT.

      *****************************************************************
      * The last nightly snapshot taken in the reporting year         *
      *****************************************************************
       FIND-YEAR-END-BALANCE.
           MOVE ZERO TO WS-YE-BALANCE.
           MOVE SPACES TO WS-YE-BALANCE-DATE.
           MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE WS-YEAR-START TO BBH-REC-DATE.
           START BNKHIST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BBH-REC-KEY
             INVALID KEY
               GO TO FIND-YEAR-END-BALANCE-EXIT
           END-START.
       FIND-YEAR-END-BALANCE-LOOP.
           READ BNKHIST-NDX NEXT RECORD.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-YEAR-END-BALANCE-EXIT
           END-IF.
           IF BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
              BBH-REC-DATE (1:4) IS NOT EQUAL TO WS-YEAR-START (1:4)
              GO TO FIND-YEAR-END-BALANCE-EXIT
           END-IF.
           MOVE BBH-REC-BALANCE TO WS-YE-BALANCE.
           MOVE BBH-REC-DATE TO WS-YE-BALANCE-DATE.
           GO TO FIND-YEAR-END-BALANCE-LOOP.
       FIND-YEAR-END-BALANCE-EXIT.
           EXIT.

      *****************************************************************
      * The interest the year-end close froze for the account         *
      *****************************************************************
       FIND-YEAR-INTEREST.
           MOVE ZERO TO WS-YE-INTEREST.
           MOVE BAC-REC-ACCNO TO BYH-REC-ACCNO.
           MOVE WS-REPORT-YEAR TO BYH-REC-YEAR.
           READ BNKYTDH-NDX RECORD
             INVALID KEY
               GO TO FIND-YEAR-INTEREST-EXIT
           END-READ.
           MOVE BYH-REC-YTD-INTEREST TO WS-YE-INTEREST.
       FIND-YEAR-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      * A holder certified as resident in one or more countries other *
      * than the US gets a record for each of them                    *
      *****************************************************************
       REPORT-HOLDER.
           MOVE WS-HOLDER-PID TO BTR-REC-PID.
           READ BNKTAXR-NDX RECORD
             INVALID KEY
               GO TO REPORT-HOLDER-EXIT
           END-READ.
           IF NOT BTR-REC-CERTIFIED
              GO TO REPORT-HOLDER-EXIT
           END-IF.
           MOVE WS-HOLDER-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-RECORD
               MOVE WS-HOLDER-PID TO BCS-REC-PID
           END-READ.
           PERFORM REPORT-RESIDENCE THRU
                   REPORT-RESIDENCE-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 3.
       REPORT-HOLDER-EXIT.
           EXIT.

       REPORT-RESIDENCE.
           IF BTR-REC-RES-CNTRY (WS-SUB) IS EQUAL TO SPACES OR
              BTR-REC-RES-CNTRY (WS-SUB) IS EQUAL TO 'US'
              GO TO REPORT-RESIDENCE-EXIT
           END-IF.
           MOVE SPACES TO BRA-RECORD.
           MOVE WS-REPORT-YEAR TO BRA-REC-YEAR.
           MOVE BTR-REC-RES-CNTRY (WS-SUB) TO BRA-REC-RES-CNTRY.
           MOVE BTR-REC-RES-TIN (WS-SUB) TO BRA-REC-RES-TIN.
           MOVE BTR-REC-RES-NO-TIN (WS-SUB) TO BRA-REC-RES-NO-TIN.
           MOVE WS-HOLDER-PID TO BRA-REC-PID.
           MOVE WS-HOLDER-ROLE TO BRA-REC-HOLDER-ROLE.
           MOVE BCS-REC-NAME TO BRA-REC-NAME.
           MOVE BCS-REC-ADDR1 TO BRA-REC-ADDR1.
           MOVE BCS-REC-ADDR2 TO BRA-REC-ADDR2.
           MOVE BCS-REC-STATE TO BRA-REC-STATE.
           MOVE BCS-REC-CNTRY TO BRA-REC-CNTRY.
           MOVE BCS-REC-POST-CODE TO BRA-REC-POST-CODE.
           MOVE BCS-REC-BIRTH-DATE TO BRA-REC-BIRTH-DATE.
           MOVE BAC-REC-ACCNO TO BRA-REC-ACCNO.
           MOVE BAC-REC-TYPE TO BRA-REC-ACC-TYPE.
           MOVE BAC-REC-CURRENCY TO BRA-REC-CURRENCY.
           MOVE WS-YE-BALANCE TO BRA-REC-BALANCE.
           MOVE WS-YE-BALANCE-DATE TO BRA-REC-BALANCE-DATE.
           MOVE WS-YE-INTEREST TO BRA-REC-INTEREST.
           IF NOT BAC-REC-OPEN
              SET BRA-REC-ACC-CLOSED TO TRUE
           END-IF.
           WRITE RAOUT-REC.
           IF WS-RAOUT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing RAOUT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-RECORD-COUNTER.

           MOVE WS-YE-BALANCE TO WS-BALANCE-ED.
           MOVE WS-YE-INTEREST TO WS-INTEREST-ED.
           MOVE SPACES TO TRRRPT-REC.
           STRING BRA-REC-RES-CNTRY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BRA-REC-RES-TIN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BRA-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BRA-REC-HOLDER-ROLE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BRA-REC-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BRA-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BALANCE-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INTEREST-ED DELIMITED BY SIZE
             INTO TRRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       REPORT-RESIDENCE-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE TRRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE TRRRPT-REC TO RPD-LINE-TEXT.
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
