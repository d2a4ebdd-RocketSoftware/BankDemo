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
      * Program:     ZBNKOCS1.CBL                                     *
      * Function:    Official cheque outstanding register and stale-  *
      *              dated list.  Every official cheque still         *
      *              outstanding on BNKCHQR is listed with its age;   *
      *              one unpresented for 180 days or more is marked   *
      *              stale-dated, which puts it in line for the       *
      *              unclaimed-property run ZBNKESH1.  The register   *
      *              total is proved against the official-cheque      *
      *              house account, and the run ends with return      *
      *              code 4 if the two disagree.                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKOCS1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCHQR-NDX
                  ASSIGN       TO NDXCHQR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCR-REC-KEY
                  FILE STATUS  IS WS-BNKCHQR-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT OCSRPT-FILE
                  ASSIGN       TO OCSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-OCSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCHQR-NDX.
       01  BNKCHQR-REC.
       COPY CBANKVCR.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  OCSRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  OCSRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKOCS1'.
         05  WS-BNKCHQR-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-OCSRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * House account the official cheques are drawn on, and the
      * age at which an unpresented one is stale-dated
         05  WS-OFFICIAL-CHQ-ACCNO                 PIC X(9)
             VALUE '999999992'.
         05  WS-STALE-DAYS                         PIC S9(4) COMP
             VALUE +180.

         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-ISSUE-YYYYMMDD                     PIC 9(8).
         05  WS-DAYS-OUT                           PIC S9(5) COMP.
         05  WS-ITEM-STATE                         PIC X(10).

         05  WS-OUTSTANDING-COUNT                  PIC 9(5)
             VALUE ZERO.
         05  WS-STALE-COUNT                        PIC 9(5)
             VALUE ZERO.
         05  WS-NEW-STALE-COUNT                    PIC 9(5)
             VALUE ZERO.
         05  WS-OUTSTANDING-TOTAL                  PIC S9(11)V99
                                                     COMP-3
             VALUE ZERO.
         05  WS-STALE-TOTAL                        PIC S9(11)V99
                                                     COMP-3
             VALUE ZERO.
         05  WS-REGISTER-TOTAL                     PIC S9(11)V99
                                                     COMP-3.
         05  WS-DIFFERENCE                         PIC S9(11)V99
                                                     COMP-3.
         05  WS-RETURN-CODE                        PIC 9(2)
             VALUE ZERO.

         05  WS-AMOUNT-ED                          PIC Z(6)9.99-.
         05  WS-TOTAL-ED                           PIC Z(9)9.99-.
         05  WS-DAYS-ED                            PIC ZZZZ9.
         05  WS-COUNT-ED                           PIC ZZZZ9.

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
           MOVE 'OCHQREG ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * Age is measured to the bank business date
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           OPEN OUTPUT OCSRPT-FILE.
           MOVE WS-OCSRPT-STATUS TO WS-IO-STATUS.
           MOVE 'OCSRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO OCSRPT-REC.
           STRING 'Official cheques outstanding as of '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN I-O BNKCHQR-NDX.
           MOVE WS-BNKCHQR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCHQR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

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

           MOVE SPACES TO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO OCSRPT-REC.
           STRING 'Serial      Issued      Remitter   Name'
                    DELIMITED BY SIZE
                  '                       Payee'
                    DELIMITED BY SIZE
                  '                          Amount   Days   Status'
                    DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-OFFICIAL-CHQ-ACCNO TO BCR-REC-ACCNO.
           MOVE LOW-VALUES TO BCR-REC-SERIAL.
           START BNKCHQR-NDX KEY IS NOT LESS THAN BCR-REC-KEY
             INVALID KEY
               GO TO END-OF-REGISTER
           END-START.
           PERFORM REGISTER-LOOP THRU
                   REGISTER-LOOP-EXIT.

       END-OF-REGISTER.
           PERFORM PROVE-HOUSE-ACCOUNT THRU
                   PROVE-HOUSE-ACCOUNT-EXIT.

           CLOSE BNKCHQR-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE OCSRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                  ' outstanding, ' DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  ' stale, ' DELIMITED BY SIZE
                  WS-NEW-STALE-COUNT DELIMITED BY SIZE
                  ' newly stale' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           IF WS-RETURN-CODE IS NOT EQUAL TO ZERO
              MOVE 'OFFICIAL CHEQUE ACCOUNT OUT OF BALANCE'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

           PERFORM RUN-TIME.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * List each official cheque still owed.  The stock record of    *
      * blank forms, and cheques paid, voided or escheated, are       *
      * passed over.  An outstanding cheque at the stale-dated age is *
      * marked stale as it is listed.                                 *
      *****************************************************************
       REGISTER-LOOP.
           READ BNKCHQR-NDX NEXT RECORD.
           IF WS-BNKCHQR-STATUS IS EQUAL TO '10'
              GO TO REGISTER-LOOP-EXIT
           END-IF.
           IF WS-BNKCHQR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCHQR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BCR-REC-ACCNO IS NOT EQUAL TO WS-OFFICIAL-CHQ-ACCNO
              GO TO REGISTER-LOOP-EXIT
           END-IF.
           IF NOT BCR-REC-KIND-ITEM
              GO TO REGISTER-LOOP
           END-IF.
           IF NOT BCR-REC-OUTSTANDING AND
              NOT BCR-REC-STALE
              GO TO REGISTER-LOOP
           END-IF.

           MOVE BCR-REC-ISSUE-DATE (1:4) TO WS-ISSUE-YYYYMMDD (1:4).
           MOVE BCR-REC-ISSUE-DATE (6:2) TO WS-ISSUE-YYYYMMDD (5:2).
           MOVE BCR-REC-ISSUE-DATE (9:2) TO WS-ISSUE-YYYYMMDD (7:2).
           COMPUTE WS-DAYS-OUT = WS-BUS-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-ISSUE-YYYYMMDD).

           IF BCR-REC-OUTSTANDING AND
              WS-DAYS-OUT IS NOT LESS THAN WS-STALE-DAYS
              SET BCR-REC-STALE TO TRUE
              REWRITE BNKCHQR-REC
              IF WS-BNKCHQR-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKCHQR-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
              ADD 1 TO WS-NEW-STALE-COUNT
              MOVE 'NEW STALE' TO WS-ITEM-STATE
           ELSE
              IF BCR-REC-STALE
                 MOVE 'STALE' TO WS-ITEM-STATE
              ELSE
                 MOVE SPACES TO WS-ITEM-STATE
              END-IF
           END-IF.

           IF BCR-REC-STALE
              ADD 1 TO WS-STALE-COUNT
              ADD BCR-REC-AMOUNT TO WS-STALE-TOTAL
           ELSE
              ADD 1 TO WS-OUTSTANDING-COUNT
              ADD BCR-REC-AMOUNT TO WS-OUTSTANDING-TOTAL
           END-IF.

           PERFORM LOOKUP-REMITTER-NAME.
           MOVE BCR-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-DAYS-OUT TO WS-DAYS-ED.
           MOVE SPACES TO OCSRPT-REC.
           STRING BCR-REC-SERIAL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCR-REC-ISSUE-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCR-REC-REMITTER-ACCNO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCR-REC-PAYEE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ITEM-STATE DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO REGISTER-LOOP.
       REGISTER-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Look up the remitter's name through the account debited       *
      *****************************************************************
       LOOKUP-REMITTER-NAME.
           MOVE SPACES TO BCS-REC-NAME.
           MOVE BCR-REC-REMITTER-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKACC-STATUS IS EQUAL TO '00'
              MOVE BAC-REC-PID TO BCS-REC-PID
              READ BNKCUST-NDX RECORD
                INVALID KEY
                  MOVE SPACES TO BCS-REC-NAME
              END-READ
           END-IF.

      *****************************************************************
      * Total the register and prove it against the balance on the    *
      * official-cheque house account - the two must agree            *
      *****************************************************************
       PROVE-HOUSE-ACCOUNT.
           MOVE SPACES TO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-ED.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO OCSRPT-REC.
           STRING 'Outstanding  ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           MOVE WS-STALE-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO OCSRPT-REC.
           STRING 'Stale-dated  ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  '   (' DELIMITED BY SIZE
                  WS-NEW-STALE-COUNT DELIMITED BY SIZE
                  ' newly stale-dated this run)' DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           COMPUTE WS-REGISTER-TOTAL =
                   WS-OUTSTANDING-TOTAL + WS-STALE-TOTAL.
           MOVE WS-REGISTER-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO OCSRPT-REC.
           STRING 'Register            ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-OFFICIAL-CHQ-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE '  OFFICIAL CHEQUE HOUSE ACCOUNT NOT ON FILE'
                 TO OCSRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO WS-RETURN-CODE
               GO TO PROVE-HOUSE-ACCOUNT-EXIT
           END-READ.
           MOVE BAC-REC-BALANCE TO WS-TOTAL-ED.
           MOVE SPACES TO OCSRPT-REC.
           STRING 'House a/c ' DELIMITED BY SIZE
                  WS-OFFICIAL-CHQ-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO OCSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           COMPUTE WS-DIFFERENCE =
                   BAC-REC-BALANCE - WS-REGISTER-TOTAL.
           IF WS-DIFFERENCE IS NOT EQUAL TO ZERO
              MOVE WS-DIFFERENCE TO WS-TOTAL-ED
              MOVE SPACES TO OCSRPT-REC
              STRING '  OUT OF BALANCE by ' DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                INTO OCSRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
       PROVE-HOUSE-ACCOUNT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE OCSRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE OCSRPT-REC TO RPD-LINE-TEXT.
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
