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
      * Program:     ZBNKCVN1.CBL                                     *
      * Function:    Monthly covenant monitoring.  Every covenant     *
      *              still monitored on the register (BNKCOVN) is     *
      *              checked on the business date: figures past their *
      *              due date are listed as overdue, and a covenant   *
      *              whose latest figures failed their test - or      *
      *              annual accounts not delivered in time - is       *
      *              listed as breached.  A loan with a breach is put *
      *              on the collections work queue (BNKCOLLQ) for its *
      *              relationship officer; a loan whose breaches have *
      *              all been put right is released from the queue    *
      *              when it is not otherwise in arrears.  While the  *
      *              borrower is protected by an active bankruptcy    *
      *              stay the item is held as stayed, as the arrears  *
      *              run ZBNKARR1 holds it, and not worked.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKCVN1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCOVN-NDX
                  ASSIGN       TO NDXCOVN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BCY-REC-KEY
                  FILE STATUS  IS WS-BNKCOVN-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCOLLQ-NDX
                  ASSIGN       TO NDXCOLLQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCQ-REC-ACCNO
                  FILE STATUS  IS WS-BNKCOLLQ-STATUS.

           SELECT CVNRPT-FILE
                  ASSIGN       TO CVNRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CVNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCOVN-NDX.
       01  BNKCOVN-REC.
       COPY CBANKVCY.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCOLLQ-NDX.
       01  BNKCOLLQ-REC.
       COPY CBANKVCQ.

       FD  CVNRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  CVNRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCVN1'.
         05  WS-BNKCOVN-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCOLLQ-STATUS                    PIC X(2).
         05  WS-CVNRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-EOF-SW                             PIC X(1)
             VALUE SPACE.
           88  WS-COVN-EOF                           VALUE 'Y'.

      * The loan account in hand and what its covenants showed
         05  WS-LOAN-ACCNO                         PIC X(9)
             VALUE SPACES.
         05  WS-LOAN-PID                           PIC X(5).
         05  WS-LOAN-OFFICER                       PIC X(8).
         05  WS-LOAN-OPEN-SW                       PIC X(1).
           88  WS-LOAN-OPEN                          VALUE 'Y'.
         05  WS-LOAN-BREACH-SW                     PIC X(1).
           88  WS-LOAN-BREACHED                      VALUE 'Y'.

      * The covenant in hand
         05  WS-OVERDUE-SW                         PIC X(1).
           88  WS-COVN-OVERDUE                       VALUE 'Y'.
         05  WS-BREACH-SW                          PIC X(1).
           88  WS-COVN-BREACHED                      VALUE 'Y'.
         05  WS-DAYS-OVERDUE                       PIC S9(5) COMP.
         05  WS-CNV-YYYYMMDD                       PIC 9(8).
         05  WS-CNV-PARTS REDEFINES WS-CNV-YYYYMMDD.
           10  WS-CNV-YYYY                         PIC 9(4).
           10  WS-CNV-MM                           PIC 9(2).
           10  WS-CNV-DD                           PIC 9(2).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-DUE-INTEGER                        PIC S9(9) COMP.

         05  WS-COVN-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-OVERDUE-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-BREACH-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-QUEUED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-RELEASED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-CLOSED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-STAYED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-COUNT-ED                           PIC Z(6)9.
         05  WS-DAYS-ED                            PIC ZZZZ9.
         05  WS-RATIO-ED                           PIC ZZZZ9.99.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-BKR-PARM.
       COPY CBANKBKD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-CNV-YYYY.
           MOVE WS-BUS-DATE (6:2) TO WS-CNV-MM.
           MOVE WS-BUS-DATE (9:2) TO WS-CNV-DD.
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD).

           OPEN I-O BNKCOVN-NDX.
           MOVE WS-BNKCOVN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOVN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKCOLLQ-NDX.
           MOVE WS-BNKCOLLQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOLLQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT CVNRPT-FILE.
           MOVE WS-CVNRPT-STATUS TO WS-IO-STATUS.
           MOVE 'CVNRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'COVNMON ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO CVNRPT-REC.
           STRING 'Business loan covenants overdue or breached as at '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CVNRPT-REC.
           MOVE 'Loan acct' TO CVNRPT-REC (1:9).
           MOVE 'No' TO CVNRPT-REC (11:2).
           MOVE 'PID' TO CVNRPT-REC (14:3).
           MOVE 'T' TO CVNRPT-REC (20:1).
           MOVE 'Covenant' TO CVNRPT-REC (22:8).
           MOVE 'Threshold' TO CVNRPT-REC (53:9).
           MOVE 'Last value' TO CVNRPT-REC (63:10).
           MOVE 'Due' TO CVNRPT-REC (74:3).
           MOVE 'Days' TO CVNRPT-REC (86:4).
           MOVE 'Condition' TO CVNRPT-REC (91:9).
           MOVE 'Officer' TO CVNRPT-REC (110:7).
           PERFORM WRITE-REPORT-LINE.

           PERFORM CHECK-COVENANTS THRU
                   CHECK-COVENANTS-EXIT.

           MOVE SPACES TO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COVN-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO CVNRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' covenant(s) monitored' DELIMITED BY SIZE
             INTO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OVERDUE-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO CVNRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' with figures overdue' DELIMITED BY SIZE
             INTO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BREACH-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO CVNRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' in breach' DELIMITED BY SIZE
             INTO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-QUEUED-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO CVNRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' loan(s) put on the collections queue'
                    DELIMITED BY SIZE
             INTO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RELEASED-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO CVNRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' loan(s) released from the queue, breaches cured'
                    DELIMITED BY SIZE
             INTO CVNRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-STAYED-COUNTER IS GREATER THAN ZERO
              MOVE WS-STAYED-COUNTER TO WS-COUNT-ED
              MOVE SPACES TO CVNRPT-REC
              STRING WS-COUNT-ED DELIMITED BY SIZE
                     ' loan(s) in breach held by a bankruptcy stay'
                       DELIMITED BY SIZE
                INTO CVNRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-CLOSED-COUNTER IS GREATER THAN ZERO
              MOVE WS-CLOSED-COUNTER TO WS-COUNT-ED
              MOVE SPACES TO CVNRPT-REC
              STRING WS-COUNT-ED DELIMITED BY SIZE
                     ' covenant(s) on closed loans - to be retired'
                       DELIMITED BY SIZE
                INTO CVNRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           CLOSE BNKCOVN-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKCOLLQ-NDX.
           CLOSE CVNRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-BREACH-COUNTER DELIMITED BY SIZE
                  ' breached, ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNTER DELIMITED BY SIZE
                  ' overdue' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every covenant still monitored, loan account by loan account. *
      * When the register moves on to the next loan the one before   *
      * is settled on the collections queue.                          *
      *****************************************************************
       CHECK-COVENANTS.
           CONTINUE.
       CHECK-COVENANTS-LOOP.
           READ BNKCOVN-NDX NEXT RECORD.
           IF WS-BNKCOVN-STATUS IS EQUAL TO '10'
              SET WS-COVN-EOF TO TRUE
              GO TO CHECK-COVENANTS-DONE
           END-IF.
           IF WS-BNKCOVN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCOVN-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BCY-REC-IS-COVENANT
              GO TO CHECK-COVENANTS-LOOP
           END-IF.
           IF BCY-REC-ACCNO IS NOT EQUAL TO WS-LOAN-ACCNO
              PERFORM SETTLE-LOAN THRU
                      SETTLE-LOAN-EXIT
              PERFORM START-LOAN THRU
                      START-LOAN-EXIT
           END-IF.
           IF NOT BCY-REC-ACTIVE
              GO TO CHECK-COVENANTS-LOOP
           END-IF.
           IF NOT WS-LOAN-OPEN
              ADD 1 TO WS-CLOSED-COUNTER
              GO TO CHECK-COVENANTS-LOOP
           END-IF.
           ADD 1 TO WS-COVN-COUNTER.

           MOVE SPACE TO WS-OVERDUE-SW.
           MOVE SPACE TO WS-BREACH-SW.
           MOVE ZERO TO WS-DAYS-OVERDUE.
           IF BCY-REC-NEXT-DUE IS LESS THAN WS-BUS-DATE
              SET WS-COVN-OVERDUE TO TRUE
              MOVE BCY-REC-NEXT-DUE (1:4) TO WS-CNV-YYYY
              MOVE BCY-REC-NEXT-DUE (6:2) TO WS-CNV-MM
              MOVE BCY-REC-NEXT-DUE (9:2) TO WS-CNV-DD
              COMPUTE WS-DUE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD)
              COMPUTE WS-DAYS-OVERDUE =
                      WS-BUS-INTEGER - WS-DUE-INTEGER
           END-IF.
      * Annual accounts not delivered in the days allowed are a
      * breach in themselves
           IF BCY-REC-BREACHED OR
              (WS-COVN-OVERDUE AND BCY-REC-TYPE-ACCOUNTS)
              SET WS-COVN-BREACHED TO TRUE
           END-IF.

           IF WS-COVN-OVERDUE
              ADD 1 TO WS-OVERDUE-COUNTER
           END-IF.
           IF WS-COVN-BREACHED
              ADD 1 TO WS-BREACH-COUNTER
              IF NOT WS-LOAN-BREACHED
                 SET WS-LOAN-BREACHED TO TRUE
                 MOVE BCY-REC-OFFICER TO WS-LOAN-OFFICER
              END-IF
              IF BCY-REC-QUEUED-DATE IS EQUAL TO SPACES
                 MOVE WS-BUS-DATE TO BCY-REC-QUEUED-DATE
                 PERFORM REWRITE-COVENANT
              END-IF
           ELSE
              IF BCY-REC-QUEUED-DATE IS NOT EQUAL TO SPACES
                 MOVE SPACES TO BCY-REC-QUEUED-DATE
                 PERFORM REWRITE-COVENANT
              END-IF
           END-IF.
           IF WS-COVN-OVERDUE OR
              WS-COVN-BREACHED
              PERFORM WRITE-COVENANT-LINE
           END-IF.
           GO TO CHECK-COVENANTS-LOOP.
       CHECK-COVENANTS-DONE.
           PERFORM SETTLE-LOAN THRU
                   SETTLE-LOAN-EXIT.
       CHECK-COVENANTS-EXIT.
           EXIT.

      *****************************************************************
      * A new loan account on the register - note whether the loan is *
      * still open                                                    *
      *****************************************************************
       START-LOAN.
           MOVE BCY-REC-ACCNO TO WS-LOAN-ACCNO.
           MOVE BCY-REC-PID TO WS-LOAN-PID.
           MOVE SPACES TO WS-LOAN-OFFICER.
           MOVE SPACE TO WS-LOAN-BREACH-SW.
           MOVE SPACE TO WS-LOAN-OPEN-SW.
           MOVE BCY-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               GO TO START-LOAN-EXIT
           END-READ.
           IF BAC-REC-OPEN
              SET WS-LOAN-OPEN TO TRUE
           END-IF.
       START-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Settle the loan just finished on the collections queue.  A    *
      * breach puts the loan on the queue for its relationship        *
      * officer, or marks the item already there; once every breach  *
      * is cured the mark comes off, and an item raised only for the  *
      * breach is cleared.  Anything staff recorded on the item is    *
      * kept.  While a stay is in force the item is held as stayed;   *
      * once the case ends it goes back on the queue to be worked.    *
      *****************************************************************
       SETTLE-LOAN.
           IF WS-LOAN-ACCNO IS EQUAL TO SPACES
              GO TO SETTLE-LOAN-EXIT
           END-IF.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
           READ BNKCOLLQ-NDX RECORD
             INVALID KEY
               GO TO SETTLE-LOAN-NEW
           END-READ.
           IF NOT WS-LOAN-BREACHED
              IF BCQ-REC-COVENANT-BREACH
                 MOVE SPACE TO BCQ-REC-COVENANT
                 IF BCQ-REC-BUCKET IS EQUAL TO SPACE AND
                    BCQ-REC-BEHIND-COUNT IS EQUAL TO ZERO
                    SET BCQ-REC-CLEARED TO TRUE
                 END-IF
                 REWRITE BNKCOLLQ-REC
                 ADD 1 TO WS-RELEASED-COUNTER
              END-IF
              GO TO SETTLE-LOAN-EXIT
           END-IF.
           PERFORM CHECK-STAY.
           IF BCQ-REC-COVENANT-BREACH AND
              NOT BCQ-REC-CLEARED
              IF BKD-STAY-ACTIVE AND
                 NOT BCQ-REC-STAYED
                 SET BCQ-REC-STAYED TO TRUE
                 REWRITE BNKCOLLQ-REC
              END-IF
              IF BKD-NO-STAY AND
                 BCQ-REC-STAYED
                 SET BCQ-REC-OPEN TO TRUE
                 REWRITE BNKCOLLQ-REC
              END-IF
              GO TO SETTLE-LOAN-EXIT
           END-IF.
           IF BCQ-REC-CLEARED
              SET BCQ-REC-OPEN TO TRUE
              MOVE SPACE TO BCQ-REC-BUCKET
              MOVE ZERO TO BCQ-REC-BEHIND-COUNT
              MOVE ZERO TO BCQ-REC-OVERDUE-AMOUNT
              MOVE WS-BUS-DATE TO BCQ-REC-ENTERED-DATE
              MOVE WS-LOAN-OFFICER TO BCQ-REC-CLAIMED-BY
              MOVE 'Covenant breach - see register' TO BCQ-REC-NOTE
           END-IF.
           IF BCQ-REC-CLAIMED-BY IS EQUAL TO SPACES
              MOVE WS-LOAN-OFFICER TO BCQ-REC-CLAIMED-BY
           END-IF.
           MOVE 'Y' TO BCQ-REC-COVENANT.
           IF BKD-STAY-ACTIVE
              SET BCQ-REC-STAYED TO TRUE
           ELSE
              IF BCQ-REC-STAYED
                 SET BCQ-REC-OPEN TO TRUE
              END-IF
           END-IF.
           REWRITE BNKCOLLQ-REC.
           ADD 1 TO WS-QUEUED-COUNTER.
           GO TO SETTLE-LOAN-EXIT.
       SETTLE-LOAN-NEW.
           IF NOT WS-LOAN-BREACHED
              GO TO SETTLE-LOAN-EXIT
           END-IF.
           PERFORM CHECK-STAY.
           MOVE SPACES TO BCQ-RECORD.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
           MOVE WS-LOAN-PID TO BCQ-REC-PID.
           SET BCQ-REC-OPEN TO TRUE.
           MOVE ZERO TO BCQ-REC-BEHIND-COUNT.
           MOVE ZERO TO BCQ-REC-OVERDUE-AMOUNT.
           MOVE WS-BUS-DATE TO BCQ-REC-ENTERED-DATE.
           MOVE WS-LOAN-OFFICER TO BCQ-REC-CLAIMED-BY.
           MOVE ZERO TO BCQ-REC-PROMISE-AMOUNT.
           MOVE 'Covenant breach - see register' TO BCQ-REC-NOTE.
           MOVE 'Y' TO BCQ-REC-COVENANT.
           IF BKD-STAY-ACTIVE
              SET BCQ-REC-STAYED TO TRUE
           END-IF.
           WRITE BNKCOLLQ-REC.
           ADD 1 TO WS-QUEUED-COUNTER.
       SETTLE-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Is the borrower protected by an active bankruptcy case?  A    *
      * stayed loan is counted for the report.                        *
      *****************************************************************
       CHECK-STAY.
           SET BKD-REQUEST-CHECK TO TRUE.
           MOVE WS-LOAN-PID TO BKD-PID.
           CALL 'UBNKBKR1' USING WS-BKR-PARM.
           IF BKD-STAY-ACTIVE
              ADD 1 TO WS-STAYED-COUNTER
           END-IF.

       REWRITE-COVENANT.
           REWRITE BNKCOVN-REC.
           IF WS-BNKCOVN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKCOVN-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

       WRITE-COVENANT-LINE.
           MOVE SPACES TO CVNRPT-REC.
           MOVE BCY-REC-ACCNO TO CVNRPT-REC (1:9).
           MOVE BCY-REC-SEQ TO CVNRPT-REC (11:2).
           MOVE BCY-REC-PID TO CVNRPT-REC (14:5).
           MOVE BCY-REC-TYPE TO CVNRPT-REC (20:1).
           MOVE BCY-REC-DESC TO CVNRPT-REC (22:30).
           MOVE BCY-REC-THRESHOLD TO WS-RATIO-ED.
           MOVE WS-RATIO-ED TO CVNRPT-REC (53:8).
           IF BCY-REC-SUBMISSIONS IS GREATER THAN ZERO AND
              NOT BCY-REC-TYPE-ACCOUNTS
              MOVE BCY-REC-LAST-VALUE TO WS-RATIO-ED
              MOVE WS-RATIO-ED TO CVNRPT-REC (64:8)
           END-IF.
           MOVE BCY-REC-NEXT-DUE TO CVNRPT-REC (74:10).
           IF WS-COVN-OVERDUE
              MOVE WS-DAYS-OVERDUE TO WS-DAYS-ED
              MOVE WS-DAYS-ED TO CVNRPT-REC (85:5)
           END-IF.
           EVALUATE TRUE
             WHEN WS-COVN-OVERDUE AND WS-COVN-BREACHED
              MOVE 'OVERDUE, BREACHED' TO CVNRPT-REC (91:17)
             WHEN WS-COVN-BREACHED
              MOVE 'BREACHED' TO CVNRPT-REC (91:8)
             WHEN OTHER
              MOVE 'OVERDUE' TO CVNRPT-REC (91:7)
           END-EVALUATE.
           MOVE BCY-REC-OFFICER TO CVNRPT-REC (110:8).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CVNRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE CVNRPT-REC TO RPD-LINE-TEXT.
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
