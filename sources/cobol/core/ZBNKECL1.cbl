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
      * Program:     ZBNKECL1.CBL                                     *
      * Function:    Monthly expected credit loss (loan loss          *
      *              provision) run, stepped after the arrears run    *
      *              ZBNKARR1 and the lifecycle run ZBNKLCY1.  Every  *
      *              running loan is staged - 1 performing, 2 under-  *
      *              performing, 3 impaired - from its arrears        *
      *              bucket, its restructured flag and the customer's *
      *              BNKBURO bureau score, and provisioned as the     *
      *              stage's probability of default times the loss   *
      *              given default on the exposure not covered by     *
      *              its BNKCOLL collateral.  Loans paid off or       *
      *              charged off since run off to nil.  The figures   *
      *              are kept per loan on BNKPROV; the change since   *
      *              the last run is posted as one transaction (type  *
      *              L/3 charge, L/4 release) which BNKGLMAP maps to  *
      *              the impairment and allowance GL accounts in the  *
      *              ZBNKGLP1 feed.  The report shows the movement    *
      *              against last month by stage and by branch.       *
      *              A rerun in the same month posts only what has    *
      *              changed since the earlier run.                   *
      *              Run on the night before ZBNKDPX1, so the entry   *
      *              (posted under the business date) is on that      *
      *              night's DAYPOST file for the GL feed.  It moves  *
      *              no account balance: ZBNKDPX1 carries L/3 and L/4 *
      *              as memorandum, outside its proof to the ledger.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKECL1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCOLL-NDX
                  ASSIGN       TO NDXCOLL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCL-REC-KEY
                  FILE STATUS  IS WS-BNKCOLL-STATUS.

           SELECT BNKBURO-NDX
                  ASSIGN       TO NDXBURO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBS-REC-PID
                  FILE STATUS  IS WS-BNKBURO-STATUS.

           SELECT BNKBRNCH-NDX
                  ASSIGN       TO NDXBRNCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBN-REC-BRANCH
                  FILE STATUS  IS WS-BNKBRNCH-STATUS.

           SELECT BNKPROV-NDX
                  ASSIGN       TO NDXPROV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BPV-REC-KEY
                  FILE STATUS  IS WS-BNKPROV-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT ECLRPT-FILE
                  ASSIGN       TO ECLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ECLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCOLL-NDX.
       01  BNKCOLL-REC.
       COPY CBANKVCL.

       FD  BNKBURO-NDX.
       01  BNKBURO-REC.
       COPY CBANKVBS.

       FD  BNKBRNCH-NDX.
       01  BNKBRNCH-REC.
       COPY CBANKVBN.

       FD  BNKPROV-NDX.
       01  BNKPROV-REC.
       COPY CBANKVPV.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  ECLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  ECLRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKECL1'.
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCOLL-STATUS                     PIC X(2).
         05  WS-BNKBURO-STATUS                     PIC X(2).
         05  WS-BNKBRNCH-STATUS                    PIC X(2).
         05  WS-BNKPROV-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-ECLRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Provisioning parameters - site-tunable.  Probability of
      * default by stage, loss given default, the share of a
      * collateral valuation counted as recoverable, and the bureau
      * score below which a loan is treated as under-performing
      * (the decline floor the loan decisioning module uses).
         05  WS-PD-STAGE1                          PIC S9V9(4) COMP-3
             VALUE +0.0100.
         05  WS-PD-STAGE2                          PIC S9V9(4) COMP-3
             VALUE +0.1500.
         05  WS-PD-STAGE3                          PIC S9V9(4) COMP-3
             VALUE +1.0000.
         05  WS-LGD                                PIC S9V9(4) COMP-3
             VALUE +0.4500.
         05  WS-COLLATERAL-FACTOR                  PIC S9V9(4) COMP-3
             VALUE +0.7000.
         05  WS-STAGE2-SCORE                       PIC 9(3)
             VALUE 500.

      * House reference the provision postings are booked under
         05  WS-PROVISION-ACCNO                    PIC X(9)
             VALUE '999999993'.

         05  WS-BUS-MONTH                          PIC X(7).
         05  WS-LOAN-ACCNO                         PIC X(9).
         05  WS-LOAN-BRANCH                        PIC X(4).
         05  WS-STAGE                              PIC X(1).
         05  WS-PD                                 PIC S9V9(4) COMP-3.
         05  WS-EXPOSURE                           PIC S9(9)V99 COMP-3.
         05  WS-COLLATERAL                         PIC S9(9)V99 COMP-3.
         05  WS-UNCOVERED                          PIC S9(9)V99 COMP-3.
         05  WS-PROVISION                          PIC S9(9)V99 COMP-3.
         05  WS-PRIOR-STAGE                        PIC X(1).
         05  WS-PRIOR-PROVISION                    PIC S9(9)V99 COMP-3.
         05  WS-BOOKED-PROVISION                   PIC S9(9)V99 COMP-3.
         05  WS-MOVEMENT                           PIC S9(11)V99
                                                     COMP-3.
         05  WS-POSTING                            PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-PROV-SW                            PIC X(1).
           88  WS-PROV-ON-FILE                       VALUE 'Y'.
         05  WS-STG-SUB                            PIC S9(4) COMP.
         05  WS-TXN-SEQ                            PIC X(1).
         05  WS-AMOUNT-ED                          PIC Z(9)9.99-.
         05  WS-AMOUNT-ED2                         PIC Z(9)9.99-.
         05  WS-AMOUNT-ED3                         PIC Z(9)9.99-.
         05  WS-COUNT-ED                           PIC ZZZZ9.

         05  WS-LOAN-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-RUNOFF-COUNTER                     PIC 9(5)
             VALUE ZERO.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

      * Prior and current provision by stage - the prior figure is
      * added under the stage the loan closed last month in, the
      * current under the stage it is in now
       01  WS-STG-TABLE.
         05  WS-STG-ENTRY OCCURS 3 TIMES.
           10  WS-STG-COUNT                        PIC 9(5).
           10  WS-STG-PRIOR                        PIC S9(11)V99
                                                     COMP-3.
           10  WS-STG-CURRENT                      PIC S9(11)V99
                                                     COMP-3.
       01  WS-STG-NAMES.
         05  FILLER                                PIC X(22)
             VALUE '1 Performing'.
         05  FILLER                                PIC X(22)
             VALUE '2 Under-perform'.
         05  FILLER                                PIC X(22)
             VALUE '3 Impaired'.
       01  WS-STG-NAME-TABLE REDEFINES WS-STG-NAMES.
         05  WS-STG-NAME OCCURS 3 TIMES            PIC X(22).

       01  WS-TOT-PRIOR                            PIC S9(11)V99
                                                     COMP-3.
       01  WS-TOT-CURRENT                          PIC S9(11)V99
                                                     COMP-3.

      * Prior and current provision by owning branch
       01  WS-BRN-TABLE.
         05  WS-BRN-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-BRN-IX.
           10  WS-BRN-CODE                         PIC X(4).
           10  WS-BRN-NAME                         PIC X(30).
           10  WS-BRN-PRIOR                        PIC S9(11)V99
                                                     COMP-3.
           10  WS-BRN-CURRENT                      PIC S9(11)V99
                                                     COMP-3.
       01  WS-BRN-USED                             PIC 9(3)
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
           MOVE WS-BUS-DATE (1:7) TO WS-BUS-MONTH.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'LOANECL ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           INITIALIZE WS-STG-TABLE.

           OPEN INPUT BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCOLL-NDX.
           MOVE WS-BNKCOLL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOLL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKBURO-NDX.
           MOVE WS-BNKBURO-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBURO-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKBRNCH-NDX.
           MOVE WS-BNKBRNCH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBRNCH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKPROV-NDX.
           MOVE WS-BNKPROV-STATUS TO WS-IO-STATUS.
           MOVE 'BNKPROV-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT ECLRPT-FILE.
           MOVE WS-ECLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'ECLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO ECLRPT-REC.
           STRING 'Expected credit loss provision for '
                    DELIMITED BY SIZE
                  WS-BUS-MONTH DELIMITED BY SIZE
                  ' as of ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ECLRPT-REC.
           STRING 'Loan          Account   Brn  Stg  Exposure     '
                    DELIMITED BY SIZE
                  '     Collateral         Provision  Was'
                    DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PROVISION-LOANS THRU
                   PROVISION-LOANS-DONE.

           PERFORM POST-MOVEMENT THRU
                   POST-MOVEMENT-EXIT.

           PERFORM WRITE-STAGE-SUMMARY THRU
                   WRITE-STAGE-SUMMARY-EXIT.

           PERFORM WRITE-BRANCH-SUMMARY THRU
                   WRITE-BRANCH-SUMMARY-EXIT.

           CLOSE BNKLOANQ-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKCOLL-NDX.
           CLOSE BNKBURO-NDX.
           CLOSE BNKBRNCH-NDX.
           CLOSE BNKPROV-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE ECLRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE WS-TOT-CURRENT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-LOAN-COUNTER DELIMITED BY SIZE
                  ' loans, provision ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Walk the quote file and provision every loan that has been    *
      * drawn - running loans on their stage, loans paid off or       *
      * charged off run off to nil                                    *
      *****************************************************************
       PROVISION-LOANS.
           CONTINUE.
       PROVISION-LOANS-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS EQUAL TO '10'
              GO TO PROVISION-LOANS-DONE
           END-IF.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BLQ-REC-DRAWN
              GO TO PROVISION-LOANS-LOOP
           END-IF.
           IF BLQ-REC-ACCNO IS EQUAL TO SPACES
              GO TO PROVISION-LOANS-LOOP
           END-IF.
           MOVE BLQ-REC-ACCNO TO WS-LOAN-ACCNO.

           PERFORM GET-PROVISION-RECORD THRU
                   GET-PROVISION-RECORD-EXIT.

           MOVE WS-LOAN-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO ECLRPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' loan account ' DELIMITED BY SIZE
                     WS-LOAN-ACCNO DELIMITED BY SIZE
                     ' not on file - provision left as it was'
                       DELIMITED BY SIZE
                INTO ECLRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO PROVISION-LOANS-LOOP
           END-IF.
           MOVE BAC-REC-BRANCH TO WS-LOAN-BRANCH.

           MOVE SPACE TO WS-STAGE.
           MOVE ZERO TO WS-EXPOSURE.
           MOVE ZERO TO WS-COLLATERAL.
           MOVE ZERO TO WS-PROVISION.
           IF BLQ-REC-CONVERTED
              PERFORM STAGE-LOAN THRU
                      STAGE-LOAN-EXIT
              PERFORM MEASURE-LOAN THRU
                      MEASURE-LOAN-EXIT
           ELSE
              IF NOT WS-PROV-ON-FILE OR
                 WS-BOOKED-PROVISION IS EQUAL TO ZERO AND
                 WS-PRIOR-PROVISION IS EQUAL TO ZERO
                 GO TO PROVISION-LOANS-LOOP
              END-IF
              ADD 1 TO WS-RUNOFF-COUNTER
           END-IF.

           PERFORM STORE-PROVISION THRU
                   STORE-PROVISION-EXIT.
           PERFORM ADD-TO-STAGE THRU
                   ADD-TO-STAGE-EXIT.
           PERFORM ADD-TO-BRANCH THRU
                   ADD-TO-BRANCH-EXIT.
           PERFORM WRITE-LOAN-LINE THRU
                   WRITE-LOAN-LINE-EXIT.
           GO TO PROVISION-LOANS-LOOP.
       PROVISION-LOANS-DONE.
           EXIT.

      *****************************************************************
      * Read the loan's provision record.  A new month rolls what was *
      * booked last into the prior-month figures; a rerun within the  *
      * month leaves the prior-month figures alone                    *
      *****************************************************************
       GET-PROVISION-RECORD.
           MOVE 'N' TO WS-PROV-SW.
           MOVE BLQ-REC-PID TO BPV-REC-PID.
           MOVE BLQ-REC-SEQ TO BPV-REC-SEQ.
           READ BNKPROV-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKPROV-STATUS IS EQUAL TO '00'
              SET WS-PROV-ON-FILE TO TRUE
           ELSE
              MOVE SPACES TO BPV-RECORD
              MOVE BLQ-REC-PID TO BPV-REC-PID
              MOVE BLQ-REC-SEQ TO BPV-REC-SEQ
              MOVE ZERO TO BPV-REC-PROVISION
              MOVE ZERO TO BPV-REC-EXPOSURE
              MOVE ZERO TO BPV-REC-COLLATERAL
              MOVE ZERO TO BPV-REC-PREV-PROVISION
              MOVE WS-BUS-MONTH TO BPV-REC-MONTH
           END-IF.
           IF BPV-REC-MONTH IS NOT EQUAL TO WS-BUS-MONTH
              MOVE BPV-REC-MONTH TO BPV-REC-PREV-MONTH
              MOVE BPV-REC-STAGE TO BPV-REC-PREV-STAGE
              MOVE BPV-REC-PROVISION TO BPV-REC-PREV-PROVISION
           END-IF.
           MOVE BPV-REC-PROVISION TO WS-BOOKED-PROVISION.
           MOVE BPV-REC-PREV-STAGE TO WS-PRIOR-STAGE.
           MOVE BPV-REC-PREV-PROVISION TO WS-PRIOR-PROVISION.
       GET-PROVISION-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * Stage 3 (impaired): 90+ days past due, or restructured and    *
      * still in arrears.  Stage 2 (under-performing): 30+ days past  *
      * due, restructured, or a bureau score below the floor.         *
      * Otherwise stage 1 (performing).                               *
      *****************************************************************
       STAGE-LOAN.
           IF BLQ-REC-ARREARS-BUCKET IS EQUAL TO '4'
              MOVE '3' TO WS-STAGE
              GO TO STAGE-LOAN-EXIT
           END-IF.
           IF BLQ-REC-IS-RESTRUCTURED AND
              BLQ-REC-ARREARS-BUCKET IS NOT EQUAL TO SPACE
              MOVE '3' TO WS-STAGE
              GO TO STAGE-LOAN-EXIT
           END-IF.
           IF BLQ-REC-ARREARS-BUCKET IS EQUAL TO '2' OR
              BLQ-REC-ARREARS-BUCKET IS EQUAL TO '3' OR
              BLQ-REC-IS-RESTRUCTURED
              MOVE '2' TO WS-STAGE
              GO TO STAGE-LOAN-EXIT
           END-IF.
           MOVE '1' TO WS-STAGE.
           MOVE BLQ-REC-PID TO BBS-REC-PID.
           READ BNKBURO-NDX RECORD
             INVALID KEY
               GO TO STAGE-LOAN-EXIT
           END-READ.
           IF BBS-REC-SCORE IS GREATER THAN ZERO AND
              BBS-REC-SCORE IS LESS THAN WS-STAGE2-SCORE
              MOVE '2' TO WS-STAGE
           END-IF.
       STAGE-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Exposure is the debt on the loan account (carried as a        *
      * negative balance).  The recoverable share of the collateral   *
      * still under lien is taken off, and the stage's probability of *
      * default and the loss given default applied to the rest        *
      *****************************************************************
       MEASURE-LOAN.
           IF BAC-REC-BALANCE IS LESS THAN ZERO
              COMPUTE WS-EXPOSURE = ZERO - BAC-REC-BALANCE
           END-IF.
           PERFORM SUM-COLLATERAL THRU
                   SUM-COLLATERAL-EXIT.
           COMPUTE WS-UNCOVERED ROUNDED =
                   WS-EXPOSURE - (WS-COLLATERAL * WS-COLLATERAL-FACTOR).
           IF WS-UNCOVERED IS LESS THAN ZERO
              MOVE ZERO TO WS-UNCOVERED
           END-IF.
           EVALUATE WS-STAGE
             WHEN '3'
               MOVE WS-PD-STAGE3 TO WS-PD
             WHEN '2'
               MOVE WS-PD-STAGE2 TO WS-PD
             WHEN OTHER
               MOVE WS-PD-STAGE1 TO WS-PD
           END-EVALUATE.
           COMPUTE WS-PROVISION ROUNDED =
                   WS-UNCOVERED * WS-PD * WS-LGD.
       MEASURE-LOAN-EXIT.
           EXIT.

       SUM-COLLATERAL.
           MOVE BLQ-REC-PID TO BCL-REC-PID.
           MOVE BLQ-REC-SEQ TO BCL-REC-SEQ.
           MOVE ZERO TO BCL-REC-ITEM.
           START BNKCOLL-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCL-REC-KEY.
           IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-COLLATERAL-EXIT
           END-IF.
       SUM-COLLATERAL-LOOP.
           READ BNKCOLL-NDX NEXT RECORD.
           IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-COLLATERAL-EXIT
           END-IF.
           IF BCL-REC-PID IS NOT EQUAL TO BLQ-REC-PID OR
              BCL-REC-SEQ IS NOT EQUAL TO BLQ-REC-SEQ
              GO TO SUM-COLLATERAL-EXIT
           END-IF.
           IF BCL-REC-STATUS IS EQUAL TO SPACE
              ADD BCL-REC-VALUATION TO WS-COLLATERAL
           END-IF.
           GO TO SUM-COLLATERAL-LOOP.
       SUM-COLLATERAL-EXIT.
           EXIT.

      *****************************************************************
      * Keep the new figures and add what changed since the last run  *
      * to the amount to be posted                                    *
      *****************************************************************
       STORE-PROVISION.
           COMPUTE WS-POSTING =
                   WS-POSTING + WS-PROVISION - WS-BOOKED-PROVISION.
           MOVE WS-LOAN-ACCNO TO BPV-REC-ACCNO.
           MOVE WS-LOAN-BRANCH TO BPV-REC-BRANCH.
           MOVE WS-BUS-MONTH TO BPV-REC-MONTH.
           MOVE WS-STAGE TO BPV-REC-STAGE.
           MOVE WS-PROVISION TO BPV-REC-PROVISION.
           MOVE WS-EXPOSURE TO BPV-REC-EXPOSURE.
           MOVE WS-COLLATERAL TO BPV-REC-COLLATERAL.
           IF WS-PROV-ON-FILE
              REWRITE BNKPROV-REC
           ELSE
              WRITE BNKPROV-REC
           END-IF.
           IF WS-BNKPROV-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKPROV-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-LOAN-COUNTER.
       STORE-PROVISION-EXIT.
           EXIT.

       ADD-TO-STAGE.
           IF WS-PRIOR-STAGE IS NOT LESS THAN '1' AND
              WS-PRIOR-STAGE IS NOT GREATER THAN '3'
              MOVE WS-PRIOR-STAGE TO WS-STG-SUB
              ADD WS-PRIOR-PROVISION TO WS-STG-PRIOR (WS-STG-SUB)
           END-IF.
           IF WS-STAGE IS NOT LESS THAN '1' AND
              WS-STAGE IS NOT GREATER THAN '3'
              MOVE WS-STAGE TO WS-STG-SUB
              ADD 1 TO WS-STG-COUNT (WS-STG-SUB)
              ADD WS-PROVISION TO WS-STG-CURRENT (WS-STG-SUB)
           END-IF.
       ADD-TO-STAGE-EXIT.
           EXIT.

       ADD-TO-BRANCH.
           IF WS-BRN-USED IS EQUAL TO ZERO
              GO TO ADD-TO-BRANCH-NEW
           END-IF.
           SET WS-BRN-IX TO 1.
       ADD-TO-BRANCH-LOOP.
           IF WS-BRN-CODE (WS-BRN-IX) IS EQUAL TO WS-LOAN-BRANCH
              GO TO ADD-TO-BRANCH-FOLD
           END-IF.
           IF WS-BRN-IX IS LESS THAN WS-BRN-USED
              SET WS-BRN-IX UP BY 1
              GO TO ADD-TO-BRANCH-LOOP
           END-IF.
       ADD-TO-BRANCH-NEW.
           IF WS-BRN-USED IS GREATER THAN OR EQUAL TO 50
              GO TO ADD-TO-BRANCH-EXIT
           END-IF.
           ADD 1 TO WS-BRN-USED.
           SET WS-BRN-IX TO WS-BRN-USED.
           MOVE WS-LOAN-BRANCH TO WS-BRN-CODE (WS-BRN-IX).
           MOVE WS-LOAN-BRANCH TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD
             INVALID KEY
               MOVE 'Unassigned' TO BBN-REC-NAME
           END-READ.
           MOVE BBN-REC-NAME TO WS-BRN-NAME (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-PRIOR (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-CURRENT (WS-BRN-IX).
       ADD-TO-BRANCH-FOLD.
           ADD WS-PRIOR-PROVISION TO WS-BRN-PRIOR (WS-BRN-IX).
           ADD WS-PROVISION TO WS-BRN-CURRENT (WS-BRN-IX).
       ADD-TO-BRANCH-EXIT.
           EXIT.

       WRITE-LOAN-LINE.
           MOVE WS-EXPOSURE TO WS-AMOUNT-ED.
           MOVE WS-COLLATERAL TO WS-AMOUNT-ED2.
           MOVE WS-PROVISION TO WS-AMOUNT-ED3.
           MOVE SPACES TO ECLRPT-REC.
           STRING BLQ-REC-PID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BLQ-REC-SEQ DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-LOAN-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LOAN-BRANCH DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STAGE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PRIOR-STAGE DELIMITED BY SIZE
             INTO ECLRPT-REC.
           IF NOT BLQ-REC-CONVERTED
              MOVE 'run off' TO ECLRPT-REC (100:7)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       WRITE-LOAN-LINE-EXIT.
           EXIT.

      *****************************************************************
      * Post the net change since the last run as one entry - an      *
      * increase as a provision charge (L/3), a decrease as a         *
      * release (L/4).  The entry is memorandum only: no account      *
      * balance moves, it exists for the GL feed to book.             *
      *****************************************************************
       POST-MOVEMENT.
           IF WS-POSTING IS EQUAL TO ZERO
              MOVE SPACES TO ECLRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 'No change in provision to post' TO ECLRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO POST-MOVEMENT-EXIT
           END-IF.

           COPY CTSTAMPP.
           MOVE '0' TO WS-TXN-SEQ.
           MOVE SPACES TO BTX-RECORD.
           MOVE 'L' TO BTX-REC-TYPE.
           MOVE WS-PROVISION-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           IF WS-POSTING IS GREATER THAN ZERO
              MOVE '3' TO BTX-REC-SUB-TYPE
              MOVE WS-POSTING TO BTX-REC-AMOUNT
              MOVE 'Loan loss provision charge'
                TO BTX-REC-DATA-OLD (1:26)
           ELSE
              MOVE '4' TO BTX-REC-SUB-TYPE
              COMPUTE BTX-REC-AMOUNT = ZERO - WS-POSTING
              MOVE 'Loan loss provision release'
                TO BTX-REC-DATA-OLD (1:27)
           END-IF.
           MOVE WS-BUS-MONTH TO BTX-REC-DATA-NEW (1:7).
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKTXN-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE BTX-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ECLRPT-REC.
           IF BTX-REC-SUB-TYPE IS EQUAL TO '3'
              STRING 'Provision charge posted for GL  '
                       DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO ECLRPT-REC
           ELSE
              STRING 'Provision release posted for GL '
                       DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO ECLRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       POST-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      * Movement against last month by stage                          *
      *****************************************************************
       WRITE-STAGE-SUMMARY.
           MOVE ZERO TO WS-TOT-PRIOR.
           MOVE ZERO TO WS-TOT-CURRENT.
           MOVE SPACES TO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ECLRPT-REC.
           STRING 'Stage                 Loans         Last month  '
                    DELIMITED BY SIZE
                  '        This month          Movement'
                    DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-STG-SUB.
       WRITE-STAGE-SUMMARY-LOOP.
           ADD 1 TO WS-STG-SUB.
           IF WS-STG-SUB IS GREATER THAN 3
              GO TO WRITE-STAGE-SUMMARY-TOTAL
           END-IF.
           ADD WS-STG-PRIOR (WS-STG-SUB) TO WS-TOT-PRIOR.
           ADD WS-STG-CURRENT (WS-STG-SUB) TO WS-TOT-CURRENT.
           COMPUTE WS-MOVEMENT = WS-STG-CURRENT (WS-STG-SUB) -
                                 WS-STG-PRIOR (WS-STG-SUB).
           MOVE WS-STG-COUNT (WS-STG-SUB) TO WS-COUNT-ED.
           MOVE WS-STG-PRIOR (WS-STG-SUB) TO WS-AMOUNT-ED.
           MOVE WS-STG-CURRENT (WS-STG-SUB) TO WS-AMOUNT-ED2.
           MOVE WS-MOVEMENT TO WS-AMOUNT-ED3.
           MOVE SPACES TO ECLRPT-REC.
           STRING WS-STG-NAME (WS-STG-SUB) DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO WRITE-STAGE-SUMMARY-LOOP.
       WRITE-STAGE-SUMMARY-TOTAL.
           COMPUTE WS-MOVEMENT = WS-TOT-CURRENT - WS-TOT-PRIOR.
           MOVE WS-RUNOFF-COUNTER TO WS-COUNT-ED.
           MOVE WS-TOT-PRIOR TO WS-AMOUNT-ED.
           MOVE WS-TOT-CURRENT TO WS-AMOUNT-ED2.
           MOVE WS-MOVEMENT TO WS-AMOUNT-ED3.
           MOVE SPACES TO ECLRPT-REC.
           STRING 'Total (run off'  DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ')  ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-STAGE-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * Movement against last month by owning branch                  *
      *****************************************************************
       WRITE-BRANCH-SUMMARY.
           IF WS-BRN-USED IS EQUAL TO ZERO
              GO TO WRITE-BRANCH-SUMMARY-EXIT
           END-IF.
           MOVE SPACES TO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ECLRPT-REC.
           STRING 'Branch                                 Last month'
                    DELIMITED BY SIZE
                  '        This month          Movement'
                    DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           SET WS-BRN-IX TO 1.
       WRITE-BRANCH-SUMMARY-LOOP.
           COMPUTE WS-MOVEMENT = WS-BRN-CURRENT (WS-BRN-IX) -
                                 WS-BRN-PRIOR (WS-BRN-IX).
           MOVE WS-BRN-PRIOR (WS-BRN-IX) TO WS-AMOUNT-ED.
           MOVE WS-BRN-CURRENT (WS-BRN-IX) TO WS-AMOUNT-ED2.
           MOVE WS-MOVEMENT TO WS-AMOUNT-ED3.
           MOVE SPACES TO ECLRPT-REC.
           STRING WS-BRN-CODE (WS-BRN-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BRN-NAME (WS-BRN-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO ECLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-BRN-IX IS LESS THAN WS-BRN-USED
              SET WS-BRN-IX UP BY 1
              GO TO WRITE-BRANCH-SUMMARY-LOOP
           END-IF.
       WRITE-BRANCH-SUMMARY-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE ECLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE ECLRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Build the descending-order alternate timestamp field          *
      *****************************************************************
       STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.

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
