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
      * Program:     ZBNKCNV1.CBL                                     *
      * Function:    Acquired portfolio conversion loader.  Takes the *
      *              seller's customer, deposit account, loan and     *
      *              standing order files (CNVCUST, CNVACCT, CNVLOAN, *
      *              CNVSORD) onto our files:                         *
      *              - each seller product code is mapped to one of   *
      *                our BNKATYPE account types through the product *
      *                map cards (CNVPMAP);                           *
      *              - every seller customer is checked against our   *
      *                existing customers by the same rules DBANK48P  *
      *                applies at creation: an exact SIN is the same  *
      *                customer and the seller's accounts are linked  *
      *                to the existing PID; a same-name same-postal-  *
      *                code hit is given a new PID with the pair      *
      *                queued on BNKDUPQ for staff review;            *
      *              - new PIDs and account numbers are taken from    *
      *                the top of BNKCUST and BNKACC, and every item  *
      *                taken on is written to the cross-reference     *
      *                BNKCNVX against the seller's id for it;        *
      *              - loans come over as running loans for their     *
      *                outstanding balance over the remaining term,   *
      *                with the schedule built the way DBANK16P and   *
      *                ZBNKCNS1 build one and a repayment standing    *
      *                order from the converted repayment account.    *
      *              Every account taken on is given an opening       *
      *              balance snapshot on BNKHIST dated the day before *
      *              the business date, so the seller's balance is    *
      *              the opening position the nightly postings proof  *
      *              (ZBNKDPX1) starts from rather than a movement    *
      *              with no postings behind it.                      *
      *              The balancing report proves each seller file's   *
      *              trailer count and total against what is on file  *
      *              plus what was rejected.                          *
      *                                                               *
      *              The exec parm is LIVE or MOCK, optionally        *
      *              followed by a comma and the receiving branch.    *
      *              MOCK (the default) is run with the files pointed *
      *              at the test region: it first backs out whatever  *
      *              the previous mock run loaded there, so it can be *
      *              rerun as often as the mapping needs, and it      *
      *              files nothing to the report repository or the    *
      *              duplicate review queue.  A LIVE run that stops   *
      *              part way can be rerun - items already on the     *
      *              cross-reference are passed over.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKCNV1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT CNVCUST-FILE
                  ASSIGN       TO CNVCUST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNVCUST-STATUS.

           SELECT CNVACCT-FILE
                  ASSIGN       TO CNVACCT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNVACCT-STATUS.

           SELECT CNVLOAN-FILE
                  ASSIGN       TO CNVLOAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNVLOAN-STATUS.

           SELECT CNVSORD-FILE
                  ASSIGN       TO CNVSORD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNVSORD-STATUS.

           SELECT CNVPMAP-FILE
                  ASSIGN       TO CNVPMAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNVPMAP-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCS-REC-PID
                  ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES
                  ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKATYPE-NDX
                  ASSIGN       TO NDXATYP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAT-REC-TYPE
                  FILE STATUS  IS WS-BNKATYPE-STATUS.

           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKLOANS-NDX
                  ASSIGN       TO NDXLOANS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BLS-REC-KEY
                  FILE STATUS  IS WS-BNKLOANS-STATUS.

           SELECT BNKSORD-NDX
                  ASSIGN       TO NDXSORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSO-REC-KEY
                  FILE STATUS  IS WS-BNKSORD-STATUS.

           SELECT BNKDUPQ-NDX
                  ASSIGN       TO NDXDUPQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BDQ-REC-TIMESTAMP
                  FILE STATUS  IS WS-BNKDUPQ-STATUS.

           SELECT BNKCNVX-NDX
                  ASSIGN       TO NDXCNVX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCV-REC-KEY
                  FILE STATUS  IS WS-BNKCNVX-STATUS.

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBH-REC-KEY
                  FILE STATUS  IS WS-BNKHIST-STATUS.

           SELECT CNVRPT-FILE
                  ASSIGN       TO CNVRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNVCUST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  CNVCUST-REC.
       COPY CCONVCS.

       FD  CNVACCT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  CNVACCT-REC.
       COPY CCONVAC.

       FD  CNVLOAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  CNVLOAN-REC.
       COPY CCONVLN.

       FD  CNVSORD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CNVSORD-REC.
       COPY CCONVSO.

       FD  CNVPMAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CNVPMAP-REC.
       COPY CCONVPM.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKATYPE-NDX.
       01  BNKATYPE-REC.
       COPY CBANKVAT.

       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKLOANS-NDX.
       01  BNKLOANS-REC.
       COPY CBANKVLS.

       FD  BNKSORD-NDX.
       01  BNKSORD-REC.
       COPY CBANKVSO.

       FD  BNKDUPQ-NDX.
       01  BNKDUPQ-REC.
       COPY CBANKVDQ.

       FD  BNKCNVX-NDX.
       01  BNKCNVX-REC.
       COPY CBANKVCV.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.
       COPY CBANKVBH.

       FD  CNVRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  CNVRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCNV1'.
         05  WS-CNVCUST-STATUS                     PIC X(2).
         05  WS-CNVACCT-STATUS                     PIC X(2).
         05  WS-CNVLOAN-STATUS                     PIC X(2).
         05  WS-CNVSORD-STATUS                     PIC X(2).
         05  WS-CNVPMAP-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKLOANS-STATUS                    PIC X(2).
         05  WS-BNKSORD-STATUS                     PIC X(2).
         05  WS-BNKDUPQ-STATUS                     PIC X(2).
         05  WS-BNKCNVX-STATUS                     PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-CNVRPT-STATUS                      PIC X(2).

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
      * Date of the opening balance snapshots - the day before the
      * business date the accounts are taken on
         05  WS-OPENING-DATE                       PIC X(10).
         05  WS-YD-YYYY                            PIC 9(4).
         05  WS-YD-MM                              PIC 9(2).
         05  WS-YD-DD                              PIC 9(2).
         05  WS-YD-DIM                             PIC 9(2).
         05  WS-YD-QUOT                            PIC S9(9) COMP-3.
         05  WS-YD-REM                             PIC S9(4) COMP-3.
         05  WS-DIM-TABLE.
           10  FILLER                              PIC X(24)
               VALUE '312831303130313130313031'.
         05  FILLER REDEFINES WS-DIM-TABLE.
           10  WS-DIM                              PIC 9(2)
               OCCURS 12 TIMES.
         05  WS-MODE-SW                            PIC X(1).
           88  WS-MODE-LIVE                          VALUE 'L'.
           88  WS-MODE-MOCK                          VALUE 'M'.
         05  WS-PARM-MODE                          PIC X(8)
             VALUE SPACES.
         05  WS-PARM-BRANCH                        PIC X(4)
             VALUE SPACES.

         05  WS-NEXT-PID-N                         PIC 9(5).
         05  WS-NEXT-ACCNO-N                       PIC 9(9).
         05  WS-HIGH-PID                           PIC X(5).
         05  WS-HIGH-ACCNO                         PIC X(9).
         05  WS-NEXT-LOAN-SEQ                      PIC 9(4).
         05  WS-NEXT-SO-SEQ                        PIC 9(4).
         05  WS-SIN-SCORE                          PIC 9(3)
             VALUE 100.
         05  WS-NAME-SCORE                         PIC 9(3)
             VALUE 60.
         05  WS-NAME-LEN                           PIC S9(4) COMP.
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-KX                                 PIC S9(4) COMP.

      * The item in hand, for the reject and exception lines
         05  WS-ITEM-ID                            PIC X(16).
         05  WS-ITEM-AMOUNT                        PIC S9(13)V99
                                                     COMP-3.
         05  WS-REASON                             PIC X(50).
         05  WS-XREF-SW                            PIC X(1).
           88  WS-XREF-FOUND                         VALUE 'Y'.
           88  WS-XREF-NOT-FOUND                     VALUE 'N'.
         05  WS-LOOK-KIND                          PIC X(1).
         05  WS-LOOK-ID                            PIC X(16).
         05  WS-LOOK-PRODUCT                       PIC X(8).
         05  WS-MAPPED-TYPE                        PIC X(1).
         05  WS-MATCH-PID                          PIC X(5).
         05  WS-MATCH-RULE                         PIC X(1).
           88  WS-MATCH-NONE                         VALUE SPACE.
           88  WS-MATCH-SIN                          VALUE 'S'.
           88  WS-MATCH-NAME                         VALUE 'N'.
         05  WS-CUR-PID                            PIC X(5).
         05  WS-CUR-JOINT-PID                      PIC X(5).
         05  WS-CUR-ACCNO                          PIC X(9).
         05  WS-CUR-TYPE                           PIC X(1).
         05  WS-REPAY-ACCNO                        PIC X(9).
         05  WS-PAYEE-PID                          PIC X(5).
         05  WS-PAYEE-ACCNO                        PIC X(9).

      * Loan arithmetic, as ZBNKCNS1
         05  WS-MONTHLY-RATE                       PIC S9(3)V9(9)
                                                     COMP-3.
         05  WS-PAYMENT                            PIC S9(6)V99 COMP-3.
         05  WS-PAYMENT-DIFF                       PIC S9(7)V99 COMP-3.
         05  WS-PERIOD                             PIC S9(5) COMP-3.
         05  WS-PERIOD-INTEREST                    PIC S9(6)V99 COMP-3.
         05  WS-PERIOD-PRINCIPAL                   PIC S9(6)V99 COMP-3.
         05  WS-PERIOD-PAYMENT                     PIC S9(6)V99 COMP-3.
         05  WS-SKED-BALANCE                       PIC S9(7)V99 COMP-3.
         05  WS-REPAY-DD                           PIC 9(2).

         05  WS-BACKOUT-COUNTER                    PIC 9(7)
             VALUE ZERO.
         05  WS-MAP-DROPPED                        PIC 9(3)
             VALUE ZERO.
         05  WS-OUT-OF-BALANCE-SW                  PIC X(1)
             VALUE 'N'.
           88  WS-OUT-OF-BALANCE                     VALUE 'Y'.
         05  WS-ANY-REJECT-SW                      PIC X(1)
             VALUE 'N'.
           88  WS-ANY-REJECT                         VALUE 'Y'.

         05  WS-COUNT-ED                           PIC ZZZ,ZZZ,ZZ9.
         05  WS-PAYMENT-ED                         PIC Z(5)9.99.
         05  WS-PAYMENT2-ED                        PIC Z(5)9.99.

      * Our existing active customers, held for the duplicate check -
      * the same table ZBNKDUP1 keeps.  Customers this run creates
      * are not added: the seller's file is checked against our book
      * as it stood when the run began.
       01  WS-CUST-TABLE.
         05  WS-CST-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-CST-IX.
           10  WS-CST-PID                          PIC X(5).
           10  WS-CST-SIN                          PIC X(9).
           10  WS-CST-NAME                         PIC X(25).
           10  WS-CST-POST-CODE                    PIC X(6).
       01  WS-CST-USED                             PIC 9(4)
           VALUE ZERO.

      * The product map, loaded from the CNVPMAP cards
       01  WS-MAP-TABLE.
         05  WS-MAP-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-MAP-IX.
           10  WS-MAP-PRODUCT                      PIC X(8).
           10  WS-MAP-ACC-TYPE                     PIC X(1).
       01  WS-MAP-USED                             PIC 9(4)
           VALUE ZERO.

      * Balancing figures for each seller file: 1 customers,
      * 2 deposit accounts, 3 loans, 4 standing orders
       01  WS-BAL-TABLE.
         05  WS-BAL-ENTRY OCCURS 4 TIMES.
           10  WS-BAL-TRL-SW                       PIC X(1).
             88  WS-BAL-TRL-SEEN                     VALUE 'Y'.
           10  WS-BAL-TRL-COUNT                    PIC 9(9).
           10  WS-BAL-TRL-TOTAL                    PIC S9(13)V99
                                                     COMP-3.
           10  WS-BAL-READ-COUNT                   PIC 9(9).
           10  WS-BAL-READ-TOTAL                   PIC S9(13)V99
                                                     COMP-3.
           10  WS-BAL-LOADED-COUNT                 PIC 9(9).
           10  WS-BAL-PRIOR-COUNT                  PIC 9(9).
           10  WS-BAL-REJECT-COUNT                 PIC 9(9).
           10  WS-BAL-REJECT-TOTAL                 PIC S9(13)V99
                                                     COMP-3.
           10  WS-BAL-ONFILE-COUNT                 PIC 9(9).
           10  WS-BAL-ONFILE-TOTAL                 PIC S9(13)V99
                                                     COMP-3.
           10  WS-BAL-MISSING-COUNT                PIC 9(9).
           10  WS-BAL-PROOF-COUNT                  PIC 9(9).
           10  WS-BAL-PROOF-TOTAL                  PIC S9(13)V99
                                                     COMP-3.

       01  WS-BAL-NAMES.
         05  FILLER                                PIC X(16)
             VALUE 'Customers'.
         05  FILLER                                PIC X(16)
             VALUE 'Deposit accounts'.
         05  FILLER                                PIC X(16)
             VALUE 'Loans'.
         05  FILLER                                PIC X(16)
             VALUE 'Standing orders'.
       01  FILLER REDEFINES WS-BAL-NAMES.
         05  WS-BAL-NAME OCCURS 4 TIMES            PIC X(16).

       01  WS-KIND-NAMES.
         05  FILLER                                PIC X(8)
             VALUE 'Customer'.
         05  FILLER                                PIC X(8)
             VALUE 'Account'.
         05  FILLER                                PIC X(8)
             VALUE 'Loan'.
         05  FILLER                                PIC X(8)
             VALUE 'Order'.
       01  FILLER REDEFINES WS-KIND-NAMES.
         05  WS-KIND-NAME OCCURS 4 TIMES           PIC X(8).

       01  WS-BAL-LINE.
         05  FILLER                                PIC X(4)
             VALUE SPACES.
         05  WS-BAL-LINE-LABEL                     PIC X(24).
         05  WS-BAL-LINE-COUNT                     PIC ZZZ,ZZZ,ZZ9.
         05  FILLER                                PIC X(4)
             VALUE SPACES.
         05  WS-BAL-LINE-TOTAL-DASH                PIC X(21).
         05  WS-BAL-LINE-TOTAL REDEFINES
               WS-BAL-LINE-TOTAL-DASH     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(16).

       01  WS-PARM-PTR                             POINTER.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       LINKAGE SECTION.
       01  LK-EXEC-PARM.
         05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  LK-EXEC-PARM-DATA                     PIC X(32).

       PROCEDURE DIVISION USING LK-EXEC-PARM.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           PERFORM GET-EXEC-PARM THRU
                   GET-EXEC-PARM-EXIT.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-RUN-DATE.
      * Loans are converted as at the bank business date
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           PERFORM WORK-OUT-OPENING-DATE.

      * The duplicate scores are the ones the periodic scoring run
      * ZBNKDUP1 uses
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'DUP-SIN-SCORE' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-SIN-SCORE
           END-IF.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'DUP-NAME-SCORE' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-NAME-SCORE
           END-IF.

           INITIALIZE WS-BAL-TABLE.

           OPEN I-O BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKATYPE-NDX.
           MOVE WS-BNKATYPE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKATYPE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKLOANS-NDX.
           MOVE WS-BNKLOANS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKSORD-NDX.
           MOVE WS-BNKSORD-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSORD-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKDUPQ-NDX.
           MOVE WS-BNKDUPQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDUPQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The cross-reference is created by the first conversion run
           OPEN I-O BNKCNVX-NDX.
           IF WS-BNKCNVX-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKCNVX-NDX
              CLOSE BNKCNVX-NDX
              OPEN I-O BNKCNVX-NDX
           END-IF.
           MOVE WS-BNKCNVX-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCNVX-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKHIST-NDX.
           MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKHIST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT CNVRPT-FILE.
           MOVE WS-CNVRPT-STATUS TO WS-IO-STATUS.
           MOVE 'CNVRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * Only a live conversion is kept in the report repository
           IF WS-MODE-LIVE
              SET RPD-REQUEST-OPEN TO TRUE
              MOVE 'CONVBAL ' TO RPD-REPORT-ID
              MOVE 'R' TO RPD-CLASS
              CALL 'UBNKRPT1' USING WS-RPT-PARM
           END-IF.

           MOVE SPACES TO CNVRPT-REC.
           IF WS-MODE-LIVE
              STRING 'Portfolio conversion - LIVE load for business '
                       DELIMITED BY SIZE
                     'date ' DELIMITED BY SIZE
                     WS-BUS-DATE DELIMITED BY SIZE
                INTO CNVRPT-REC
           ELSE
              STRING 'Portfolio conversion - MOCK load (test region) '
                       DELIMITED BY SIZE
                     'for business date ' DELIMITED BY SIZE
                     WS-BUS-DATE DELIMITED BY SIZE
                INTO CNVRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CNVRPT-REC.
           STRING 'Receiving branch ' DELIMITED BY SIZE
                  WS-PARM-BRANCH DELIMITED BY SIZE
             INTO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM BACKOUT-PRIOR-MOCK THRU
                   BACKOUT-PRIOR-MOCK-EXIT.
           PERFORM LOAD-PRODUCT-MAP THRU
                   LOAD-PRODUCT-MAP-EXIT.
           PERFORM LOAD-CUSTOMERS THRU
                   LOAD-CUSTOMERS-EXIT.
           PERFORM FIND-HIGHEST-ACCNO THRU
                   FIND-HIGHEST-ACCNO-EXIT.

           PERFORM CONVERT-CUSTOMERS THRU
                   CONVERT-CUSTOMERS-EXIT.
           PERFORM CONVERT-ACCOUNTS THRU
                   CONVERT-ACCOUNTS-EXIT.
           PERFORM SET-TD-NOMINATIONS THRU
                   SET-TD-NOMINATIONS-EXIT.
           PERFORM CONVERT-LOANS THRU
                   CONVERT-LOANS-EXIT.
           PERFORM CONVERT-ORDERS THRU
                   CONVERT-ORDERS-EXIT.

           PERFORM PROVE-ON-FILE THRU
                   PROVE-ON-FILE-EXIT.
           PERFORM PRINT-BALANCING THRU
                   PRINT-BALANCING-EXIT.

           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKATYPE-NDX.
           CLOSE BNKLOANQ-NDX.
           CLOSE BNKLOANS-NDX.
           CLOSE BNKSORD-NDX.
           CLOSE BNKDUPQ-NDX.
           CLOSE BNKCNVX-NDX.
           CLOSE BNKHIST-NDX.
           CLOSE CNVRPT-FILE.

           IF WS-MODE-LIVE
              SET RPD-REQUEST-CLOSE TO TRUE
              CALL 'UBNKRPT1' USING WS-RPT-PARM
           END-IF.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           IF WS-OUT-OF-BALANCE
              MOVE 'Conversion is OUT OF BALANCE - see CNVRPT'
                TO WS-CONSOLE-MESSAGE
           ELSE
              MOVE 'Conversion balanced to the seller control totals'
                TO WS-CONSOLE-MESSAGE
           END-IF.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           IF WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ANY-REJECT
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      * The exec parm is LIVE or MOCK, then optionally a comma and    *
      * the receiving branch.  Without a parm the run is a mock - a   *
      * live load has to be asked for.                                *
      *****************************************************************
       GET-EXEC-PARM.
           MOVE ZEROES TO WS-EXEC-PARM-LL.
           MOVE SPACES TO WS-EXEC-PARM-DATA.

           SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
           IF WS-PARM-PTR IS NOT EQUAL TO NULL
              MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
              IF WS-EXEC-PARM-LL IS GREATER THAN
                   LENGTH OF WS-EXEC-PARM-DATA
                 MOVE LENGTH OF WS-EXEC-PARM-DATA TO WS-EXEC-PARM-LL
              END-IF
              IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
                 MOVE LK-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                   TO WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
              END-IF
           END-IF.

           IF WS-EXEC-PARM-LL IS EQUAL TO ZERO
              MOVE 'No exec card parm present'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE '  Running a mock conversion'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE 4 TO WS-EXEC-PARM-LL
              MOVE 'MOCK' TO WS-EXEC-PARM-DATA
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Exec parm is "' DELIMITED BY SIZE
                     WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                       DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
           INSPECT WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           UNSTRING WS-EXEC-PARM-DATA DELIMITED BY ','
             INTO WS-PARM-MODE WS-PARM-BRANCH.
           EVALUATE WS-PARM-MODE
             WHEN 'LIVE'
               SET WS-MODE-LIVE TO TRUE
             WHEN 'MOCK'
               SET WS-MODE-MOCK TO TRUE
             WHEN OTHER
               MOVE 'Exec parm must be LIVE or MOCK'
                 TO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               PERFORM ABORT-PROGRAM
           END-EVALUATE.
       GET-EXEC-PARM-EXIT.
           EXIT.

      *****************************************************************
      * A mock run starts by taking out everything the previous mock  *
      * run put into the test region, found through its cross-        *
      * reference records.  Live and mock records are never mixed: a  *
      * live run finding mock records, or a mock run finding live     *
      * ones, has been pointed at the wrong files and stops here      *
      * before it touches anything.                                   *
      *****************************************************************
       BACKOUT-PRIOR-MOCK.
           MOVE LOW-VALUES TO BCV-REC-KEY.
           START BNKCNVX-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCV-REC-KEY
             INVALID KEY
               GO TO BACKOUT-PRIOR-MOCK-DONE
           END-START.
       BACKOUT-PRIOR-MOCK-LOOP.
           READ BNKCNVX-NDX NEXT RECORD
             AT END
               GO TO BACKOUT-PRIOR-MOCK-DONE
           END-READ.
           IF WS-MODE-LIVE
              IF BCV-REC-MOCK
                 MOVE 'Mock conversion records found on live files'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
              GO TO BACKOUT-PRIOR-MOCK-LOOP
           END-IF.
           IF BCV-REC-LIVE
              MOVE 'Live conversion records found on mock files'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           EVALUATE TRUE
             WHEN BCV-REC-CUSTOMER
               IF NOT BCV-REC-LINKED
                  MOVE BCV-REC-PID TO BCS-REC-PID
                  DELETE BNKCUST-NDX RECORD
                    INVALID KEY
                      CONTINUE
                  END-DELETE
               END-IF
             WHEN BCV-REC-ACCOUNT
               PERFORM BACKOUT-ACCOUNT THRU
                       BACKOUT-ACCOUNT-EXIT
             WHEN BCV-REC-LOAN
               PERFORM BACKOUT-ACCOUNT THRU
                       BACKOUT-ACCOUNT-EXIT
               PERFORM BACKOUT-LOAN THRU
                       BACKOUT-LOAN-EXIT
             WHEN BCV-REC-ORDER
               MOVE BCV-REC-ACCNO TO BSO-REC-ACCNO
               MOVE BCV-REC-SEQ TO BSO-REC-SEQ
               DELETE BNKSORD-NDX RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
           END-EVALUATE.
           DELETE BNKCNVX-NDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
           ADD 1 TO WS-BACKOUT-COUNTER.
           GO TO BACKOUT-PRIOR-MOCK-LOOP.
       BACKOUT-PRIOR-MOCK-DONE.
           IF WS-MODE-MOCK
              MOVE WS-BACKOUT-COUNTER TO WS-COUNT-ED
              MOVE SPACES TO CNVRPT-REC
              STRING 'Previous mock load backed out: ' DELIMITED BY SIZE
                     WS-COUNT-ED DELIMITED BY SIZE
                     ' item(s)' DELIMITED BY SIZE
                INTO CNVRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       BACKOUT-PRIOR-MOCK-EXIT.
           EXIT.

      *****************************************************************
      * A converted account goes together with every standing order   *
      * filed on it - the seller's orders and any loan repayment      *
      * order set up by this program                                  *
      *****************************************************************
       BACKOUT-ACCOUNT.
           MOVE BCV-REC-ACCNO TO BAC-REC-ACCNO.
           DELETE BNKACC-NDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
           PERFORM BACKOUT-HISTORY THRU
                   BACKOUT-HISTORY-EXIT.
           MOVE BCV-REC-ACCNO TO BSO-REC-ACCNO.
           MOVE ZERO TO BSO-REC-SEQ.
           START BNKSORD-NDX KEY IS GREATER THAN OR EQUAL TO
                 BSO-REC-KEY
             INVALID KEY
               GO TO BACKOUT-ACCOUNT-EXIT
           END-START.
       BACKOUT-ACCOUNT-LOOP.
           READ BNKSORD-NDX NEXT RECORD
             AT END
               GO TO BACKOUT-ACCOUNT-EXIT
           END-READ.
           IF BSO-REC-ACCNO IS NOT EQUAL TO BCV-REC-ACCNO
              GO TO BACKOUT-ACCOUNT-EXIT
           END-IF.
           DELETE BNKSORD-NDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
           GO TO BACKOUT-ACCOUNT-LOOP.
       BACKOUT-ACCOUNT-EXIT.
           EXIT.

      * The account's balance history goes with it - the opening
      * snapshot and any the test region's nightly run has added
       BACKOUT-HISTORY.
           MOVE BCV-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE LOW-VALUES TO BBH-REC-DATE.
           START BNKHIST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BBH-REC-KEY
             INVALID KEY
               GO TO BACKOUT-HISTORY-EXIT
           END-START.
       BACKOUT-HISTORY-LOOP.
           READ BNKHIST-NDX NEXT RECORD
             AT END
               GO TO BACKOUT-HISTORY-EXIT
           END-READ.
           IF BBH-REC-ACCNO IS NOT EQUAL TO BCV-REC-ACCNO
              GO TO BACKOUT-HISTORY-EXIT
           END-IF.
           DELETE BNKHIST-NDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
           GO TO BACKOUT-HISTORY-LOOP.
       BACKOUT-HISTORY-EXIT.
           EXIT.

       BACKOUT-LOAN.
           MOVE BCV-REC-PID TO BLQ-REC-PID.
           MOVE BCV-REC-SEQ TO BLQ-REC-SEQ.
           DELETE BNKLOANQ-NDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
           MOVE BCV-REC-PID TO BLS-REC-PID.
           MOVE BCV-REC-SEQ TO BLS-REC-SEQ.
           MOVE ZERO TO BLS-REC-PERIOD.
           START BNKLOANS-NDX KEY IS GREATER THAN OR EQUAL TO
                 BLS-REC-KEY
             INVALID KEY
               GO TO BACKOUT-LOAN-EXIT
           END-START.
       BACKOUT-LOAN-LOOP.
           READ BNKLOANS-NDX NEXT RECORD
             AT END
               GO TO BACKOUT-LOAN-EXIT
           END-READ.
           IF BLS-REC-PID IS NOT EQUAL TO BCV-REC-PID OR
              BLS-REC-SEQ IS NOT EQUAL TO BCV-REC-SEQ
              GO TO BACKOUT-LOAN-EXIT
           END-IF.
           DELETE BNKLOANS-NDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
           GO TO BACKOUT-LOAN-LOOP.
       BACKOUT-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Load the product map.  A card whose account type is not on    *
      * BNKATYPE is dropped, so the seller products behind it reject  *
      * as unmapped rather than load onto a type we do not run.       *
      *****************************************************************
       LOAD-PRODUCT-MAP.
           OPEN INPUT CNVPMAP-FILE.
           MOVE WS-CNVPMAP-STATUS TO WS-IO-STATUS.
           MOVE 'CNVPMAP-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           INITIALIZE WS-MAP-TABLE.
       LOAD-PRODUCT-MAP-LOOP.
           READ CNVPMAP-FILE.
           IF WS-CNVPMAP-STATUS IS EQUAL TO '10'
              GO TO LOAD-PRODUCT-MAP-DONE
           END-IF.
           IF WS-CNVPMAP-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading CNVPMAP-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF CVM-RECORD (1:1) IS EQUAL TO '*' OR
              CVM-REC-PRODUCT IS EQUAL TO SPACES
              GO TO LOAD-PRODUCT-MAP-LOOP
           END-IF.
           MOVE CVM-REC-ACC-TYPE TO BAT-REC-TYPE.
           READ BNKATYPE-NDX RECORD
             INVALID KEY
               ADD 1 TO WS-MAP-DROPPED
               MOVE SPACES TO CNVRPT-REC
               STRING 'Product ' DELIMITED BY SIZE
                      CVM-REC-PRODUCT DELIMITED BY SIZE
                      ' maps to account type ' DELIMITED BY SIZE
                      CVM-REC-ACC-TYPE DELIMITED BY SIZE
                      ' which is not on BNKATYPE - card dropped'
                        DELIMITED BY SIZE
                 INTO CNVRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO LOAD-PRODUCT-MAP-LOOP
           END-READ.
           IF WS-MAP-USED IS GREATER THAN OR EQUAL TO 200
              MOVE 'Product map full - remaining cards ignored'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO LOAD-PRODUCT-MAP-DONE
           END-IF.
           ADD 1 TO WS-MAP-USED.
           SET WS-MAP-IX TO WS-MAP-USED.
           MOVE CVM-REC-PRODUCT TO WS-MAP-PRODUCT (WS-MAP-IX).
           MOVE CVM-REC-ACC-TYPE TO WS-MAP-ACC-TYPE (WS-MAP-IX).
           GO TO LOAD-PRODUCT-MAP-LOOP.
       LOAD-PRODUCT-MAP-DONE.
           CLOSE CNVPMAP-FILE.
           MOVE WS-MAP-USED TO WS-COUNT-ED.
           MOVE SPACES TO CNVRPT-REC.
           STRING 'Product map: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' seller product(s) mapped' DELIMITED BY SIZE
             INTO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LOAD-PRODUCT-MAP-EXIT.
           EXIT.

       MAP-PRODUCT.
           MOVE SPACES TO WS-MAPPED-TYPE.
           IF WS-LOOK-PRODUCT IS EQUAL TO SPACES
              GO TO MAP-PRODUCT-EXIT
           END-IF.
           SET WS-MAP-IX TO 1.
           SEARCH WS-MAP-ENTRY
             AT END
               MOVE SPACES TO WS-MAPPED-TYPE
             WHEN WS-MAP-PRODUCT (WS-MAP-IX) IS EQUAL TO
                  WS-LOOK-PRODUCT
               MOVE WS-MAP-ACC-TYPE (WS-MAP-IX) TO WS-MAPPED-TYPE
           END-SEARCH.
       MAP-PRODUCT-EXIT.
           EXIT.

      *****************************************************************
      * Hold our active customers for the duplicate check, and find   *
      * the highest PID in use (closed customers included) so new     *
      * PIDs follow on from it                                        *
      *****************************************************************
       LOAD-CUSTOMERS.
           MOVE SPACES TO WS-HIGH-PID.
           MOVE LOW-VALUES TO BCS-REC-PID.
           START BNKCUST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCS-REC-PID
             INVALID KEY
               GO TO LOAD-CUSTOMERS-DONE
           END-START.
       LOAD-CUSTOMERS-LOOP.
           READ BNKCUST-NDX NEXT RECORD
             AT END
               GO TO LOAD-CUSTOMERS-DONE
           END-READ.
           MOVE BCS-REC-PID TO WS-HIGH-PID.
           IF BCS-REC-CLOSED
              GO TO LOAD-CUSTOMERS-LOOP
           END-IF.
           IF WS-CST-USED IS GREATER THAN OR EQUAL TO 2000
              GO TO LOAD-CUSTOMERS-LOOP
           END-IF.
           ADD 1 TO WS-CST-USED.
           SET WS-CST-IX TO WS-CST-USED.
           MOVE BCS-REC-PID TO WS-CST-PID (WS-CST-IX).
           MOVE BCS-REC-SIN TO WS-CST-SIN (WS-CST-IX).
           MOVE BCS-REC-NAME TO WS-CST-NAME (WS-CST-IX).
           MOVE BCS-REC-POST-CODE TO WS-CST-POST-CODE (WS-CST-IX).
           GO TO LOAD-CUSTOMERS-LOOP.
       LOAD-CUSTOMERS-DONE.
           IF WS-CST-USED IS GREATER THAN OR EQUAL TO 2000
              MOVE 'Customer table full - duplicate check truncated'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
           IF WS-HIGH-PID IS EQUAL TO SPACES
              MOVE 1 TO WS-NEXT-PID-N
           ELSE
              MOVE WS-HIGH-PID TO WS-NEXT-PID-N
              ADD 1 TO WS-NEXT-PID-N
           END-IF.
       LOAD-CUSTOMERS-EXIT.
           EXIT.

       FIND-HIGHEST-ACCNO.
           MOVE SPACES TO WS-HIGH-ACCNO.
           MOVE LOW-VALUES TO BAC-REC-ACCNO.
           START BNKACC-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAC-REC-ACCNO
             INVALID KEY
               GO TO FIND-HIGHEST-ACCNO-DONE
           END-START.
       FIND-HIGHEST-ACCNO-LOOP.
           READ BNKACC-NDX NEXT RECORD
             AT END
               GO TO FIND-HIGHEST-ACCNO-DONE
           END-READ.
           MOVE BAC-REC-ACCNO TO WS-HIGH-ACCNO.
           GO TO FIND-HIGHEST-ACCNO-LOOP.
       FIND-HIGHEST-ACCNO-DONE.
           IF WS-HIGH-ACCNO IS EQUAL TO SPACES
              MOVE 1 TO WS-NEXT-ACCNO-N
           ELSE
              MOVE WS-HIGH-ACCNO TO WS-NEXT-ACCNO-N
              ADD 1 TO WS-NEXT-ACCNO-N
           END-IF.
       FIND-HIGHEST-ACCNO-EXIT.
           EXIT.

      *****************************************************************
      * Customers                                                     *
      *****************************************************************
       CONVERT-CUSTOMERS.
           OPEN INPUT CNVCUST-FILE.
           MOVE WS-CNVCUST-STATUS TO WS-IO-STATUS.
           MOVE 'CNVCUST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE 1 TO WS-KX.
       CONVERT-CUSTOMERS-LOOP.
           READ CNVCUST-FILE.
           IF WS-CNVCUST-STATUS IS EQUAL TO '10'
              GO TO CONVERT-CUSTOMERS-DONE
           END-IF.
           IF WS-CNVCUST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading CNVCUST-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF CVC-REC-TRAILER
              MOVE 'Y' TO WS-BAL-TRL-SW (WS-KX)
              MOVE CVC-TRL-COUNT TO WS-BAL-TRL-COUNT (WS-KX)
              MOVE CVC-TRL-TOTAL TO WS-BAL-TRL-TOTAL (WS-KX)
              GO TO CONVERT-CUSTOMERS-LOOP
           END-IF.
           IF NOT CVC-REC-DETAIL
              GO TO CONVERT-CUSTOMERS-LOOP
           END-IF.
           ADD 1 TO WS-BAL-READ-COUNT (WS-KX).
           PERFORM CONVERT-ONE-CUSTOMER THRU
                   CONVERT-ONE-CUSTOMER-EXIT.
           GO TO CONVERT-CUSTOMERS-LOOP.
       CONVERT-CUSTOMERS-DONE.
           CLOSE CNVCUST-FILE.
       CONVERT-CUSTOMERS-EXIT.
           EXIT.

       CONVERT-ONE-CUSTOMER.
           MOVE CVC-REC-SELLER-ID TO WS-ITEM-ID.
           MOVE ZERO TO WS-ITEM-AMOUNT.
           IF CVC-REC-SELLER-ID IS EQUAL TO SPACES OR
              CVC-REC-NAME IS EQUAL TO SPACES
              MOVE 'seller id or name missing' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE 'C' TO WS-LOOK-KIND.
           MOVE CVC-REC-SELLER-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-FOUND
              ADD 1 TO WS-BAL-PRIOR-COUNT (WS-KX)
              GO TO CONVERT-ONE-CUSTOMER-EXIT
           END-IF.

           PERFORM CHECK-DUPLICATE THRU
                   CHECK-DUPLICATE-EXIT.

           MOVE SPACES TO BCV-RECORD.
           MOVE 'C' TO BCV-REC-KIND.
           MOVE CVC-REC-SELLER-ID TO BCV-REC-SELLER-ID.
           MOVE ZERO TO BCV-REC-SEQ.
           MOVE ZERO TO BCV-REC-AMOUNT.
           MOVE ZERO TO BCV-REC-MATCH-SCORE.

      * The same SIN is the same customer - the seller's accounts go
      * to the PID we already have
           IF WS-MATCH-SIN
              MOVE WS-MATCH-PID TO WS-CUR-PID
              SET BCV-REC-LINKED TO TRUE
              MOVE WS-MATCH-PID TO BCV-REC-MATCH-PID
              MOVE WS-SIN-SCORE TO BCV-REC-MATCH-SCORE
              MOVE SPACES TO CNVRPT-REC
              STRING 'Customer ' DELIMITED BY SIZE
                     CVC-REC-SELLER-ID DELIMITED BY '  '
                     ' linked to existing PID ' DELIMITED BY SIZE
                     WS-MATCH-PID DELIMITED BY SIZE
                     ' (same SIN)' DELIMITED BY SIZE
                INTO CNVRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO CONVERT-ONE-CUSTOMER-XREF
           END-IF.

           PERFORM CLEAR-CUSTOMER-RECORD.
           MOVE WS-NEXT-PID-N TO BCS-REC-PID.
           MOVE CVC-REC-NAME TO BCS-REC-NAME.
           MOVE CVC-REC-NAME-FF TO BCS-REC-NAME-FF.
           MOVE CVC-REC-SIN TO BCS-REC-SIN.
           MOVE CVC-REC-ADDR1 TO BCS-REC-ADDR1.
           MOVE CVC-REC-ADDR2 TO BCS-REC-ADDR2.
           MOVE CVC-REC-STATE TO BCS-REC-STATE.
           MOVE CVC-REC-CNTRY TO BCS-REC-CNTRY.
           MOVE CVC-REC-POST-CODE TO BCS-REC-POST-CODE.
           MOVE CVC-REC-TEL TO BCS-REC-TEL.
           MOVE CVC-REC-EMAIL TO BCS-REC-EMAIL.
           MOVE CVC-REC-BIRTH-DATE TO BCS-REC-BIRTH-DATE.
           MOVE CVC-REC-LANGUAGE TO BCS-REC-LANGUAGE.
           MOVE CVC-REC-PROFILE TO BCS-REC-PROFILE.
           MOVE 'N' TO BCS-REC-SEND-MAIL.
           MOVE 'N' TO BCS-REC-SEND-EMAIL.
           MOVE 'N' TO BCS-REC-SEND-SMS.
           MOVE WS-PARM-BRANCH TO BCS-REC-BRANCH.
           SET BCS-REC-ACTIVE TO TRUE.
           WRITE BNKCUST-REC
             INVALID KEY
               MOVE 'customer could not be added' TO WS-REASON
               PERFORM REJECT-ITEM
               GO TO CONVERT-ONE-CUSTOMER-EXIT
           END-WRITE.
           MOVE BCS-REC-PID TO WS-CUR-PID.
           ADD 1 TO WS-NEXT-PID-N.
           SET BCV-REC-NEW TO TRUE.

      * Same name and postal code is only a possible duplicate: the
      * customer is set up and the pair goes to staff to link, merge
      * or clear, as any other likely pair would
           IF WS-MATCH-NAME
              SET BCV-REC-QUEUED TO TRUE
              MOVE WS-MATCH-PID TO BCV-REC-MATCH-PID
              MOVE WS-NAME-SCORE TO BCV-REC-MATCH-SCORE
              IF WS-MODE-LIVE
                 PERFORM QUEUE-DUPLICATE THRU
                         QUEUE-DUPLICATE-EXIT
              END-IF
              MOVE SPACES TO CNVRPT-REC
              STRING 'Customer ' DELIMITED BY SIZE
                     CVC-REC-SELLER-ID DELIMITED BY '  '
                     ' new PID ' DELIMITED BY SIZE
                     WS-CUR-PID DELIMITED BY SIZE
                     ' - possible duplicate of PID ' DELIMITED BY SIZE
                     WS-MATCH-PID DELIMITED BY SIZE
                     ' (name and postal code)' DELIMITED BY SIZE
                INTO CNVRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       CONVERT-ONE-CUSTOMER-XREF.
           MOVE WS-CUR-PID TO BCV-REC-PID.
           PERFORM WRITE-XREF THRU
                   WRITE-XREF-EXIT.
       CONVERT-ONE-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * The duplicate rules DBANK48P applies when a customer is set   *
      * up online: walking our customers in PID order, the first one  *
      * with the same SIN, or with the same postal code and a name    *
      * that matches on the incoming name's significant characters,   *
      * is the hit                                                    *
      *****************************************************************
       CHECK-DUPLICATE.
           MOVE SPACES TO WS-MATCH-PID.
           MOVE SPACE TO WS-MATCH-RULE.
           MOVE ZERO TO WS-NAME-LEN.
           PERFORM MEASURE-NAME THRU MEASURE-NAME-EXIT
             VARYING WS-SUB FROM 25 BY -1
               UNTIL WS-SUB IS LESS THAN 1 OR
                     WS-NAME-LEN IS GREATER THAN ZERO.
           IF WS-CST-USED IS EQUAL TO ZERO
              GO TO CHECK-DUPLICATE-EXIT
           END-IF.
           SET WS-CST-IX TO 1.
       CHECK-DUPLICATE-LOOP.
           IF CVC-REC-SIN IS NOT EQUAL TO SPACES AND
              WS-CST-SIN (WS-CST-IX) IS EQUAL TO CVC-REC-SIN
              MOVE WS-CST-PID (WS-CST-IX) TO WS-MATCH-PID
              SET WS-MATCH-SIN TO TRUE
              GO TO CHECK-DUPLICATE-EXIT
           END-IF.
           IF WS-NAME-LEN IS GREATER THAN ZERO AND
              CVC-REC-POST-CODE IS NOT EQUAL TO SPACES AND
              WS-CST-POST-CODE (WS-CST-IX) IS EQUAL TO
              CVC-REC-POST-CODE AND
              WS-CST-NAME (WS-CST-IX) (1:WS-NAME-LEN) IS EQUAL TO
              CVC-REC-NAME (1:WS-NAME-LEN)
              MOVE WS-CST-PID (WS-CST-IX) TO WS-MATCH-PID
              SET WS-MATCH-NAME TO TRUE
              GO TO CHECK-DUPLICATE-EXIT
           END-IF.
           IF WS-CST-IX IS LESS THAN WS-CST-USED
              SET WS-CST-IX UP BY 1
              GO TO CHECK-DUPLICATE-LOOP
           END-IF.
       CHECK-DUPLICATE-EXIT.
           EXIT.

       MEASURE-NAME.
           IF CVC-REC-NAME (WS-SUB:1) IS NOT EQUAL TO SPACE
              MOVE WS-SUB TO WS-NAME-LEN
           END-IF.
       MEASURE-NAME-EXIT.
           EXIT.

       QUEUE-DUPLICATE.
           COPY CTSTAMPP.
           MOVE SPACES TO BDQ-RECORD.
           MOVE WS-TIMESTAMP TO BDQ-REC-TIMESTAMP.
           MOVE WS-CUR-PID TO BDQ-REC-PID-A.
           MOVE WS-MATCH-PID TO BDQ-REC-PID-B.
           MOVE WS-NAME-SCORE TO BDQ-REC-SCORE.
           SET BDQ-REC-DUP-NEW TO TRUE.
           WRITE BNKDUPQ-REC
             INVALID KEY
               MOVE SPACES TO CNVRPT-REC
               STRING 'PID ' DELIMITED BY SIZE
                      WS-CUR-PID DELIMITED BY SIZE
                      ' duplicate pair could not be queued'
                        DELIMITED BY SIZE
                 INTO CNVRPT-REC
               PERFORM WRITE-REPORT-LINE
           END-WRITE.
       QUEUE-DUPLICATE-EXIT.
           EXIT.

      *****************************************************************
      * Deposit accounts                                              *
      *****************************************************************
       CONVERT-ACCOUNTS.
           OPEN INPUT CNVACCT-FILE.
           MOVE WS-CNVACCT-STATUS TO WS-IO-STATUS.
           MOVE 'CNVACCT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE 2 TO WS-KX.
       CONVERT-ACCOUNTS-LOOP.
           READ CNVACCT-FILE.
           IF WS-CNVACCT-STATUS IS EQUAL TO '10'
              GO TO CONVERT-ACCOUNTS-DONE
           END-IF.
           IF WS-CNVACCT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading CNVACCT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF CVA-REC-TRAILER
              MOVE 'Y' TO WS-BAL-TRL-SW (WS-KX)
              MOVE CVA-TRL-COUNT TO WS-BAL-TRL-COUNT (WS-KX)
              MOVE CVA-TRL-TOTAL TO WS-BAL-TRL-TOTAL (WS-KX)
              GO TO CONVERT-ACCOUNTS-LOOP
           END-IF.
           IF NOT CVA-REC-DETAIL
              GO TO CONVERT-ACCOUNTS-LOOP
           END-IF.
           ADD 1 TO WS-BAL-READ-COUNT (WS-KX).
           IF CVA-REC-BALANCE IS NUMERIC
              ADD CVA-REC-BALANCE TO WS-BAL-READ-TOTAL (WS-KX)
           END-IF.
           PERFORM CONVERT-ONE-ACCOUNT THRU
                   CONVERT-ONE-ACCOUNT-EXIT.
           GO TO CONVERT-ACCOUNTS-LOOP.
       CONVERT-ACCOUNTS-DONE.
           CLOSE CNVACCT-FILE.
       CONVERT-ACCOUNTS-EXIT.
           EXIT.

       CONVERT-ONE-ACCOUNT.
           MOVE CVA-REC-SELLER-ID TO WS-ITEM-ID.
           MOVE ZERO TO WS-ITEM-AMOUNT.
           IF CVA-REC-BALANCE IS NOT NUMERIC
              MOVE 'balance not numeric' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE CVA-REC-BALANCE TO WS-ITEM-AMOUNT.
           IF CVA-REC-SELLER-ID IS EQUAL TO SPACES
              MOVE 'seller account id missing' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE 'A' TO WS-LOOK-KIND.
           MOVE CVA-REC-SELLER-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-FOUND
              ADD 1 TO WS-BAL-PRIOR-COUNT (WS-KX)
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.
           IF CVA-REC-BALANCE IS GREATER THAN 9999999.99 OR
              CVA-REC-BALANCE IS LESS THAN -9999999.99
              MOVE 'balance too large for an account' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE CVA-REC-PRODUCT TO WS-LOOK-PRODUCT.
           PERFORM MAP-PRODUCT THRU
                   MAP-PRODUCT-EXIT.
           IF WS-MAPPED-TYPE IS EQUAL TO SPACES
              MOVE SPACES TO WS-REASON
              STRING 'product ' DELIMITED BY SIZE
                     CVA-REC-PRODUCT DELIMITED BY SIZE
                     ' not mapped' DELIMITED BY SIZE
                INTO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.
           IF WS-MAPPED-TYPE IS EQUAL TO 'L'
              MOVE 'loan product on the deposit account file'
                TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-MAPPED-TYPE TO WS-CUR-TYPE.
           IF WS-CUR-TYPE IS EQUAL TO 'T'
              IF CVA-REC-TD-TERM IS NOT NUMERIC OR
                 CVA-REC-TD-TERM IS EQUAL TO ZERO OR
                 CVA-REC-TD-RATE IS NOT NUMERIC
                 MOVE 'term deposit contract incomplete' TO WS-REASON
                 PERFORM REJECT-ITEM
                 GO TO CONVERT-ONE-ACCOUNT-EXIT
              END-IF
           END-IF.

           MOVE 'C' TO WS-LOOK-KIND.
           MOVE CVA-REC-CUST-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-NOT-FOUND
              MOVE 'customer not converted' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE BCV-REC-PID TO WS-CUR-PID.

           MOVE SPACES TO WS-CUR-JOINT-PID.
           IF CVA-REC-JOINT-CUST-ID IS NOT EQUAL TO SPACES
              MOVE CVA-REC-JOINT-CUST-ID TO WS-LOOK-ID
              PERFORM FIND-XREF THRU
                      FIND-XREF-EXIT
              IF WS-XREF-FOUND
                 MOVE BCV-REC-PID TO WS-CUR-JOINT-PID
              ELSE
                 MOVE SPACES TO CNVRPT-REC
                 STRING 'Account ' DELIMITED BY SIZE
                        CVA-REC-SELLER-ID DELIMITED BY '  '
                        ' joint holder ' DELIMITED BY SIZE
                        CVA-REC-JOINT-CUST-ID DELIMITED BY '  '
                        ' not converted - opened in sole name'
                          DELIMITED BY SIZE
                   INTO CNVRPT-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

           PERFORM CLEAR-ACCOUNT-RECORD.
           MOVE WS-CUR-PID TO BAC-REC-PID.
           MOVE WS-NEXT-ACCNO-N TO BAC-REC-ACCNO.
           MOVE WS-CUR-TYPE TO BAC-REC-TYPE.
           MOVE CVA-REC-BALANCE TO BAC-REC-BALANCE.
           MOVE CVA-REC-BALANCE TO BAC-REC-AVAIL-BALANCE.
           MOVE CVA-REC-BALANCE TO BAC-REC-LAST-STMT-BAL.
           MOVE CVA-REC-CURRENCY TO BAC-REC-CURRENCY.
           IF BAC-REC-CURRENCY IS EQUAL TO SPACES
              MOVE 'USD' TO BAC-REC-CURRENCY
           END-IF.
           IF CVA-REC-OVERDRAFT-LIMIT IS NUMERIC
              MOVE CVA-REC-OVERDRAFT-LIMIT TO BAC-REC-OVERDRAFT-LIMIT
           END-IF.
           MOVE WS-CUR-JOINT-PID TO BAC-REC-JOINT-PID.
           MOVE WS-PARM-BRANCH TO BAC-REC-BRANCH.
      * The term deposit keeps the seller's contract to maturity;
      * the payout account is set once every account is on file
           IF BAC-REC-TYPE-TERM-DEP
              MOVE CVA-REC-TD-TERM TO BAC-REC-TD-TERM
              MOVE CVA-REC-TD-RATE TO BAC-REC-TD-RATE
              MOVE CVA-REC-TD-MATURITY TO BAC-REC-TD-MATURITY
              MOVE CVA-REC-TD-INSTR TO BAC-REC-TD-INSTR
              IF NOT BAC-REC-TD-PAYOUT
                 SET BAC-REC-TD-ROLLOVER TO TRUE
              END-IF
           END-IF.
           WRITE BNKACC-REC
             INVALID KEY
               MOVE 'account could not be added' TO WS-REASON
               PERFORM REJECT-ITEM
               GO TO CONVERT-ONE-ACCOUNT-EXIT
           END-WRITE.
           ADD 1 TO WS-NEXT-ACCNO-N.
           PERFORM WRITE-OPENING-SNAPSHOT.

           MOVE SPACES TO BCV-RECORD.
           MOVE 'A' TO BCV-REC-KIND.
           MOVE CVA-REC-SELLER-ID TO BCV-REC-SELLER-ID.
           SET BCV-REC-NEW TO TRUE.
           MOVE WS-CUR-PID TO BCV-REC-PID.
           MOVE BAC-REC-ACCNO TO BCV-REC-ACCNO.
           MOVE ZERO TO BCV-REC-SEQ.
           MOVE WS-CUR-TYPE TO BCV-REC-ACC-TYPE.
           MOVE CVA-REC-PRODUCT TO BCV-REC-SELLER-PRODUCT.
           MOVE CVA-REC-BALANCE TO BCV-REC-AMOUNT.
           MOVE ZERO TO BCV-REC-MATCH-SCORE.
           PERFORM WRITE-XREF THRU
                   WRITE-XREF-EXIT.
       CONVERT-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Second pass over the account file: a term deposit paying out  *
      * to another of the seller's accounts is pointed at that        *
      * account's new number.  A payout account that did not convert  *
      * leaves the deposit to roll over.                              *
      *****************************************************************
       SET-TD-NOMINATIONS.
           OPEN INPUT CNVACCT-FILE.
           MOVE WS-CNVACCT-STATUS TO WS-IO-STATUS.
           MOVE 'CNVACCT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       SET-TD-NOMINATIONS-LOOP.
           READ CNVACCT-FILE.
           IF WS-CNVACCT-STATUS IS NOT EQUAL TO '00'
              GO TO SET-TD-NOMINATIONS-DONE
           END-IF.
           IF NOT CVA-REC-DETAIL OR
              CVA-REC-TD-NOM-ID IS EQUAL TO SPACES
              GO TO SET-TD-NOMINATIONS-LOOP
           END-IF.
           MOVE 'A' TO WS-LOOK-KIND.
           MOVE CVA-REC-SELLER-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-NOT-FOUND
              GO TO SET-TD-NOMINATIONS-LOOP
           END-IF.
           MOVE BCV-REC-ACCNO TO WS-CUR-ACCNO.
           MOVE CVA-REC-TD-NOM-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           MOVE WS-CUR-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               GO TO SET-TD-NOMINATIONS-LOOP
           END-READ.
           IF NOT BAC-REC-TYPE-TERM-DEP
              GO TO SET-TD-NOMINATIONS-LOOP
           END-IF.
           IF WS-XREF-FOUND
              MOVE BCV-REC-ACCNO TO BAC-REC-TD-NOM-ACCNO
           ELSE
              MOVE SPACES TO BAC-REC-TD-NOM-ACCNO
              SET BAC-REC-TD-ROLLOVER TO TRUE
              MOVE SPACES TO CNVRPT-REC
              STRING 'Account ' DELIMITED BY SIZE
                     CVA-REC-SELLER-ID DELIMITED BY '  '
                     ' payout account ' DELIMITED BY SIZE
                     CVA-REC-TD-NOM-ID DELIMITED BY '  '
                     ' not converted - deposit set to roll over'
                       DELIMITED BY SIZE
                INTO CNVRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           REWRITE BNKACC-REC
             INVALID KEY
               CONTINUE
           END-REWRITE.
           GO TO SET-TD-NOMINATIONS-LOOP.
       SET-TD-NOMINATIONS-DONE.
           CLOSE CNVACCT-FILE.
       SET-TD-NOMINATIONS-EXIT.
           EXIT.

      *****************************************************************
      * Loans - each becomes a loan account (type L, its balance the  *
      * amount owed, carried negative as a drawn construction loan    *
      * is), a converted loan on BNKLOANQ with its schedule on        *
      * BNKLOANS, and a repayment standing order from the converted   *
      * repayment account                                             *
      *****************************************************************
       CONVERT-LOANS.
           OPEN INPUT CNVLOAN-FILE.
           MOVE WS-CNVLOAN-STATUS TO WS-IO-STATUS.
           MOVE 'CNVLOAN-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE 3 TO WS-KX.
       CONVERT-LOANS-LOOP.
           READ CNVLOAN-FILE.
           IF WS-CNVLOAN-STATUS IS EQUAL TO '10'
              GO TO CONVERT-LOANS-DONE
           END-IF.
           IF WS-CNVLOAN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading CNVLOAN-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF CVL-REC-TRAILER
              MOVE 'Y' TO WS-BAL-TRL-SW (WS-KX)
              MOVE CVL-TRL-COUNT TO WS-BAL-TRL-COUNT (WS-KX)
              MOVE CVL-TRL-TOTAL TO WS-BAL-TRL-TOTAL (WS-KX)
              GO TO CONVERT-LOANS-LOOP
           END-IF.
           IF NOT CVL-REC-DETAIL
              GO TO CONVERT-LOANS-LOOP
           END-IF.
           ADD 1 TO WS-BAL-READ-COUNT (WS-KX).
           IF CVL-REC-OUTSTANDING IS NUMERIC
              ADD CVL-REC-OUTSTANDING TO WS-BAL-READ-TOTAL (WS-KX)
           END-IF.
           PERFORM CONVERT-ONE-LOAN THRU
                   CONVERT-ONE-LOAN-EXIT.
           GO TO CONVERT-LOANS-LOOP.
       CONVERT-LOANS-DONE.
           CLOSE CNVLOAN-FILE.
       CONVERT-LOANS-EXIT.
           EXIT.

       CONVERT-ONE-LOAN.
           MOVE CVL-REC-SELLER-ID TO WS-ITEM-ID.
           MOVE ZERO TO WS-ITEM-AMOUNT.
           IF CVL-REC-OUTSTANDING IS NOT NUMERIC
              MOVE 'outstanding balance not numeric' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.
           MOVE CVL-REC-OUTSTANDING TO WS-ITEM-AMOUNT.
           IF CVL-REC-SELLER-ID IS EQUAL TO SPACES
              MOVE 'seller loan id missing' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.
           MOVE 'L' TO WS-LOOK-KIND.
           MOVE CVL-REC-SELLER-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-FOUND
              ADD 1 TO WS-BAL-PRIOR-COUNT (WS-KX)
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.
           IF CVL-REC-OUTSTANDING IS EQUAL TO ZERO OR
              CVL-REC-OUTSTANDING IS GREATER THAN 9999999.99
              MOVE 'outstanding balance zero or too large'
                TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.
           IF CVL-REC-RATE IS NOT NUMERIC OR
              CVL-REC-REMAIN-TERM IS NOT NUMERIC OR
              CVL-REC-REMAIN-TERM IS EQUAL TO ZERO
              MOVE 'rate or remaining term invalid' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.

           MOVE CVL-REC-PRODUCT TO WS-LOOK-PRODUCT.
           PERFORM MAP-PRODUCT THRU
                   MAP-PRODUCT-EXIT.
           IF WS-MAPPED-TYPE IS NOT EQUAL TO 'L'
              MOVE SPACES TO WS-REASON
              STRING 'product ' DELIMITED BY SIZE
                     CVL-REC-PRODUCT DELIMITED BY SIZE
                     ' not mapped to a loan type' DELIMITED BY SIZE
                INTO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.

           MOVE 'C' TO WS-LOOK-KIND.
           MOVE CVL-REC-CUST-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-NOT-FOUND
              MOVE 'customer not converted' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-LOAN-EXIT
           END-IF.
           MOVE BCV-REC-PID TO WS-CUR-PID.

           MOVE SPACES TO WS-REPAY-ACCNO.
           IF CVL-REC-REPAY-FROM-ID IS NOT EQUAL TO SPACES
              MOVE 'A' TO WS-LOOK-KIND
              MOVE CVL-REC-REPAY-FROM-ID TO WS-LOOK-ID
              PERFORM FIND-XREF THRU
                      FIND-XREF-EXIT
              IF WS-XREF-FOUND
                 MOVE BCV-REC-ACCNO TO WS-REPAY-ACCNO
              END-IF
           END-IF.

           PERFORM FIND-NEXT-LOAN-SEQ THRU
                   FIND-NEXT-LOAN-SEQ-EXIT.

           PERFORM CLEAR-ACCOUNT-RECORD.
           MOVE WS-CUR-PID TO BAC-REC-PID.
           MOVE WS-NEXT-ACCNO-N TO BAC-REC-ACCNO.
           MOVE WS-MAPPED-TYPE TO BAC-REC-TYPE.
           COMPUTE BAC-REC-BALANCE = ZERO - CVL-REC-OUTSTANDING.
           MOVE BAC-REC-BALANCE TO BAC-REC-AVAIL-BALANCE.
           MOVE BAC-REC-BALANCE TO BAC-REC-LAST-STMT-BAL.
           MOVE 'USD' TO BAC-REC-CURRENCY.
           MOVE WS-PARM-BRANCH TO BAC-REC-BRANCH.
           WRITE BNKACC-REC
             INVALID KEY
               MOVE 'loan account could not be added' TO WS-REASON
               PERFORM REJECT-ITEM
               GO TO CONVERT-ONE-LOAN-EXIT
           END-WRITE.
           ADD 1 TO WS-NEXT-ACCNO-N.
           PERFORM WRITE-OPENING-SNAPSHOT.
           MOVE BAC-REC-ACCNO TO WS-CUR-ACCNO.

      *****************************************************************
      * Level payment over the remaining term (the annuity arithmetic *
      * the quote screen uses), then the schedule as DBANK16P builds  *
      * it                                                            *
      *****************************************************************
           DIVIDE CVL-REC-RATE BY 1200 GIVING WS-MONTHLY-RATE.
           IF WS-MONTHLY-RATE IS EQUAL TO ZERO
              COMPUTE WS-PAYMENT ROUNDED =
                      CVL-REC-OUTSTANDING / CVL-REC-REMAIN-TERM
           ELSE
              COMPUTE WS-PAYMENT ROUNDED =
                ((WS-MONTHLY-RATE * ((1 + WS-MONTHLY-RATE)
                    ** CVL-REC-REMAIN-TERM)) /
                (((1 + WS-MONTHLY-RATE) ** CVL-REC-REMAIN-TERM) - 1 ))
                  * CVL-REC-OUTSTANDING
           END-IF.

           MOVE CVL-REC-OUTSTANDING TO WS-SKED-BALANCE.
           MOVE 0 TO WS-PERIOD.
       CONVERT-LOAN-SKED-LOOP.
           ADD 1 TO WS-PERIOD.
           IF WS-PERIOD IS GREATER THAN CVL-REC-REMAIN-TERM
              GO TO CONVERT-LOAN-SKED-DONE
           END-IF.
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
                   WS-SKED-BALANCE * WS-MONTHLY-RATE.
           IF WS-PERIOD IS EQUAL TO CVL-REC-REMAIN-TERM
              MOVE WS-SKED-BALANCE TO WS-PERIOD-PRINCIPAL
              COMPUTE WS-PERIOD-PAYMENT =
                      WS-PERIOD-PRINCIPAL + WS-PERIOD-INTEREST
           ELSE
              COMPUTE WS-PERIOD-PRINCIPAL =
                      WS-PAYMENT - WS-PERIOD-INTEREST
              MOVE WS-PAYMENT TO WS-PERIOD-PAYMENT
           END-IF.
           SUBTRACT WS-PERIOD-PRINCIPAL FROM WS-SKED-BALANCE.
           MOVE SPACES TO BLS-RECORD.
           MOVE WS-CUR-PID TO BLS-REC-PID.
           MOVE WS-NEXT-LOAN-SEQ TO BLS-REC-SEQ.
           MOVE WS-PERIOD TO BLS-REC-PERIOD.
           MOVE WS-PERIOD-PAYMENT TO BLS-REC-PAYMENT.
           MOVE WS-PERIOD-INTEREST TO BLS-REC-INTEREST-PORTION.
           MOVE WS-PERIOD-PRINCIPAL TO BLS-REC-PRINCIPAL-PORTION.
           MOVE WS-SKED-BALANCE TO BLS-REC-BALANCE.
           WRITE BNKLOANS-REC
             INVALID KEY
               REWRITE BNKLOANS-REC
           END-WRITE.
           GO TO CONVERT-LOAN-SKED-LOOP.
       CONVERT-LOAN-SKED-DONE.

           MOVE SPACES TO BLQ-RECORD.
           MOVE WS-CUR-PID TO BLQ-REC-PID.
           MOVE WS-NEXT-LOAN-SEQ TO BLQ-REC-SEQ.
           MOVE CVL-REC-OUTSTANDING TO BLQ-REC-PRINCIPAL.
           MOVE CVL-REC-RATE TO BLQ-REC-RATE.
           MOVE CVL-REC-REMAIN-TERM TO BLQ-REC-TERM.
           MOVE WS-PAYMENT TO BLQ-REC-PAYMENT.
           MOVE CVL-REC-OPENED-DATE TO BLQ-REC-QUOTE-DTE.
           IF BLQ-REC-QUOTE-DTE IS EQUAL TO SPACES
              MOVE WS-BUS-DATE TO BLQ-REC-QUOTE-DTE
           END-IF.
           SET BLQ-REC-CONVERTED TO TRUE.
           MOVE WS-CUR-ACCNO TO BLQ-REC-ACCNO.
           MOVE WS-BUS-DATE TO BLQ-REC-CONVERT-DTE.
           IF CVL-REC-RATE-TYPE IS EQUAL TO 'V'
              SET BLQ-REC-RATE-VARIABLE TO TRUE
           ELSE
              MOVE 'F' TO BLQ-REC-RATE-TYPE
           END-IF.
           MOVE ZERO TO BLQ-REC-MARGIN.
           IF CVL-REC-MARGIN IS NUMERIC
              MOVE CVL-REC-MARGIN TO BLQ-REC-MARGIN
           END-IF.
           MOVE ZERO TO BLQ-REC-PAYOFF-AMOUNT.
           MOVE ZERO TO BLQ-REC-ARREARS-CAPITALIZED.
           MOVE ZERO TO BLQ-REC-NOTICE-PERIOD.
           WRITE BNKLOANQ-REC
             INVALID KEY
               MOVE WS-CUR-ACCNO TO BAC-REC-ACCNO
               DELETE BNKACC-NDX RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               MOVE 'loan could not be added' TO WS-REASON
               PERFORM REJECT-ITEM
               GO TO CONVERT-ONE-LOAN-EXIT
           END-WRITE.

      * The seller's installment is reported where our level payment
      * over the remaining term comes out different
           IF CVL-REC-PAYMENT IS NUMERIC
              COMPUTE WS-PAYMENT-DIFF = WS-PAYMENT - CVL-REC-PAYMENT
              IF WS-PAYMENT-DIFF IS GREATER THAN 1 OR
                 WS-PAYMENT-DIFF IS LESS THAN -1
                 MOVE CVL-REC-PAYMENT TO WS-PAYMENT-ED
                 MOVE WS-PAYMENT TO WS-PAYMENT2-ED
                 MOVE SPACES TO CNVRPT-REC
                 STRING 'Loan ' DELIMITED BY SIZE
                        CVL-REC-SELLER-ID DELIMITED BY '  '
                        ' installment recalculated from '
                          DELIMITED BY SIZE
                        WS-PAYMENT-ED DELIMITED BY SIZE
                        ' to ' DELIMITED BY SIZE
                        WS-PAYMENT2-ED DELIMITED BY SIZE
                   INTO CNVRPT-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

           IF WS-REPAY-ACCNO IS EQUAL TO SPACES
              MOVE SPACES TO CNVRPT-REC
              STRING 'Loan ' DELIMITED BY SIZE
                     CVL-REC-SELLER-ID DELIMITED BY '  '
                     ' repayment account not converted - no '
                       DELIMITED BY SIZE
                     'repayment order set up' DELIMITED BY SIZE
                INTO CNVRPT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM ADD-REPAYMENT-ORDER THRU
                      ADD-REPAYMENT-ORDER-EXIT
           END-IF.

           MOVE SPACES TO BCV-RECORD.
           MOVE 'L' TO BCV-REC-KIND.
           MOVE CVL-REC-SELLER-ID TO BCV-REC-SELLER-ID.
           SET BCV-REC-NEW TO TRUE.
           MOVE WS-CUR-PID TO BCV-REC-PID.
           MOVE WS-CUR-ACCNO TO BCV-REC-ACCNO.
           MOVE WS-NEXT-LOAN-SEQ TO BCV-REC-SEQ.
           MOVE WS-MAPPED-TYPE TO BCV-REC-ACC-TYPE.
           MOVE CVL-REC-PRODUCT TO BCV-REC-SELLER-PRODUCT.
           MOVE CVL-REC-OUTSTANDING TO BCV-REC-AMOUNT.
           MOVE ZERO TO BCV-REC-MATCH-SCORE.
           PERFORM WRITE-XREF THRU
                   WRITE-XREF-EXIT.
       CONVERT-ONE-LOAN-EXIT.
           EXIT.

       FIND-NEXT-LOAN-SEQ.
           MOVE ZERO TO WS-NEXT-LOAN-SEQ.
           MOVE WS-CUR-PID TO BLQ-REC-PID.
           MOVE ZERO TO BLQ-REC-SEQ.
           START BNKLOANQ-NDX KEY IS GREATER THAN OR EQUAL TO
                 BLQ-REC-KEY
             INVALID KEY
               GO TO FIND-NEXT-LOAN-SEQ-DONE
           END-START.
       FIND-NEXT-LOAN-SEQ-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD
             AT END
               GO TO FIND-NEXT-LOAN-SEQ-DONE
           END-READ.
           IF BLQ-REC-PID IS NOT EQUAL TO WS-CUR-PID
              GO TO FIND-NEXT-LOAN-SEQ-DONE
           END-IF.
           MOVE BLQ-REC-SEQ TO WS-NEXT-LOAN-SEQ.
           GO TO FIND-NEXT-LOAN-SEQ-LOOP.
       FIND-NEXT-LOAN-SEQ-DONE.
           ADD 1 TO WS-NEXT-LOAN-SEQ.
       FIND-NEXT-LOAN-SEQ-EXIT.
           EXIT.

      *****************************************************************
      * The repayment order pays the loan account from the repayment  *
      * account on the seller's repayment day - the repricing run     *
      * ZBNKRPR1 finds it by its payee account                        *
      *****************************************************************
       ADD-REPAYMENT-ORDER.
           MOVE WS-REPAY-ACCNO TO WS-CUR-ACCNO.
           PERFORM FIND-NEXT-SO-SEQ THRU
                   FIND-NEXT-SO-SEQ-EXIT.
           MOVE 1 TO WS-REPAY-DD.
           IF CVL-REC-REPAY-DAY IS NUMERIC AND
              CVL-REC-REPAY-DAY IS GREATER THAN ZERO
              MOVE CVL-REC-REPAY-DAY TO WS-REPAY-DD
           END-IF.
           IF WS-REPAY-DD IS GREATER THAN 28
              MOVE 28 TO WS-REPAY-DD
           END-IF.
           MOVE SPACES TO BSO-RECORD.
           MOVE WS-REPAY-ACCNO TO BSO-REC-ACCNO.
           MOVE WS-NEXT-SO-SEQ TO BSO-REC-SEQ.
           MOVE WS-REPAY-DD TO BSO-REC-DAY.
           MOVE WS-PAYMENT TO BSO-REC-AMOUNT.
           MOVE WS-CUR-PID TO BSO-REC-PAYEE-PID.
           MOVE BLQ-REC-ACCNO TO BSO-REC-PAYEE-ACCNO.
           MOVE 'LOAN REPAYMENT ' TO BSO-REC-DESC.
           SET BSO-REC-ACTIVE TO TRUE.
           SET BSO-REC-PAYEE-INTERNAL TO TRUE.
           WRITE BNKSORD-REC
             INVALID KEY
               MOVE SPACES TO CNVRPT-REC
               STRING 'Loan ' DELIMITED BY SIZE
                      CVL-REC-SELLER-ID DELIMITED BY '  '
                      ' repayment order not set up' DELIMITED BY SIZE
                 INTO CNVRPT-REC
               PERFORM WRITE-REPORT-LINE
           END-WRITE.
           MOVE BLQ-REC-ACCNO TO WS-CUR-ACCNO.
       ADD-REPAYMENT-ORDER-EXIT.
           EXIT.

       FIND-NEXT-SO-SEQ.
           MOVE ZERO TO WS-NEXT-SO-SEQ.
           MOVE WS-CUR-ACCNO TO BSO-REC-ACCNO.
           MOVE ZERO TO BSO-REC-SEQ.
           START BNKSORD-NDX KEY IS GREATER THAN OR EQUAL TO
                 BSO-REC-KEY
             INVALID KEY
               GO TO FIND-NEXT-SO-SEQ-DONE
           END-START.
       FIND-NEXT-SO-SEQ-LOOP.
           READ BNKSORD-NDX NEXT RECORD
             AT END
               GO TO FIND-NEXT-SO-SEQ-DONE
           END-READ.
           IF BSO-REC-ACCNO IS NOT EQUAL TO WS-CUR-ACCNO
              GO TO FIND-NEXT-SO-SEQ-DONE
           END-IF.
           MOVE BSO-REC-SEQ TO WS-NEXT-SO-SEQ.
           GO TO FIND-NEXT-SO-SEQ-LOOP.
       FIND-NEXT-SO-SEQ-DONE.
           ADD 1 TO WS-NEXT-SO-SEQ.
       FIND-NEXT-SO-SEQ-EXIT.
           EXIT.

      *****************************************************************
      * Standing orders - filed on BNKSORD under the converted        *
      * account, as the switch import ZBNKSWI1 files them             *
      *****************************************************************
       CONVERT-ORDERS.
           OPEN INPUT CNVSORD-FILE.
           MOVE WS-CNVSORD-STATUS TO WS-IO-STATUS.
           MOVE 'CNVSORD-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE 4 TO WS-KX.
       CONVERT-ORDERS-LOOP.
           READ CNVSORD-FILE.
           IF WS-CNVSORD-STATUS IS EQUAL TO '10'
              GO TO CONVERT-ORDERS-DONE
           END-IF.
           IF WS-CNVSORD-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading CNVSORD-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF CVS-REC-TRAILER
              MOVE 'Y' TO WS-BAL-TRL-SW (WS-KX)
              MOVE CVS-TRL-COUNT TO WS-BAL-TRL-COUNT (WS-KX)
              MOVE CVS-TRL-TOTAL TO WS-BAL-TRL-TOTAL (WS-KX)
              GO TO CONVERT-ORDERS-LOOP
           END-IF.
           IF NOT CVS-REC-DETAIL
              GO TO CONVERT-ORDERS-LOOP
           END-IF.
           ADD 1 TO WS-BAL-READ-COUNT (WS-KX).
           IF CVS-REC-AMOUNT IS NUMERIC
              ADD CVS-REC-AMOUNT TO WS-BAL-READ-TOTAL (WS-KX)
           END-IF.
           PERFORM CONVERT-ONE-ORDER THRU
                   CONVERT-ONE-ORDER-EXIT.
           GO TO CONVERT-ORDERS-LOOP.
       CONVERT-ORDERS-DONE.
           CLOSE CNVSORD-FILE.
       CONVERT-ORDERS-EXIT.
           EXIT.

       CONVERT-ONE-ORDER.
           MOVE CVS-REC-SELLER-ID TO WS-ITEM-ID.
           MOVE ZERO TO WS-ITEM-AMOUNT.
           IF CVS-REC-AMOUNT IS NOT NUMERIC
              MOVE 'amount not numeric' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ORDER-EXIT
           END-IF.
           MOVE CVS-REC-AMOUNT TO WS-ITEM-AMOUNT.
           IF CVS-REC-SELLER-ID IS EQUAL TO SPACES
              MOVE 'seller order id missing' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ORDER-EXIT
           END-IF.
           MOVE 'S' TO WS-LOOK-KIND.
           MOVE CVS-REC-SELLER-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-FOUND
              ADD 1 TO WS-BAL-PRIOR-COUNT (WS-KX)
              GO TO CONVERT-ONE-ORDER-EXIT
           END-IF.
           IF CVS-REC-AMOUNT IS EQUAL TO ZERO OR
              CVS-REC-DAY IS NOT NUMERIC OR
              CVS-REC-DAY IS LESS THAN '01' OR
              CVS-REC-DAY IS GREATER THAN '31'
              MOVE 'bad day or amount' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ORDER-EXIT
           END-IF.

           MOVE 'A' TO WS-LOOK-KIND.
           MOVE CVS-REC-FROM-ID TO WS-LOOK-ID.
           PERFORM FIND-XREF THRU
                   FIND-XREF-EXIT.
           IF WS-XREF-NOT-FOUND
              MOVE 'paying account not converted' TO WS-REASON
              PERFORM REJECT-ITEM
              GO TO CONVERT-ONE-ORDER-EXIT
           END-IF.
           MOVE BCV-REC-PID TO WS-CUR-PID.
           MOVE BCV-REC-ACCNO TO WS-CUR-ACCNO.

           MOVE SPACES TO WS-PAYEE-PID.
           MOVE SPACES TO WS-PAYEE-ACCNO.
           EVALUATE TRUE
             WHEN CVS-REC-PAYEE-INTERNAL
               MOVE CVS-REC-PAYEE-ID TO WS-LOOK-ID
               PERFORM FIND-XREF THRU
                       FIND-XREF-EXIT
               IF WS-XREF-NOT-FOUND
                  MOVE 'payee account not converted' TO WS-REASON
                  PERFORM REJECT-ITEM
                  GO TO CONVERT-ONE-ORDER-EXIT
               END-IF
               MOVE BCV-REC-PID TO WS-PAYEE-PID
               MOVE BCV-REC-ACCNO TO WS-PAYEE-ACCNO
             WHEN CVS-REC-PAYEE-EXTERNAL
               IF CVS-REC-EXT-ROUTING IS EQUAL TO SPACES OR
                  CVS-REC-EXT-ACCNO IS EQUAL TO SPACES
                  MOVE 'external payee incomplete' TO WS-REASON
                  PERFORM REJECT-ITEM
                  GO TO CONVERT-ONE-ORDER-EXIT
               END-IF
             WHEN OTHER
               MOVE 'payee type not I or E' TO WS-REASON
               PERFORM REJECT-ITEM
               GO TO CONVERT-ONE-ORDER-EXIT
           END-EVALUATE.

           PERFORM FIND-NEXT-SO-SEQ THRU
                   FIND-NEXT-SO-SEQ-EXIT.
           MOVE SPACES TO BSO-RECORD.
           MOVE WS-CUR-ACCNO TO BSO-REC-ACCNO.
           MOVE WS-NEXT-SO-SEQ TO BSO-REC-SEQ.
           MOVE CVS-REC-DAY TO BSO-REC-DAY.
           MOVE CVS-REC-AMOUNT TO BSO-REC-AMOUNT.
           MOVE CVS-REC-DESC TO BSO-REC-DESC.
           SET BSO-REC-ACTIVE TO TRUE.
           IF CVS-REC-PAYEE-INTERNAL
              SET BSO-REC-PAYEE-INTERNAL TO TRUE
              MOVE WS-PAYEE-PID TO BSO-REC-PAYEE-PID
              MOVE WS-PAYEE-ACCNO TO BSO-REC-PAYEE-ACCNO
           ELSE
              SET BSO-REC-PAYEE-EXTERNAL TO TRUE
              MOVE CVS-REC-EXT-ROUTING TO BSO-REC-EXT-ROUTING
              MOVE CVS-REC-EXT-ACCNO TO BSO-REC-EXT-ACCNO
           END-IF.
           WRITE BNKSORD-REC
             INVALID KEY
               MOVE 'standing order could not be filed' TO WS-REASON
               PERFORM REJECT-ITEM
               GO TO CONVERT-ONE-ORDER-EXIT
           END-WRITE.

           MOVE SPACES TO BCV-RECORD.
           MOVE 'S' TO BCV-REC-KIND.
           MOVE CVS-REC-SELLER-ID TO BCV-REC-SELLER-ID.
           SET BCV-REC-NEW TO TRUE.
           MOVE WS-CUR-PID TO BCV-REC-PID.
           MOVE WS-CUR-ACCNO TO BCV-REC-ACCNO.
           MOVE WS-NEXT-SO-SEQ TO BCV-REC-SEQ.
           MOVE CVS-REC-AMOUNT TO BCV-REC-AMOUNT.
           MOVE ZERO TO BCV-REC-MATCH-SCORE.
           PERFORM WRITE-XREF THRU
                   WRITE-XREF-EXIT.
       CONVERT-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * Cross-reference look-up and filing                            *
      *****************************************************************
       FIND-XREF.
           MOVE WS-LOOK-KIND TO BCV-REC-KIND.
           MOVE WS-LOOK-ID TO BCV-REC-SELLER-ID.
           READ BNKCNVX-NDX RECORD
             INVALID KEY
               SET WS-XREF-NOT-FOUND TO TRUE
               GO TO FIND-XREF-EXIT
           END-READ.
           SET WS-XREF-FOUND TO TRUE.
       FIND-XREF-EXIT.
           EXIT.

       WRITE-XREF.
           MOVE WS-MODE-SW TO BCV-REC-MODE.
           MOVE WS-BUS-DATE TO BCV-REC-LOAD-DATE.
           WRITE BNKCNVX-REC
             INVALID KEY
               MOVE SPACES TO WS-CONSOLE-MESSAGE
               STRING 'Cross-reference write failed for '
                        DELIMITED BY SIZE
                      BCV-REC-KEY DELIMITED BY SIZE
                 INTO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               PERFORM ABORT-PROGRAM
           END-WRITE.
           ADD 1 TO WS-BAL-LOADED-COUNT (WS-KX).
       WRITE-XREF-EXIT.
           EXIT.

      *****************************************************************
      * Opening balance snapshot for the account just written, as     *
      * ZBNKSNP1 would have taken it had the account been ours at     *
      * the close of the day before the business date                 *
      *****************************************************************
       WRITE-OPENING-SNAPSHOT.
           MOVE SPACES TO BBH-RECORD.
           MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE WS-OPENING-DATE TO BBH-REC-DATE.
           MOVE BAC-REC-PID TO BBH-REC-PID.
           MOVE BAC-REC-BALANCE TO BBH-REC-BALANCE.
           MOVE BAC-REC-AVAIL-BALANCE TO BBH-REC-AVAIL-BALANCE.
           WRITE BNKHIST-REC
             INVALID KEY
               REWRITE BNKHIST-REC
                 INVALID KEY
                   MOVE SPACES TO WS-CONSOLE-MESSAGE
                   STRING 'Opening snapshot write failed for '
                            DELIMITED BY SIZE
                          BAC-REC-ACCNO DELIMITED BY SIZE
                     INTO WS-CONSOLE-MESSAGE
                   PERFORM DISPLAY-CONSOLE-MESSAGE
                   PERFORM ABORT-PROGRAM
               END-REWRITE
           END-WRITE.

       WORK-OUT-OPENING-DATE.
           MOVE WS-BUS-DATE TO WS-OPENING-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-YD-YYYY.
           MOVE WS-BUS-DATE (6:2) TO WS-YD-MM.
           MOVE WS-BUS-DATE (9:2) TO WS-YD-DD.
           SUBTRACT 1 FROM WS-YD-DD.
           IF WS-YD-DD IS EQUAL TO ZERO
              SUBTRACT 1 FROM WS-YD-MM
              IF WS-YD-MM IS EQUAL TO ZERO
                 MOVE 12 TO WS-YD-MM
                 SUBTRACT 1 FROM WS-YD-YYYY
              END-IF
              MOVE WS-DIM (WS-YD-MM) TO WS-YD-DIM
              IF WS-YD-MM IS EQUAL TO 2
                 DIVIDE WS-YD-YYYY BY 4 GIVING WS-YD-QUOT
                     REMAINDER WS-YD-REM
                 IF WS-YD-REM IS EQUAL TO ZERO
                    MOVE 29 TO WS-YD-DIM
                 END-IF
              END-IF
              MOVE WS-YD-DIM TO WS-YD-DD
           END-IF.
           MOVE WS-YD-YYYY TO WS-OPENING-DATE (1:4).
           MOVE WS-YD-MM TO WS-OPENING-DATE (6:2).
           MOVE WS-YD-DD TO WS-OPENING-DATE (9:2).

       REJECT-ITEM.
           SET WS-ANY-REJECT TO TRUE.
           ADD 1 TO WS-BAL-REJECT-COUNT (WS-KX).
           ADD WS-ITEM-AMOUNT TO WS-BAL-REJECT-TOTAL (WS-KX).
           MOVE SPACES TO CNVRPT-REC.
           STRING WS-KIND-NAME (WS-KX) DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-ID DELIMITED BY '  '
                  ' REJECTED - ' DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
             INTO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Records are cleared with their packed fields zeroed           *
      *****************************************************************
       CLEAR-CUSTOMER-RECORD.
           MOVE SPACES TO BCS-RECORD.
           MOVE ZERO TO BCS-REC-CARD-REISSUE-CNT.
           MOVE ZERO TO BCS-REC-XFER-TXN-LIMIT.
           MOVE ZERO TO BCS-REC-XFER-DAY-LIMIT.
           MOVE ZERO TO BCS-REC-XFER-WEEK-LIMIT.
           MOVE ZERO TO BCS-REC-XFER-DAY-AMT.
           MOVE ZERO TO BCS-REC-XFER-WEEK-AMT.

       CLEAR-ACCOUNT-RECORD.
           MOVE SPACES TO BAC-RECORD.
           MOVE ZERO TO BAC-REC-BALANCE.
           MOVE ZERO TO BAC-REC-LAST-STMT-BAL.
           MOVE ZERO TO BAC-REC-ATM-DAY-LIMIT.
           MOVE ZERO TO BAC-REC-ATM-DAY-AMT.
           MOVE ZERO TO BAC-REC-RP1-AMOUNT.
           MOVE ZERO TO BAC-REC-RP2-AMOUNT.
           MOVE ZERO TO BAC-REC-RP3-AMOUNT.
           MOVE ZERO TO BAC-REC-OVERDRAFT-LIMIT.
           MOVE ZERO TO BAC-REC-LOW-BAL-ALERT.
           MOVE ZERO TO BAC-REC-YTD-INTEREST.
           MOVE ZERO TO BAC-REC-YTD-FEES.
           MOVE ZERO TO BAC-REC-LARGE-TXN-ALERT.
           MOVE ZERO TO BAC-REC-AVAIL-BALANCE.
           MOVE ZERO TO BAC-REC-TD-TERM.
           MOVE ZERO TO BAC-REC-TD-RATE.
           MOVE ZERO TO BAC-REC-DEBIT-CYCLE.
           MOVE ZERO TO BAC-REC-DEBIT-COUNT.
           MOVE ZERO TO BAC-REC-DEBIT-OVER-RUN.
           SET BAC-REC-NOT-ON-HOLD TO TRUE.
           SET BAC-REC-OPEN TO TRUE.

      *****************************************************************
      * Prove what is on file: every cross-reference record of this   *
      * run's kind (live or mock) is read back against the file it    *
      * points at, and the customers, balances, principals and order  *
      * amounts actually there are counted and totalled               *
      *****************************************************************
       PROVE-ON-FILE.
           MOVE LOW-VALUES TO BCV-REC-KEY.
           START BNKCNVX-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCV-REC-KEY
             INVALID KEY
               GO TO PROVE-ON-FILE-EXIT
           END-START.
       PROVE-ON-FILE-LOOP.
           READ BNKCNVX-NDX NEXT RECORD
             AT END
               GO TO PROVE-ON-FILE-EXIT
           END-READ.
           IF BCV-REC-MODE IS NOT EQUAL TO WS-MODE-SW
              GO TO PROVE-ON-FILE-LOOP
           END-IF.
           EVALUATE TRUE
             WHEN BCV-REC-CUSTOMER
               MOVE 1 TO WS-KX
               MOVE BCV-REC-PID TO BCS-REC-PID
               READ BNKCUST-NDX RECORD
                 INVALID KEY
                   ADD 1 TO WS-BAL-MISSING-COUNT (WS-KX)
                 NOT INVALID KEY
                   ADD 1 TO WS-BAL-ONFILE-COUNT (WS-KX)
               END-READ
             WHEN BCV-REC-ACCOUNT
               MOVE 2 TO WS-KX
               MOVE BCV-REC-ACCNO TO BAC-REC-ACCNO
               READ BNKACC-NDX RECORD
                 INVALID KEY
                   ADD 1 TO WS-BAL-MISSING-COUNT (WS-KX)
                 NOT INVALID KEY
                   ADD 1 TO WS-BAL-ONFILE-COUNT (WS-KX)
                   ADD BAC-REC-BALANCE TO WS-BAL-ONFILE-TOTAL (WS-KX)
               END-READ
             WHEN BCV-REC-LOAN
               MOVE 3 TO WS-KX
               MOVE BCV-REC-PID TO BLQ-REC-PID
               MOVE BCV-REC-SEQ TO BLQ-REC-SEQ
               READ BNKLOANQ-NDX RECORD
                 INVALID KEY
                   ADD 1 TO WS-BAL-MISSING-COUNT (WS-KX)
                 NOT INVALID KEY
                   ADD 1 TO WS-BAL-ONFILE-COUNT (WS-KX)
                   ADD BLQ-REC-PRINCIPAL
                     TO WS-BAL-ONFILE-TOTAL (WS-KX)
               END-READ
             WHEN BCV-REC-ORDER
               MOVE 4 TO WS-KX
               MOVE BCV-REC-ACCNO TO BSO-REC-ACCNO
               MOVE BCV-REC-SEQ TO BSO-REC-SEQ
               READ BNKSORD-NDX RECORD
                 INVALID KEY
                   ADD 1 TO WS-BAL-MISSING-COUNT (WS-KX)
                 NOT INVALID KEY
                   ADD 1 TO WS-BAL-ONFILE-COUNT (WS-KX)
                   ADD BSO-REC-AMOUNT TO WS-BAL-ONFILE-TOTAL (WS-KX)
               END-READ
           END-EVALUATE.
           GO TO PROVE-ON-FILE-LOOP.
       PROVE-ON-FILE-EXIT.
           EXIT.

      *****************************************************************
      * The balancing report.  A seller file balances when its        *
      * trailer agrees with the records read, and what is on file     *
      * plus what was rejected agrees with the trailer, in count and  *
      * in total.                                                     *
      *****************************************************************
       PRINT-BALANCING.
           MOVE SPACES TO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Balancing to the seller control totals'
             TO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-KX.
       PRINT-BALANCING-LOOP.
           IF WS-KX IS GREATER THAN 4
              GO TO PRINT-BALANCING-EXIT
           END-IF.
           MOVE SPACES TO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BAL-NAME (WS-KX) TO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           IF WS-BAL-TRL-SEEN (WS-KX)
              MOVE 'Seller trailer' TO WS-BAL-LINE-LABEL
              MOVE WS-BAL-TRL-COUNT (WS-KX) TO WS-BAL-LINE-COUNT
              MOVE WS-BAL-TRL-TOTAL (WS-KX) TO WS-BAL-LINE-TOTAL
              PERFORM WRITE-BALANCING-LINE
           ELSE
              MOVE SPACES TO CNVRPT-REC
              MOVE '    Seller trailer missing' TO CNVRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 'Records read' TO WS-BAL-LINE-LABEL.
           MOVE WS-BAL-READ-COUNT (WS-KX) TO WS-BAL-LINE-COUNT.
           MOVE WS-BAL-READ-TOTAL (WS-KX) TO WS-BAL-LINE-TOTAL.
           PERFORM WRITE-BALANCING-LINE.
           MOVE 'Converted this run' TO WS-BAL-LINE-LABEL.
           MOVE WS-BAL-LOADED-COUNT (WS-KX) TO WS-BAL-LINE-COUNT.
           MOVE SPACES TO WS-BAL-LINE-TOTAL-DASH.
           PERFORM WRITE-BALANCING-LINE.
           MOVE 'Converted previously' TO WS-BAL-LINE-LABEL.
           MOVE WS-BAL-PRIOR-COUNT (WS-KX) TO WS-BAL-LINE-COUNT.
           MOVE SPACES TO WS-BAL-LINE-TOTAL-DASH.
           PERFORM WRITE-BALANCING-LINE.
           MOVE 'On file' TO WS-BAL-LINE-LABEL.
           MOVE WS-BAL-ONFILE-COUNT (WS-KX) TO WS-BAL-LINE-COUNT.
           MOVE WS-BAL-ONFILE-TOTAL (WS-KX) TO WS-BAL-LINE-TOTAL.
           PERFORM WRITE-BALANCING-LINE.
           MOVE 'Rejected' TO WS-BAL-LINE-LABEL.
           MOVE WS-BAL-REJECT-COUNT (WS-KX) TO WS-BAL-LINE-COUNT.
           MOVE WS-BAL-REJECT-TOTAL (WS-KX) TO WS-BAL-LINE-TOTAL.
           PERFORM WRITE-BALANCING-LINE.
           IF WS-BAL-MISSING-COUNT (WS-KX) IS GREATER THAN ZERO
              MOVE 'Cross-referenced, missing' TO WS-BAL-LINE-LABEL
              MOVE WS-BAL-MISSING-COUNT (WS-KX) TO WS-BAL-LINE-COUNT
              MOVE SPACES TO WS-BAL-LINE-TOTAL-DASH
              PERFORM WRITE-BALANCING-LINE
           END-IF.

           COMPUTE WS-BAL-PROOF-COUNT (WS-KX) =
                   WS-BAL-ONFILE-COUNT (WS-KX) +
                   WS-BAL-REJECT-COUNT (WS-KX).
           COMPUTE WS-BAL-PROOF-TOTAL (WS-KX) =
                   WS-BAL-ONFILE-TOTAL (WS-KX) +
                   WS-BAL-REJECT-TOTAL (WS-KX).
           MOVE SPACES TO CNVRPT-REC.
           IF WS-BAL-TRL-SEEN (WS-KX) AND
              WS-BAL-TRL-COUNT (WS-KX) IS EQUAL TO
              WS-BAL-READ-COUNT (WS-KX) AND
              WS-BAL-TRL-TOTAL (WS-KX) IS EQUAL TO
              WS-BAL-READ-TOTAL (WS-KX) AND
              WS-BAL-PROOF-COUNT (WS-KX) IS EQUAL TO
              WS-BAL-TRL-COUNT (WS-KX) AND
              WS-BAL-PROOF-TOTAL (WS-KX) IS EQUAL TO
              WS-BAL-TRL-TOTAL (WS-KX) AND
              WS-BAL-MISSING-COUNT (WS-KX) IS EQUAL TO ZERO
              MOVE '    BALANCED' TO CNVRPT-REC
           ELSE
              SET WS-OUT-OF-BALANCE TO TRUE
              MOVE '    *** OUT OF BALANCE ***' TO CNVRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-KX.
           GO TO PRINT-BALANCING-LOOP.
       PRINT-BALANCING-EXIT.
           EXIT.

       WRITE-BALANCING-LINE.
           MOVE WS-BAL-LINE TO CNVRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CNVRPT-REC.
           IF WS-MODE-LIVE
              SET RPD-REQUEST-LINE TO TRUE
              MOVE CNVRPT-REC TO RPD-LINE-TEXT
              CALL 'UBNKRPT1' USING WS-RPT-PARM
           END-IF.

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
