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
      * Program:     ZBNKREF1.CBL                                     *
      * Function:    Monthly staff referral incentive run.  Each      *
      *              referral on BNKREFR still pending is reviewed    *
      *              once its review period (90 days by default) has  *
      *              passed: a deposit or term deposit account whose  *
      *              BNKHIST balance on the review date reached the   *
      *              minimum funding, or a loan that was drawn, earns *
      *              its product's incentive; otherwise the referral  *
      *              lapses.  An earned incentive is clawed back when *
      *              the account is found closed inside the clawback  *
      *              period, and is final once that period is over.   *
      *              The report lists the month's decisions under     *
      *              each branch and referring userid with totals.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKREF1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKREFR-NDX
                  ASSIGN       TO NDXREFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BRE-REC-ACCNO
                  FILE STATUS  IS WS-BNKREFR-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBH-REC-KEY
                  FILE STATUS  IS WS-BNKHIST-STATUS.

           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKSTAFF-NDX
                  ASSIGN       TO NDXSTAFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS STF-REC-USERID
                  FILE STATUS  IS WS-BNKSTAFF-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

           SELECT REFRPT-FILE
                  ASSIGN       TO REFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKREFR-NDX.
       01  BNKREFR-REC.
       COPY CBANKVRE.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.
       COPY CBANKVBH.

       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKSTAFF-NDX.
       01  BNKSTAFF-REC.
       COPY CBANKVST.

       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-BRANCH                            PIC X(4).
         05  SRT-USERID                            PIC X(8).
         05  SRT-ACCNO                             PIC X(9).
         05  SRT-EVENT                             PIC X(1).
           88  SRT-EVENT-EARNED                      VALUE 'E'.
           88  SRT-EVENT-CLAWBACK                    VALUE 'C'.
           88  SRT-EVENT-NOT-FUNDED                  VALUE 'N'.
           88  SRT-EVENT-CLOSED                      VALUE 'X'.
           88  SRT-EVENT-PENDING                     VALUE 'P'.
         05  SRT-REFERRAL                          PIC X(100).

       FD  REFRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  REFRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKREF1'.
         05  WS-BNKREFR-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKSTAFF-STATUS                    PIC X(2).
         05  WS-REFRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Incentive per product, the funding an account must reach by
      * the review, the review period and the clawback period - the
      * defaults apply unless BNKPARM holds REF-INC-D, REF-INC-T,
      * REF-INC-L, REF-MIN-FUND, REF-REVIEW-DAYS and REF-CLAWBK-DAYS
         05  WS-INCENTIVE-ACCOUNT                  PIC S9(5)V99 COMP-3
             VALUE 25.00.
         05  WS-INCENTIVE-TERM                     PIC S9(5)V99 COMP-3
             VALUE 50.00.
         05  WS-INCENTIVE-LOAN                     PIC S9(5)V99 COMP-3
             VALUE 100.00.
         05  WS-MIN-FUNDING                        PIC S9(7)V99 COMP-3
             VALUE 100.00.
         05  WS-REVIEW-DAYS                        PIC 9(4)
             VALUE 90.
         05  WS-CLAWBACK-DAYS                      PIC 9(4)
             VALUE 180.

         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-OPEN-YYYYMMDD                      PIC 9(8).
         05  WS-OPEN-INTEGER                       PIC S9(9) COMP.
         05  WS-REVIEW-YYYYMMDD                    PIC 9(8).
         05  WS-REVIEW-DATE                        PIC X(10).
         05  WS-DAYS-OPEN                          PIC S9(9) COMP.
         05  WS-MONTH                              PIC X(7).

         05  WS-EVENT                              PIC X(1).
         05  WS-ACCOUNT-SW                         PIC X(1).
           88  WS-ACCOUNT-CLOSED                     VALUE 'Y'.
         05  WS-FUNDED-BAL                         PIC S9(7)V99 COMP-3.
         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-CUR-BRANCH                         PIC X(4).
         05  WS-CUR-USERID                         PIC X(8).
         05  WS-RPT-BRANCH                         PIC X(4).
         05  WS-STAFF-NAME                         PIC X(25).

      * Totals for a referring userid, a branch and the whole run
         05  WS-STAFF-TOTALS.
           10  WS-STAFF-EARNED-CNT                 PIC 9(5).
           10  WS-STAFF-EARNED-AMT                 PIC S9(7)V99 COMP-3.
           10  WS-STAFF-CLAWED-CNT                 PIC 9(5).
           10  WS-STAFF-CLAWED-AMT                 PIC S9(7)V99 COMP-3.
           10  WS-STAFF-LAPSED-CNT                 PIC 9(5).
           10  WS-STAFF-PENDING-CNT                PIC 9(5).
         05  WS-BRANCH-TOTALS.
           10  WS-BRANCH-EARNED-CNT                PIC 9(5).
           10  WS-BRANCH-EARNED-AMT                PIC S9(7)V99 COMP-3.
           10  WS-BRANCH-CLAWED-CNT                PIC 9(5).
           10  WS-BRANCH-CLAWED-AMT                PIC S9(7)V99 COMP-3.
           10  WS-BRANCH-LAPSED-CNT                PIC 9(5).
           10  WS-BRANCH-PENDING-CNT               PIC 9(5).
         05  WS-RUN-TOTALS.
           10  WS-RUN-EARNED-CNT                   PIC 9(5)
               VALUE ZERO.
           10  WS-RUN-EARNED-AMT                   PIC S9(7)V99 COMP-3
               VALUE ZERO.
           10  WS-RUN-CLAWED-CNT                   PIC 9(5)
               VALUE ZERO.
           10  WS-RUN-CLAWED-AMT                   PIC S9(7)V99 COMP-3
               VALUE ZERO.
           10  WS-RUN-LAPSED-CNT                   PIC 9(5)
               VALUE ZERO.
           10  WS-RUN-PENDING-CNT                  PIC 9(5)
               VALUE ZERO.
         05  WS-FINAL-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-NET-AMT                            PIC S9(7)V99 COMP-3.

         05  WS-EARNED-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-CLAWED-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-NET-ED                             PIC Z,ZZZ,ZZ9.99-.

       01  WS-DETAIL-LINE.
         05  FILLER                                PIC X(2).
         05  WS-DL-ACCNO                           PIC X(9).
         05  FILLER                                PIC X(1).
         05  WS-DL-PID                             PIC X(5).
         05  FILLER                                PIC X(1).
         05  WS-DL-PRODUCT                         PIC X(8).
         05  FILLER                                PIC X(1).
         05  WS-DL-CHANNEL                         PIC X(6).
         05  FILLER                                PIC X(1).
         05  WS-DL-OPENED                          PIC X(10).
         05  FILLER                                PIC X(1).
         05  WS-DL-REVIEWED                        PIC X(10).
         05  FILLER                                PIC X(1).
         05  WS-DL-FUNDED                          PIC Z,ZZZ,ZZ9.99-.
         05  FILLER                                PIC X(1).
         05  WS-DL-OUTCOME                         PIC X(20).
         05  FILLER                                PIC X(1).
         05  WS-DL-AMOUNT                          PIC Z,ZZZ,ZZ9.99-.

       01  WS-REFERRAL-REC.
       COPY CBANKVRE REPLACING LEADING ==BRE== BY ==WRE==.

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

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-MONTH.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           MOVE 'REF-INC-D' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-INCENTIVE-ACCOUNT
           END-IF.
           MOVE 'REF-INC-T' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-INCENTIVE-TERM
           END-IF.
           MOVE 'REF-INC-L' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-INCENTIVE-LOAN
           END-IF.
           MOVE 'REF-MIN-FUND' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-MIN-FUNDING
           END-IF.
           MOVE 'REF-REVIEW-DAYS' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-REVIEW-DAYS
           END-IF.
           MOVE 'REF-CLAWBK-DAYS' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-CLAWBACK-DAYS
           END-IF.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'REFINCNT' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT REFRPT-FILE.
           MOVE WS-REFRPT-STATUS TO WS-IO-STATUS.
           MOVE 'REFRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The referral file is created by the first referral taken
      * online; until then there is nothing to review
           OPEN I-O BNKREFR-NDX.
           IF WS-BNKREFR-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKREFR-NDX
              CLOSE BNKREFR-NDX
              OPEN I-O BNKREFR-NDX
           END-IF.
           MOVE WS-BNKREFR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKREFR-NDX' TO WS-FILE.
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

           OPEN INPUT BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKSTAFF-NDX.
           MOVE WS-BNKSTAFF-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSTAFF-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE WS-INCENTIVE-ACCOUNT TO WS-EARNED-ED.
           MOVE WS-INCENTIVE-TERM TO WS-CLAWED-ED.
           MOVE WS-INCENTIVE-LOAN TO WS-NET-ED.
           MOVE SPACES TO REFRPT-REC.
           STRING 'Staff referral incentives for ' DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ' - run ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFRPT-REC.
           STRING 'Incentive: account' DELIMITED BY SIZE
                  WS-EARNED-ED DELIMITED BY SIZE
                  '  term deposit' DELIMITED BY SIZE
                  WS-CLAWED-ED DELIMITED BY SIZE
                  '  loan' DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MIN-FUNDING TO WS-EARNED-ED.
           MOVE SPACES TO REFRPT-REC.
           STRING 'Reviewed after ' DELIMITED BY SIZE
                  WS-REVIEW-DAYS DELIMITED BY SIZE
                  ' days, minimum funding' DELIMITED BY SIZE
                  WS-EARNED-ED DELIMITED BY SIZE
                  ', clawed back if closed within '
                    DELIMITED BY SIZE
                  WS-CLAWBACK-DAYS DELIMITED BY SIZE
                  ' days' DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH
                                SRT-USERID
                                SRT-ACCNO
               INPUT PROCEDURE IS REVIEW-REFERRALS THRU
                                  REVIEW-REFERRALS-EXIT
               OUTPUT PROCEDURE IS LIST-BRANCHES THRU
                                   LIST-BRANCHES-EXIT.

           MOVE SPACES TO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RUN-EARNED-AMT TO WS-EARNED-ED.
           MOVE WS-RUN-CLAWED-AMT TO WS-CLAWED-ED.
           COMPUTE WS-NET-AMT = WS-RUN-EARNED-AMT - WS-RUN-CLAWED-AMT.
           MOVE WS-NET-AMT TO WS-NET-ED.
           MOVE SPACES TO REFRPT-REC.
           STRING 'All branches - earned ' DELIMITED BY SIZE
                  WS-RUN-EARNED-CNT DELIMITED BY SIZE
                  WS-EARNED-ED DELIMITED BY SIZE
                  ', clawed back ' DELIMITED BY SIZE
                  WS-RUN-CLAWED-CNT DELIMITED BY SIZE
                  WS-CLAWED-ED DELIMITED BY SIZE
                  ', net payable' DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFRPT-REC.
           STRING WS-RUN-LAPSED-CNT DELIMITED BY SIZE
                  ' referral(s) lapsed unfunded or closed, '
                    DELIMITED BY SIZE
                  WS-RUN-PENDING-CNT DELIMITED BY SIZE
                  ' still pending, ' DELIMITED BY SIZE
                  WS-FINAL-COUNTER DELIMITED BY SIZE
                  ' incentive(s) now past clawback' DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKREFR-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKHIST-NDX.
           CLOSE BNKLOANQ-NDX.
           CLOSE BNKSTAFF-NDX.
           CLOSE REFRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-RUN-EARNED-CNT DELIMITED BY SIZE
                  ' incentive(s) earned, ' DELIMITED BY SIZE
                  WS-RUN-CLAWED-CNT DELIMITED BY SIZE
                  ' clawed back' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       GET-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE SPACES TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.

      *****************************************************************
      * Work every referral still open to a decision.  Each decision  *
      * made today and each referral still pending goes to the sort   *
      * under the referrer's branch and userid.                       *
      *****************************************************************
       REVIEW-REFERRALS.
           CONTINUE.
       REVIEW-REFERRALS-LOOP.
           READ BNKREFR-NDX NEXT RECORD.
           IF WS-BNKREFR-STATUS IS EQUAL TO '10'
              GO TO REVIEW-REFERRALS-EXIT
           END-IF.
           IF WS-BNKREFR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKREFR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BRE-REC-PENDING AND
              NOT BRE-REC-EARNED
              GO TO REVIEW-REFERRALS-LOOP
           END-IF.

           MOVE BRE-REC-OPENED-DATE (1:4) TO WS-OPEN-YYYYMMDD (1:4).
           MOVE BRE-REC-OPENED-DATE (6:2) TO WS-OPEN-YYYYMMDD (5:2).
           MOVE BRE-REC-OPENED-DATE (9:2) TO WS-OPEN-YYYYMMDD (7:2).
           COMPUTE WS-OPEN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-YYYYMMDD).
           COMPUTE WS-DAYS-OPEN = WS-BUS-INTEGER - WS-OPEN-INTEGER.

      * A closed, escheated or written-off account - or one no longer
      * on file - counts as closed
           MOVE 'N' TO WS-ACCOUNT-SW.
           MOVE BRE-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              SET WS-ACCOUNT-CLOSED TO TRUE
           ELSE
              IF NOT BAC-REC-OPEN
                 SET WS-ACCOUNT-CLOSED TO TRUE
              END-IF
           END-IF.

           MOVE SPACE TO WS-EVENT.
           IF BRE-REC-PENDING
              PERFORM REVIEW-PENDING THRU
                      REVIEW-PENDING-EXIT
           ELSE
              PERFORM CHECK-CLAWBACK THRU
                      CHECK-CLAWBACK-EXIT
           END-IF.

           IF WS-EVENT IS EQUAL TO SPACE
              GO TO REVIEW-REFERRALS-LOOP
           END-IF.
           IF WS-EVENT IS NOT EQUAL TO 'P'
              REWRITE BNKREFR-REC
              IF WS-BNKREFR-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKREFR-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
           END-IF.
           MOVE BRE-REC-BRANCH TO SRT-BRANCH.
           MOVE BRE-REC-STAFF-USERID TO SRT-USERID.
           MOVE BRE-REC-ACCNO TO SRT-ACCNO.
           MOVE WS-EVENT TO SRT-EVENT.
           MOVE BRE-RECORD TO SRT-REFERRAL.
           RELEASE SRT-REC.
           GO TO REVIEW-REFERRALS-LOOP.
       REVIEW-REFERRALS-EXIT.
           EXIT.

      *****************************************************************
      * A pending referral whose account closed before its review     *
      * lapses.  Once the review period has passed the funding is     *
      * judged on the review date itself.                             *
      *****************************************************************
       REVIEW-PENDING.
           IF WS-ACCOUNT-CLOSED
              SET BRE-REC-CLOSED-UNREVIEWED TO TRUE
              MOVE WS-BUS-DATE TO BRE-REC-CLOSED-DATE
              MOVE 'X' TO WS-EVENT
              GO TO REVIEW-PENDING-EXIT
           END-IF.
           IF WS-DAYS-OPEN IS LESS THAN WS-REVIEW-DAYS
              MOVE 'P' TO WS-EVENT
              GO TO REVIEW-PENDING-EXIT
           END-IF.

           COMPUTE WS-REVIEW-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                     WS-OPEN-INTEGER + WS-REVIEW-DAYS).
           MOVE SPACES TO WS-REVIEW-DATE.
           STRING WS-REVIEW-YYYYMMDD (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-REVIEW-YYYYMMDD (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-REVIEW-YYYYMMDD (7:2) DELIMITED BY SIZE
             INTO WS-REVIEW-DATE.
           MOVE WS-REVIEW-DATE TO BRE-REC-REVIEW-DATE.

           MOVE ZERO TO WS-FUNDED-BAL.
           IF BRE-REC-PROD-LOAN
              PERFORM FIND-LOAN-DRAWN THRU
                      FIND-LOAN-DRAWN-EXIT
           ELSE
              PERFORM FIND-REVIEW-BALANCE THRU
                      FIND-REVIEW-BALANCE-EXIT
           END-IF.
           MOVE WS-FUNDED-BAL TO BRE-REC-FUNDED-BAL.

           IF WS-FUNDED-BAL IS LESS THAN WS-MIN-FUNDING
              SET BRE-REC-NOT-FUNDED TO TRUE
              MOVE 'N' TO WS-EVENT
              GO TO REVIEW-PENDING-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN BRE-REC-PROD-LOAN
              MOVE WS-INCENTIVE-LOAN TO BRE-REC-INCENTIVE
             WHEN BRE-REC-PROD-TERM-DEP
              MOVE WS-INCENTIVE-TERM TO BRE-REC-INCENTIVE
             WHEN OTHER
              MOVE WS-INCENTIVE-ACCOUNT TO BRE-REC-INCENTIVE
           END-EVALUATE.
           SET BRE-REC-EARNED TO TRUE.
           MOVE WS-MONTH TO BRE-REC-EARNED-MONTH.
           MOVE 'E' TO WS-EVENT.
       REVIEW-PENDING-EXIT.
           EXIT.

      *****************************************************************
      * The account's balance on the latest nightly snapshot at or    *
      * before the review date                                        *
      *****************************************************************
       FIND-REVIEW-BALANCE.
           MOVE BRE-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE LOW-VALUES TO BBH-REC-DATE.
           START BNKHIST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BBH-REC-KEY.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-REVIEW-BALANCE-EXIT
           END-IF.
       FIND-REVIEW-BALANCE-LOOP.
           READ BNKHIST-NDX NEXT RECORD.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-REVIEW-BALANCE-EXIT
           END-IF.
           IF BBH-REC-ACCNO IS NOT EQUAL TO BRE-REC-ACCNO
              GO TO FIND-REVIEW-BALANCE-EXIT
           END-IF.
           IF BBH-REC-DATE IS GREATER THAN WS-REVIEW-DATE
              GO TO FIND-REVIEW-BALANCE-EXIT
           END-IF.
           MOVE BBH-REC-BALANCE TO WS-FUNDED-BAL.
           GO TO FIND-REVIEW-BALANCE-LOOP.
       FIND-REVIEW-BALANCE-EXIT.
           EXIT.

      *****************************************************************
      * A referred loan is funded once its quote has been converted   *
      * and drawn against this loan account - the principal counts    *
      *****************************************************************
       FIND-LOAN-DRAWN.
           MOVE BRE-REC-PID TO BLQ-REC-PID.
           MOVE ZERO TO BLQ-REC-SEQ.
           START BNKLOANQ-NDX KEY IS GREATER THAN OR EQUAL TO
                 BLQ-REC-KEY.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-LOAN-DRAWN-EXIT
           END-IF.
       FIND-LOAN-DRAWN-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-LOAN-DRAWN-EXIT
           END-IF.
           IF BLQ-REC-PID IS NOT EQUAL TO BRE-REC-PID
              GO TO FIND-LOAN-DRAWN-EXIT
           END-IF.
           IF BLQ-REC-ACCNO IS NOT EQUAL TO BRE-REC-ACCNO OR
              NOT BLQ-REC-DRAWN
              GO TO FIND-LOAN-DRAWN-LOOP
           END-IF.
           MOVE BLQ-REC-PRINCIPAL TO WS-FUNDED-BAL.
       FIND-LOAN-DRAWN-EXIT.
           EXIT.

      *****************************************************************
      * An earned incentive is clawed back if the account is found    *
      * closed inside the clawback period; after it, it is final      *
      *****************************************************************
       CHECK-CLAWBACK.
           IF WS-ACCOUNT-CLOSED AND
              WS-DAYS-OPEN IS NOT GREATER THAN WS-CLAWBACK-DAYS
              SET BRE-REC-CLAWED-BACK TO TRUE
              MOVE WS-MONTH TO BRE-REC-CLAWBACK-MONTH
              MOVE WS-BUS-DATE TO BRE-REC-CLOSED-DATE
              MOVE 'C' TO WS-EVENT
              GO TO CHECK-CLAWBACK-EXIT
           END-IF.
           IF WS-DAYS-OPEN IS GREATER THAN WS-CLAWBACK-DAYS
              SET BRE-REC-FINAL TO TRUE
              REWRITE BNKREFR-REC
              IF WS-BNKREFR-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKREFR-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
              ADD 1 TO WS-FINAL-COUNTER
           END-IF.
       CHECK-CLAWBACK-EXIT.
           EXIT.

      *****************************************************************
      * One block per branch, one group per referring userid          *
      *****************************************************************
       LIST-BRANCHES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-BRANCH.
           MOVE LOW-VALUES TO WS-CUR-USERID.
       LIST-BRANCHES-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-BRANCH IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-USERID
                 PERFORM END-BRANCH
              END-IF
              GO TO LIST-BRANCHES-EXIT
           END-IF.
           IF SRT-BRANCH IS NOT EQUAL TO WS-CUR-BRANCH
              IF WS-CUR-BRANCH IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-USERID
                 PERFORM END-BRANCH
              END-IF
              MOVE SRT-BRANCH TO WS-CUR-BRANCH
              MOVE LOW-VALUES TO WS-CUR-USERID
              PERFORM BEGIN-BRANCH
           END-IF.
           IF SRT-USERID IS NOT EQUAL TO WS-CUR-USERID
              IF WS-CUR-USERID IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-USERID
              END-IF
              MOVE SRT-USERID TO WS-CUR-USERID
              PERFORM BEGIN-USERID
           END-IF.
           MOVE SRT-REFERRAL TO WRE-RECORD.
           PERFORM LIST-REFERRAL.
           GO TO LIST-BRANCHES-LOOP.
       LIST-BRANCHES-EXIT.
           EXIT.

       BEGIN-BRANCH.
           INITIALIZE WS-BRANCH-TOTALS.
           IF WS-CUR-BRANCH IS EQUAL TO SPACES
              MOVE 'NONE' TO WS-RPT-BRANCH
           ELSE
              MOVE WS-CUR-BRANCH TO WS-RPT-BRANCH
           END-IF.
           MOVE SPACES TO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFRPT-REC.
           STRING 'Branch ' DELIMITED BY SIZE
                  WS-RPT-BRANCH DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       BEGIN-USERID.
           INITIALIZE WS-STAFF-TOTALS.
           MOVE WS-CUR-USERID TO STF-REC-USERID.
           READ BNKSTAFF-NDX.
           IF WS-BNKSTAFF-STATUS IS EQUAL TO '00'
              MOVE STF-REC-NAME TO WS-STAFF-NAME
           ELSE
              MOVE '(no longer on staff file)' TO WS-STAFF-NAME
           END-IF.
           MOVE SPACES TO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFRPT-REC.
           STRING 'Referred by ' DELIMITED BY SIZE
                  WS-CUR-USERID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STAFF-NAME DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFRPT-REC.
           STRING '  Account   Cust  Product  Via    Opened     '
                    DELIMITED BY SIZE
                  'Reviewed         Funded Outcome              '
                    DELIMITED BY SIZE
                  '    Incentive' DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Pending referrals are only counted; every decision is listed  *
      *****************************************************************
       LIST-REFERRAL.
           IF SRT-EVENT-PENDING
              ADD 1 TO WS-STAFF-PENDING-CNT
              ADD 1 TO WS-BRANCH-PENDING-CNT
              ADD 1 TO WS-RUN-PENDING-CNT
           ELSE
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WRE-REC-ACCNO TO WS-DL-ACCNO
              MOVE WRE-REC-PID TO WS-DL-PID
              EVALUATE TRUE
                WHEN WRE-REC-PROD-LOAN
                 MOVE 'LOAN' TO WS-DL-PRODUCT
                WHEN WRE-REC-PROD-TERM-DEP
                 MOVE 'TERM DEP' TO WS-DL-PRODUCT
                WHEN OTHER
                 MOVE 'ACCOUNT' TO WS-DL-PRODUCT
              END-EVALUATE
              IF WRE-REC-CHAN-MOBILE
                 MOVE 'MOBILE' TO WS-DL-CHANNEL
              ELSE
                 MOVE 'BRANCH' TO WS-DL-CHANNEL
              END-IF
              MOVE WRE-REC-OPENED-DATE TO WS-DL-OPENED
              MOVE WRE-REC-REVIEW-DATE TO WS-DL-REVIEWED
              MOVE WRE-REC-FUNDED-BAL TO WS-DL-FUNDED
              EVALUATE TRUE
                WHEN SRT-EVENT-EARNED
                 MOVE 'EARNED' TO WS-DL-OUTCOME
                 MOVE WRE-REC-INCENTIVE TO WS-DL-AMOUNT
                 ADD 1 TO WS-STAFF-EARNED-CNT
                 ADD WRE-REC-INCENTIVE TO WS-STAFF-EARNED-AMT
                WHEN SRT-EVENT-CLAWBACK
                 MOVE 'CLOSED - CLAWED BACK' TO WS-DL-OUTCOME
                 COMPUTE WS-DL-AMOUNT = 0 - WRE-REC-INCENTIVE
                 ADD 1 TO WS-STAFF-CLAWED-CNT
                 ADD WRE-REC-INCENTIVE TO WS-STAFF-CLAWED-AMT
                WHEN SRT-EVENT-NOT-FUNDED
                 MOVE 'NOT FUNDED' TO WS-DL-OUTCOME
                 ADD 1 TO WS-STAFF-LAPSED-CNT
                WHEN OTHER
                 MOVE 'CLOSED BEFORE REVIEW' TO WS-DL-OUTCOME
                 MOVE SPACES TO WS-DL-REVIEWED
                 ADD 1 TO WS-STAFF-LAPSED-CNT
              END-EVALUATE
              MOVE WS-DETAIL-LINE TO REFRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

       END-USERID.
           MOVE WS-STAFF-EARNED-AMT TO WS-EARNED-ED.
           MOVE WS-STAFF-CLAWED-AMT TO WS-CLAWED-ED.
           COMPUTE WS-NET-AMT =
                   WS-STAFF-EARNED-AMT - WS-STAFF-CLAWED-AMT.
           MOVE WS-NET-AMT TO WS-NET-ED.
           MOVE SPACES TO REFRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-CUR-USERID DELIMITED BY SIZE
                  ' earned ' DELIMITED BY SIZE
                  WS-STAFF-EARNED-CNT DELIMITED BY SIZE
                  WS-EARNED-ED DELIMITED BY SIZE
                  ', clawed back ' DELIMITED BY SIZE
                  WS-STAFF-CLAWED-CNT DELIMITED BY SIZE
                  WS-CLAWED-ED DELIMITED BY SIZE
                  ', net' DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
                  ', lapsed ' DELIMITED BY SIZE
                  WS-STAFF-LAPSED-CNT DELIMITED BY SIZE
                  ', pending ' DELIMITED BY SIZE
                  WS-STAFF-PENDING-CNT DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-STAFF-EARNED-CNT TO WS-BRANCH-EARNED-CNT.
           ADD WS-STAFF-EARNED-AMT TO WS-BRANCH-EARNED-AMT.
           ADD WS-STAFF-CLAWED-CNT TO WS-BRANCH-CLAWED-CNT.
           ADD WS-STAFF-CLAWED-AMT TO WS-BRANCH-CLAWED-AMT.
           ADD WS-STAFF-LAPSED-CNT TO WS-BRANCH-LAPSED-CNT.

       END-BRANCH.
           MOVE WS-BRANCH-EARNED-AMT TO WS-EARNED-ED.
           MOVE WS-BRANCH-CLAWED-AMT TO WS-CLAWED-ED.
           COMPUTE WS-NET-AMT =
                   WS-BRANCH-EARNED-AMT - WS-BRANCH-CLAWED-AMT.
           MOVE WS-NET-AMT TO WS-NET-ED.
           MOVE SPACES TO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REFRPT-REC.
           STRING 'Branch ' DELIMITED BY SIZE
                  WS-RPT-BRANCH DELIMITED BY SIZE
                  ' earned ' DELIMITED BY SIZE
                  WS-BRANCH-EARNED-CNT DELIMITED BY SIZE
                  WS-EARNED-ED DELIMITED BY SIZE
                  ', clawed back ' DELIMITED BY SIZE
                  WS-BRANCH-CLAWED-CNT DELIMITED BY SIZE
                  WS-CLAWED-ED DELIMITED BY SIZE
                  ', net' DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
                  ', lapsed ' DELIMITED BY SIZE
                  WS-BRANCH-LAPSED-CNT DELIMITED BY SIZE
                  ', pending ' DELIMITED BY SIZE
                  WS-BRANCH-PENDING-CNT DELIMITED BY SIZE
             INTO REFRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-BRANCH-EARNED-CNT TO WS-RUN-EARNED-CNT.
           ADD WS-BRANCH-EARNED-AMT TO WS-RUN-EARNED-AMT.
           ADD WS-BRANCH-CLAWED-CNT TO WS-RUN-CLAWED-CNT.
           ADD WS-BRANCH-CLAWED-AMT TO WS-RUN-CLAWED-AMT.
           ADD WS-BRANCH-LAPSED-CNT TO WS-RUN-LAPSED-CNT.

       WRITE-REPORT-LINE.
           WRITE REFRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE REFRPT-REC TO RPD-LINE-TEXT.
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
