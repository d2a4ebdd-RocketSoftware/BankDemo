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
      * Program:     ZBNKDQS1.CBL                                     *
      * Function:    Monthly customer master data-quality run.  Every *
      *              active customer on BNKCUST is scored against the *
      *              rule set: SIN present and passing its check      *
      *              digit, email and telephone well formed (and held *
      *              where they are the preferred contact), date of   *
      *              birth present and valid on personal profiles, a  *
      *              youth profile naming an active guardian, a       *
      *              business profile with a KYC record, and no open  *
      *              account naming a closed or unknown customer as a *
      *              joint signer.  Each failure is a remediation     *
      *              worklist item under the customer's home branch.  *
      *              Each branch's figures are kept on BNKDQSH and    *
      *              the scorecard shows them against the month       *
      *              before.  Nothing is stored against the customer: *
      *              a record put right through the maintenance       *
      *              screens simply passes at the next run.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKDQS1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BAC-REC-ACCNO
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKKYC-NDX
                  ASSIGN       TO NDXKYC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BKY-REC-PID
                  FILE STATUS  IS WS-BNKKYC-STATUS.

           SELECT BNKDQSH-NDX
                  ASSIGN       TO NDXDQSH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BQS-REC-KEY
                  FILE STATUS  IS WS-BNKDQSH-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

           SELECT DQSRPT-FILE
                  ASSIGN       TO DQSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DQSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKKYC-NDX.
       01  BNKKYC-REC.
       COPY CBANKVKY.

       FD  BNKDQSH-NDX.
       01  BNKDQSH-REC.
       COPY CBANKVQS.

       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-BRANCH                            PIC X(4).
         05  SRT-PID                               PIC X(5).
      * C a customer scored (one per customer), I a worklist item
         05  SRT-KIND                              PIC X(1).
           88  SRT-KIND-CUSTOMER                     VALUE 'C'.
           88  SRT-KIND-ITEM                         VALUE 'I'.
         05  SRT-RULE                              PIC 9(1).
         05  SRT-NAME                              PIC X(25).
         05  SRT-DETAIL                            PIC X(40).

       FD  DQSRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  DQSRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKDQS1'.
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKKYC-STATUS                      PIC X(2).
         05  WS-BNKDQSH-STATUS                     PIC X(2).
         05  WS-DQSRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-MONTH                              PIC X(7).
         05  WS-PREV-MONTH                         PIC X(7).
         05  WS-PREV-YYYY                          PIC 9(4).
         05  WS-PREV-MM                            PIC 9(2).

         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-RULE                               PIC 9(1).
         05  WS-DETAIL                             PIC X(40).
         05  WS-SAVE-PID                           PIC X(5).
         05  WS-JOINT-PID                          PIC X(5).
         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-CUR-BRANCH                         PIC X(4).
         05  WS-CUR-PID                            PIC X(5).
         05  WS-PID-FAILED-SW                      PIC X(1).
           88  WS-PID-FAILED                         VALUE 'Y'.
         05  WS-RPT-BRANCH                         PIC X(4).

      * SIN check digit (mod 10, every second digit doubled)
         05  WS-SIN-DIGITS                         PIC 9(9).
         05  WS-SIN-DIGIT-R REDEFINES WS-SIN-DIGITS.
           10  WS-SIN-DIGIT                        PIC 9(1)
                                                   OCCURS 9 TIMES.
         05  WS-SIN-SUM                            PIC 9(3).
         05  WS-SIN-WORK                           PIC 9(2).
         05  WS-SIN-QUOT                           PIC 9(3).
         05  WS-SIN-REM                            PIC 9(1).

      * Email shape - one @, something before it, a dot after it and
      * no embedded blanks
         05  WS-EMAIL-LEN                          PIC S9(4) COMP.
         05  WS-EMAIL-AT-CNT                       PIC S9(4) COMP.
         05  WS-EMAIL-AT-POS                       PIC S9(4) COMP.
         05  WS-EMAIL-DOTS                         PIC S9(4) COMP.
         05  WS-EMAIL-DOM-LEN                      PIC S9(4) COMP.

      * Telephone - digits and the usual separators only, with at
      * least seven digits
         05  WS-TEL-WORK                           PIC X(12).
         05  WS-TEL-DIGITS                         PIC S9(4) COMP.
         05  WS-TEL-GOOD                           PIC S9(4) COMP.

      * Date of birth as YYYY-MM-DD, a real date, not in the future
         05  WS-DOB.
           10  WS-DOB-YYYY                         PIC X(4).
           10  WS-DOB-DASH1                        PIC X(1).
           10  WS-DOB-MM                           PIC X(2).
           10  WS-DOB-DASH2                        PIC X(1).
           10  WS-DOB-DD                           PIC X(2).
         05  WS-DOB-YYYY-N                         PIC 9(4).
         05  WS-DOB-MM-N                           PIC 9(2).
         05  WS-DOB-DD-N                           PIC 9(2).
         05  WS-DOB-MAX-DD                         PIC 9(2).
         05  WS-DOB-QUOT                           PIC 9(4).
         05  WS-DOB-REM4                           PIC 9(4).
         05  WS-DOB-REM100                         PIC 9(4).
         05  WS-DOB-REM400                         PIC 9(4).
         05  WS-DOB-VALID-SW                       PIC X(1).
           88  WS-DOB-VALID                          VALUE 'Y'.

      * Days in each month, February leap-adjusted when used
         05  WS-MONTH-DAYS-LIST                    PIC X(24)
             VALUE '312831303130313130313031'.
         05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIST.
           10  WS-MONTH-DAYS                       PIC 9(2)
                                                   OCCURS 12 TIMES.

      * Rule names as shown on the worklist and scorecard
         05  WS-RULE-NAMES-LIST.
           10  FILLER                              PIC X(4)
               VALUE 'SIN '.
           10  FILLER                              PIC X(4)
               VALUE 'EMAL'.
           10  FILLER                              PIC X(4)
               VALUE 'TEL '.
           10  FILLER                              PIC X(4)
               VALUE 'DOB '.
           10  FILLER                              PIC X(4)
               VALUE 'GRDN'.
           10  FILLER                              PIC X(4)
               VALUE 'KYC '.
           10  FILLER                              PIC X(4)
               VALUE 'JNT '.
         05  WS-RULE-NAMES-R REDEFINES WS-RULE-NAMES-LIST.
           10  WS-RULE-NAME                        PIC X(4)
                                                   OCCURS 7 TIMES.

      * Totals for the branch being listed and for the whole run
         05  WS-BRANCH-TOTALS.
           10  WS-BRANCH-CHECKED                   PIC 9(7).
           10  WS-BRANCH-FAILED                    PIC 9(7).
           10  WS-BRANCH-ITEMS                     PIC 9(7).
           10  WS-BRANCH-FAIL                      PIC 9(5)
                                                   OCCURS 7 TIMES.
         05  WS-RUN-TOTALS.
           10  WS-RUN-CHECKED                      PIC 9(7)
               VALUE ZERO.
           10  WS-RUN-CLEAN                        PIC 9(7)
               VALUE ZERO.
           10  WS-RUN-ITEMS                        PIC 9(7)
               VALUE ZERO.
           10  WS-RUN-PREV-CHECKED                 PIC 9(7)
               VALUE ZERO.
           10  WS-RUN-PREV-CLEAN                   PIC 9(7)
               VALUE ZERO.
           10  WS-RUN-PREV-ITEMS                   PIC 9(7)
               VALUE ZERO.
           10  WS-RUN-FAIL                         PIC 9(5)
                                                   OCCURS 7 TIMES.
         05  WS-BRANCH-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-SCORE                              PIC 9(3)V9.
         05  WS-CHANGE                             PIC S9(3)V9.
         05  WS-PREV-CLEAN                         PIC 9(7).

         05  WS-COUNT-ED                           PIC Z,ZZZ,ZZ9.
         05  WS-SCORE-ED                           PIC ZZ9.9.
         05  WS-CHANGE-ED                          PIC +ZZ9.9.

       01  WS-DETAIL-LINE.
         05  FILLER                                PIC X(2).
         05  WS-DL-PID                             PIC X(5).
         05  FILLER                                PIC X(2).
         05  WS-DL-NAME                            PIC X(25).
         05  FILLER                                PIC X(2).
         05  WS-DL-RULE                            PIC X(4).
         05  FILLER                                PIC X(2).
         05  WS-DL-DETAIL                          PIC X(40).

       01  WS-SCORE-LINE.
         05  WS-SL-BRANCH                          PIC X(4).
         05  FILLER                                PIC X(1).
         05  WS-SL-CHECKED                         PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(1).
         05  WS-SL-CLEAN                           PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-SL-SCORE                           PIC ZZ9.9.
         05  FILLER                                PIC X(2).
         05  WS-SL-PREV                            PIC ZZ9.9.
         05  FILLER                                PIC X(1).
         05  WS-SL-CHANGE                          PIC +ZZ9.9.
         05  FILLER                                PIC X(1).
         05  WS-SL-ITEMS                           PIC ZZZ,ZZ9.
         05  FILLER                                PIC X(1).
         05  WS-SL-PREV-ITEMS                      PIC ZZZ,ZZ9.
         05  WS-SL-FAILS                           OCCURS 7 TIMES.
           10  FILLER                              PIC X(1).
           10  WS-SL-FAIL                          PIC ZZ,ZZ9.

       01  WS-CUSTOMER.
       COPY CBANKVCS REPLACING LEADING ==BCS== BY ==WCS==.

       01  WS-SCORECARD.
       COPY CBANKVQS REPLACING LEADING ==BQS== BY ==WQS==.

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
           MOVE WS-BUS-DATE (1:7) TO WS-MONTH.
           MOVE WS-BUS-DATE (1:4) TO WS-PREV-YYYY.
           MOVE WS-BUS-DATE (6:2) TO WS-PREV-MM.
           IF WS-PREV-MM IS EQUAL TO 1
              MOVE 12 TO WS-PREV-MM
              SUBTRACT 1 FROM WS-PREV-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PREV-MM
           END-IF.
           MOVE SPACES TO WS-PREV-MONTH.
           STRING WS-PREV-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PREV-MM DELIMITED BY SIZE
             INTO WS-PREV-MONTH.
           PERFORM CLEAR-RUN-FAIL
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 7.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'DQSCORE ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT DQSRPT-FILE.
           MOVE WS-DQSRPT-STATUS TO WS-IO-STATUS.
           MOVE 'DQSRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKKYC-NDX.
           MOVE WS-BNKKYC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKKYC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The history is created by the first run; a rerun in the same
      * month replaces that month's figures
           OPEN I-O BNKDQSH-NDX.
           IF WS-BNKDQSH-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKDQSH-NDX
              CLOSE BNKDQSH-NDX
              OPEN I-O BNKDQSH-NDX
           END-IF.
           MOVE WS-BNKDQSH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDQSH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO DQSRPT-REC.
           STRING 'Customer data-quality worklists for '
                    DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ' - run ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DQSRPT-REC.
           STRING 'Rules: SIN missing/invalid, EMAL email, '
                    DELIMITED BY SIZE
                  'TEL telephone, DOB date of birth, GRDN youth '
                    DELIMITED BY SIZE
                  'guardian, KYC business KYC, JNT joint signer'
                    DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH
                                SRT-PID
                                SRT-KIND
                                SRT-RULE
               INPUT PROCEDURE IS SCORE-ALL THRU
                                  SCORE-ALL-EXIT
               OUTPUT PROCEDURE IS LIST-BRANCHES THRU
                                   LIST-BRANCHES-EXIT.

           PERFORM PRINT-SCORECARD THRU
                   PRINT-SCORECARD-EXIT.

           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKKYC-NDX.
           CLOSE BNKDQSH-NDX.
           CLOSE DQSRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-RUN-CHECKED DELIMITED BY SIZE
                  ' customer(s) scored, ' DELIMITED BY SIZE
                  WS-RUN-ITEMS DELIMITED BY SIZE
                  ' worklist item(s)' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CLEAR-RUN-FAIL.
           MOVE ZERO TO WS-RUN-FAIL (WS-SUB).

      *****************************************************************
      * Feed the sort: joint-signer items from the account file, then *
      * one record per active customer and one per rule it fails      *
      *****************************************************************
       SCORE-ALL.
           PERFORM CHECK-JOINT-SIGNERS THRU
                   CHECK-JOINT-SIGNERS-EXIT.
           PERFORM SCORE-CUSTOMERS THRU
                   SCORE-CUSTOMERS-EXIT.
       SCORE-ALL-EXIT.
           EXIT.

      *****************************************************************
      * An open account whose joint signer is no longer an active     *
      * customer is an item on the owner's worklist                   *
      *****************************************************************
       CHECK-JOINT-SIGNERS.
           CONTINUE.
       CHECK-JOINT-SIGNERS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO CHECK-JOINT-SIGNERS-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BAC-REC-OPEN
              GO TO CHECK-JOINT-SIGNERS-LOOP
           END-IF.
           IF BAC-REC-JOINT-PID IS NOT EQUAL TO SPACES AND
              BAC-REC-JOINT-PID IS NOT EQUAL TO LOW-VALUES
              MOVE BAC-REC-JOINT-PID TO WS-JOINT-PID
              PERFORM CHECK-ONE-JOINT THRU
                      CHECK-ONE-JOINT-EXIT
           END-IF.
           IF BAC-REC-JOINT-PID2 IS NOT EQUAL TO SPACES AND
              BAC-REC-JOINT-PID2 IS NOT EQUAL TO LOW-VALUES
              MOVE BAC-REC-JOINT-PID2 TO WS-JOINT-PID
              PERFORM CHECK-ONE-JOINT THRU
                      CHECK-ONE-JOINT-EXIT
           END-IF.
           GO TO CHECK-JOINT-SIGNERS-LOOP.
       CHECK-JOINT-SIGNERS-EXIT.
           EXIT.

       CHECK-ONE-JOINT.
           MOVE SPACES TO WS-DETAIL.
           MOVE WS-JOINT-PID TO BCS-REC-PID.
           READ BNKCUST-NDX.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              STRING 'A/c ' DELIMITED BY SIZE
                     BAC-REC-ACCNO DELIMITED BY SIZE
                     ' joint ' DELIMITED BY SIZE
                     WS-JOINT-PID DELIMITED BY SIZE
                     ' not on file' DELIMITED BY SIZE
                INTO WS-DETAIL
           ELSE
              IF BCS-REC-CLOSED
                 STRING 'A/c ' DELIMITED BY SIZE
                        BAC-REC-ACCNO DELIMITED BY SIZE
                        ' joint ' DELIMITED BY SIZE
                        WS-JOINT-PID DELIMITED BY SIZE
                        ' is closed' DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-IF
           END-IF.
           IF WS-DETAIL IS EQUAL TO SPACES
              GO TO CHECK-ONE-JOINT-EXIT
           END-IF.
      * The item goes to the owner, under the owner's home branch; an
      * owner who is closed is not scored at all
           MOVE BAC-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              GO TO CHECK-ONE-JOINT-EXIT
           END-IF.
           IF BCS-REC-CLOSED
              GO TO CHECK-ONE-JOINT-EXIT
           END-IF.
           MOVE SPACES TO SRT-REC.
           MOVE BCS-REC-BRANCH TO SRT-BRANCH.
           MOVE BCS-REC-PID TO SRT-PID.
           SET SRT-KIND-ITEM TO TRUE.
           MOVE 7 TO SRT-RULE.
           MOVE BCS-REC-NAME TO SRT-NAME.
           MOVE WS-DETAIL TO SRT-DETAIL.
           RELEASE SRT-REC.
       CHECK-ONE-JOINT-EXIT.
           EXIT.

      *****************************************************************
      * Score every active customer.  The guardian lookup reads the   *
      * customer file by key, so the browse is restarted after it.    *
      *****************************************************************
       SCORE-CUSTOMERS.
           MOVE LOW-VALUES TO BCS-REC-PID.
           START BNKCUST-NDX KEY IS GREATER THAN BCS-REC-PID.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              GO TO SCORE-CUSTOMERS-EXIT
           END-IF.
       SCORE-CUSTOMERS-LOOP.
           READ BNKCUST-NDX NEXT RECORD.
           IF WS-BNKCUST-STATUS IS EQUAL TO '10'
              GO TO SCORE-CUSTOMERS-EXIT
           END-IF.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCUST-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BCS-REC-CLOSED
              GO TO SCORE-CUSTOMERS-LOOP
           END-IF.
           MOVE BCS-RECORD TO WCS-RECORD.

           MOVE SPACES TO SRT-REC.
           MOVE WCS-REC-BRANCH TO SRT-BRANCH.
           MOVE WCS-REC-PID TO SRT-PID.
           SET SRT-KIND-CUSTOMER TO TRUE.
           MOVE ZERO TO SRT-RULE.
           MOVE WCS-REC-NAME TO SRT-NAME.
           RELEASE SRT-REC.

           PERFORM CHECK-SIN THRU
                   CHECK-SIN-EXIT.
           PERFORM CHECK-EMAIL THRU
                   CHECK-EMAIL-EXIT.
           PERFORM CHECK-TEL THRU
                   CHECK-TEL-EXIT.
           PERFORM CHECK-BIRTH-DATE THRU
                   CHECK-BIRTH-DATE-EXIT.
           PERFORM CHECK-KYC THRU
                   CHECK-KYC-EXIT.
           PERFORM CHECK-GUARDIAN THRU
                   CHECK-GUARDIAN-EXIT.
           GO TO SCORE-CUSTOMERS-LOOP.
       SCORE-CUSTOMERS-EXIT.
           EXIT.

      *****************************************************************
      * Put an item for the customer being scored on the worklist     *
      *****************************************************************
       RELEASE-ITEM.
           MOVE SPACES TO SRT-REC.
           MOVE WCS-REC-BRANCH TO SRT-BRANCH.
           MOVE WCS-REC-PID TO SRT-PID.
           SET SRT-KIND-ITEM TO TRUE.
           MOVE WS-RULE TO SRT-RULE.
           MOVE WCS-REC-NAME TO SRT-NAME.
           MOVE WS-DETAIL TO SRT-DETAIL.
           RELEASE SRT-REC.

      *****************************************************************
      * SIN - nine digits, not all zero, passing the check digit      *
      *****************************************************************
       CHECK-SIN.
           MOVE 1 TO WS-RULE.
           MOVE SPACES TO WS-DETAIL.
           IF WCS-REC-SIN IS EQUAL TO SPACES OR
              WCS-REC-SIN IS EQUAL TO LOW-VALUES
              MOVE 'SIN missing' TO WS-DETAIL
              PERFORM RELEASE-ITEM
              GO TO CHECK-SIN-EXIT
           END-IF.
           IF WCS-REC-SIN IS NOT NUMERIC OR
              WCS-REC-SIN IS EQUAL TO '000000000'
              STRING 'SIN not valid: ' DELIMITED BY SIZE
                     WCS-REC-SIN DELIMITED BY SIZE
                INTO WS-DETAIL
              PERFORM RELEASE-ITEM
              GO TO CHECK-SIN-EXIT
           END-IF.
           MOVE WCS-REC-SIN TO WS-SIN-DIGITS.
           MOVE ZERO TO WS-SIN-SUM.
           PERFORM ADD-SIN-DIGIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 9.
           DIVIDE WS-SIN-SUM BY 10
             GIVING WS-SIN-QUOT REMAINDER WS-SIN-REM.
           IF WS-SIN-REM IS NOT EQUAL TO ZERO
              STRING 'SIN fails check digit: ' DELIMITED BY SIZE
                     WCS-REC-SIN DELIMITED BY SIZE
                INTO WS-DETAIL
              PERFORM RELEASE-ITEM
           END-IF.
       CHECK-SIN-EXIT.
           EXIT.

       ADD-SIN-DIGIT.
           DIVIDE WS-SUB BY 2
             GIVING WS-SIN-QUOT REMAINDER WS-SIN-REM.
           IF WS-SIN-REM IS EQUAL TO ZERO
              COMPUTE WS-SIN-WORK = WS-SIN-DIGIT (WS-SUB) * 2
              IF WS-SIN-WORK IS GREATER THAN 9
                 SUBTRACT 9 FROM WS-SIN-WORK
              END-IF
           ELSE
              MOVE WS-SIN-DIGIT (WS-SUB) TO WS-SIN-WORK
           END-IF.
           ADD WS-SIN-WORK TO WS-SIN-SUM.

      *****************************************************************
      * Email - only required when it is a preferred contact, but if  *
      * held it must be well formed                                   *
      *****************************************************************
       CHECK-EMAIL.
           MOVE 2 TO WS-RULE.
           MOVE SPACES TO WS-DETAIL.
           IF WCS-REC-EMAIL IS EQUAL TO SPACES
              IF WCS-REC-SEND-EMAIL IS EQUAL TO 'Y'
                 MOVE 'Email preferred but none held' TO WS-DETAIL
                 PERFORM RELEASE-ITEM
              END-IF
              GO TO CHECK-EMAIL-EXIT
           END-IF.
           MOVE ZERO TO WS-EMAIL-LEN.
           INSPECT WCS-REC-EMAIL TALLYING WS-EMAIL-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-EMAIL-AT-CNT.
           INSPECT WCS-REC-EMAIL TALLYING WS-EMAIL-AT-CNT
             FOR ALL '@'.
           MOVE ZERO TO WS-EMAIL-AT-POS.
           INSPECT WCS-REC-EMAIL TALLYING WS-EMAIL-AT-POS
             FOR CHARACTERS BEFORE INITIAL '@'.
           ADD 1 TO WS-EMAIL-AT-POS.
           IF WS-EMAIL-LEN IS LESS THAN 30
              IF WCS-REC-EMAIL (WS-EMAIL-LEN + 1:) IS NOT EQUAL TO
                 SPACES
                 MOVE 'Email has embedded blanks' TO WS-DETAIL
              END-IF
           END-IF.
           IF WS-DETAIL IS EQUAL TO SPACES
              IF WS-EMAIL-AT-CNT IS NOT EQUAL TO 1 OR
                 WS-EMAIL-AT-POS IS LESS THAN 2 OR
                 WS-EMAIL-AT-POS IS NOT LESS THAN WS-EMAIL-LEN
                 MOVE 'Email not in name@domain form' TO WS-DETAIL
              END-IF
           END-IF.
           IF WS-DETAIL IS EQUAL TO SPACES
              COMPUTE WS-EMAIL-DOM-LEN =
                      WS-EMAIL-LEN - WS-EMAIL-AT-POS
              MOVE ZERO TO WS-EMAIL-DOTS
              INSPECT WCS-REC-EMAIL (WS-EMAIL-AT-POS + 1:
                                     WS-EMAIL-DOM-LEN)
                TALLYING WS-EMAIL-DOTS FOR ALL '.'
              IF WS-EMAIL-DOTS IS EQUAL TO ZERO OR
                 WCS-REC-EMAIL (WS-EMAIL-AT-POS + 1:1) IS EQUAL TO
                 '.' OR
                 WCS-REC-EMAIL (WS-EMAIL-LEN:1) IS EQUAL TO '.'
                 MOVE 'Email domain not valid' TO WS-DETAIL
              END-IF
           END-IF.
           IF WS-DETAIL IS NOT EQUAL TO SPACES
              PERFORM RELEASE-ITEM
           END-IF.
       CHECK-EMAIL-EXIT.
           EXIT.

      *****************************************************************
      * Telephone - required for SMS customers; digits and - ( ) + .  *
      * and blanks only, with at least seven digits                   *
      *****************************************************************
       CHECK-TEL.
           MOVE 3 TO WS-RULE.
           MOVE SPACES TO WS-DETAIL.
           IF WCS-REC-TEL IS EQUAL TO SPACES
              IF WCS-REC-SEND-SMS IS EQUAL TO 'Y'
                 MOVE 'SMS preferred but no telephone' TO WS-DETAIL
                 PERFORM RELEASE-ITEM
              END-IF
              GO TO CHECK-TEL-EXIT
           END-IF.
           MOVE WCS-REC-TEL TO WS-TEL-WORK.
           INSPECT WS-TEL-WORK CONVERTING '0123456789'
                                       TO '9999999999'.
           MOVE ZERO TO WS-TEL-DIGITS.
           INSPECT WS-TEL-WORK TALLYING WS-TEL-DIGITS FOR ALL '9'.
           INSPECT WS-TEL-WORK CONVERTING '-()+.' TO '     '.
           MOVE ZERO TO WS-TEL-GOOD.
           INSPECT WS-TEL-WORK TALLYING WS-TEL-GOOD
             FOR ALL '9' ALL ' '.
           IF WS-TEL-GOOD IS LESS THAN 12
              STRING 'Telephone has bad characters: '
                       DELIMITED BY SIZE
                     WCS-REC-TEL DELIMITED BY SIZE
                INTO WS-DETAIL
           ELSE
              IF WS-TEL-DIGITS IS LESS THAN 7
                 STRING 'Telephone too short: ' DELIMITED BY SIZE
                        WCS-REC-TEL DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-IF
           END-IF.
           IF WS-DETAIL IS NOT EQUAL TO SPACES
              PERFORM RELEASE-ITEM
           END-IF.
       CHECK-TEL-EXIT.
           EXIT.

      *****************************************************************
      * Date of birth - personal profiles only; YYYY-MM-DD, a real    *
      * date, not before 1900 and not after the business date         *
      *****************************************************************
       CHECK-BIRTH-DATE.
           MOVE 4 TO WS-RULE.
           MOVE SPACES TO WS-DETAIL.
           IF WCS-REC-PROFILE-BUSINESS
              GO TO CHECK-BIRTH-DATE-EXIT
           END-IF.
           IF WCS-REC-BIRTH-DATE IS EQUAL TO SPACES OR
              WCS-REC-BIRTH-DATE IS EQUAL TO LOW-VALUES
              MOVE 'Date of birth missing' TO WS-DETAIL
              PERFORM RELEASE-ITEM
              GO TO CHECK-BIRTH-DATE-EXIT
           END-IF.
           MOVE WCS-REC-BIRTH-DATE TO WS-DOB.
           MOVE 'N' TO WS-DOB-VALID-SW.
           PERFORM VALIDATE-DOB THRU
                   VALIDATE-DOB-EXIT.
           IF NOT WS-DOB-VALID
              STRING 'Date of birth not valid: ' DELIMITED BY SIZE
                     WCS-REC-BIRTH-DATE DELIMITED BY SIZE
                INTO WS-DETAIL
              PERFORM RELEASE-ITEM
           END-IF.
       CHECK-BIRTH-DATE-EXIT.
           EXIT.

       VALIDATE-DOB.
           IF WS-DOB-YYYY IS NOT NUMERIC OR
              WS-DOB-MM IS NOT NUMERIC OR
              WS-DOB-DD IS NOT NUMERIC OR
              WS-DOB-DASH1 IS NOT EQUAL TO '-' OR
              WS-DOB-DASH2 IS NOT EQUAL TO '-'
              GO TO VALIDATE-DOB-EXIT
           END-IF.
           MOVE WS-DOB-YYYY TO WS-DOB-YYYY-N.
           MOVE WS-DOB-MM TO WS-DOB-MM-N.
           MOVE WS-DOB-DD TO WS-DOB-DD-N.
           IF WS-DOB-YYYY-N IS LESS THAN 1900 OR
              WS-DOB-MM-N IS LESS THAN 1 OR
              WS-DOB-MM-N IS GREATER THAN 12 OR
              WS-DOB-DD-N IS LESS THAN 1
              GO TO VALIDATE-DOB-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-DOB-MM-N) TO WS-DOB-MAX-DD.
           IF WS-DOB-MM-N IS EQUAL TO 2
              DIVIDE WS-DOB-YYYY-N BY 4
                GIVING WS-DOB-QUOT REMAINDER WS-DOB-REM4
              DIVIDE WS-DOB-YYYY-N BY 100
                GIVING WS-DOB-QUOT REMAINDER WS-DOB-REM100
              DIVIDE WS-DOB-YYYY-N BY 400
                GIVING WS-DOB-QUOT REMAINDER WS-DOB-REM400
              IF WS-DOB-REM400 IS EQUAL TO ZERO OR
                 (WS-DOB-REM4 IS EQUAL TO ZERO AND
                  WS-DOB-REM100 IS NOT EQUAL TO ZERO)
                 MOVE 29 TO WS-DOB-MAX-DD
              END-IF
           END-IF.
           IF WS-DOB-DD-N IS GREATER THAN WS-DOB-MAX-DD
              GO TO VALIDATE-DOB-EXIT
           END-IF.
           IF WS-DOB IS GREATER THAN WS-BUS-DATE
              GO TO VALIDATE-DOB-EXIT
           END-IF.
           SET WS-DOB-VALID TO TRUE.
       VALIDATE-DOB-EXIT.
           EXIT.

      *****************************************************************
      * A business profile must have its KYC record                   *
      *****************************************************************
       CHECK-KYC.
           MOVE 6 TO WS-RULE.
           MOVE SPACES TO WS-DETAIL.
           IF NOT WCS-REC-PROFILE-BUSINESS
              GO TO CHECK-KYC-EXIT
           END-IF.
           MOVE WCS-REC-PID TO BKY-REC-PID.
           READ BNKKYC-NDX.
           IF WS-BNKKYC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Business profile with no KYC record'
                TO WS-DETAIL
              PERFORM RELEASE-ITEM
           END-IF.
       CHECK-KYC-EXIT.
           EXIT.

      *****************************************************************
      * A youth profile must name an active guardian other than the   *
      * youth.  Reading the guardian moves the browse, so it is put   *
      * back after the customer just scored.                          *
      *****************************************************************
       CHECK-GUARDIAN.
           MOVE 5 TO WS-RULE.
           MOVE SPACES TO WS-DETAIL.
           IF NOT WCS-REC-IS-YOUTH
              GO TO CHECK-GUARDIAN-EXIT
           END-IF.
           IF WCS-REC-GUARDIAN-PID IS EQUAL TO SPACES OR
              WCS-REC-GUARDIAN-PID IS EQUAL TO LOW-VALUES
              MOVE 'Youth profile with no guardian' TO WS-DETAIL
              PERFORM RELEASE-ITEM
              GO TO CHECK-GUARDIAN-EXIT
           END-IF.
           IF WCS-REC-GUARDIAN-PID IS EQUAL TO WCS-REC-PID
              MOVE 'Youth profile is its own guardian' TO WS-DETAIL
              PERFORM RELEASE-ITEM
              GO TO CHECK-GUARDIAN-EXIT
           END-IF.
           MOVE WCS-REC-PID TO WS-SAVE-PID.
           MOVE WCS-REC-GUARDIAN-PID TO BCS-REC-PID.
           READ BNKCUST-NDX.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              STRING 'Guardian ' DELIMITED BY SIZE
                     WCS-REC-GUARDIAN-PID DELIMITED BY SIZE
                     ' not on file' DELIMITED BY SIZE
                INTO WS-DETAIL
           ELSE
              IF BCS-REC-CLOSED
                 STRING 'Guardian ' DELIMITED BY SIZE
                        WCS-REC-GUARDIAN-PID DELIMITED BY SIZE
                        ' is closed' DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-IF
           END-IF.
           IF WS-DETAIL IS NOT EQUAL TO SPACES
              PERFORM RELEASE-ITEM
           END-IF.
           MOVE WS-SAVE-PID TO BCS-REC-PID.
           START BNKCUST-NDX KEY IS GREATER THAN BCS-REC-PID.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Unable to resume BNKCUST-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       CHECK-GUARDIAN-EXIT.
           EXIT.

      *****************************************************************
      * One worklist per branch, the customer's items together; the   *
      * branch's figures go to the history as each branch ends        *
      *****************************************************************
       LIST-BRANCHES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-BRANCH.
           MOVE LOW-VALUES TO WS-CUR-PID.
       LIST-BRANCHES-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-BRANCH IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-BRANCH
              END-IF
              GO TO LIST-BRANCHES-EXIT
           END-IF.
           IF SRT-BRANCH IS NOT EQUAL TO WS-CUR-BRANCH
              IF WS-CUR-BRANCH IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-BRANCH
              END-IF
              MOVE SRT-BRANCH TO WS-CUR-BRANCH
              PERFORM BEGIN-BRANCH
           END-IF.
           IF SRT-PID IS NOT EQUAL TO WS-CUR-PID
              MOVE SRT-PID TO WS-CUR-PID
              MOVE 'N' TO WS-PID-FAILED-SW
           END-IF.
           IF SRT-KIND-CUSTOMER
              ADD 1 TO WS-BRANCH-CHECKED
           ELSE
              PERFORM LIST-ITEM
           END-IF.
           GO TO LIST-BRANCHES-LOOP.
       LIST-BRANCHES-EXIT.
           EXIT.

       BEGIN-BRANCH.
           INITIALIZE WS-BRANCH-TOTALS.
           MOVE LOW-VALUES TO WS-CUR-PID.
           IF WS-CUR-BRANCH IS EQUAL TO SPACES
              MOVE 'NONE' TO WS-RPT-BRANCH
           ELSE
              MOVE WS-CUR-BRANCH TO WS-RPT-BRANCH
           END-IF.
           MOVE SPACES TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DQSRPT-REC.
           STRING 'Branch ' DELIMITED BY SIZE
                  WS-RPT-BRANCH DELIMITED BY SIZE
                  ' remediation worklist' DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DQSRPT-REC.
           STRING '  Cust   Name                       Rule  '
                    DELIMITED BY SIZE
                  'To put right' DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       LIST-ITEM.
           IF NOT WS-PID-FAILED
              SET WS-PID-FAILED TO TRUE
              ADD 1 TO WS-BRANCH-FAILED
           END-IF.
           ADD 1 TO WS-BRANCH-ITEMS.
           ADD 1 TO WS-BRANCH-FAIL (SRT-RULE).
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SRT-PID TO WS-DL-PID.
           MOVE SRT-NAME TO WS-DL-NAME.
           MOVE WS-RULE-NAME (SRT-RULE) TO WS-DL-RULE.
           MOVE SRT-DETAIL TO WS-DL-DETAIL.
           MOVE WS-DETAIL-LINE TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Close the branch: its worklist total, then its scorecard row  *
      * on the history with last month's figures carried alongside    *
      *****************************************************************
       END-BRANCH.
           IF WS-BRANCH-ITEMS IS EQUAL TO ZERO
              MOVE SPACES TO DQSRPT-REC
              MOVE '  No items - every customer passed' TO DQSRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-BRANCH-ITEMS TO WS-COUNT-ED.
           MOVE SPACES TO DQSRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' item(s) for branch ' DELIMITED BY SIZE
                  WS-RPT-BRANCH DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO WQS-RECORD.
           MOVE WS-CUR-BRANCH TO WQS-REC-BRANCH.
           MOVE WS-MONTH TO WQS-REC-MONTH.
           MOVE WS-BUS-DATE TO WQS-REC-RUN-DATE.
           MOVE WS-BRANCH-CHECKED TO WQS-REC-CHECKED.
           COMPUTE WQS-REC-CLEAN =
                   WS-BRANCH-CHECKED - WS-BRANCH-FAILED.
           MOVE ZERO TO WQS-REC-SCORE.
           IF WS-BRANCH-CHECKED IS GREATER THAN ZERO
              COMPUTE WQS-REC-SCORE ROUNDED =
                      (WQS-REC-CLEAN * 100) / WS-BRANCH-CHECKED
           END-IF.
           MOVE WS-BRANCH-ITEMS TO WQS-REC-ITEMS.
           PERFORM COPY-BRANCH-FAIL
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 7.
           MOVE 'N' TO WQS-REC-PREV-FOUND.
           MOVE ZERO TO WQS-REC-PREV-CHECKED.
           MOVE ZERO TO WQS-REC-PREV-SCORE.
           MOVE ZERO TO WQS-REC-PREV-ITEMS.
           MOVE WS-CUR-BRANCH TO BQS-REC-BRANCH.
           MOVE WS-PREV-MONTH TO BQS-REC-MONTH.
           READ BNKDQSH-NDX.
           IF WS-BNKDQSH-STATUS IS EQUAL TO '00'
              SET WQS-REC-PREV-ON-FILE TO TRUE
              MOVE BQS-REC-CHECKED TO WQS-REC-PREV-CHECKED
              MOVE BQS-REC-SCORE TO WQS-REC-PREV-SCORE
              MOVE BQS-REC-ITEMS TO WQS-REC-PREV-ITEMS
           END-IF.

           MOVE WS-CUR-BRANCH TO BQS-REC-BRANCH.
           MOVE WS-MONTH TO BQS-REC-MONTH.
           READ BNKDQSH-NDX.
           IF WS-BNKDQSH-STATUS IS EQUAL TO '00'
              MOVE WQS-RECORD TO BQS-RECORD
              REWRITE BNKDQSH-REC
           ELSE
              MOVE WQS-RECORD TO BQS-RECORD
              WRITE BNKDQSH-REC
           END-IF.
           IF WS-BNKDQSH-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKDQSH-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

       COPY-BRANCH-FAIL.
           MOVE WS-BRANCH-FAIL (WS-SUB) TO WQS-REC-FAIL (WS-SUB).

      *****************************************************************
      * The scorecard - this month's row for each branch against the  *
      * month before, then the bank as a whole                        *
      *****************************************************************
       PRINT-SCORECARD.
           MOVE SPACES TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DQSRPT-REC.
           STRING 'Customer data-quality scorecard for '
                    DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ' against ' DELIMITED BY SIZE
                  WS-PREV-MONTH DELIMITED BY SIZE
                  ' (score = customers passing every rule)'
                    DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DQSRPT-REC.
           STRING 'Brch    Scored     Clean  Score   Last    Chg'
                    DELIMITED BY SIZE
                  '   Items    Last' DELIMITED BY SIZE
                  '    SIN   EMAL    TEL    DOB   GRDN    KYC    JNT'
                    DELIMITED BY SIZE
             INTO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO BQS-REC-KEY.
           START BNKDQSH-NDX KEY IS GREATER THAN BQS-REC-KEY.
           IF WS-BNKDQSH-STATUS IS NOT EQUAL TO '00'
              GO TO PRINT-SCORECARD-TOTAL
           END-IF.
       PRINT-SCORECARD-LOOP.
           READ BNKDQSH-NDX NEXT RECORD.
           IF WS-BNKDQSH-STATUS IS NOT EQUAL TO '00'
              GO TO PRINT-SCORECARD-TOTAL
           END-IF.
           IF BQS-REC-MONTH IS NOT EQUAL TO WS-MONTH
              GO TO PRINT-SCORECARD-LOOP
           END-IF.
           ADD 1 TO WS-BRANCH-COUNTER.
           MOVE SPACES TO WS-SCORE-LINE.
           IF BQS-REC-BRANCH IS EQUAL TO SPACES
              MOVE 'NONE' TO WS-SL-BRANCH
           ELSE
              MOVE BQS-REC-BRANCH TO WS-SL-BRANCH
           END-IF.
           MOVE BQS-REC-CHECKED TO WS-SL-CHECKED.
           MOVE BQS-REC-CLEAN TO WS-SL-CLEAN.
           MOVE BQS-REC-SCORE TO WS-SL-SCORE.
           MOVE BQS-REC-ITEMS TO WS-SL-ITEMS.
           IF BQS-REC-PREV-ON-FILE
              MOVE BQS-REC-PREV-SCORE TO WS-SL-PREV
              COMPUTE WS-CHANGE =
                      BQS-REC-SCORE - BQS-REC-PREV-SCORE
              MOVE WS-CHANGE TO WS-SL-CHANGE
              MOVE BQS-REC-PREV-ITEMS TO WS-SL-PREV-ITEMS
              ADD BQS-REC-PREV-CHECKED TO WS-RUN-PREV-CHECKED
              COMPUTE WS-PREV-CLEAN ROUNDED =
                      (BQS-REC-PREV-SCORE * BQS-REC-PREV-CHECKED)
                      / 100
              ADD WS-PREV-CLEAN TO WS-RUN-PREV-CLEAN
              ADD BQS-REC-PREV-ITEMS TO WS-RUN-PREV-ITEMS
           END-IF.
           PERFORM SHOW-RULE-FAIL
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 7.
           ADD BQS-REC-CHECKED TO WS-RUN-CHECKED.
           ADD BQS-REC-CLEAN TO WS-RUN-CLEAN.
           ADD BQS-REC-ITEMS TO WS-RUN-ITEMS.
           MOVE WS-SCORE-LINE TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO PRINT-SCORECARD-LOOP.
       PRINT-SCORECARD-TOTAL.
           MOVE SPACES TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-SCORE-LINE.
           MOVE 'BANK' TO WS-SL-BRANCH.
           MOVE WS-RUN-CHECKED TO WS-SL-CHECKED.
           MOVE WS-RUN-CLEAN TO WS-SL-CLEAN.
           MOVE ZERO TO WS-SCORE.
           IF WS-RUN-CHECKED IS GREATER THAN ZERO
              COMPUTE WS-SCORE ROUNDED =
                      (WS-RUN-CLEAN * 100) / WS-RUN-CHECKED
           END-IF.
           MOVE WS-SCORE TO WS-SL-SCORE.
           MOVE WS-RUN-ITEMS TO WS-SL-ITEMS.
           IF WS-RUN-PREV-CHECKED IS GREATER THAN ZERO
              COMPUTE WS-CHANGE ROUNDED =
                      (WS-RUN-PREV-CLEAN * 100) / WS-RUN-PREV-CHECKED
              MOVE WS-CHANGE TO WS-SL-PREV
              COMPUTE WS-CHANGE = WS-SCORE - WS-CHANGE
              MOVE WS-CHANGE TO WS-SL-CHANGE
              MOVE WS-RUN-PREV-ITEMS TO WS-SL-PREV-ITEMS
           END-IF.
           PERFORM SHOW-RUN-FAIL
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 7.
           MOVE WS-SCORE-LINE TO DQSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-BRANCH-COUNTER IS EQUAL TO ZERO
              MOVE SPACES TO DQSRPT-REC
              MOVE '  No active customers to score' TO DQSRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       PRINT-SCORECARD-EXIT.
           EXIT.

       SHOW-RULE-FAIL.
           MOVE BQS-REC-FAIL (WS-SUB) TO WS-SL-FAIL (WS-SUB).
           ADD BQS-REC-FAIL (WS-SUB) TO WS-RUN-FAIL (WS-SUB).

       SHOW-RUN-FAIL.
           MOVE WS-RUN-FAIL (WS-SUB) TO WS-SL-FAIL (WS-SUB).

       WRITE-REPORT-LINE.
           WRITE DQSRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE DQSRPT-REC TO RPD-LINE-TEXT.
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
