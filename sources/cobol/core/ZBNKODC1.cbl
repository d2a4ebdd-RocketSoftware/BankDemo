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
      * Program:     ZBNKODC1.CBL                                     *
      * Function:    Nightly overdrawn account collections, stepped   *
      *              after the night's interest and fee postings and  *
      *              ahead of the daily postings extract ZBNKDPX1, so *
      *              its charge-offs and recoveries reach DAYPOST and *
      *              the GL feed under the business date.  For every  *
      *              deposit account overdrawn (or past its overdraft *
      *              limit) the BNKHIST snapshots of earlier days,    *
      *              with today's balance, give the days it has been  *
      *              so without a break:                              *
      *              - 30 days: the customer is sent a notice through *
      *                the secure message center;                     *
      *              - 45 days: the account is frozen;                *
      *              - 60 days: the negative balance is charged off   *
      *                under its own transaction type (mapped by      *
      *                BNKGLMAP for the ZBNKGLP1 feed) to the recovery *
      *                ledger BNKODRL and the account is closed as    *
      *                written off.                                   *
      *              Money later paid into a written-off account is   *
      *              taken to the ledger as a recovery under a second *
      *              transaction type, up to the debt still owed; any *
      *              more is left on the account and reported.  An    *
      *              account back in order before charge-off leaves   *
      *              the ledger and any freeze this run placed is     *
      *              lifted.  The report closes with charge-offs net  *
      *              of recoveries.                                   *
      *              A customer protected by an active bankruptcy     *
      *              case is neither noticed, frozen nor charged off, *
      *              and no recovery is taken from them, while the    *
      *              stay lasts.                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKODC1.
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

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBH-REC-KEY
                  FILE STATUS  IS WS-BNKHIST-STATUS.

           SELECT BNKODRL-NDX
                  ASSIGN       TO NDXODRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BOR-REC-ACCNO
                  FILE STATUS  IS WS-BNKODRL-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKMSGS-NDX
                  ASSIGN       TO NDXMSGS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BMS-REC-KEY
                  FILE STATUS  IS WS-BNKMSGS-STATUS.

           SELECT ODCRPT-FILE
                  ASSIGN       TO ODCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ODCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.
       COPY CBANKVBH.

       FD  BNKODRL-NDX.
       01  BNKODRL-REC.
       COPY CBANKVOR.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKMSGS-NDX.
       01  BNKMSGS-REC.
       COPY CBANKVMS.

       FD  ODCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  ODCRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKODC1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-BNKODRL-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKMSGS-STATUS                     PIC X(2).
         05  WS-ODCRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Days continuously overdrawn at which the customer is sent a
      * notice, the account is frozen and the balance is charged off
      * - site-tunable
         05  WS-NOTICE-DAYS                        PIC 9(4)
             VALUE 30.
         05  WS-FREEZE-DAYS                        PIC 9(4)
             VALUE 45.
         05  WS-CHARGEOFF-DAYS                     PIC 9(4)
             VALUE 60.
         05  WS-FREEZE-REASON                      PIC X(19)
             VALUE 'Overdrawn 45 days'.

         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-SINCE-YYYYMMDD                     PIC 9(8).
         05  WS-SINCE-INTEGER                      PIC S9(9) COMP.
         05  WS-DATE-WORK                          PIC X(10).
         05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           10  WS-DATE-WORK-YYYY                   PIC X(4).
           10  FILLER                              PIC X(1).
           10  WS-DATE-WORK-MM                     PIC X(2).
           10  FILLER                              PIC X(1).
           10  WS-DATE-WORK-DD                     PIC X(2).
         05  WS-DATE-YYYYMMDD.
           10  WS-DATE-YYYY                        PIC X(4).
           10  WS-DATE-MM                          PIC X(2).
           10  WS-DATE-DD                          PIC X(2).
         05  WS-DATE-YYYYMMDD-N REDEFINES WS-DATE-YYYYMMDD
                                                   PIC 9(8).

         05  WS-ODRAWN-SINCE                       PIC X(10).
         05  WS-ODRAWN-DAYS                        PIC 9(4).
         05  WS-FLOOR                              PIC S9(7)V99 COMP-3.
         05  WS-LEDGER-SW                          PIC X(1).
           88  WS-ON-LEDGER                          VALUE 'Y'.
         05  WS-OUTSTANDING                        PIC S9(7)V99 COMP-3.
         05  WS-RECOVERY                           PIC S9(7)V99 COMP-3.
         05  WS-NET-LOSS                           PIC S9(9)V99 COMP-3.
         05  WS-TXN-SEQ                            PIC X(1).
         05  WS-ACTION                             PIC X(40).
         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-AMOUNT-ED2                         PIC Z,ZZZ,ZZ9.99-.
         05  WS-AMOUNT-ED3                         PIC Z,ZZZ,ZZ9.99-.

         05  WS-NOTICE-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-FREEZE-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-CHARGEOFF-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-CURED-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-RECOVERY-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-STAYED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-TOTAL-CHARGED                      PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-RECOVERED                    PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-NET                          PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

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
           MOVE WS-BUS-DATE TO WS-DATE-WORK.
           PERFORM CONVERT-DATE.
           MOVE WS-DATE-YYYYMMDD-N TO WS-BUS-YYYYMMDD.
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'ODCOLL  ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKHIST-NDX.
           MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKHIST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKODRL-NDX.
           MOVE WS-BNKODRL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKODRL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKMSGS-NDX.
           MOVE WS-BNKMSGS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKMSGS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT ODCRPT-FILE.
           MOVE WS-ODCRPT-STATUS TO WS-IO-STATUS.
           MOVE 'ODCRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO ODCRPT-REC.
           STRING 'Overdrawn account collections for ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-ACCOUNTS THRU
                   SCAN-ACCOUNTS-DONE.

           MOVE SPACES TO ODCRPT-REC.
           STRING WS-NOTICE-COUNTER DELIMITED BY SIZE
                  ' noticed, ' DELIMITED BY SIZE
                  WS-FREEZE-COUNTER DELIMITED BY SIZE
                  ' frozen, ' DELIMITED BY SIZE
                  WS-CHARGEOFF-COUNTER DELIMITED BY SIZE
                  ' charged off, ' DELIMITED BY SIZE
                  WS-CURED-COUNTER DELIMITED BY SIZE
                  ' back in order, ' DELIMITED BY SIZE
                  WS-RECOVERY-COUNTER DELIMITED BY SIZE
                  ' recovery posting(s)' DELIMITED BY SIZE
             INTO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-STAYED-COUNTER IS GREATER THAN ZERO
              MOVE SPACES TO ODCRPT-REC
              STRING WS-STAYED-COUNTER DELIMITED BY SIZE
                     ' account(s) held by a bankruptcy stay'
                       DELIMITED BY SIZE
                INTO ODCRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM REPORT-NET-LOSSES THRU
                   REPORT-NET-LOSSES-EXIT.

           CLOSE BNKACC-NDX.
           CLOSE BNKHIST-NDX.
           CLOSE BNKODRL-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKMSGS-NDX.
           CLOSE ODCRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-NOTICE-COUNTER DELIMITED BY SIZE
                  ' noticed, ' DELIMITED BY SIZE
                  WS-FREEZE-COUNTER DELIMITED BY SIZE
                  ' frozen, ' DELIMITED BY SIZE
                  WS-CHARGEOFF-COUNTER DELIMITED BY SIZE
                  ' charged off' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Walk the accounts.  Written-off accounts are checked for      *
      * repayments; open deposit accounts are measured against their  *
      * overdraft floor.  House, term deposit, revolving and loan     *
      * accounts are not deposit accounts and are left alone.         *
      *****************************************************************
       SCAN-ACCOUNTS.
           CONTINUE.
       SCAN-ACCOUNTS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO SCAN-ACCOUNTS-DONE
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF BAC-REC-WRITTEN-OFF
              PERFORM TAKE-RECOVERY THRU
                      TAKE-RECOVERY-EXIT
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           IF BAC-REC-CLOSED OR
              BAC-REC-ESCHEATED
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           IF BAC-REC-TYPE-HOUSE OR
              BAC-REC-TYPE-TERM-DEP OR
              BAC-REC-TYPE-REVOLVING OR
              BAC-REC-TYPE IS EQUAL TO 'L'
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.

           MOVE 'N' TO WS-LEDGER-SW.
           MOVE BAC-REC-ACCNO TO BOR-REC-ACCNO.
           READ BNKODRL-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKODRL-STATUS IS EQUAL TO '00'
              SET WS-ON-LEDGER TO TRUE
           END-IF.

           COMPUTE WS-FLOOR = ZERO - BAC-REC-OVERDRAFT-LIMIT.
           IF BAC-REC-BALANCE IS NOT LESS THAN WS-FLOOR
              IF WS-ON-LEDGER
                 PERFORM CURE-ACCOUNT THRU
                         CURE-ACCOUNT-EXIT
              END-IF
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.

           PERFORM COUNT-OVERDRAWN-DAYS THRU
                   COUNT-OVERDRAWN-DAYS-EXIT.
           IF WS-ODRAWN-DAYS IS LESS THAN WS-NOTICE-DAYS
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.

           IF NOT WS-ON-LEDGER
              MOVE SPACES TO BOR-RECORD
              MOVE BAC-REC-ACCNO TO BOR-REC-ACCNO
              MOVE BAC-REC-PID TO BOR-REC-PID
              MOVE BAC-REC-BRANCH TO BOR-REC-BRANCH
              MOVE ZERO TO BOR-REC-CHARGEOFF-AMT
              MOVE ZERO TO BOR-REC-RECOVERED-AMT
              MOVE ZERO TO BOR-REC-RECOVERY-COUNT
           END-IF.
           MOVE WS-ODRAWN-SINCE TO BOR-REC-OVERDRAWN-SINCE.
           MOVE WS-ODRAWN-DAYS TO BOR-REC-DAYS.

      * The automatic stay stops collection while the case is active;
      * the account is not entered on the ledger so the notice still
      * goes first once the stay is lifted
           PERFORM CHECK-STAY THRU
                   CHECK-STAY-EXIT.
           IF BKD-STAY-ACTIVE
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.

           IF WS-ODRAWN-DAYS IS NOT LESS THAN WS-CHARGEOFF-DAYS
              PERFORM CHARGE-OFF-ACCOUNT THRU
                      CHARGE-OFF-ACCOUNT-EXIT
           ELSE
              IF WS-ODRAWN-DAYS IS NOT LESS THAN WS-FREEZE-DAYS
                 PERFORM FREEZE-ACCOUNT THRU
                         FREEZE-ACCOUNT-EXIT
              ELSE
                 PERFORM SEND-NOTICE THRU
                         SEND-NOTICE-EXIT
              END-IF
           END-IF.

           PERFORM SAVE-LEDGER-RECORD THRU
                   SAVE-LEDGER-RECORD-EXIT.
           GO TO SCAN-ACCOUNTS-LOOP.
       SCAN-ACCOUNTS-DONE.
           EXIT.

      *****************************************************************
      * Find where the account's unbroken overdrawn run began - the   *
      * snapshots before today are read oldest first, and any         *
      * snapshot above the floor starts the count again.  Today's     *
      * position is the balance on the account, already below the    *
      * floor.  With no overdrawn snapshot the run starts today.      *
      *****************************************************************
       COUNT-OVERDRAWN-DAYS.
           MOVE SPACES TO WS-ODRAWN-SINCE.
           MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE LOW-VALUES TO BBH-REC-DATE.
           START BNKHIST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BBH-REC-KEY.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO COUNT-OVERDRAWN-DAYS-CALC
           END-IF.
       COUNT-OVERDRAWN-DAYS-LOOP.
           READ BNKHIST-NDX NEXT RECORD.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO COUNT-OVERDRAWN-DAYS-CALC
           END-IF.
           IF BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
              BBH-REC-DATE IS NOT LESS THAN WS-BUS-DATE
              GO TO COUNT-OVERDRAWN-DAYS-CALC
           END-IF.
           IF BBH-REC-BALANCE IS LESS THAN WS-FLOOR
              IF WS-ODRAWN-SINCE IS EQUAL TO SPACES
                 MOVE BBH-REC-DATE TO WS-ODRAWN-SINCE
              END-IF
           ELSE
              MOVE SPACES TO WS-ODRAWN-SINCE
           END-IF.
           GO TO COUNT-OVERDRAWN-DAYS-LOOP.
       COUNT-OVERDRAWN-DAYS-CALC.
           IF WS-ODRAWN-SINCE IS EQUAL TO SPACES
              MOVE WS-BUS-DATE TO WS-ODRAWN-SINCE
           END-IF.
           MOVE WS-ODRAWN-SINCE TO WS-DATE-WORK.
           PERFORM CONVERT-DATE.
           MOVE WS-DATE-YYYYMMDD-N TO WS-SINCE-YYYYMMDD.
           COMPUTE WS-SINCE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SINCE-YYYYMMDD).
           COMPUTE WS-ODRAWN-DAYS = WS-BUS-INTEGER - WS-SINCE-INTEGER.
       COUNT-OVERDRAWN-DAYS-EXIT.
           EXIT.

      *****************************************************************
      * 30 days: tell the customer once                               *
      *****************************************************************
       SEND-NOTICE.
           IF WS-ON-LEDGER
              GO TO SEND-NOTICE-EXIT
           END-IF.
           SET BOR-REC-NOTICE-SENT TO TRUE.
           MOVE WS-BUS-DATE TO BOR-REC-NOTICE-DTE.
           MOVE 'Your account is overdrawn' TO BMS-REC-SUBJECT.
           MOVE SPACES TO BMS-REC-TEXT.
           STRING 'Account ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
                  ' has been overdrawn since ' DELIMITED BY SIZE
                  WS-ODRAWN-SINCE DELIMITED BY SIZE
                  ' - please repay now' DELIMITED BY SIZE
             INTO BMS-REC-TEXT.
           PERFORM NOTIFY-CUSTOMER.
           ADD 1 TO WS-NOTICE-COUNTER.
           MOVE 'notice sent' TO WS-ACTION.
           PERFORM REPORT-ACTION.
       SEND-NOTICE-EXIT.
           EXIT.

      *****************************************************************
      * 45 days: freeze the account so nothing more can be drawn      *
      *****************************************************************
       FREEZE-ACCOUNT.
           IF WS-ON-LEDGER AND
              BOR-REC-FROZEN
              GO TO FREEZE-ACCOUNT-EXIT
           END-IF.
           SET BOR-REC-FROZEN TO TRUE.
           MOVE WS-BUS-DATE TO BOR-REC-FREEZE-DTE.
           IF BOR-REC-NOTICE-DTE IS EQUAL TO SPACES
              MOVE WS-BUS-DATE TO BOR-REC-NOTICE-DTE
           END-IF.
      * A hold someone else placed (a legal hold, say) is left as it
      * stands
           IF BAC-REC-NOT-ON-HOLD
              SET BAC-REC-ON-HOLD TO TRUE
              SET BAC-REC-HOLD-TYPE-FREEZE TO TRUE
              MOVE WS-FREEZE-REASON TO BAC-REC-HOLD-REASON
              REWRITE BNKACC-REC
              IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKACC-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
           END-IF.
           MOVE 'Your account has been frozen' TO BMS-REC-SUBJECT.
           MOVE SPACES TO BMS-REC-TEXT.
           STRING 'Account ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
                  ' is frozen - overdrawn since ' DELIMITED BY SIZE
                  WS-ODRAWN-SINCE DELIMITED BY SIZE
             INTO BMS-REC-TEXT.
           PERFORM NOTIFY-CUSTOMER.
           ADD 1 TO WS-FREEZE-COUNTER.
           MOVE 'frozen' TO WS-ACTION.
           PERFORM REPORT-ACTION.
       FREEZE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 60 days: the whole negative balance is credited off under     *
      * type W/1, the account closes as written off and the loss goes *
      * on the recovery ledger.  Any freeze comes off so repayments   *
      * can still reach the account.                                  *
      *****************************************************************
       CHARGE-OFF-ACCOUNT.
           COMPUTE WS-OUTSTANDING = ZERO - BAC-REC-BALANCE.
           ADD WS-OUTSTANDING TO BAC-REC-BALANCE.
           ADD WS-OUTSTANDING TO BAC-REC-AVAIL-BALANCE.
           SET BAC-REC-WRITTEN-OFF TO TRUE.
           IF BAC-REC-HOLD-TYPE-FREEZE
              SET BAC-REC-NOT-ON-HOLD TO TRUE
              MOVE SPACES TO BAC-REC-HOLD-TYPE
              MOVE SPACES TO BAC-REC-HOLD-REASON
           END-IF.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           COPY CTSTAMPP.
           MOVE '0' TO WS-TXN-SEQ.
           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE 'W' TO BTX-REC-TYPE.
           MOVE '1' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           MOVE WS-OUTSTANDING TO BTX-REC-AMOUNT.
           MOVE 'Overdrawn balance charged off'
             TO BTX-REC-DATA-OLD (1:29).
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

           SET BOR-REC-CHARGED-OFF TO TRUE.
           MOVE WS-BUS-DATE TO BOR-REC-CHARGEOFF-DTE.
           MOVE WS-OUTSTANDING TO BOR-REC-CHARGEOFF-AMT.

           MOVE 'Your account has been closed' TO BMS-REC-SUBJECT.
           MOVE WS-OUTSTANDING TO WS-AMOUNT-ED.
           MOVE SPACES TO BMS-REC-TEXT.
           STRING 'Account ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
                  ' closed - ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' is still owed to the bank' DELIMITED BY SIZE
             INTO BMS-REC-TEXT.
           PERFORM NOTIFY-CUSTOMER.
           ADD 1 TO WS-CHARGEOFF-COUNTER.
           MOVE SPACES TO WS-ACTION.
           STRING 'charged off ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ', account closed' DELIMITED BY SIZE
             INTO WS-ACTION.
           PERFORM REPORT-ACTION.
       CHARGE-OFF-ACCOUNT-EXIT.
           EXIT.

       SAVE-LEDGER-RECORD.
           IF WS-ON-LEDGER
              REWRITE BNKODRL-REC
           ELSE
              WRITE BNKODRL-REC
           END-IF.
           IF WS-BNKODRL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKODRL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       SAVE-LEDGER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * Back in order before charge-off: off the ledger, and the      *
      * freeze lifted if it is the one this run placed                *
      *****************************************************************
       CURE-ACCOUNT.
           IF BOR-REC-CHARGED-OFF
              GO TO CURE-ACCOUNT-EXIT
           END-IF.
           IF BAC-REC-ON-HOLD AND
              BAC-REC-HOLD-TYPE-FREEZE AND
              BAC-REC-HOLD-REASON IS EQUAL TO WS-FREEZE-REASON
              SET BAC-REC-NOT-ON-HOLD TO TRUE
              MOVE SPACES TO BAC-REC-HOLD-TYPE
              MOVE SPACES TO BAC-REC-HOLD-REASON
              REWRITE BNKACC-REC
              IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKACC-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
           END-IF.
           DELETE BNKODRL-NDX RECORD.
           ADD 1 TO WS-CURED-COUNTER.
           MOVE 'back in order' TO WS-ACTION.
           PERFORM REPORT-ACTION.
       CURE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * The charge-off left the account at zero, so anything standing *
      * to its credit now has been repaid since - it is taken off as  *
      * a recovery under type W/2 and added to the ledger.  No more   *
      * is taken than is still owed; a surplus stays on the account   *
      * and is reported so it can be returned to the customer.        *
      *****************************************************************
       TAKE-RECOVERY.
           IF BAC-REC-BALANCE IS NOT GREATER THAN ZERO
              GO TO TAKE-RECOVERY-EXIT
           END-IF.
           MOVE BAC-REC-ACCNO TO BOR-REC-ACCNO.
           READ BNKODRL-NDX RECORD
             INVALID KEY
               MOVE SPACES TO ODCRPT-REC
               STRING BAC-REC-ACCNO DELIMITED BY SIZE
                      ' written off but not on the recovery ledger'
                        DELIMITED BY SIZE
                 INTO ODCRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO TAKE-RECOVERY-EXIT
           END-READ.
      * Setting the money off against the written-off debt is barred
      * by the automatic stay
           PERFORM CHECK-STAY THRU
                   CHECK-STAY-EXIT.
           IF BKD-STAY-ACTIVE
              GO TO TAKE-RECOVERY-EXIT
           END-IF.
           COMPUTE WS-OUTSTANDING =
                   BOR-REC-CHARGEOFF-AMT - BOR-REC-RECOVERED-AMT.
           IF WS-OUTSTANDING IS NOT GREATER THAN ZERO
              MOVE 'debt recovered - credit left on account'
                TO WS-ACTION
              PERFORM REPORT-ACTION
              GO TO TAKE-RECOVERY-EXIT
           END-IF.
           MOVE BAC-REC-BALANCE TO WS-RECOVERY.
           IF WS-RECOVERY IS GREATER THAN WS-OUTSTANDING
              MOVE WS-OUTSTANDING TO WS-RECOVERY
           END-IF.

           SUBTRACT WS-RECOVERY FROM BAC-REC-BALANCE.
           SUBTRACT WS-RECOVERY FROM BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           COPY CTSTAMPP.
           MOVE '0' TO WS-TXN-SEQ.
           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE 'W' TO BTX-REC-TYPE.
           MOVE '2' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - WS-RECOVERY.
           MOVE 'Written-off account recovery'
             TO BTX-REC-DATA-OLD (1:28).
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

           ADD WS-RECOVERY TO BOR-REC-RECOVERED-AMT.
           ADD 1 TO BOR-REC-RECOVERY-COUNT.
           MOVE WS-BUS-DATE TO BOR-REC-LAST-RECOVERY-DTE.
           REWRITE BNKODRL-REC.
           IF WS-BNKODRL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKODRL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           ADD 1 TO WS-RECOVERY-COUNTER.
           MOVE WS-RECOVERY TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-ACTION.
           IF BAC-REC-BALANCE IS GREATER THAN ZERO
              STRING 'recovery ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ', debt cleared' DELIMITED BY SIZE
                INTO WS-ACTION
           ELSE
              STRING 'recovery ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO WS-ACTION
           END-IF.
           PERFORM REPORT-ACTION.
       TAKE-RECOVERY-EXIT.
           EXIT.

      *****************************************************************
      * Is the account holder protected by an active bankruptcy       *
      * case?  A held account is reported and counted.                *
      *****************************************************************
       CHECK-STAY.
           SET BKD-REQUEST-CHECK TO TRUE.
           MOVE BAC-REC-PID TO BKD-PID.
           CALL 'UBNKBKR1' USING WS-BKR-PARM.
           IF BKD-NO-STAY
              GO TO CHECK-STAY-EXIT
           END-IF.
           ADD 1 TO WS-STAYED-COUNTER.
           MOVE SPACES TO WS-ACTION.
           STRING 'stayed - case ' DELIMITED BY SIZE
                  BKD-CASE-NO DELIMITED BY SPACE
             INTO WS-ACTION.
           PERFORM REPORT-ACTION.
       CHECK-STAY-EXIT.
           EXIT.

      *****************************************************************
      * One report line for an action on the current account; the     *
      * action text is passed in WS-ACTION                            *
      *****************************************************************
       REPORT-ACTION.
           MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED2.
           MOVE SPACES TO ODCRPT-REC.
           STRING BAC-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAC-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAC-REC-BRANCH DELIMITED BY SIZE
                  ' bal' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' since ' DELIMITED BY SIZE
                  BOR-REC-OVERDRAWN-SINCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
             INTO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Tell the customer through the secure message center; the      *
      * subject and text are set by the caller                        *
      *****************************************************************
       NOTIFY-CUSTOMER.
           COPY CTSTAMPP.
           MOVE BAC-REC-PID TO BMS-REC-PID.
           MOVE WS-TIMESTAMP TO BMS-REC-TIMESTAMP.
           MOVE BMS-REC-TIMESTAMP TO BMS-REC-THREAD-TS.
           SET BMS-REC-FROM-BANK TO TRUE.
           SET BMS-REC-MSG-NEW TO TRUE.
           MOVE SPACES TO BMS-REC-CLAIMED-BY.
           MOVE SPACES TO BMS-REC-FILLER.
           WRITE BNKMSGS-REC
             INVALID KEY
               CONTINUE
           END-WRITE.

      *****************************************************************
      * Charge-offs net of recoveries, one line per written-off       *
      * account on the ledger                                         *
      *****************************************************************
       REPORT-NET-LOSSES.
           MOVE SPACES TO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ODCRPT-REC.
           STRING 'Account   Brn  Charged off    Charged  '
                    DELIMITED BY SIZE
                  '      Recovered            Net' DELIMITED BY SIZE
             INTO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO BOR-REC-ACCNO.
           START BNKODRL-NDX KEY IS GREATER THAN OR EQUAL TO
                 BOR-REC-ACCNO.
           IF WS-BNKODRL-STATUS IS NOT EQUAL TO '00'
              GO TO REPORT-NET-LOSSES-TOTAL
           END-IF.
       REPORT-NET-LOSSES-LOOP.
           READ BNKODRL-NDX NEXT RECORD.
           IF WS-BNKODRL-STATUS IS NOT EQUAL TO '00'
              GO TO REPORT-NET-LOSSES-TOTAL
           END-IF.
           IF NOT BOR-REC-CHARGED-OFF
              GO TO REPORT-NET-LOSSES-LOOP
           END-IF.
           COMPUTE WS-NET-LOSS =
                   BOR-REC-CHARGEOFF-AMT - BOR-REC-RECOVERED-AMT.
           ADD BOR-REC-CHARGEOFF-AMT TO WS-TOTAL-CHARGED.
           ADD BOR-REC-RECOVERED-AMT TO WS-TOTAL-RECOVERED.
           ADD WS-NET-LOSS TO WS-TOTAL-NET.
           MOVE BOR-REC-CHARGEOFF-AMT TO WS-AMOUNT-ED.
           MOVE BOR-REC-RECOVERED-AMT TO WS-AMOUNT-ED2.
           MOVE WS-NET-LOSS TO WS-AMOUNT-ED3.
           MOVE SPACES TO ODCRPT-REC.
           STRING BOR-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BOR-REC-BRANCH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BOR-REC-CHARGEOFF-DTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO REPORT-NET-LOSSES-LOOP.
       REPORT-NET-LOSSES-TOTAL.
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-ED.
           MOVE WS-TOTAL-RECOVERED TO WS-AMOUNT-ED2.
           MOVE WS-TOTAL-NET TO WS-AMOUNT-ED3.
           MOVE SPACES TO ODCRPT-REC.
           STRING 'Total                     ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO ODCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       REPORT-NET-LOSSES-EXIT.
           EXIT.

      *****************************************************************
      * yyyy-mm-dd in WS-DATE-WORK to yyyymmdd in WS-DATE-YYYYMMDD    *
      *****************************************************************
       CONVERT-DATE.
           MOVE WS-DATE-WORK-YYYY TO WS-DATE-YYYY.
           MOVE WS-DATE-WORK-MM TO WS-DATE-MM.
           MOVE WS-DATE-WORK-DD TO WS-DATE-DD.

       WRITE-REPORT-LINE.
           WRITE ODCRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE ODCRPT-REC TO RPD-LINE-TEXT.
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
