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
      * Program:     DCUST01P.CBL                                     *
      * Function:    Customer relationship (360) list for branch      *
      *              staff - everything the bank holds for one PID    *
      *              on one read-only list, each line tagged with the *
      *              action code and maintenance screen that works it *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCUST01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DCUST01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKACC-AIX-RID                     PIC X(5).
         05  WS-BNKLOANQ-RID                       PIC X(9).
         05  WS-BNKGARN-RID                        PIC X(11).
         05  WS-BNKDEPH-RID                        PIC X(35).
         05  WS-BNKDISPT-RID                       PIC X(35).
         05  WS-BNKSTOP-RID                        PIC X(13).
         05  WS-BNKBENEF-RID                       PIC X(11).
         05  WS-BNKPAYEE-RID                       PIC X(17).
         05  WS-BNKCCTL-RID                        PIC X(5).
         05  WS-BNKKYC-RID                         PIC X(5).
         05  WS-BNKSDBX-RID                        PIC X(9).
         05  WS-BNKCMPL-RID                        PIC X(26).
         05  WS-BNKDCRL-RID                        PIC X(26).
         05  WS-SCAN-FILE                          PIC X(8).
         05  WS-LINE-NO                            PIC 9(4).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-ACC-SUB                            PIC S9(4) COMP.
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.
         05  WS-AMOUNT-ED                          PIC Z(6)9.99-.
         05  WS-AMOUNT-ED2                         PIC Z(6)9.99-.
         05  WS-RATE-ED                            PIC ZZ9.999.
         05  WS-PCT-ED                             PIC ZZ9.99.
         05  WS-COUNT-ED                           PIC ZZ9.
         05  WS-STATUS-TEXT                        PIC X(12).
         05  WS-CARD-NO                            PIC X(16).

      * The line being added to the list
       01  WS-LINE.
         05  WS-LINE-SECTION                       PIC X(4).
         05  WS-LINE-ACTION                        PIC X(2).
         05  WS-LINE-SCREEN                        PIC X(8).
         05  WS-LINE-KEY                           PIC X(26).
         05  WS-LINE-TEXT                          PIC X(70).

      * The customer's accounts - owned, then joint as first and as
      * second joint signer - gathered once and walked by each part
      * of the list that is kept by account
       01  WS-ACC-TABLE.
         05  WS-ACC-COUNT                          PIC S9(4) COMP.
         05  WS-ACC-ENTRY                          OCCURS 50 TIMES.
           10  WS-ACC-ACCNO                        PIC X(9).
           10  WS-ACC-TYPE                         PIC X(1).
           10  WS-ACC-ROLE                         PIC X(1).

       COPY CTSTAMPD.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKLOANQ-REC.
       COPY CBANKVLQ.

       01  WS-BNKGARN-REC.
       COPY CBANKVGN.

       01  WS-BNKDEPH-REC.
       COPY CBANKVDH.

       01  WS-BNKDISPT-REC.
       COPY CBANKVDP.

       01  WS-BNKSTOP-REC.
       COPY CBANKVSP.

       01  WS-BNKBENEF-REC.
       COPY CBANKVBF.

       01  WS-BNKPAYEE-REC.
       COPY CBANKVPY.

       01  WS-BNKCCTL-REC.
       COPY CBANKVCC.

       01  WS-BNKKYC-REC.
       COPY CBANKVKY.

       01  WS-BNKSDBX-REC.
       COPY CBANKVSB.

       01  WS-BNKCMPL-REC.
       COPY CBANKVCP.

       01  WS-BNKDCRL-REC.
       COPY CBANKVDU.

       01  WS-COMMAREA.
       COPY CCUSTD01.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 6144 TIMES
               DEPENDING ON WS-COMMAREA-LENGTH.

       COPY CENTRY.
      *****************************************************************
      * Move the passed data to our area                              *
      *****************************************************************
           MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *****************************************************************
      * Initialize our output area                                    *
      *****************************************************************
           MOVE SPACES TO CDU1O-DATA.
           MOVE ZERO TO CDU1O-LINE-COUNT.
           SET CDU1O-NO-MORE-LINES TO TRUE.
           SET CDU1O-STATUS-ERROR TO TRUE.
           IF CDU1I-START-LINE IS NOT NUMERIC
              MOVE ZERO TO CDU1I-START-LINE
           END-IF.

           IF CDU1-REQUEST-LIST
              PERFORM BUILD-LIST THRU BUILD-LIST-EXIT
           ELSE
              MOVE 'Unknown request' TO CDU1O-MSG
           END-IF.

       DCUST01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The list is built in the same order every time, so a page is  *
      * simply the lines after the ones already shown                 *
      *****************************************************************
       BUILD-LIST.
       COPY CTSTAMPP.
           MOVE CDU1I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDU1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CDU1O-MSG
              GO TO BUILD-LIST-EXIT
           END-IF.
           MOVE BCS-REC-NAME TO CDU1O-NAME.
           MOVE ZERO TO WS-LINE-NO.

           PERFORM GATHER-ACCOUNTS THRU
                   GATHER-ACCOUNTS-EXIT.

           PERFORM LIST-ACCOUNTS THRU
                   LIST-ACCOUNTS-EXIT.
           PERFORM LIST-LOANS THRU
                   LIST-LOANS-EXIT.
           PERFORM LIST-TERM-DEPOSITS THRU
                   LIST-TERM-DEPOSITS-EXIT.
           PERFORM LIST-CARD THRU
                   LIST-CARD-EXIT.
           PERFORM LIST-BOXES THRU
                   LIST-BOXES-EXIT.
           PERFORM LIST-KYC THRU
                   LIST-KYC-EXIT.
           PERFORM LIST-COMPLAINTS THRU
                   LIST-COMPLAINTS-EXIT.
           PERFORM LIST-DISPUTES THRU
                   LIST-DISPUTES-EXIT.
           PERFORM LIST-STOPS THRU
                   LIST-STOPS-EXIT.
           PERFORM LIST-BENEFICIARIES THRU
                   LIST-BENEFICIARIES-EXIT.
           PERFORM LIST-PAYEES THRU
                   LIST-PAYEES-EXIT.
           PERFORM LIST-DUAL-CONTROL THRU
                   LIST-DUAL-CONTROL-EXIT.

           SET CDU1O-STATUS-OK TO TRUE.
       BUILD-LIST-EXIT.
           EXIT.

      *****************************************************************
      * Owned accounts through the PID path, then accounts the        *
      * customer signs on jointly through the two joint-signer paths  *
      *****************************************************************
       GATHER-ACCOUNTS.
           MOVE ZERO TO WS-ACC-COUNT.
           MOVE 'BNKACC1 ' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-PATH THRU
                   SCAN-ACCOUNT-PATH-EXIT.
           MOVE 'BNKACC2 ' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-PATH THRU
                   SCAN-ACCOUNT-PATH-EXIT.
           MOVE 'BNKACC3 ' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-PATH THRU
                   SCAN-ACCOUNT-PATH-EXIT.
       GATHER-ACCOUNTS-EXIT.
           EXIT.

       SCAN-ACCOUNT-PATH.
           MOVE CDU1I-PID TO WS-BNKACC-AIX-RID.
           EXEC CICS STARTBR FILE(WS-SCAN-FILE)
                             RIDFLD(WS-BNKACC-AIX-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SCAN-ACCOUNT-PATH-EXIT
           END-IF.
       SCAN-ACCOUNT-PATH-LOOP.
           EXEC CICS READNEXT FILE(WS-SCAN-FILE)
                              INTO(WS-BNKACC-REC)
                              LENGTH(LENGTH OF WS-BNKACC-REC)
                              RIDFLD(WS-BNKACC-AIX-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)
              GO TO SCAN-ACCOUNT-PATH-DONE
           END-IF.
           IF WS-BNKACC-AIX-RID IS NOT EQUAL TO CDU1I-PID
              GO TO SCAN-ACCOUNT-PATH-DONE
           END-IF.
      * Closed and escheated accounts are history, not relationship;
      * a written-off account still has its recovery running
           IF NOT BAC-REC-OPEN AND
              NOT BAC-REC-WRITTEN-OFF
              GO TO SCAN-ACCOUNT-PATH-LOOP
           END-IF.
           IF WS-ACC-COUNT IS EQUAL TO 50
              GO TO SCAN-ACCOUNT-PATH-DONE
           END-IF.
           ADD 1 TO WS-ACC-COUNT.
           MOVE BAC-REC-ACCNO TO WS-ACC-ACCNO (WS-ACC-COUNT).
           MOVE BAC-REC-TYPE TO WS-ACC-TYPE (WS-ACC-COUNT).
           IF WS-SCAN-FILE IS EQUAL TO 'BNKACC1 '
              MOVE 'O' TO WS-ACC-ROLE (WS-ACC-COUNT)
           ELSE
              MOVE 'J' TO WS-ACC-ROLE (WS-ACC-COUNT)
           END-IF.
           GO TO SCAN-ACCOUNT-PATH-LOOP.
       SCAN-ACCOUNT-PATH-DONE.
           EXEC CICS ENDBR FILE(WS-SCAN-FILE)
           END-EXEC.
       SCAN-ACCOUNT-PATH-EXIT.
           EXIT.

      *****************************************************************
      * One line per account, followed by whatever is holding its     *
      * money: an account hold, deposit funds holds still held, and   *
      * garnishment orders still active                               *
      *****************************************************************
       LIST-ACCOUNTS.
           MOVE ZERO TO WS-ACC-SUB.
       LIST-ACCOUNTS-LOOP.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT OR
              CDU1O-MORE-LINES
              GO TO LIST-ACCOUNTS-EXIT
           END-IF.
           PERFORM READ-ACCOUNT THRU
                   READ-ACCOUNT-EXIT.
           IF NOT WS-FOUND
              GO TO LIST-ACCOUNTS-LOOP
           END-IF.
           IF BAC-REC-WRITTEN-OFF
              MOVE 'Written off' TO WS-STATUS-TEXT
           ELSE
              IF WS-ACC-ROLE (WS-ACC-SUB) IS EQUAL TO 'J'
                 MOVE 'Joint' TO WS-STATUS-TEXT
              ELSE
                 MOVE 'Owner' TO WS-STATUS-TEXT
              END-IF
           END-IF.
           MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED.
           MOVE BAC-REC-AVAIL-BALANCE TO WS-AMOUNT-ED2.
           MOVE SPACES TO WS-LINE.
           MOVE 'ACCT' TO WS-LINE-SECTION.
           MOVE 'AC' TO WS-LINE-ACTION.
           MOVE 'BBANK91P' TO WS-LINE-SCREEN.
           MOVE BAC-REC-ACCNO TO WS-LINE-KEY.
           STRING 'Account ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
                  ' type ' DELIMITED BY SIZE
                  BAC-REC-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAC-REC-CURRENCY DELIMITED BY SIZE
                  ' bal' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' avail' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.

           IF BAC-REC-ON-HOLD
              MOVE SPACES TO WS-LINE
              MOVE 'HOLD' TO WS-LINE-SECTION
              MOVE 'HD' TO WS-LINE-ACTION
              MOVE 'BBANK91P' TO WS-LINE-SCREEN
              MOVE BAC-REC-ACCNO TO WS-LINE-KEY
              EVALUATE TRUE
                WHEN BAC-REC-HOLD-TYPE-FREEZE
                  MOVE 'freeze' TO WS-STATUS-TEXT
                WHEN BAC-REC-HOLD-TYPE-LEGAL
                  MOVE 'legal hold' TO WS-STATUS-TEXT
                WHEN OTHER
                  MOVE 'hold' TO WS-STATUS-TEXT
              END-EVALUATE
              STRING '  Account ' DELIMITED BY SIZE
                     WS-STATUS-TEXT DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     BAC-REC-HOLD-REASON DELIMITED BY SIZE
                INTO WS-LINE-TEXT
              PERFORM ADD-LINE THRU
                      ADD-LINE-EXIT
           END-IF.

           PERFORM LIST-FUNDS-HOLDS THRU
                   LIST-FUNDS-HOLDS-EXIT.
           PERFORM LIST-GARNISHMENTS THRU
                   LIST-GARNISHMENTS-EXIT.
           GO TO LIST-ACCOUNTS-LOOP.
       LIST-ACCOUNTS-EXIT.
           EXIT.

       READ-ACCOUNT.
           MOVE SPACE TO WS-FOUND-SW.
           MOVE WS-ACC-ACCNO (WS-ACC-SUB) TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-FOUND TO TRUE
           END-IF.
       READ-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Deposit funds still held out of the available balance; one    *
      * under back-office review is worked from the review queue      *
      *****************************************************************
       LIST-FUNDS-HOLDS.
           MOVE SPACES TO BDH-RECORD.
           MOVE BAC-REC-ACCNO TO BDH-REC-ACCNO.
           MOVE LOW-VALUES TO BDH-REC-TIMESTAMP.
           MOVE BDH-REC-KEY TO WS-BNKDEPH-RID.
           EXEC CICS STARTBR FILE('BNKDEPH')
                             RIDFLD(WS-BNKDEPH-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-FUNDS-HOLDS-EXIT
           END-IF.
       LIST-FUNDS-HOLDS-LOOP.
           EXEC CICS READNEXT FILE('BNKDEPH')
                              INTO(WS-BNKDEPH-REC)
                              LENGTH(LENGTH OF WS-BNKDEPH-REC)
                              RIDFLD(WS-BNKDEPH-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BDH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
              CDU1O-MORE-LINES
              GO TO LIST-FUNDS-HOLDS-DONE
           END-IF.
           IF NOT BDH-REC-HOLD-HELD
              GO TO LIST-FUNDS-HOLDS-LOOP
           END-IF.
           MOVE BDH-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-LINE.
           MOVE 'HOLD' TO WS-LINE-SECTION.
           MOVE 'HD' TO WS-LINE-ACTION.
           MOVE BDH-REC-KEY TO WS-LINE-KEY.
           IF BDH-REC-REVIEW-PENDING
              MOVE 'BBANK74P' TO WS-LINE-SCREEN
              STRING '  Funds held' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ' pending deposit review' DELIMITED BY SIZE
                INTO WS-LINE-TEXT
           ELSE
              MOVE 'BBANK91P' TO WS-LINE-SCREEN
              STRING '  Funds held' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ' until ' DELIMITED BY SIZE
                     BDH-REC-RELEASE-DATE DELIMITED BY SIZE
                INTO WS-LINE-TEXT
           END-IF.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-FUNDS-HOLDS-LOOP.
       LIST-FUNDS-HOLDS-DONE.
           EXEC CICS ENDBR FILE('BNKDEPH')
           END-EXEC.
       LIST-FUNDS-HOLDS-EXIT.
           EXIT.

      *****************************************************************
      * Garnishment and levy orders still in force, in priority       *
      * order; the orders themselves are loaded and released in the   *
      * night run, so the line drills into the account                *
      *****************************************************************
       LIST-GARNISHMENTS.
           MOVE SPACES TO BGN-RECORD.
           MOVE BAC-REC-ACCNO TO BGN-REC-ACCNO.
           MOVE ZERO TO BGN-REC-SEQ.
           MOVE BGN-REC-KEY TO WS-BNKGARN-RID.
           EXEC CICS STARTBR FILE('BNKGARN')
                             RIDFLD(WS-BNKGARN-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-GARNISHMENTS-EXIT
           END-IF.
       LIST-GARNISHMENTS-LOOP.
           EXEC CICS READNEXT FILE('BNKGARN')
                              INTO(WS-BNKGARN-REC)
                              LENGTH(LENGTH OF WS-BNKGARN-REC)
                              RIDFLD(WS-BNKGARN-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BGN-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
              CDU1O-MORE-LINES
              GO TO LIST-GARNISHMENTS-DONE
           END-IF.
           IF NOT BGN-REC-ORDER-ACTIVE
              GO TO LIST-GARNISHMENTS-LOOP
           END-IF.
           MOVE BGN-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE BGN-REC-SEIZED TO WS-AMOUNT-ED2.
           MOVE SPACES TO WS-LINE.
           MOVE 'GARN' TO WS-LINE-SECTION.
           MOVE 'GN' TO WS-LINE-ACTION.
           MOVE 'BBANK91P' TO WS-LINE-SCREEN.
           MOVE BGN-REC-KEY TO WS-LINE-KEY.
           STRING '  Garnishment ' DELIMITED BY SIZE
                  BGN-REC-AUTH-NAME DELIMITED BY SIZE
                  ' order' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' seized' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-GARNISHMENTS-LOOP.
       LIST-GARNISHMENTS-DONE.
           EXEC CICS ENDBR FILE('BNKGARN')
           END-EXEC.
       LIST-GARNISHMENTS-EXIT.
           EXIT.

      *****************************************************************
      * Running loans with their arrears bucket and any frozen payoff *
      * figure; a loan in arrears drills into the collections queue,  *
      * a current one into restructuring                              *
      *****************************************************************
       LIST-LOANS.
           MOVE SPACES TO WS-BNKLOANQ-RID.
           MOVE CDU1I-PID TO WS-BNKLOANQ-RID (1:5).
           EXEC CICS STARTBR FILE('BNKLOANQ')
                             RIDFLD(WS-BNKLOANQ-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-LOANS-EXIT
           END-IF.
       LIST-LOANS-LOOP.
           EXEC CICS READNEXT FILE('BNKLOANQ')
                              INTO(WS-BNKLOANQ-REC)
                              LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                              RIDFLD(WS-BNKLOANQ-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BLQ-REC-PID IS NOT EQUAL TO CDU1I-PID OR
              CDU1O-MORE-LINES
              GO TO LIST-LOANS-DONE
           END-IF.
           IF NOT BLQ-REC-CONVERTED AND
              NOT BLQ-REC-CONSTRUCTION
              GO TO LIST-LOANS-LOOP
           END-IF.
           EVALUATE BLQ-REC-ARREARS-BUCKET
             WHEN '1'
               MOVE '1-29 days' TO WS-STATUS-TEXT
             WHEN '2'
               MOVE '30-59 days' TO WS-STATUS-TEXT
             WHEN '3'
               MOVE '60-89 days' TO WS-STATUS-TEXT
             WHEN '4'
               MOVE '90+ days' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE 'current' TO WS-STATUS-TEXT
           END-EVALUATE.
           IF BLQ-REC-CONSTRUCTION
              MOVE 'in draw' TO WS-STATUS-TEXT
           END-IF.
           MOVE BLQ-REC-PRINCIPAL TO WS-AMOUNT-ED.
           MOVE BLQ-REC-RATE TO WS-RATE-ED.
           MOVE SPACES TO WS-LINE.
           MOVE 'LOAN' TO WS-LINE-SECTION.
           MOVE 'LN' TO WS-LINE-ACTION.
           IF BLQ-REC-ARREARS-BUCKET IS EQUAL TO SPACE
              MOVE 'BBANK42P' TO WS-LINE-SCREEN
           ELSE
              MOVE 'BBANK96P' TO WS-LINE-SCREEN
           END-IF.
           MOVE BLQ-REC-ACCNO TO WS-LINE-KEY.
           STRING 'Loan ' DELIMITED BY SIZE
                  BLQ-REC-ACCNO DELIMITED BY SIZE
                  ' principal' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' rate' DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  ' arrears ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           IF BLQ-REC-PAYOFF-VALID-DTE IS NOT EQUAL TO SPACES AND
              BLQ-REC-PAYOFF-VALID-DTE IS NOT EQUAL TO LOW-VALUES
              MOVE BLQ-REC-PAYOFF-AMOUNT TO WS-AMOUNT-ED
              MOVE SPACES TO WS-LINE-TEXT
              IF BLQ-REC-PAYOFF-VALID-DTE IS LESS THAN WS-TS-DATE
                 STRING '  Payoff quote' DELIMITED BY SIZE
                        WS-AMOUNT-ED DELIMITED BY SIZE
                        ' expired ' DELIMITED BY SIZE
                        BLQ-REC-PAYOFF-VALID-DTE DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
              ELSE
                 STRING '  Payoff quote' DELIMITED BY SIZE
                        WS-AMOUNT-ED DELIMITED BY SIZE
                        ' valid to ' DELIMITED BY SIZE
                        BLQ-REC-PAYOFF-VALID-DTE DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
              END-IF
              PERFORM ADD-LINE THRU
                      ADD-LINE-EXIT
           END-IF.
           GO TO LIST-LOANS-LOOP.
       LIST-LOANS-DONE.
           EXEC CICS ENDBR FILE('BNKLOANQ')
           END-EXEC.
       LIST-LOANS-EXIT.
           EXIT.

      *****************************************************************
      * Term deposits with their maturity and what happens then       *
      *****************************************************************
       LIST-TERM-DEPOSITS.
           MOVE ZERO TO WS-ACC-SUB.
       LIST-TERM-DEPOSITS-LOOP.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT OR
              CDU1O-MORE-LINES
              GO TO LIST-TERM-DEPOSITS-EXIT
           END-IF.
           IF WS-ACC-TYPE (WS-ACC-SUB) IS NOT EQUAL TO 'T'
              GO TO LIST-TERM-DEPOSITS-LOOP
           END-IF.
           PERFORM READ-ACCOUNT THRU
                   READ-ACCOUNT-EXIT.
           IF NOT WS-FOUND
              GO TO LIST-TERM-DEPOSITS-LOOP
           END-IF.
           IF BAC-REC-TD-ROLLOVER
              MOVE 'rolls over' TO WS-STATUS-TEXT
           ELSE
              MOVE 'pays out' TO WS-STATUS-TEXT
           END-IF.
           MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED.
           MOVE BAC-REC-TD-RATE TO WS-RATE-ED.
           MOVE SPACES TO WS-LINE.
           MOVE 'TDEP' TO WS-LINE-SECTION.
           MOVE 'TD' TO WS-LINE-ACTION.
           MOVE 'BBANK36P' TO WS-LINE-SCREEN.
           MOVE BAC-REC-ACCNO TO WS-LINE-KEY.
           STRING 'Term deposit ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' at' DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  ' matures ' DELIMITED BY SIZE
                  BAC-REC-TD-MATURITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-TERM-DEPOSITS-LOOP.
       LIST-TERM-DEPOSITS-EXIT.
           EXIT.

      *****************************************************************
      * The card: staff-set status from the customer record and the   *
      * customer's own controls from BNKCCTL                          *
      *****************************************************************
       LIST-CARD.
           IF CDU1O-MORE-LINES
              GO TO LIST-CARD-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 'CARD' TO WS-LINE-SECTION.
           MOVE 'CD' TO WS-LINE-ACTION.
           MOVE 'BBANK61P' TO WS-LINE-SCREEN.
           MOVE CDU1I-PID TO WS-LINE-KEY.
           IF BCS-REC-CARD-NO IS EQUAL TO SPACES OR
              BCS-REC-CARD-NO IS EQUAL TO LOW-VALUES
              MOVE 'Card - none issued' TO WS-LINE-TEXT
              PERFORM ADD-LINE THRU
                      ADD-LINE-EXIT
              GO TO LIST-CARD-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN BCS-REC-CARD-ACTIVE
               MOVE 'active' TO WS-STATUS-TEXT
             WHEN BCS-REC-CARD-LOST
               MOVE 'lost' TO WS-STATUS-TEXT
             WHEN BCS-REC-CARD-STOLEN
               MOVE 'stolen' TO WS-STATUS-TEXT
             WHEN BCS-REC-CARD-REISSUE-PENDING
               MOVE 'reissue due' TO WS-STATUS-TEXT
             WHEN BCS-REC-CARD-CLOSED
               MOVE 'closed' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE BCS-REC-CARD-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE ALL '*' TO WS-CARD-NO.
           MOVE BCS-REC-CARD-NO (13:4) TO WS-CARD-NO (13:4).
           STRING 'Card ' DELIMITED BY SIZE
                  WS-CARD-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' issued ' DELIMITED BY SIZE
                  BCS-REC-CARD-ISSUE-DATE DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.

           MOVE CDU1I-PID TO WS-BNKCCTL-RID.
           EXEC CICS READ FILE('BNKCCTL')
                          INTO(WS-BNKCCTL-REC)
                          LENGTH(LENGTH OF WS-BNKCCTL-REC)
                          RIDFLD(WS-BNKCCTL-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-CARD-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE-TEXT.
           MOVE '  Controls:' TO WS-LINE-TEXT.
           MOVE 12 TO WS-SUB.
           IF BCC-REC-CARD-LOCKED
              MOVE ' locked' TO WS-LINE-TEXT (WS-SUB:7)
              ADD 7 TO WS-SUB
           END-IF.
           IF BCC-REC-IS-ATM-ONLY
              MOVE ' ATM only' TO WS-LINE-TEXT (WS-SUB:9)
              ADD 9 TO WS-SUB
           END-IF.
           IF BCC-REC-GEO-DOMESTIC
              MOVE ' home country only' TO WS-LINE-TEXT (WS-SUB:18)
              ADD 18 TO WS-SUB
           END-IF.
           IF BCC-REC-DAY-CAP IS GREATER THAN ZERO
              MOVE BCC-REC-DAY-CAP TO WS-COUNT-ED
              MOVE ' uses a day' TO WS-LINE-TEXT (WS-SUB:11)
              ADD 11 TO WS-SUB
              MOVE WS-COUNT-ED TO WS-LINE-TEXT (WS-SUB:3)
              ADD 3 TO WS-SUB
           END-IF.
           IF WS-SUB IS EQUAL TO 12
              MOVE ' none set' TO WS-LINE-TEXT (WS-SUB:9)
           END-IF.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
       LIST-CARD-EXIT.
           EXIT.

      *****************************************************************
      * Safe deposit boxes - the inventory is kept by branch and box, *
      * so the whole of it is walked for the customer's boxes         *
      *****************************************************************
       LIST-BOXES.
           IF CDU1O-MORE-LINES
              GO TO LIST-BOXES-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-BNKSDBX-RID.
           EXEC CICS STARTBR FILE('BNKSDBX')
                             RIDFLD(WS-BNKSDBX-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-BOXES-EXIT
           END-IF.
       LIST-BOXES-LOOP.
           EXEC CICS READNEXT FILE('BNKSDBX')
                              INTO(WS-BNKSDBX-REC)
                              LENGTH(LENGTH OF WS-BNKSDBX-REC)
                              RIDFLD(WS-BNKSDBX-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CDU1O-MORE-LINES
              GO TO LIST-BOXES-DONE
           END-IF.
           IF BSB-REC-PID IS NOT EQUAL TO CDU1I-PID OR
              BSB-REC-BOX-AVAILABLE
              GO TO LIST-BOXES-LOOP
           END-IF.
           EVALUATE TRUE
             WHEN BSB-REC-BOX-RENTED
               MOVE 'rented' TO WS-STATUS-TEXT
             WHEN BSB-REC-BOX-DRILL-FLAGGED
               MOVE 'to drill' TO WS-STATUS-TEXT
             WHEN BSB-REC-BOX-DRILLED
               MOVE 'drilled' TO WS-STATUS-TEXT
             WHEN BSB-REC-BOX-OUT
               MOVE 'out of use' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE BSB-REC-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-LINE.
           MOVE 'SDBX' TO WS-LINE-SECTION.
           MOVE 'SB' TO WS-LINE-ACTION.
           MOVE 'BBANK49P' TO WS-LINE-SCREEN.
           MOVE BSB-REC-KEY TO WS-LINE-KEY.
           STRING 'Safe deposit box ' DELIMITED BY SIZE
                  BSB-REC-BRANCH DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BSB-REC-BOX-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' fee due ' DELIMITED BY SIZE
                  BSB-REC-FEE-NEXT-DUE DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           IF BSB-REC-UNPAID-SINCE IS NOT EQUAL TO SPACES AND
              BSB-REC-UNPAID-SINCE IS NOT EQUAL TO LOW-VALUES
              MOVE ' unpaid since ' TO WS-LINE-TEXT (47:14)
              MOVE BSB-REC-UNPAID-SINCE TO WS-LINE-TEXT (61:10)
           END-IF.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-BOXES-LOOP.
       LIST-BOXES-DONE.
           EXEC CICS ENDBR FILE('BNKSDBX')
           END-EXEC.
       LIST-BOXES-EXIT.
           EXIT.

      *****************************************************************
      * KYC rating and when the next periodic review falls due        *
      *****************************************************************
       LIST-KYC.
           IF CDU1O-MORE-LINES
              GO TO LIST-KYC-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 'KYC ' TO WS-LINE-SECTION.
           MOVE 'KY' TO WS-LINE-ACTION.
           MOVE 'BBANK45P' TO WS-LINE-SCREEN.
           MOVE CDU1I-PID TO WS-LINE-KEY.
           MOVE CDU1I-PID TO WS-BNKKYC-RID.
           EXEC CICS READ FILE('BNKKYC')
                          INTO(WS-BNKKYC-REC)
                          LENGTH(LENGTH OF WS-BNKKYC-REC)
                          RIDFLD(WS-BNKKYC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'KYC - not rated' TO WS-LINE-TEXT
              PERFORM ADD-LINE THRU
                      ADD-LINE-EXIT
              GO TO LIST-KYC-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN BKY-REC-RISK-HIGH
               MOVE 'high' TO WS-STATUS-TEXT
             WHEN BKY-REC-RISK-MEDIUM
               MOVE 'medium' TO WS-STATUS-TEXT
             WHEN BKY-REC-RISK-LOW
               MOVE 'low' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE BKY-REC-RATING TO WS-STATUS-TEXT
           END-EVALUATE.
           STRING 'KYC risk ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' rated ' DELIMITED BY SIZE
                  BKY-REC-RATED-DTE DELIMITED BY SIZE
                  ' next review ' DELIMITED BY SIZE
                  BKY-REC-NEXT-REVIEW DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           IF BKY-REC-NEXT-REVIEW IS LESS THAN WS-TS-DATE
              MOVE ' OVERDUE' TO WS-LINE-TEXT (63:8)
           END-IF.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
       LIST-KYC-EXIT.
           EXIT.

      *****************************************************************
      * Complaint cases still open or escalated                       *
      *****************************************************************
       LIST-COMPLAINTS.
           IF CDU1O-MORE-LINES
              GO TO LIST-COMPLAINTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-BNKCMPL-RID.
           EXEC CICS STARTBR FILE('BNKCMPL')
                             RIDFLD(WS-BNKCMPL-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-COMPLAINTS-EXIT
           END-IF.
       LIST-COMPLAINTS-LOOP.
           EXEC CICS READNEXT FILE('BNKCMPL')
                              INTO(WS-BNKCMPL-REC)
                              LENGTH(LENGTH OF WS-BNKCMPL-REC)
                              RIDFLD(WS-BNKCMPL-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CDU1O-MORE-LINES
              GO TO LIST-COMPLAINTS-DONE
           END-IF.
           IF BCP-REC-PID IS NOT EQUAL TO CDU1I-PID OR
              BCP-REC-CASE-CLOSED
              GO TO LIST-COMPLAINTS-LOOP
           END-IF.
           IF BCP-REC-CASE-ESCALATED
              MOVE 'escalated' TO WS-STATUS-TEXT
           ELSE
              MOVE 'open' TO WS-STATUS-TEXT
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 'CMPL' TO WS-LINE-SECTION.
           MOVE 'CM' TO WS-LINE-ACTION.
           MOVE 'BBANK68P' TO WS-LINE-SCREEN.
           MOVE BCP-REC-TIMESTAMP TO WS-LINE-KEY.
           STRING 'Complaint ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' due ' DELIMITED BY SIZE
                  BCP-REC-DEADLINE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCP-REC-SUMMARY DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-COMPLAINTS-LOOP.
       LIST-COMPLAINTS-DONE.
           EXEC CICS ENDBR FILE('BNKCMPL')
           END-EXEC.
       LIST-COMPLAINTS-EXIT.
           EXIT.

      *****************************************************************
      * Transaction disputes not yet resolved, account by account     *
      *****************************************************************
       LIST-DISPUTES.
           MOVE ZERO TO WS-ACC-SUB.
       LIST-DISPUTES-LOOP.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT OR
              CDU1O-MORE-LINES
              GO TO LIST-DISPUTES-EXIT
           END-IF.
           MOVE SPACES TO BDP-RECORD.
           MOVE WS-ACC-ACCNO (WS-ACC-SUB) TO BDP-REC-ACCNO.
           MOVE LOW-VALUES TO BDP-REC-TXN-TIMESTAMP.
           MOVE BDP-REC-KEY TO WS-BNKDISPT-RID.
           EXEC CICS STARTBR FILE('BNKDISPT')
                             RIDFLD(WS-BNKDISPT-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-DISPUTES-LOOP
           END-IF.
       LIST-DISPUTES-NEXT.
           EXEC CICS READNEXT FILE('BNKDISPT')
                              INTO(WS-BNKDISPT-REC)
                              LENGTH(LENGTH OF WS-BNKDISPT-REC)
                              RIDFLD(WS-BNKDISPT-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BDP-REC-ACCNO IS NOT EQUAL TO WS-ACC-ACCNO (WS-ACC-SUB) OR
              CDU1O-MORE-LINES
              GO TO LIST-DISPUTES-END
           END-IF.
           IF NOT BDP-REC-OPEN AND
              NOT BDP-REC-PROV-CREDITED
              GO TO LIST-DISPUTES-NEXT
           END-IF.
           IF BDP-REC-PROV-CREDITED
              MOVE 'prov credit' TO WS-STATUS-TEXT
           ELSE
              MOVE 'open' TO WS-STATUS-TEXT
           END-IF.
           MOVE BDP-REC-TXN-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-LINE.
           MOVE 'DISP' TO WS-LINE-SECTION.
           MOVE 'DS' TO WS-LINE-ACTION.
           MOVE 'BBANK56P' TO WS-LINE-SCREEN.
           MOVE BDP-REC-TXN-TIMESTAMP TO WS-LINE-KEY.
           STRING 'Dispute ' DELIMITED BY SIZE
                  BDP-REC-ACCNO DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' opened ' DELIMITED BY SIZE
                  BDP-REC-OPENED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BDP-REC-REASON DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-DISPUTES-NEXT.
       LIST-DISPUTES-END.
           EXEC CICS ENDBR FILE('BNKDISPT')
           END-EXEC.
           GO TO LIST-DISPUTES-LOOP.
       LIST-DISPUTES-EXIT.
           EXIT.

      *****************************************************************
      * Stop-payment orders still active, account by account          *
      *****************************************************************
       LIST-STOPS.
           MOVE ZERO TO WS-ACC-SUB.
       LIST-STOPS-LOOP.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT OR
              CDU1O-MORE-LINES
              GO TO LIST-STOPS-EXIT
           END-IF.
           MOVE SPACES TO BSP-RECORD.
           MOVE WS-ACC-ACCNO (WS-ACC-SUB) TO BSP-REC-ACCNO.
           MOVE ZERO TO BSP-REC-SEQ.
           MOVE BSP-REC-KEY TO WS-BNKSTOP-RID.
           EXEC CICS STARTBR FILE('BNKSTOP')
                             RIDFLD(WS-BNKSTOP-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-STOPS-LOOP
           END-IF.
       LIST-STOPS-NEXT.
           EXEC CICS READNEXT FILE('BNKSTOP')
                              INTO(WS-BNKSTOP-REC)
                              LENGTH(LENGTH OF WS-BNKSTOP-REC)
                              RIDFLD(WS-BNKSTOP-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BSP-REC-ACCNO IS NOT EQUAL TO WS-ACC-ACCNO (WS-ACC-SUB) OR
              CDU1O-MORE-LINES
              GO TO LIST-STOPS-END
           END-IF.
           IF NOT BSP-REC-STOP-ACTIVE
              GO TO LIST-STOPS-NEXT
           END-IF.
           MOVE BSP-REC-AMOUNT-LOW TO WS-AMOUNT-ED.
           MOVE BSP-REC-AMOUNT-HIGH TO WS-AMOUNT-ED2.
           MOVE SPACES TO WS-LINE.
           MOVE 'STOP' TO WS-LINE-SECTION.
           MOVE 'SP' TO WS-LINE-ACTION.
           MOVE 'BBANK87P' TO WS-LINE-SCREEN.
           MOVE BSP-REC-KEY TO WS-LINE-KEY.
           STRING 'Stop ' DELIMITED BY SIZE
                  BSP-REC-ACCNO DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' to' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' expires ' DELIMITED BY SIZE
                  BSP-REC-EXPIRY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSP-REC-ORIG-REF DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-STOPS-NEXT.
       LIST-STOPS-END.
           EXEC CICS ENDBR FILE('BNKSTOP')
           END-EXEC.
           GO TO LIST-STOPS-LOOP.
       LIST-STOPS-EXIT.
           EXIT.

      *****************************************************************
      * Payable-on-death beneficiaries designated on the accounts     *
      *****************************************************************
       LIST-BENEFICIARIES.
           MOVE ZERO TO WS-ACC-SUB.
       LIST-BENEFICIARIES-LOOP.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT OR
              CDU1O-MORE-LINES
              GO TO LIST-BENEFICIARIES-EXIT
           END-IF.
           MOVE SPACES TO BBF-RECORD.
           MOVE WS-ACC-ACCNO (WS-ACC-SUB) TO BBF-REC-ACCNO.
           MOVE ZERO TO BBF-REC-SEQ.
           MOVE BBF-REC-KEY TO WS-BNKBENEF-RID.
           EXEC CICS STARTBR FILE('BNKBENEF')
                             RIDFLD(WS-BNKBENEF-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-BENEFICIARIES-LOOP
           END-IF.
       LIST-BENEFICIARIES-NEXT.
           EXEC CICS READNEXT FILE('BNKBENEF')
                              INTO(WS-BNKBENEF-REC)
                              LENGTH(LENGTH OF WS-BNKBENEF-REC)
                              RIDFLD(WS-BNKBENEF-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BBF-REC-ACCNO IS NOT EQUAL TO WS-ACC-ACCNO (WS-ACC-SUB) OR
              CDU1O-MORE-LINES
              GO TO LIST-BENEFICIARIES-END
           END-IF.
           IF NOT BBF-REC-DESIG-ACTIVE
              GO TO LIST-BENEFICIARIES-NEXT
           END-IF.
           MOVE BBF-REC-PERCENT TO WS-PCT-ED.
           MOVE SPACES TO WS-LINE.
           MOVE 'BENE' TO WS-LINE-SECTION.
           MOVE 'BN' TO WS-LINE-ACTION.
           MOVE 'BBANK81P' TO WS-LINE-SCREEN.
           MOVE BBF-REC-KEY TO WS-LINE-KEY.
           STRING 'Beneficiary ' DELIMITED BY SIZE
                  BBF-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BBF-REC-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BBF-REC-RELATIONSHIP DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-BENEFICIARIES-NEXT.
       LIST-BENEFICIARIES-END.
           EXEC CICS ENDBR FILE('BNKBENEF')
           END-EXEC.
           GO TO LIST-BENEFICIARIES-LOOP.
       LIST-BENEFICIARIES-EXIT.
           EXIT.

      *****************************************************************
      * Saved transfer payees                                         *
      *****************************************************************
       LIST-PAYEES.
           IF CDU1O-MORE-LINES
              GO TO LIST-PAYEES-EXIT
           END-IF.
           MOVE SPACES TO BPY-RECORD.
           MOVE CDU1I-PID TO BPY-REC-PID.
           MOVE LOW-VALUES TO BPY-REC-NICKNAME.
           MOVE BPY-REC-KEY TO WS-BNKPAYEE-RID.
           EXEC CICS STARTBR FILE('BNKPAYEE')
                             RIDFLD(WS-BNKPAYEE-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-PAYEES-EXIT
           END-IF.
       LIST-PAYEES-LOOP.
           EXEC CICS READNEXT FILE('BNKPAYEE')
                              INTO(WS-BNKPAYEE-REC)
                              LENGTH(LENGTH OF WS-BNKPAYEE-REC)
                              RIDFLD(WS-BNKPAYEE-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BPY-REC-PID IS NOT EQUAL TO CDU1I-PID OR
              CDU1O-MORE-LINES
              GO TO LIST-PAYEES-DONE
           END-IF.
           IF BPY-REC-IS-VERIFIED
              MOVE 'verified' TO WS-STATUS-TEXT
           ELSE
              MOVE 'unverified' TO WS-STATUS-TEXT
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 'PAYE' TO WS-LINE-SECTION.
           MOVE 'PY' TO WS-LINE-ACTION.
           MOVE 'BBANK94P' TO WS-LINE-SCREEN.
           MOVE BPY-REC-KEY TO WS-LINE-KEY.
           STRING 'Payee ' DELIMITED BY SIZE
                  BPY-REC-NICKNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BPY-REC-BENEF-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-PAYEES-LOOP.
       LIST-PAYEES-DONE.
           EXEC CICS ENDBR FILE('BNKPAYEE')
           END-EXEC.
       LIST-PAYEES-EXIT.
           EXIT.

      *****************************************************************
      * Postings from the customer's accounts held for a second user  *
      *****************************************************************
       LIST-DUAL-CONTROL.
           IF CDU1O-MORE-LINES
              GO TO LIST-DUAL-CONTROL-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-BNKDCRL-RID.
           EXEC CICS STARTBR FILE('BNKDCRL')
                             RIDFLD(WS-BNKDCRL-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-DUAL-CONTROL-EXIT
           END-IF.
       LIST-DUAL-CONTROL-LOOP.
           EXEC CICS READNEXT FILE('BNKDCRL')
                              INTO(WS-BNKDCRL-REC)
                              LENGTH(LENGTH OF WS-BNKDCRL-REC)
                              RIDFLD(WS-BNKDCRL-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CDU1O-MORE-LINES
              GO TO LIST-DUAL-CONTROL-DONE
           END-IF.
           IF BDU-REC-FROM-PID IS NOT EQUAL TO CDU1I-PID OR
              NOT BDU-REC-HELD
              GO TO LIST-DUAL-CONTROL-LOOP
           END-IF.
           EVALUATE TRUE
             WHEN BDU-REC-KIND-DOMESTIC
               MOVE 'transfer' TO WS-STATUS-TEXT
             WHEN BDU-REC-KIND-WIRE
               MOVE 'wire' TO WS-STATUS-TEXT
             WHEN BDU-REC-KIND-REVERSAL
               MOVE 'reversal' TO WS-STATUS-TEXT
             WHEN BDU-REC-KIND-FEE-WAIVER
               MOVE 'fee waiver' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE BDU-REC-KIND TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE BDU-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-LINE.
           MOVE 'DUAL' TO WS-LINE-SECTION.
           MOVE 'DC' TO WS-LINE-ACTION.
           MOVE 'BBANK83P' TO WS-LINE-SCREEN.
           MOVE BDU-REC-TIMESTAMP TO WS-LINE-KEY.
           STRING 'Held ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  BDU-REC-FROM-ACCNO DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  BDU-REC-MAKER DELIMITED BY SIZE
                  ' on ' DELIMITED BY SIZE
                  BDU-REC-CAPTURED-DATE DELIMITED BY SIZE
             INTO WS-LINE-TEXT.
           PERFORM ADD-LINE THRU
                   ADD-LINE-EXIT.
           GO TO LIST-DUAL-CONTROL-LOOP.
       LIST-DUAL-CONTROL-DONE.
           EXEC CICS ENDBR FILE('BNKDCRL')
           END-EXEC.
       LIST-DUAL-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      * Count the line and keep it if it falls on the page asked for; *
      * a line beyond a full page means there is more to come         *
      *****************************************************************
       ADD-LINE.
           ADD 1 TO WS-LINE-NO.
           IF WS-LINE-NO IS NOT GREATER THAN CDU1I-START-LINE
              GO TO ADD-LINE-EXIT
           END-IF.
           IF CDU1O-LINE-COUNT IS EQUAL TO 40
              SET CDU1O-MORE-LINES TO TRUE
              GO TO ADD-LINE-EXIT
           END-IF.
           ADD 1 TO CDU1O-LINE-COUNT.
           MOVE WS-LINE-SECTION
             TO CDU1O-LINE-SECTION (CDU1O-LINE-COUNT).
           MOVE WS-LINE-ACTION TO CDU1O-LINE-ACTION (CDU1O-LINE-COUNT).
           MOVE WS-LINE-SCREEN TO CDU1O-LINE-SCREEN (CDU1O-LINE-COUNT).
           MOVE WS-LINE-KEY TO CDU1O-LINE-KEY (CDU1O-LINE-COUNT).
           MOVE WS-LINE-TEXT TO CDU1O-LINE-TEXT (CDU1O-LINE-COUNT).
       ADD-LINE-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
