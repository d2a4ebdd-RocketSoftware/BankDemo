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
      * Program:     ZBNKSAR1.CBL                                     *
      * Function:    Data subject-access request export.              *
      *              Run with the customer's PID (and the date the    *
      *              request was received, if not today) as the exec  *
      *              parm: the request is logged on BNKSARQ with its  *
      *              statutory due date, everything held about the    *
      *              customer is gathered from every customer file    *
      *              into one sectioned export file, and the log is   *
      *              marked answered, on time or late.  Files read:   *
      *              BNKCUST, BNKTAXR, BNKKYC, BNKACC (owned or as a  *
      *              joint signer), BNKTXN and the BNKTXNA archive    *
      *              and BNKSORD for each of those accounts, BNKPAYEE,*
      *              BNKMAND, BNKMSGS, BNKCMPL, BNKDEVR, BNKCONS and  *
      *              the third-party access entries on BNKALOG.       *
      *              Run with LOG as the parm to list the request log *
      *              for the regulator instead.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKSAR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKSARQ-NDX
                  ASSIGN       TO NDXSARQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSR-REC-KEY
                  FILE STATUS  IS WS-BNKSARQ-STATUS.

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

           SELECT BNKKYC-NDX
                  ASSIGN       TO NDXKYC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BKY-REC-PID
                  FILE STATUS  IS WS-BNKKYC-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKTXNA-NDX
                  ASSIGN       TO NDXTXNA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTA-REC-TIMESTAMP
                  ALTERNATE KEY IS BTA-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXNA-STATUS.

           SELECT BNKSORD-NDX
                  ASSIGN       TO NDXSORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSO-REC-KEY
                  FILE STATUS  IS WS-BNKSORD-STATUS.

           SELECT BNKPAYEE-NDX
                  ASSIGN       TO NDXPAYEE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BPY-REC-KEY
                  FILE STATUS  IS WS-BNKPAYEE-STATUS.

           SELECT BNKMAND-NDX
                  ASSIGN       TO NDXMAND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BMD-REC-KEY
                  FILE STATUS  IS WS-BNKMAND-STATUS.

           SELECT BNKMSGS-NDX
                  ASSIGN       TO NDXMSGS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BMS-REC-KEY
                  FILE STATUS  IS WS-BNKMSGS-STATUS.

           SELECT BNKCMPL-NDX
                  ASSIGN       TO NDXCMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCP-REC-TIMESTAMP
                  FILE STATUS  IS WS-BNKCMPL-STATUS.

           SELECT BNKDEVR-NDX
                  ASSIGN       TO NDXDEVR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BDV-REC-KEY
                  FILE STATUS  IS WS-BNKDEVR-STATUS.

           SELECT BNKCONS-NDX
                  ASSIGN       TO NDXCONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCN-REC-KEY
                  FILE STATUS  IS WS-BNKCONS-STATUS.

           SELECT BNKALOG-NDX
                  ASSIGN       TO NDXALOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAL-REC-KEY
                  FILE STATUS  IS WS-BNKALOG-STATUS.

           SELECT SAROUT-FILE
                  ASSIGN       TO SAROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SAROUT-STATUS.

           SELECT SARRPT-FILE
                  ASSIGN       TO SARRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SARRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKSARQ-NDX.
       01  BNKSARQ-REC.
       COPY CBANKVSR.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKTAXR-NDX.
       01  BNKTAXR-REC.
       COPY CBANKVTR.

       FD  BNKKYC-NDX.
       01  BNKKYC-REC.
       COPY CBANKVKY.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKTXNA-NDX.
       01  BNKTXNA-REC.
       COPY CBANKVTX REPLACING LEADING ==BTX== BY ==BTA==.

       FD  BNKSORD-NDX.
       01  BNKSORD-REC.
       COPY CBANKVSO.

       FD  BNKPAYEE-NDX.
       01  BNKPAYEE-REC.
       COPY CBANKVPY.

       FD  BNKMAND-NDX.
       01  BNKMAND-REC.
       COPY CBANKVMD.

       FD  BNKMSGS-NDX.
       01  BNKMSGS-REC.
       COPY CBANKVMS.

       FD  BNKCMPL-NDX.
       01  BNKCMPL-REC.
       COPY CBANKVCP.

       FD  BNKDEVR-NDX.
       01  BNKDEVR-REC.
       COPY CBANKVDV.

       FD  BNKCONS-NDX.
       01  BNKCONS-REC.
       COPY CBANKVCN.

       FD  BNKALOG-NDX.
       01  BNKALOG-REC.
       COPY CBANKVAL.

       FD  SAROUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 480 CHARACTERS.
       01  SAROUT-REC.
       COPY CBANKVSX.

       FD  SARRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  SARRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKSAR1'.
         05  WS-BNKSARQ-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKTAXR-STATUS                     PIC X(2).
         05  WS-BNKKYC-STATUS                      PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKTXNA-STATUS                     PIC X(2).
         05  WS-BNKSORD-STATUS                     PIC X(2).
         05  WS-BNKPAYEE-STATUS                    PIC X(2).
         05  WS-BNKMAND-STATUS                     PIC X(2).
         05  WS-BNKMSGS-STATUS                     PIC X(2).
         05  WS-BNKCMPL-STATUS                     PIC X(2).
         05  WS-BNKDEVR-STATUS                     PIC X(2).
         05  WS-BNKCONS-STATUS                     PIC X(2).
         05  WS-BNKALOG-STATUS                     PIC X(2).
         05  WS-SAROUT-STATUS                      PIC X(2).
         05  WS-SARRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Days the bank has by law to answer a request - site-tunable
         05  WS-DUE-DAYS                           PIC S9(4) COMP
             VALUE +30.
         05  WS-REQ-PID                            PIC X(5).
         05  WS-REQ-RECEIVED                       PIC X(10).
         05  WS-WORK-YYYYMMDD                      PIC 9(8).
         05  WS-DUE-YYYYMMDD                       PIC 9(8).
         05  WS-DUE-DATE                           PIC X(10).
         05  WS-LOG-SW                             PIC X(1).
           88  WS-LIST-LOG                           VALUE 'Y'.
         05  WS-ON-FILE-SW                         PIC X(1).
           88  WS-ON-FILE                            VALUE 'Y'.
         05  WS-SECTION                            PIC X(8).
         05  WS-SECTION-COUNT                      PIC 9(7).
         05  WS-SEQ                                PIC 9(7).
         05  WS-DETAIL-DATA                        PIC X(450).
         05  WS-DETAIL-LENGTH                      PIC 9(4).
         05  WS-RPT-STATE                          PIC X(8).
         05  WS-REQUEST-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-LATE-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-OUTSTANDING-COUNTER                PIC 9(5)
             VALUE ZERO.

      * The accounts the customer owns or signs on, gathered as
      * BNKACC is read so their transactions and standing orders
      * can be followed
         05  WS-ACC-COUNT                          PIC S9(4) COMP.
         05  WS-ACC-SUB                            PIC S9(4) COMP.
         05  WS-ACC-TABLE.
           10  WS-ACC-ENTRY                        PIC X(9)
                                                   OCCURS 100 TIMES.

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(16).

       01  WS-PARM-PTR                             POINTER.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       LINKAGE SECTION.
       01  LK-EXEC-PARM.
         05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  LK-EXEC-PARM-DATA                     PIC X(32).

       PROCEDURE DIVISION USING LK-EXEC-PARM.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      *****************************************************************
      * EXEC-CARD processing is slightly different from normal MVS    *
      * processing in that we check the pointer (or address) of the   *
      * parm area first. This is so that we can migrate it to         *
      * distributed (Windows/Unix) environment wihout change.         *
      *****************************************************************
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
              MOVE 'No exec card parm present - PID required'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Exec parm is "' DELIMITED BY SIZE
                  WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                    DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           INSPECT WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 'N' TO WS-LOG-SW.
           IF WS-EXEC-PARM-DATA IS EQUAL TO 'LOG'
              SET WS-LIST-LOG TO TRUE
           ELSE
              MOVE SPACES TO WS-REQ-PID
              MOVE SPACES TO WS-REQ-RECEIVED
              UNSTRING WS-EXEC-PARM-DATA DELIMITED BY ','
                INTO WS-REQ-PID WS-REQ-RECEIVED
              IF WS-REQ-RECEIVED IS EQUAL TO SPACES
                 MOVE WS-BUS-DATE TO WS-REQ-RECEIVED
              END-IF
              IF WS-REQ-RECEIVED (1:4) IS NOT NUMERIC OR
                 WS-REQ-RECEIVED (5:1) IS NOT EQUAL TO '-' OR
                 WS-REQ-RECEIVED (6:2) IS NOT NUMERIC OR
                 WS-REQ-RECEIVED (8:1) IS NOT EQUAL TO '-' OR
                 WS-REQ-RECEIVED (9:2) IS NOT NUMERIC OR
                 WS-REQ-RECEIVED IS GREATER THAN WS-BUS-DATE
                 MOVE 'Received date must be YYYY-MM-DD, not ahead'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
           END-IF.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'SUBJACC ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN I-O BNKSARQ-NDX.
           MOVE WS-BNKSARQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSARQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT SARRPT-FILE.
           MOVE WS-SARRPT-STATUS TO WS-IO-STATUS.
           MOVE 'SARRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           IF WS-LIST-LOG
              PERFORM LIST-REQUEST-LOG THRU
                      LIST-REQUEST-LOG-EXIT
           ELSE
              PERFORM ANSWER-REQUEST THRU
                      ANSWER-REQUEST-EXIT
           END-IF.

           CLOSE BNKSARQ-NDX.
           CLOSE SARRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Log the request, gather everything held on the customer, and  *
      * mark the request answered                                     *
      *****************************************************************
       ANSWER-REQUEST.
           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE WS-REQ-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO WS-CONSOLE-MESSAGE
               STRING 'Customer ' DELIMITED BY SIZE
                      WS-REQ-PID DELIMITED BY SIZE
                      ' not found' DELIMITED BY SIZE
                 INTO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               PERFORM ABORT-PROGRAM
           END-READ.

           PERFORM LOG-REQUEST THRU
                   LOG-REQUEST-EXIT.

           PERFORM OPEN-SOURCE-FILES THRU
                   OPEN-SOURCE-FILES-EXIT.
           OPEN OUTPUT SAROUT-FILE.
           MOVE WS-SAROUT-STATUS TO WS-IO-STATUS.
           MOVE 'SAROUT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO SARRPT-REC.
           STRING 'Data subject-access export for ' DELIMITED BY SIZE
                  WS-REQ-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
                  ' - received ' DELIMITED BY SIZE
                  BSR-REC-RECEIVED-DATE DELIMITED BY SIZE
                  ', due ' DELIMITED BY SIZE
                  BSR-REC-DUE-DATE DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SARRPT-REC.
           STRING 'Section  Records' DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE ZERO TO WS-SEQ.
           MOVE SPACES TO BSX-RECORD.
           SET BSX-REC-HEADER TO TRUE.
           MOVE 'REQUEST ' TO BSX-REC-SECTION.
           MOVE BSR-REC-RECEIVED-DATE TO BSX-HDR-RECEIVED-DATE.
           MOVE BSR-REC-DUE-DATE TO BSX-HDR-DUE-DATE.
           MOVE WS-BUS-DATE TO BSX-HDR-EXTRACT-DATE.
           MOVE BCS-REC-NAME TO BSX-HDR-NAME.
           PERFORM WRITE-EXPORT.

           MOVE 'CUSTOMER' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKCUST ' TO BSX-SEC-FILE.
           MOVE 'CBANKVCS' TO BSX-SEC-LAYOUT.
           MOVE 'Customer profile' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE BNKCUST-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKCUST-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           PERFORM END-SECTION.

           PERFORM EXPORT-TAX-RESIDENCY THRU
                   EXPORT-TAX-RESIDENCY-EXIT.
           PERFORM EXPORT-KYC THRU
                   EXPORT-KYC-EXIT.
           PERFORM EXPORT-ACCOUNTS THRU
                   EXPORT-ACCOUNTS-EXIT.

           MOVE 'TXN     ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKTXN  ' TO BSX-SEC-FILE.
           MOVE 'CBANKVTX' TO BSX-SEC-LAYOUT.
           MOVE 'Transactions on those accounts' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           PERFORM EXPORT-TRANSACTIONS THRU
                   EXPORT-TRANSACTIONS-EXIT
             VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT.
           PERFORM END-SECTION.

           MOVE 'TXNARCH ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKTXNA ' TO BSX-SEC-FILE.
           MOVE 'CBANKVTX' TO BSX-SEC-LAYOUT.
           MOVE 'Archived transactions on those accounts'
             TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           PERFORM EXPORT-ARCHIVE THRU
                   EXPORT-ARCHIVE-EXIT
             VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT.
           PERFORM END-SECTION.

           MOVE 'STORDER ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKSORD ' TO BSX-SEC-FILE.
           MOVE 'CBANKVSO' TO BSX-SEC-LAYOUT.
           MOVE 'Further standing orders on those accounts'
             TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           PERFORM EXPORT-STANDING-ORDERS THRU
                   EXPORT-STANDING-ORDERS-EXIT
             VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT.
           PERFORM END-SECTION.

           PERFORM EXPORT-PAYEES THRU
                   EXPORT-PAYEES-EXIT.
           PERFORM EXPORT-MANDATES THRU
                   EXPORT-MANDATES-EXIT.
           PERFORM EXPORT-MESSAGES THRU
                   EXPORT-MESSAGES-EXIT.
           PERFORM EXPORT-COMPLAINTS THRU
                   EXPORT-COMPLAINTS-EXIT.
           PERFORM EXPORT-DEVICES THRU
                   EXPORT-DEVICES-EXIT.
           PERFORM EXPORT-CONSENTS THRU
                   EXPORT-CONSENTS-EXIT.
           PERFORM EXPORT-CONSENT-ACCESS THRU
                   EXPORT-CONSENT-ACCESS-EXIT.

           MOVE SPACES TO BSX-RECORD.
           SET BSX-REC-TRAILER TO TRUE.
           MOVE 'REQUEST ' TO BSX-REC-SECTION.
           ADD 1 TO WS-SEQ.
           MOVE WS-SEQ TO BSX-END-COUNT.
           PERFORM WRITE-EXPORT.

           PERFORM CLOSE-SOURCE-FILES.
           CLOSE SAROUT-FILE.

      * The answer is on time when produced by the due date
           SET BSR-REC-COMPLETED TO TRUE.
           MOVE WS-BUS-DATE TO BSR-REC-COMPLETED-DATE.
           IF WS-BUS-DATE IS GREATER THAN BSR-REC-DUE-DATE
              SET BSR-REC-ANSWERED-LATE TO TRUE
              MOVE 'LATE    ' TO WS-RPT-STATE
           ELSE
              SET BSR-REC-ANSWERED-ON-TIME TO TRUE
              MOVE 'ON TIME ' TO WS-RPT-STATE
           END-IF.
           MOVE WS-SEQ TO BSR-REC-RECORD-COUNT.
           REWRITE BNKSARQ-REC.
           IF WS-BNKSARQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKSARQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE SPACES TO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SARRPT-REC.
           STRING WS-SEQ DELIMITED BY SIZE
                  ' export record(s) written ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ' - answered ' DELIMITED BY SIZE
                  WS-RPT-STATE DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Request for ' DELIMITED BY SIZE
                  WS-REQ-PID DELIMITED BY SIZE
                  ' answered ' DELIMITED BY SIZE
                  WS-RPT-STATE DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
       ANSWER-REQUEST-EXIT.
           EXIT.

      *****************************************************************
      * A new request is logged with its due date; running the same   *
      * request again (a failed run, or a corrected export) keeps the *
      * date it was first logged and its original due date           *
      *****************************************************************
       LOG-REQUEST.
           MOVE WS-REQ-PID TO BSR-REC-PID.
           MOVE WS-REQ-RECEIVED TO BSR-REC-RECEIVED-DATE.
           READ BNKSARQ-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKSARQ-STATUS IS EQUAL TO '00'
              ADD 1 TO BSR-REC-RUN-COUNT
              REWRITE BNKSARQ-REC
              GO TO LOG-REQUEST-EXIT
           END-IF.

           MOVE WS-REQ-RECEIVED (1:4) TO WS-WORK-YYYYMMDD (1:4).
           MOVE WS-REQ-RECEIVED (6:2) TO WS-WORK-YYYYMMDD (5:2).
           MOVE WS-REQ-RECEIVED (9:2) TO WS-WORK-YYYYMMDD (7:2).
           COMPUTE WS-DUE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD) +
                     WS-DUE-DAYS).
           MOVE SPACES TO WS-DUE-DATE.
           STRING WS-DUE-YYYYMMDD (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-YYYYMMDD (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-YYYYMMDD (7:2) DELIMITED BY SIZE
             INTO WS-DUE-DATE.

           MOVE SPACES TO BSR-RECORD.
           MOVE WS-REQ-PID TO BSR-REC-PID.
           MOVE WS-REQ-RECEIVED TO BSR-REC-RECEIVED-DATE.
           MOVE WS-DUE-DATE TO BSR-REC-DUE-DATE.
           SET BSR-REC-RECEIVED TO TRUE.
           MOVE WS-BUS-DATE TO BSR-REC-LOGGED-DATE.
           MOVE ZERO TO BSR-REC-RECORD-COUNT.
           MOVE 1 TO BSR-REC-RUN-COUNT.
           WRITE BNKSARQ-REC.
           IF WS-BNKSARQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKSARQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       LOG-REQUEST-EXIT.
           EXIT.

      *****************************************************************
      * The customer files searched                                   *
      *****************************************************************
       OPEN-SOURCE-FILES.
           OPEN INPUT BNKTAXR-NDX.
           MOVE WS-BNKTAXR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTAXR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKKYC-NDX.
           MOVE WS-BNKKYC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKKYC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKTXNA-NDX.
           MOVE WS-BNKTXNA-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXNA-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKSORD-NDX.
           MOVE WS-BNKSORD-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSORD-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKPAYEE-NDX.
           MOVE WS-BNKPAYEE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKPAYEE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKMAND-NDX.
           MOVE WS-BNKMAND-STATUS TO WS-IO-STATUS.
           MOVE 'BNKMAND-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKMSGS-NDX.
           MOVE WS-BNKMSGS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKMSGS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKCMPL-NDX.
           MOVE WS-BNKCMPL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCMPL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKDEVR-NDX.
           MOVE WS-BNKDEVR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDEVR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKCONS-NDX.
           MOVE WS-BNKCONS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCONS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT BNKALOG-NDX.
           MOVE WS-BNKALOG-STATUS TO WS-IO-STATUS.
           MOVE 'BNKALOG-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       OPEN-SOURCE-FILES-EXIT.
           EXIT.

       CLOSE-SOURCE-FILES.
           CLOSE BNKCUST-NDX.
           CLOSE BNKTAXR-NDX.
           CLOSE BNKKYC-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKTXNA-NDX.
           CLOSE BNKSORD-NDX.
           CLOSE BNKPAYEE-NDX.
           CLOSE BNKMAND-NDX.
           CLOSE BNKMSGS-NDX.
           CLOSE BNKCMPL-NDX.
           CLOSE BNKDEVR-NDX.
           CLOSE BNKCONS-NDX.
           CLOSE BNKALOG-NDX.

       EXPORT-TAX-RESIDENCY.
           MOVE 'TAXRES  ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKTAXR ' TO BSX-SEC-FILE.
           MOVE 'CBANKVTR' TO BSX-SEC-LAYOUT.
           MOVE 'Tax residency self-certification' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BTR-REC-PID.
           READ BNKTAXR-NDX RECORD
             INVALID KEY
               GO TO EXPORT-TAX-RESIDENCY-END
           END-READ.
           MOVE BNKTAXR-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKTAXR-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
       EXPORT-TAX-RESIDENCY-END.
           PERFORM END-SECTION.
       EXPORT-TAX-RESIDENCY-EXIT.
           EXIT.

       EXPORT-KYC.
           MOVE 'KYC     ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKKYC  ' TO BSX-SEC-FILE.
           MOVE 'CBANKVKY' TO BSX-SEC-LAYOUT.
           MOVE 'Risk rating and identity documents'
             TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BKY-REC-PID.
           READ BNKKYC-NDX RECORD
             INVALID KEY
               GO TO EXPORT-KYC-END
           END-READ.
           MOVE BNKKYC-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKKYC-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
       EXPORT-KYC-END.
           PERFORM END-SECTION.
       EXPORT-KYC-EXIT.
           EXIT.

      *****************************************************************
      * A joint signer is on the account record only, so the whole    *
      * account file is read; the accounts found are remembered for   *
      * the transaction and standing order sections                   *
      *****************************************************************
       EXPORT-ACCOUNTS.
           MOVE ZERO TO WS-ACC-COUNT.
           MOVE 'ACCOUNT ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKACC  ' TO BSX-SEC-FILE.
           MOVE 'CBANKVAC' TO BSX-SEC-LAYOUT.
           MOVE 'Accounts owned or signed on' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE LOW-VALUES TO BAC-REC-ACCNO.
           START BNKACC-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAC-REC-ACCNO
             INVALID KEY
               GO TO EXPORT-ACCOUNTS-END
           END-START.
       EXPORT-ACCOUNTS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-ACCOUNTS-END
           END-IF.
           IF BAC-REC-PID IS NOT EQUAL TO WS-REQ-PID AND
              BAC-REC-JOINT-PID IS NOT EQUAL TO WS-REQ-PID AND
              BAC-REC-JOINT-PID2 IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-ACCOUNTS-LOOP
           END-IF.
           MOVE BNKACC-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKACC-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           IF WS-ACC-COUNT IS LESS THAN 100
              ADD 1 TO WS-ACC-COUNT
              MOVE BAC-REC-ACCNO TO WS-ACC-ENTRY (WS-ACC-COUNT)
           ELSE
              MOVE 'More than 100 accounts - rest not followed'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
           GO TO EXPORT-ACCOUNTS-LOOP.
       EXPORT-ACCOUNTS-END.
           PERFORM END-SECTION.
       EXPORT-ACCOUNTS-EXIT.
           EXIT.

       EXPORT-TRANSACTIONS.
           MOVE WS-ACC-ENTRY (WS-ACC-SUB) TO BTX-REC-ACCNO.
           MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-ALTKEY1
             INVALID KEY
               GO TO EXPORT-TRANSACTIONS-EXIT
           END-START.
       EXPORT-TRANSACTIONS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
              GO TO EXPORT-TRANSACTIONS-EXIT
           END-IF.
           IF BTX-REC-ACCNO IS NOT EQUAL TO WS-ACC-ENTRY (WS-ACC-SUB)
              GO TO EXPORT-TRANSACTIONS-EXIT
           END-IF.
           MOVE BNKTXN-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKTXN-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-TRANSACTIONS-LOOP.
       EXPORT-TRANSACTIONS-EXIT.
           EXIT.

       EXPORT-ARCHIVE.
           MOVE WS-ACC-ENTRY (WS-ACC-SUB) TO BTA-REC-ACCNO.
           MOVE LOW-VALUES TO BTA-REC-TIMESTAMP.
           START BNKTXNA-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTA-REC-ALTKEY1
             INVALID KEY
               GO TO EXPORT-ARCHIVE-EXIT
           END-START.
       EXPORT-ARCHIVE-LOOP.
           READ BNKTXNA-NDX NEXT RECORD.
           IF WS-BNKTXNA-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKTXNA-STATUS IS NOT EQUAL TO '02'
              GO TO EXPORT-ARCHIVE-EXIT
           END-IF.
           IF BTA-REC-ACCNO IS NOT EQUAL TO WS-ACC-ENTRY (WS-ACC-SUB)
              GO TO EXPORT-ARCHIVE-EXIT
           END-IF.
           MOVE BNKTXNA-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKTXNA-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-ARCHIVE-LOOP.
       EXPORT-ARCHIVE-EXIT.
           EXIT.

       EXPORT-STANDING-ORDERS.
           MOVE WS-ACC-ENTRY (WS-ACC-SUB) TO BSO-REC-ACCNO.
           MOVE ZERO TO BSO-REC-SEQ.
           START BNKSORD-NDX KEY IS GREATER THAN OR EQUAL TO
                 BSO-REC-KEY
             INVALID KEY
               GO TO EXPORT-STANDING-ORDERS-EXIT
           END-START.
       EXPORT-STANDING-ORDERS-LOOP.
           READ BNKSORD-NDX NEXT RECORD.
           IF WS-BNKSORD-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-STANDING-ORDERS-EXIT
           END-IF.
           IF BSO-REC-ACCNO IS NOT EQUAL TO WS-ACC-ENTRY (WS-ACC-SUB)
              GO TO EXPORT-STANDING-ORDERS-EXIT
           END-IF.
           MOVE BNKSORD-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKSORD-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-STANDING-ORDERS-LOOP.
       EXPORT-STANDING-ORDERS-EXIT.
           EXIT.

       EXPORT-PAYEES.
           MOVE 'PAYEE   ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKPAYEE' TO BSX-SEC-FILE.
           MOVE 'CBANKVPY' TO BSX-SEC-LAYOUT.
           MOVE 'Saved payees' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BPY-REC-PID.
           MOVE LOW-VALUES TO BPY-REC-NICKNAME.
           START BNKPAYEE-NDX KEY IS GREATER THAN OR EQUAL TO
                 BPY-REC-KEY
             INVALID KEY
               GO TO EXPORT-PAYEES-END
           END-START.
       EXPORT-PAYEES-LOOP.
           READ BNKPAYEE-NDX NEXT RECORD.
           IF WS-BNKPAYEE-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-PAYEES-END
           END-IF.
           IF BPY-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-PAYEES-END
           END-IF.
           MOVE BNKPAYEE-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKPAYEE-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-PAYEES-LOOP.
       EXPORT-PAYEES-END.
           PERFORM END-SECTION.
       EXPORT-PAYEES-EXIT.
           EXIT.

       EXPORT-MANDATES.
           MOVE 'MANDATE ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKMAND ' TO BSX-SEC-FILE.
           MOVE 'CBANKVMD' TO BSX-SEC-LAYOUT.
           MOVE 'Direct debit mandates' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BMD-REC-PID.
           MOVE LOW-VALUES TO BMD-REC-ORIGINATOR.
           START BNKMAND-NDX KEY IS GREATER THAN OR EQUAL TO
                 BMD-REC-KEY
             INVALID KEY
               GO TO EXPORT-MANDATES-END
           END-START.
       EXPORT-MANDATES-LOOP.
           READ BNKMAND-NDX NEXT RECORD.
           IF WS-BNKMAND-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-MANDATES-END
           END-IF.
           IF BMD-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-MANDATES-END
           END-IF.
           MOVE BNKMAND-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKMAND-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-MANDATES-LOOP.
       EXPORT-MANDATES-END.
           PERFORM END-SECTION.
       EXPORT-MANDATES-EXIT.
           EXIT.

       EXPORT-MESSAGES.
           MOVE 'MESSAGE ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKMSGS ' TO BSX-SEC-FILE.
           MOVE 'CBANKVMS' TO BSX-SEC-LAYOUT.
           MOVE 'Secure message threads' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BMS-REC-PID.
           MOVE LOW-VALUES TO BMS-REC-TIMESTAMP.
           START BNKMSGS-NDX KEY IS GREATER THAN OR EQUAL TO
                 BMS-REC-KEY
             INVALID KEY
               GO TO EXPORT-MESSAGES-END
           END-START.
       EXPORT-MESSAGES-LOOP.
           READ BNKMSGS-NDX NEXT RECORD.
           IF WS-BNKMSGS-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-MESSAGES-END
           END-IF.
           IF BMS-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-MESSAGES-END
           END-IF.
           MOVE BNKMSGS-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKMSGS-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-MESSAGES-LOOP.
       EXPORT-MESSAGES-END.
           PERFORM END-SECTION.
       EXPORT-MESSAGES-EXIT.
           EXIT.

      *****************************************************************
      * Complaint cases are keyed by when they were opened, so the    *
      * whole file is read for the customer's                         *
      *****************************************************************
       EXPORT-COMPLAINTS.
           MOVE 'COMPLNT ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKCMPL ' TO BSX-SEC-FILE.
           MOVE 'CBANKVCP' TO BSX-SEC-LAYOUT.
           MOVE 'Complaint cases' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE LOW-VALUES TO BCP-REC-TIMESTAMP.
           START BNKCMPL-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCP-REC-TIMESTAMP
             INVALID KEY
               GO TO EXPORT-COMPLAINTS-END
           END-START.
       EXPORT-COMPLAINTS-LOOP.
           READ BNKCMPL-NDX NEXT RECORD.
           IF WS-BNKCMPL-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-COMPLAINTS-END
           END-IF.
           IF BCP-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-COMPLAINTS-LOOP
           END-IF.
           MOVE BNKCMPL-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKCMPL-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-COMPLAINTS-LOOP.
       EXPORT-COMPLAINTS-END.
           PERFORM END-SECTION.
       EXPORT-COMPLAINTS-EXIT.
           EXIT.

       EXPORT-DEVICES.
           MOVE 'DEVICE  ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKDEVR ' TO BSX-SEC-FILE.
           MOVE 'CBANKVDV' TO BSX-SEC-LAYOUT.
           MOVE 'Registered devices' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BDV-REC-PID.
           MOVE LOW-VALUES TO BDV-REC-DEVICE-ID.
           START BNKDEVR-NDX KEY IS GREATER THAN OR EQUAL TO
                 BDV-REC-KEY
             INVALID KEY
               GO TO EXPORT-DEVICES-END
           END-START.
       EXPORT-DEVICES-LOOP.
           READ BNKDEVR-NDX NEXT RECORD.
           IF WS-BNKDEVR-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-DEVICES-END
           END-IF.
           IF BDV-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-DEVICES-END
           END-IF.
           MOVE BNKDEVR-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKDEVR-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-DEVICES-LOOP.
       EXPORT-DEVICES-END.
           PERFORM END-SECTION.
       EXPORT-DEVICES-EXIT.
           EXIT.

       EXPORT-CONSENTS.
           MOVE 'CONSENT ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKCONS ' TO BSX-SEC-FILE.
           MOVE 'CBANKVCN' TO BSX-SEC-LAYOUT.
           MOVE 'Third-party access consents' TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE WS-REQ-PID TO BCN-REC-PID.
           MOVE LOW-VALUES TO BCN-REC-TP-ID.
           START BNKCONS-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCN-REC-KEY
             INVALID KEY
               GO TO EXPORT-CONSENTS-END
           END-START.
       EXPORT-CONSENTS-LOOP.
           READ BNKCONS-NDX NEXT RECORD.
           IF WS-BNKCONS-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-CONSENTS-END
           END-IF.
           IF BCN-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-CONSENTS-END
           END-IF.
      * The third party's access token is a credential, not data
      * about the customer, and is not released
           MOVE SPACES TO BCN-REC-TOKEN.
           MOVE BNKCONS-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKCONS-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-CONSENTS-LOOP.
       EXPORT-CONSENTS-END.
           PERFORM END-SECTION.
       EXPORT-CONSENTS-EXIT.
           EXIT.

      *****************************************************************
      * Every third-party access made under the customer's consents   *
      * is on the activity log under the consent register's program  *
      * name, carrying the customer it was for                        *
      *****************************************************************
       EXPORT-CONSENT-ACCESS.
           MOVE 'CONSLOG ' TO WS-SECTION.
           PERFORM BEGIN-SECTION.
           MOVE 'BNKALOG ' TO BSX-SEC-FILE.
           MOVE 'CBANKVAL' TO BSX-SEC-LAYOUT.
           MOVE 'Third-party access under those consents'
             TO BSX-SEC-TITLE.
           PERFORM WRITE-EXPORT.
           MOVE 'DBANK61P' TO BAL-REC-PROGRAM.
           MOVE LOW-VALUES TO BAL-REC-TIMESTAMP.
           MOVE ZERO TO BAL-REC-SEQNO.
           START BNKALOG-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAL-REC-KEY
             INVALID KEY
               GO TO EXPORT-CONSENT-ACCESS-END
           END-START.
       EXPORT-CONSENT-ACCESS-LOOP.
           READ BNKALOG-NDX NEXT RECORD.
           IF WS-BNKALOG-STATUS IS NOT EQUAL TO '00'
              GO TO EXPORT-CONSENT-ACCESS-END
           END-IF.
           IF BAL-REC-PROGRAM IS NOT EQUAL TO 'DBANK61P'
              GO TO EXPORT-CONSENT-ACCESS-END
           END-IF.
           IF BAL-REC-PID IS NOT EQUAL TO WS-REQ-PID
              GO TO EXPORT-CONSENT-ACCESS-LOOP
           END-IF.
           MOVE BNKALOG-REC TO WS-DETAIL-DATA.
           MOVE LENGTH OF BNKALOG-REC TO WS-DETAIL-LENGTH.
           PERFORM WRITE-DETAIL.
           GO TO EXPORT-CONSENT-ACCESS-LOOP.
       EXPORT-CONSENT-ACCESS-END.
           PERFORM END-SECTION.
       EXPORT-CONSENT-ACCESS-EXIT.
           EXIT.

      *****************************************************************
      * Section start, detail and end records                         *
      *****************************************************************
       BEGIN-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO BSX-RECORD.
           SET BSX-REC-SECTION-START TO TRUE.
           MOVE WS-SECTION TO BSX-REC-SECTION.

       WRITE-DETAIL.
           MOVE SPACES TO BSX-RECORD.
           SET BSX-REC-DETAIL TO TRUE.
           MOVE WS-SECTION TO BSX-REC-SECTION.
           MOVE WS-DETAIL-LENGTH TO BSX-REC-LENGTH.
           MOVE WS-DETAIL-DATA TO BSX-REC-DATA.
           ADD 1 TO WS-SECTION-COUNT.
           PERFORM WRITE-EXPORT.

       END-SECTION.
           MOVE SPACES TO BSX-RECORD.
           SET BSX-REC-SECTION-END TO TRUE.
           MOVE WS-SECTION TO BSX-REC-SECTION.
           MOVE WS-SECTION-COUNT TO BSX-END-COUNT.
           PERFORM WRITE-EXPORT.
           MOVE SPACES TO SARRPT-REC.
           STRING WS-SECTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SECTION-COUNT DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXPORT.
           ADD 1 TO WS-SEQ.
           MOVE WS-REQ-PID TO BSX-REC-PID.
           MOVE WS-SEQ TO BSX-REC-SEQ.
           IF BSX-REC-LENGTH IS NOT NUMERIC
              MOVE ZERO TO BSX-REC-LENGTH
           END-IF.
           WRITE SAROUT-REC.
           IF WS-SAROUT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing SAROUT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

      *****************************************************************
      * Every request on the log with when it was due and answered    *
      *****************************************************************
       LIST-REQUEST-LOG.
           MOVE SPACES TO SARRPT-REC.
           STRING 'Data subject-access request log at '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SARRPT-REC.
           STRING 'PID   Received   Due        Answered   State   '
                    DELIMITED BY SIZE
                  ' Records Runs' DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO BSR-REC-KEY.
           START BNKSARQ-NDX KEY IS GREATER THAN OR EQUAL TO
                 BSR-REC-KEY
             INVALID KEY
               GO TO LIST-REQUEST-LOG-DONE
           END-START.
       LIST-REQUEST-LOG-LOOP.
           READ BNKSARQ-NDX NEXT RECORD.
           IF WS-BNKSARQ-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-REQUEST-LOG-DONE
           END-IF.
           ADD 1 TO WS-REQUEST-COUNTER.
           IF BSR-REC-COMPLETED
              IF BSR-REC-ANSWERED-LATE
                 ADD 1 TO WS-LATE-COUNTER
                 MOVE 'LATE    ' TO WS-RPT-STATE
              ELSE
                 MOVE 'ON TIME ' TO WS-RPT-STATE
              END-IF
           ELSE
              ADD 1 TO WS-OUTSTANDING-COUNTER
              IF WS-BUS-DATE IS GREATER THAN BSR-REC-DUE-DATE
                 MOVE 'OVERDUE ' TO WS-RPT-STATE
              ELSE
                 MOVE 'OPEN    ' TO WS-RPT-STATE
              END-IF
           END-IF.
           MOVE SPACES TO SARRPT-REC.
           STRING BSR-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSR-REC-RECEIVED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSR-REC-DUE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSR-REC-COMPLETED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSR-REC-RECORD-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSR-REC-RUN-COUNT DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO LIST-REQUEST-LOG-LOOP.
       LIST-REQUEST-LOG-DONE.
           MOVE SPACES TO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SARRPT-REC.
           STRING WS-REQUEST-COUNTER DELIMITED BY SIZE
                  ' request(s), ' DELIMITED BY SIZE
                  WS-LATE-COUNTER DELIMITED BY SIZE
                  ' answered late, ' DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNTER DELIMITED BY SIZE
                  ' not yet answered' DELIMITED BY SIZE
             INTO SARRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LIST-REQUEST-LOG-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE SARRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE SARRPT-REC TO RPD-LINE-TEXT.
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
