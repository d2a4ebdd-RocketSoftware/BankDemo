      *              the account is marked escheated with the         *
      *              authority's claim reference, and the item goes   *
      *              on the authority's filing file with a            *
      *              reconciliation report.  Official cheques the     *
      *              stale-dated run ZBNKOCS1 has marked stale are    *
      *              remitted the same way once past their own        *
      *              escheat point, out of the official-cheque house  *
      *              account, and filed under the remitter.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKCHQR-NDX
                  ASSIGN       TO NDXCHQR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCR-REC-KEY
                  FILE STATUS  IS WS-BNKCHQR-STATUS.

           SELECT ESHFIL-FILE
                  ASSIGN       TO ESHFIL
                  ORGANIZATION IS SEQUENTIAL
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKCHQR-NDX.
       01  BNKCHQR-REC.
       COPY CBANKVCR.

       FD  ESHFIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKCHQR-STATUS                     PIC X(2).
         05  WS-ESHFIL-STATUS                      PIC X(2).
         05  WS-ESHRPT-STATUS                      PIC X(2).

             VALUE ZERO.

      * Statutory points: the warning letter after four silent
      * years, remittance after five - and never unwarned.  The
      * business parameters ESCHEAT-WARN-DAYS and ESCHEAT-DAYS
      * override these when in force.
         05  WS-WARNING-THRESHOLD-DAYS             PIC S9(4) COMP
             VALUE +1460.
         05  WS-ESCHEAT-THRESHOLD-DAYS             PIC S9(4) COMP
         05  WS-WARNING-CUTOFF-DTE                 PIC 9(8).
         05  WS-ESCHEAT-CUTOFF-DTE                 PIC 9(8).

      * An official cheque is presumed abandoned three years after
      * issue - it must also have been stale-dated by ZBNKOCS1.
      * The business parameter OFFCHQ-ABANDON-DAYS overrides this.
         05  WS-CHEQUE-THRESHOLD-DAYS              PIC S9(4) COMP
             VALUE +1095.
         05  WS-CHEQUE-CUTOFF-DTE                  PIC 9(8).
         05  WS-ISSUE-YYYYMMDD                     PIC 9(8).
         05  WS-OFFICIAL-CHQ-ACCNO                 PIC X(9)
             VALUE '999999992'.
         05  WS-OFFICIAL-PID                       PIC X(5).
         05  WS-CHEQUE-COUNTER                     PIC 9(7)
             VALUE ZERO.
         05  WS-CHEQUE-TOTAL                       PIC 9(9)V99
             VALUE ZERO.

         05  WS-LAST-ACTIVITY-SW                   PIC X(1).
           88  WS-LAST-ACTIVITY-FOUND               VALUE 'Y'.
         05  WS-LAST-ACTIVITY-DTE                  PIC X(10).
       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'ESCHEAT-WARN-DAYS' TO PMD-PARM-ID.
           MOVE WS-BUS-DATE TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-WARNING-THRESHOLD-DAYS
           END-IF.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'ESCHEAT-DAYS' TO PMD-PARM-ID.
           MOVE WS-BUS-DATE TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-ESCHEAT-THRESHOLD-DAYS
           END-IF.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'OFFCHQ-ABANDON-DAYS' TO PMD-PARM-ID.
           MOVE WS-BUS-DATE TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-CHEQUE-THRESHOLD-DAYS
           END-IF.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-ESCHEAT-CUTOFF-DTE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER -
                            WS-ESCHEAT-THRESHOLD-DAYS).
           COMPUTE WS-CHEQUE-CUTOFF-DTE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER -
                            WS-CHEQUE-THRESHOLD-DAYS).

           OPEN OUTPUT ESHRPT-FILE.
           MOVE WS-ESHRPT-STATUS TO WS-IO-STATUS.
           MOVE 'ESHFIL-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'ESCHEAT' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKCHQR-NDX.
           MOVE WS-BNKCHQR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCHQR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM SCAN-ACCOUNTS-LOOP THRU
                   SCAN-ACCOUNTS-LOOP-EXIT.

           PERFORM SCAN-OFFICIAL-CHEQUES THRU
                   SCAN-OFFICIAL-CHEQUES-EXIT.

           PERFORM DEBIT-OFFICIAL-ACCOUNT THRU
                   DEBIT-OFFICIAL-ACCOUNT-EXIT.

           PERFORM CREDIT-HOUSE-ACCOUNT THRU
                   CREDIT-HOUSE-ACCOUNT-EXIT.

           CLOSE BNKACC-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKCHQR-NDX.
           CLOSE ESHFIL-FILE.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'ESCHEAT not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

           MOVE WS-ESCHEAT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO ESHRPT-REC.
                  ' letter(s) issued' DELIMITED BY SIZE
             INTO ESHRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHEQUE-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO ESHRPT-REC.
           STRING '  including ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' over ' DELIMITED BY SIZE
                  WS-CHEQUE-COUNTER DELIMITED BY SIZE
                  ' stale official cheque(s)' DELIMITED BY SIZE
             INTO ESHRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           CLOSE ESHRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           MOVE BCS-REC-NAME TO ESH-REC-NAME.
           MOVE WS-ESCHEAT-AMOUNT TO ESH-REC-AMOUNT.
           MOVE WS-LAST-ACTIVITY-DTE TO ESH-REC-LAST-ACTIVITY.
           PERFORM WRITE-ESHFIL-RECORD.

           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO ESHRPT-REC.
       ESCHEAT-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Walk the official cheques on the register.  One stale-dated   *
      * by ZBNKOCS1 and issued before the cheque escheat point goes   *
      * to the authority.                                             *
      *****************************************************************
       SCAN-OFFICIAL-CHEQUES.
           MOVE WS-OFFICIAL-CHQ-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE 'Official cheque account not on file'
                 TO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               GO TO SCAN-OFFICIAL-CHEQUES-EXIT
           END-READ.
           MOVE BAC-REC-PID TO WS-OFFICIAL-PID.

           MOVE WS-OFFICIAL-CHQ-ACCNO TO BCR-REC-ACCNO.
           MOVE LOW-VALUES TO BCR-REC-SERIAL.
           START BNKCHQR-NDX KEY IS NOT LESS THAN BCR-REC-KEY
             INVALID KEY
               GO TO SCAN-OFFICIAL-CHEQUES-EXIT
           END-START.
       SCAN-OFFICIAL-CHEQUES-LOOP.
           READ BNKCHQR-NDX NEXT RECORD
             AT END
               GO TO SCAN-OFFICIAL-CHEQUES-EXIT
           END-READ.
           IF BCR-REC-ACCNO IS NOT EQUAL TO WS-OFFICIAL-CHQ-ACCNO
              GO TO SCAN-OFFICIAL-CHEQUES-EXIT
           END-IF.
           IF NOT BCR-REC-KIND-ITEM OR
              NOT BCR-REC-STALE
              GO TO SCAN-OFFICIAL-CHEQUES-LOOP
           END-IF.
           MOVE BCR-REC-ISSUE-DATE (1:4) TO WS-ISSUE-YYYYMMDD (1:4).
           MOVE BCR-REC-ISSUE-DATE (6:2) TO WS-ISSUE-YYYYMMDD (5:2).
           MOVE BCR-REC-ISSUE-DATE (9:2) TO WS-ISSUE-YYYYMMDD (7:2).
           IF WS-ISSUE-YYYYMMDD IS LESS THAN WS-CHEQUE-CUTOFF-DTE
              PERFORM ESCHEAT-ONE-CHEQUE THRU
                      ESCHEAT-ONE-CHEQUE-EXIT
           END-IF.
           GO TO SCAN-OFFICIAL-CHEQUES-LOOP.
       SCAN-OFFICIAL-CHEQUES-EXIT.
           EXIT.

      *****************************************************************
      * Remit one official cheque: mark it escheated on the register, *
      * record the debit to the house account and file the claim      *
      * under the remitter whose money bought it                      *
      *****************************************************************
       ESCHEAT-ONE-CHEQUE.
           MOVE BCR-REC-AMOUNT TO WS-ESCHEAT-AMOUNT.
           MOVE WS-OFFICIAL-PID TO WS-ESCHEAT-PID.
           MOVE WS-OFFICIAL-CHQ-ACCNO TO WS-ESCHEAT-ACCNO.

           ADD 1 TO WS-CLAIM-SEQ.
           MOVE SPACES TO WS-CLAIM-REF.
           STRING 'E' DELIMITED BY SIZE
                  WS-BUS-DATE (1:4) DELIMITED BY SIZE
                  WS-BUS-DATE (6:2) DELIMITED BY SIZE
                  WS-BUS-DATE (9:2) DELIMITED BY SIZE
                  WS-CLAIM-SEQ DELIMITED BY SIZE
             INTO WS-CLAIM-REF.

           SET BCR-REC-ESCHEATED TO TRUE.
           MOVE WS-BUS-DATE TO BCR-REC-PAID-DATE.
           REWRITE BNKCHQR-REC.
           IF WS-BNKCHQR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKCHQR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           PERFORM WRITE-AUDIT-RECORD.

           ADD 1 TO WS-ESCHEAT-COUNTER.
           ADD WS-ESCHEAT-AMOUNT TO WS-ESCHEAT-TOTAL.
           ADD 1 TO WS-CHEQUE-COUNTER.
           ADD WS-ESCHEAT-AMOUNT TO WS-CHEQUE-TOTAL.

           MOVE SPACES TO BAC-REC-PID.
           MOVE BCR-REC-REMITTER-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BAC-REC-PID
           END-READ.
           PERFORM LOOKUP-CUSTOMER-NAME.

           MOVE SPACES TO ESHFIL-REC.
           MOVE '1' TO ESH-REC-TYPE.
           MOVE WS-CLAIM-REF TO ESH-REC-CLAIM-REF.
           MOVE BCR-REC-REMITTER-ACCNO TO ESH-REC-ACCNO.
           MOVE BAC-REC-PID TO ESH-REC-PID.
           MOVE BCS-REC-NAME TO ESH-REC-NAME.
           MOVE WS-ESCHEAT-AMOUNT TO ESH-REC-AMOUNT.
           MOVE BCR-REC-ISSUE-DATE TO ESH-REC-LAST-ACTIVITY.
           PERFORM WRITE-ESHFIL-RECORD.

           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO ESHRPT-REC.
           STRING 'Official cheque ' DELIMITED BY SIZE
                  BCR-REC-SERIAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' escheated under claim ' DELIMITED BY SIZE
                  WS-CLAIM-REF DELIMITED BY SIZE
                  ' remitter ' DELIMITED BY SIZE
                  BCR-REC-REMITTER-ACCNO DELIMITED BY SIZE
             INTO ESHRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       ESCHEAT-ONE-CHEQUE-EXIT.
           EXIT.

      *****************************************************************
      * Take the remitted official cheques off the house account they *
      * were held on - each has its own audit record already          *
      *****************************************************************
       DEBIT-OFFICIAL-ACCOUNT.
           IF WS-CHEQUE-TOTAL IS NOT GREATER THAN ZERO
              GO TO DEBIT-OFFICIAL-ACCOUNT-EXIT
           END-IF.
           MOVE WS-OFFICIAL-CHQ-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE 'Official cheque account not on file'
                 TO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               GO TO DEBIT-OFFICIAL-ACCOUNT-EXIT
           END-READ.
           SUBTRACT WS-CHEQUE-TOTAL FROM BAC-REC-BALANCE.
           SUBTRACT WS-CHEQUE-TOTAL FROM BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting official cheque account'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       DEBIT-OFFICIAL-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Look up the account's customer name                           *
      *****************************************************************
           MOVE '9' TO ESH-REC-TYPE.
           MOVE WS-ESCHEAT-COUNTER TO ESH-TRL-COUNT.
           MOVE WS-ESCHEAT-TOTAL TO ESH-TRL-TOTAL.
           PERFORM WRITE-ESHFIL-RECORD.

       WRITE-REPORT-LINE.
           WRITE ESHRPT-REC.
           MOVE ESHRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Write a ESCHEAT record, entering it on the outbound file      *
      * register as it goes                                           *
      *****************************************************************
       WRITE-ESHFIL-RECORD.
           WRITE ESHFIL-REC.
           SET OFD-REQUEST-RECORD TO TRUE.
           MOVE ESHFIL-REC TO OFD-RECORD.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
