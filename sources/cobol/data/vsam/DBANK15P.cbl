      * Program:     DBANK15P.CBL                                     *
      * Function:    Open and close customers and accounts on the     *
      *              BNKCUST and BNKACC files for teller maintenance.  *
      *              Closing an account releases any pay-by-alias     *
      *              that points to it (DBANK90P).                    *
      *              VSAM version                                     *
      *****************************************************************

         05  FILLER REDEFINES WS-DIM-TABLE.
           10  WS-DIM                              PIC 9(2)
               OCCURS 12 TIMES.
      * Product change
         05  WS-PCHG-TOKEN                         PIC S9(8) COMP.
         05  WS-BNKATYP-RID                        PIC X(1).
         05  WS-BNKPCHG-RID                        PIC X(9).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-PC-OLD-TYPE                        PIC X(1).
         05  WS-PC-OLD-DESC                        PIC X(15).
         05  WS-PC-OLD-ATM                         PIC X(2).
         05  WS-PC-OLD-OD                          PIC S9(7)V99 COMP-3.
         05  WS-PC-OLD-RATE                        PIC S9(1)V9(4)
                                                     COMP-3.
         05  WS-PC-OLD-FEE                         PIC S9(3)V99 COMP-3.
         05  WS-PC-YYYY                            PIC 9(4).
         05  WS-PC-MM                              PIC 9(2).
         05  WS-PC-DD                              PIC 9(2).
         05  WS-PC-DIM                             PIC 9(2).
         05  WS-PC-START                           PIC 9(2).
         05  WS-PC-DAYS-OLD                        PIC 9(2).
         05  WS-PC-QUOT                            PIC S9(9) COMP-3.
         05  WS-PC-REM                             PIC S9(4) COMP-3.
         05  WS-PC-INT                             PIC S9(7)V99 COMP-3.
         05  WS-PC-FEE                             PIC S9(7)V99 COMP-3.
         05  WS-PC-OD-ED                           PIC Z(6)9.99.
         05  WS-PC-INT-ED                          PIC Z(6)9.99-.
         05  WS-PC-FEE-ED                          PIC Z(6)9.99-.
         05  WS-PC-PCHG-SW                         PIC X(1).
           88  WS-PC-PCHG-FOUND                    VALUE 'Y'.
         05  WS-PC-ACCRUED-SW                      PIC X(1).
           88  WS-PC-ACCRUED                       VALUE 'Y'.
         05  WS-PC-ATM-SW                          PIC X(1).
           88  WS-PC-ATM-OFF                       VALUE 'Y'.
         05  WS-PC-OD-SW                           PIC X(1).
           88  WS-PC-OD-CUT                        VALUE 'Y'.
         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       COPY CTSTAMPD.

       01  WS-KYC-DATA.
       COPY CBANKD74.

       01  WS-BNKATYP-REC.
       COPY CBANKVAT.

       01  WS-BNKPCHG-REC.
       COPY CBANKVPG.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

      * Before images - the account for the change journal, and the
      * product change record in case the change has to be backed out
       01  WS-JRN-BEFORE                           PIC X(250).
       01  WS-PC-PCHG-BEFORE                       PIC X(100).

       01  WS-JOURNAL-DATA.
       COPY CBANKD79.

       01  WS-ALIAS-DATA.
       COPY CBANKD90.

       01  WS-REFERRAL-DATA.
       COPY CBANKD99.

       01  WS-COMMAREA.
       COPY CBANKD15.

               PERFORM SET-SECURITY-ANSWER THRU SET-SECURITY-ANSWER-EXIT
             WHEN CD15-REQUEST-SETCHARSET
               PERFORM SET-CHARSET THRU SET-CHARSET-EXIT
             WHEN CD15-REQUEST-CHGPROD
               PERFORM CHANGE-PRODUCT THRU CHANGE-PRODUCT-EXIT
           END-EVALUATE.

       DBANK15P-EXIT.
           PERFORM ENROLL-CAMPAIGNS THRU
                   ENROLL-CAMPAIGNS-EXIT.

      * The referrer was checked before the account was asked for; a
      * referral that cannot be filed now does not undo the opening
           IF CD15I-REFERRER IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD99-DATA
              SET CD99-REQUEST-RECORD TO TRUE
              MOVE CD15I-REFERRER TO CD99I-REFERRER
              MOVE BAC-REC-ACCNO TO CD99I-ACCNO
              MOVE BAC-REC-PID TO CD99I-PID
              EVALUATE TRUE
                WHEN BAC-REC-TYPE-TERM-DEP
                 MOVE 'T' TO CD99I-PRODUCT
                WHEN BAC-REC-TYPE IS EQUAL TO 'L'
                 MOVE 'L' TO CD99I-PRODUCT
                WHEN OTHER
                 MOVE 'D' TO CD99I-PRODUCT
              END-EVALUATE
              MOVE CD15I-REF-CHANNEL TO CD99I-CHANNEL
              EXEC CICS LINK PROGRAM('DBANK99P')
                             COMMAREA(CD99-DATA)
                             LENGTH(LENGTH OF CD99-DATA)
              END-EXEC
           END-IF.

           MOVE BAC-REC-PID TO CD15O-PID.
           MOVE BAC-REC-ACCNO TO CD15O-ACCNO.
           SET CD15O-STATUS-OK TO TRUE.
              GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

      * Payers can no longer reach the account through an alias
           MOVE SPACES TO CD90-DATA.
           SET CD90-REQUEST-RELACC TO TRUE.
           MOVE CD15I-ACCNO TO CD90I-ACCNO.
           MOVE CD15I-USERID TO CD90I-USERID.
           EXEC CICS LINK PROGRAM('DBANK90P')
                          COMMAREA(CD90-DATA)
                          LENGTH(LENGTH OF CD90-DATA)
           END-EXEC.

           MOVE BAC-REC-PID TO CD15O-PID.
           MOVE BAC-REC-ACCNO TO CD15O-ACCNO.
           SET CD15O-STATUS-OK TO TRUE.
       SET-CHARSET-EXIT.
           EXIT.

      *****************************************************************
      * Change an account's product (account type) in place, keeping  *
      * the account number and with it the regular payments RP1-3,    *
      * the BNKSORD standing orders, outside payees, deposit splits   *
      * and the statement history, none of which is touched here.     *
      * The old type's interest and maintenance fee are accrued to    *
      * the change day on BNKPCHG for the month-end runs to post, and *
      * the ATM card and overdraft limit are brought within the new   *
      * type's rules.  Products with a contract of their own (house,  *
      * term deposit, revolving credit, loan) cannot be changed.      *
      *****************************************************************
       CHANGE-PRODUCT.
           MOVE CD15I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD15O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.
           IF BAC-REC-CLOSED
              MOVE 'Account is closed' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.
           IF BAC-REC-ON-HOLD
              MOVE 'Account is on hold' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.
           IF CD15I-ACCTYPE IS EQUAL TO BAC-REC-TYPE
              MOVE 'Account is already that product' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.
           IF BAC-REC-TYPE-HOUSE OR
              BAC-REC-TYPE-TERM-DEP OR
              BAC-REC-TYPE-REVOLVING OR
              BAC-REC-TYPE IS EQUAL TO 'L' OR
              CD15I-ACCTYPE IS EQUAL TO 'H' OR
              CD15I-ACCTYPE IS EQUAL TO 'T' OR
              CD15I-ACCTYPE IS EQUAL TO 'R' OR
              CD15I-ACCTYPE IS EQUAL TO 'L'
              MOVE 'Product cannot be changed in place' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.

      * The old type's rate and fee, then the new type's rules
           MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.
           EXEC CICS READ FILE('BNKATYPE')
                          INTO(WS-BNKATYP-REC)
                          LENGTH(LENGTH OF WS-BNKATYP-REC)
                          RIDFLD(WS-BNKATYP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Current product not on file' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.
           MOVE BAT-REC-DESC TO WS-PC-OLD-DESC.
           MOVE ZERO TO WS-PC-OLD-RATE.
           MOVE ZERO TO WS-PC-OLD-FEE.
           IF BAT-REC-INT-RATE IS NUMERIC
              MOVE BAT-REC-INT-RATE TO WS-PC-OLD-RATE
           END-IF.
           IF BAT-REC-MAINT-FEE IS NUMERIC
              MOVE BAT-REC-MAINT-FEE TO WS-PC-OLD-FEE
           END-IF.

           MOVE CD15I-ACCTYPE TO WS-BNKATYP-RID.
           EXEC CICS READ FILE('BNKATYPE')
                          INTO(WS-BNKATYP-REC)
                          LENGTH(LENGTH OF WS-BNKATYP-REC)
                          RIDFLD(WS-BNKATYP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'New product not on file' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.

           MOVE WS-BNKACC-REC TO WS-JRN-BEFORE.
           MOVE BAC-REC-TYPE TO WS-PC-OLD-TYPE.
           MOVE BAC-REC-ATM-ENABLED TO WS-PC-OLD-ATM.
           MOVE BAC-REC-OVERDRAFT-LIMIT TO WS-PC-OLD-OD.
           PERFORM ACCRUE-TO-CHANGE THRU
                   ACCRUE-TO-CHANGE-EXIT.
           IF NOT WS-PC-ACCRUED
              MOVE 'Unable to record the product change' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.

      * Bring the account within the new type's rules
           MOVE SPACE TO WS-PC-ATM-SW.
           MOVE SPACE TO WS-PC-OD-SW.
           MOVE CD15I-ACCTYPE TO BAC-REC-TYPE.
           IF BAT-REC-NO-ATM AND
              BAC-REC-ATM-ENABLED IS EQUAL TO 'Y'
              MOVE 'N' TO BAC-REC-ATM-ENABLED
              SET WS-PC-ATM-OFF TO TRUE
           END-IF.
           IF BAT-REC-MAX-OVERDRAFT IS NUMERIC
              IF BAC-REC-OVERDRAFT-LIMIT IS GREATER THAN
                 BAT-REC-MAX-OVERDRAFT
                 MOVE BAT-REC-MAX-OVERDRAFT TO BAC-REC-OVERDRAFT-LIMIT
                 SET WS-PC-OD-CUT TO TRUE
              END-IF
           END-IF.

           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM UNDO-PRODUCT-CHANGE THRU
                      UNDO-PRODUCT-CHANGE-EXIT
              MOVE 'Unable to change the product' TO CD15O-MSG
              GO TO CHANGE-PRODUCT-EXIT
           END-IF.

           PERFORM WRITE-PRODUCT-AUDIT THRU
                   WRITE-PRODUCT-AUDIT-EXIT.

      * Before and after images to the change journal - best effort
           SET CD79-REQUEST-JOURNAL TO TRUE.
           MOVE 'BNKACC  ' TO CD79I-FILE.
           MOVE WS-BNKACC-RID TO CD79I-REC-KEY.
           MOVE WS-JRN-BEFORE TO CD79I-BEFORE.
           MOVE WS-BNKACC-REC TO CD79I-AFTER.
           EXEC CICS LINK PROGRAM('DBANK79P')
                          COMMAREA(CD79-DATA)
                          LENGTH(LENGTH OF CD79-DATA)
           END-EXEC.

           MOVE BPG-REC-INT-ACCRUED TO CD15O-INT-ACCRUED.
           MOVE BPG-REC-FEE-ACCRUED TO CD15O-FEE-ACCRUED.
           EVALUATE TRUE
             WHEN WS-PC-ATM-OFF AND WS-PC-OD-CUT
               MOVE 'Product changed - ATM off, overdraft cut'
                 TO CD15O-MSG
             WHEN WS-PC-ATM-OFF
               MOVE 'Product changed - ATM card disabled'
                 TO CD15O-MSG
             WHEN WS-PC-OD-CUT
               MOVE 'Product changed - overdraft limit reduced'
                 TO CD15O-MSG
             WHEN OTHER
               MOVE 'Product changed' TO CD15O-MSG
           END-EVALUATE.
           MOVE BAC-REC-PID TO CD15O-PID.
           MOVE BAC-REC-ACCNO TO CD15O-ACCNO.
           SET CD15O-STATUS-OK TO TRUE.
       CHANGE-PRODUCT-EXIT.
           EXIT.

      *****************************************************************
      * Accrue the old type's share of this month's interest (at its  *
      * rate on today's balance) and maintenance fee, from the first  *
      * of the month - or from an earlier change this month, whose    *
      * accrual is carried forward - to the day before the change.    *
      * The new type has the change day to the month end.             *
      *****************************************************************
       ACCRUE-TO-CHANGE.
           MOVE SPACE TO WS-PC-ACCRUED-SW.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:4) TO WS-PC-YYYY.
           MOVE WS-TS-DATE (6:2) TO WS-PC-MM.
           MOVE WS-TS-DATE (9:2) TO WS-PC-DD.
           MOVE WS-DIM (WS-PC-MM) TO WS-PC-DIM.
           IF WS-PC-MM IS EQUAL TO 2
              DIVIDE WS-PC-YYYY BY 4 GIVING WS-PC-QUOT
                                    REMAINDER WS-PC-REM
              IF WS-PC-REM IS EQUAL TO ZERO
                 MOVE 29 TO WS-PC-DIM
              END-IF
           END-IF.
           MOVE 1 TO WS-PC-START.
           MOVE ZERO TO WS-PC-INT.
           MOVE ZERO TO WS-PC-FEE.

           MOVE SPACE TO WS-PC-PCHG-SW.
           MOVE BAC-REC-ACCNO TO WS-BNKPCHG-RID.
           EXEC CICS READ FILE('BNKPCHG')
                          UPDATE
                          INTO(WS-BNKPCHG-REC)
                          LENGTH(LENGTH OF WS-BNKPCHG-REC)
                          RIDFLD(WS-BNKPCHG-RID)
                          TOKEN(WS-PCHG-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-PC-PCHG-FOUND TO TRUE
              MOVE WS-BNKPCHG-REC TO WS-PC-PCHG-BEFORE
              IF BPG-REC-CHANGE-DATE (1:7) IS EQUAL TO
                 WS-TS-DATE (1:7)
                 IF BPG-REC-INT-DUE OR BPG-REC-FEE-DUE
                    MOVE BPG-REC-CHANGE-DATE (9:2) TO WS-PC-START
                 END-IF
                 IF BPG-REC-INT-DUE
                    MOVE BPG-REC-INT-ACCRUED TO WS-PC-INT
                 END-IF
                 IF BPG-REC-FEE-DUE
                    MOVE BPG-REC-FEE-ACCRUED TO WS-PC-FEE
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-PC-DAYS-OLD = WS-PC-DD - WS-PC-START.
           COMPUTE WS-PC-INT ROUNDED =
                   WS-PC-INT + (BAC-REC-BALANCE * WS-PC-OLD-RATE / 12
                                * WS-PC-DAYS-OLD / WS-PC-DIM)
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.
           COMPUTE WS-PC-FEE ROUNDED =
                   WS-PC-FEE + (WS-PC-OLD-FEE
                                * WS-PC-DAYS-OLD / WS-PC-DIM)
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.

           MOVE SPACES TO BPG-RECORD.
           MOVE BAC-REC-ACCNO TO BPG-REC-ACCNO.
           MOVE BAC-REC-PID TO BPG-REC-PID.
           MOVE WS-TS-DATE TO BPG-REC-CHANGE-DATE.
           MOVE WS-TIMESTAMP TO BPG-REC-CHANGE-TS.
           MOVE CD15I-USERID TO BPG-REC-USERID.
           MOVE BAC-REC-TYPE TO BPG-REC-OLD-TYPE.
           MOVE CD15I-ACCTYPE TO BPG-REC-NEW-TYPE.
           MOVE WS-PC-DIM TO BPG-REC-DAYS-IN-MONTH.
           COMPUTE BPG-REC-DAYS-NEW = WS-PC-DIM - WS-PC-DD + 1.
           MOVE WS-PC-INT TO BPG-REC-INT-ACCRUED.
           MOVE WS-PC-FEE TO BPG-REC-FEE-ACCRUED.
           SET BPG-REC-INT-DUE TO TRUE.
           SET BPG-REC-FEE-DUE TO TRUE.
           IF WS-PC-PCHG-FOUND
              EXEC CICS REWRITE FILE('BNKPCHG')
                                FROM(WS-BNKPCHG-REC)
                                LENGTH(LENGTH OF WS-BNKPCHG-REC)
                                TOKEN(WS-PCHG-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKPCHG')
                              FROM(WS-BNKPCHG-REC)
                              LENGTH(LENGTH OF WS-BNKPCHG-REC)
                              RIDFLD(WS-BNKPCHG-RID)
                              KEYLENGTH(LENGTH OF WS-BNKPCHG-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-PC-ACCRUED TO TRUE
           END-IF.
       ACCRUE-TO-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * The account could not be rewritten - put BNKPCHG back as it   *
      * was so the month-end runs do not prorate a change that never  *
      * happened                                                      *
      *****************************************************************
       UNDO-PRODUCT-CHANGE.
           MOVE BAC-REC-ACCNO TO WS-BNKPCHG-RID.
           IF NOT WS-PC-PCHG-FOUND
              EXEC CICS DELETE FILE('BNKPCHG')
                               RIDFLD(WS-BNKPCHG-RID)
                               RESP(WS-RESP)
              END-EXEC
              GO TO UNDO-PRODUCT-CHANGE-EXIT
           END-IF.
           EXEC CICS READ FILE('BNKPCHG')
                          UPDATE
                          INTO(WS-BNKPCHG-REC)
                          LENGTH(LENGTH OF WS-BNKPCHG-REC)
                          RIDFLD(WS-BNKPCHG-RID)
                          TOKEN(WS-PCHG-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE WS-PC-PCHG-BEFORE TO WS-BNKPCHG-REC
              EXEC CICS REWRITE FILE('BNKPCHG')
                                FROM(WS-BNKPCHG-REC)
                                LENGTH(LENGTH OF WS-BNKPCHG-REC)
                                TOKEN(WS-PCHG-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           END-IF.
       UNDO-PRODUCT-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * A zero-amount memo entry on the account's history showing the *
      * product, ATM card and overdraft limit before and after        *
      *****************************************************************
       WRITE-PRODUCT-AUDIT.
           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE 'P' TO BTX-REC-TYPE.
           MOVE '1' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE ZERO TO BTX-REC-AMOUNT.
           MOVE WS-PC-OLD-OD TO WS-PC-OD-ED.
           STRING 'Product ' DELIMITED BY SIZE
                  WS-PC-OLD-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PC-OLD-DESC DELIMITED BY SIZE
                  ' ATM ' DELIMITED BY SIZE
                  WS-PC-OLD-ATM DELIMITED BY SIZE
                  ' OD limit ' DELIMITED BY SIZE
                  WS-PC-OD-ED DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BAC-REC-OVERDRAFT-LIMIT TO WS-PC-OD-ED.
           MOVE BPG-REC-INT-ACCRUED TO WS-PC-INT-ED.
           MOVE BPG-REC-FEE-ACCRUED TO WS-PC-FEE-ED.
           STRING 'Product ' DELIMITED BY SIZE
                  BAC-REC-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAT-REC-DESC DELIMITED BY SIZE
                  ' ATM ' DELIMITED BY SIZE
                  BAC-REC-ATM-ENABLED DELIMITED BY SIZE
                  ' OD limit ' DELIMITED BY SIZE
                  WS-PC-OD-ED DELIMITED BY SIZE
                  ' accrued int ' DELIMITED BY SIZE
                  WS-PC-INT-ED DELIMITED BY SIZE
                  ' fee ' DELIMITED BY SIZE
                  WS-PC-FEE-ED DELIMITED BY SIZE
             INTO BTX-REC-DATA-NEW.
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           MOVE WS-TS-DATE TO BTX-REC-POST-DATE.
           MOVE 'T' TO BTX-REC-CHANNEL.
           MOVE CD15I-USERID TO BTX-REC-USERID.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE 26 TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
       WRITE-PRODUCT-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      * Maturity = today plus the contracted number of months (same   *
      * day of month; a short month pins to its last day via the      *
