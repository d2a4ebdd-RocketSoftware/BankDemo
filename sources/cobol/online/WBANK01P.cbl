         05  WS-PID                                PIC X(5).
         05  WS-FROMACC                            PIC X(9).
         05  WS-TOACC                              PIC X(9).
         05  WS-ALIAS                              PIC X(30).
         05  WS-CONFIRM                            PIC X(1).
         05  WS-AMOUNT-X                           PIC X(10).
         05  WS-AMOUNT-N                           PIC S9(7)V99.
         05  WS-AMT-TMP                            PIC X(9).
         05  WS-OWN-FOUND-SW                       PIC X(1).
           88  WS-OWN-FOUND                          VALUE 'Y'.
         05  WS-AMT-EDIT                           PIC -(7)9.99.
         05  WS-RES-SUB                            PIC S9(4) COMP.
         05  WS-RES-DIGIT                          PIC 9(1).
         05  WS-JSON-KEY                           PIC X(16).
         05  WS-JSON-KEY-PTR                       PIC S9(4) COMP.
         05  WS-RATE-EDIT                          PIC ZZ9.999.
         05  WS-CATEGORY                           PIC X(10).
         05  WS-MONTH                              PIC X(7).
         05  WS-SPEND-EDIT                         PIC -(7)9.99.
         05  WS-LY-EDIT                            PIC -(7)9.99.
         05  WS-BUDGET-EDIT                        PIC -(7)9.99.
         05  WS-SPEND-MSG                          PIC X(60).
         05  WS-POINTS-X                           PIC X(9).
         05  WS-POINTS-LEN                         PIC S9(4) COMP.
         05  WS-POINTS-N                           PIC 9(9).
         05  WS-POINTS-EDIT                        PIC Z(8)9.
         05  WS-EXPIRING-EDIT                      PIC Z(8)9.
         05  WS-MINPTS-EDIT                        PIC Z(8)9.
         05  WS-REDEEMTO                           PIC X(1).
      * Clock (milliseconds) when the request arrived and when the
      * response went, for the response-time file
         05  WS-RSP-START-ABS                      PIC S9(15) COMP-3.
         05  WS-RSP-END-ABS                        PIC S9(15) COMP-3.
         05  WS-RSP-ELAPSED                        PIC S9(15) COMP-3.
         05  WS-RSP-RESP                           PIC S9(8) COMP.

      *****************************************************************
      * Inbound request body and the pieces UNSTRING splits it into.  *
       01  WS-EBILL-DATA.
       COPY CBANKD63.

       01  WS-TDIN-DATA.
       COPY CBANKD84.

       01  WS-ALIAS-DATA.
       COPY CBANKD90.

       01  WS-CLWD-DATA.
       COPY CCASHD06.

       01  WS-SPEND-DATA.
       COPY CBANKD92.

       01  WS-CYCLE-DATA.
       COPY CBANKD94.

       01  WS-RWD-DATA.
       COPY CBANKD98.

       01  WS-STAT-DATA.
       COPY CSTATD01.

       COPY CABENDD.

       PROCEDURE DIVISION.
      *****************************************************************
      * Receive the JSON request body sent by the mobile client       *
      *****************************************************************
           EXEC CICS ASKTIME
                     ABSTIME(WS-RSP-START-ABS)
           END-EXEC.
           MOVE LENGTH OF WS-REQUEST-BODY TO WS-REQUEST-LENGTH.
           MOVE SPACES TO WS-REQUEST-BODY.
           EXEC CICS WEB RECEIVE
              PERFORM DO-EBILL-LIST THRU DO-EBILL-LIST-EXIT
             WHEN WS-OP IS EQUAL TO 'paybill'
              PERFORM DO-EBILL-APPROVE THRU DO-EBILL-APPROVE-EXIT
             WHEN WS-OP IS EQUAL TO 'tdinstr'
              PERFORM DO-TD-INSTRUCTION THRU DO-TD-INSTRUCTION-EXIT
             WHEN WS-OP IS EQUAL TO 'cardless'
              PERFORM DO-CARDLESS-STAGE THRU DO-CARDLESS-STAGE-EXIT
             WHEN WS-OP IS EQUAL TO 'spending'
              PERFORM DO-SPENDING THRU DO-SPENDING-EXIT
             WHEN WS-OP IS EQUAL TO 'stmtcycle'
              PERFORM DO-STATEMENT-CYCLE THRU
                      DO-STATEMENT-CYCLE-EXIT
             WHEN WS-OP IS EQUAL TO 'rewards'
              PERFORM DO-REWARDS THRU DO-REWARDS-EXIT
             WHEN OTHER
              PERFORM LOOKUP-ACCOUNT THRU LOOKUP-ACCOUNT-EXIT
              PERFORM BUILD-RESPONSE THRU BUILD-RESPONSE-EXIT
                     LENGTH(WS-RESPONSE-LENGTH)
           END-EXEC.

           PERFORM RECORD-RESPONSE-TIME THRU
                   RECORD-RESPONSE-TIME-EXIT.

           EXEC CICS RETURN
           END-EXEC.
           GOBACK.

      *****************************************************************
      * The response has gone - time the call from its request        *
      * arriving and file it for the daily service-level report       *
      * under the gateway, with the operation asked for               *
      *****************************************************************
       RECORD-RESPONSE-TIME.
           EXEC CICS ASKTIME
                     ABSTIME(WS-RSP-END-ABS)
           END-EXEC.
           COMPUTE WS-RSP-ELAPSED = WS-RSP-END-ABS - WS-RSP-START-ABS.
           IF WS-RSP-ELAPSED IS LESS THAN ZERO
              MOVE ZERO TO WS-RSP-ELAPSED
           END-IF.
           IF WS-RSP-ELAPSED IS GREATER THAN 9999999
              MOVE 9999999 TO WS-RSP-ELAPSED
           END-IF.
           MOVE SPACES TO CDS1-DATA.
           SET CDS1-REQUEST-RECORD TO TRUE.
           MOVE EIBTRNID TO CDS1I-TRANID.
           MOVE EIBTRMID TO CDS1I-TERMID.
           MOVE WS-PROGRAM-ID TO CDS1I-PROGRAM.
           IF WS-OP IS EQUAL TO SPACES
              MOVE 'balance' TO CDS1I-FUNCTION-ID
           ELSE
              MOVE WS-OP TO CDS1I-FUNCTION-ID
           END-IF.
           SET CDS1I-CHAN-MOBILE TO TRUE.
           IF WS-TP IS NOT EQUAL TO SPACES
              MOVE WS-TP TO CDS1I-USERID
           ELSE
              MOVE WS-PID TO CDS1I-USERID
           END-IF.
           MOVE WS-RSP-ELAPSED TO CDS1I-ELAPSED-MS.
           EXEC CICS LINK PROGRAM('DSTAT01P')
                          COMMAREA(CDS1-DATA)
                          LENGTH(LENGTH OF CDS1-DATA)
                          RESP(WS-RSP-RESP)
           END-EXEC.
       RECORD-RESPONSE-TIME-EXIT.
           EXIT.

      *****************************************************************
      * Pull the account number out of the request body's "accno"    *
      * field.  If the field isn't present CD11I-ACCNO is left blank  *
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-TOACC.
           MOVE SPACES TO WS-ALIAS WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"alias":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-ALIAS.
           MOVE SPACES TO WS-CONFIRM WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"confirm":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-CONFIRM.
           MOVE SPACES TO WS-AMOUNT-X WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"amount":"'
       DO-DEVICE-VERIFY-EXIT.
           EXIT.

      *****************************************************************
      * Resolve the payee's alias.  WS-TOACC is left blank, with the  *
      * response already built, unless the payment is confirmed.      *
      *****************************************************************
       RESOLVE-ALIAS.
           MOVE SPACES TO CD90-DATA.
           SET CD90-REQUEST-RESOLVE TO TRUE.
           MOVE WS-ALIAS TO CD90I-ALIAS.
           MOVE WS-PID TO CD90I-USERID.
           EXEC CICS LINK PROGRAM('DBANK90P')
                          COMMAREA(CD90-DATA)
                          LENGTH(LENGTH OF CD90-DATA)
           END-EXEC.
           MOVE SPACES TO WS-RESPONSE-BODY.
           MOVE 1 TO WS-RESPONSE-PTR.
           IF NOT CD90O-STATUS-OK
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"No payee is registered under that alias"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.
           IF WS-CONFIRM IS NOT EQUAL TO 'Y'
              STRING '{"status":"CONFIRM","payee":"'
                     DELIMITED BY SIZE
                     CD90O-MASKED-NAME DELIMITED BY '  '
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.
           MOVE CD90O-ACCNO TO WS-TOACC.
       RESOLVE-ALIAS-EXIT.
           EXIT.

      *****************************************************************
      * Post a transfer, with duplicate-request protection around it  *
      *****************************************************************
              GO TO DO-TRANSFER-EXIT
           END-IF.

      * A payee may be named by their registered e-mail or telephone
      * alias instead of an account.  The first call answers CONFIRM
      * with the payee's masked name and is not journalled; the app
      * repeats it with "confirm":"Y" once the customer has agreed.
           IF WS-ALIAS IS NOT EQUAL TO SPACES AND
              WS-TOACC IS EQUAL TO SPACES
              PERFORM RESOLVE-ALIAS THRU RESOLVE-ALIAS-EXIT
              IF WS-TOACC IS EQUAL TO SPACES
                 GO TO DO-TRANSFER-EXIT
              END-IF
           END-IF.

      * The from account must belong to the customer named on the
      * request - the same account-list check the bill-pay screen
      * makes.  Without it any request could name an arbitrary
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-TRANSFER-STORE
           END-IF.
      * A savings-type account at or over its monthly withdrawal
      * limit carries the warning back to the phone
           IF CD04O-UPDATE-OK AND
              CD04O-MSG IS NOT EQUAL TO SPACES
              STRING '{"status":"OK","reqid":"' DELIMITED BY SIZE
                     WS-REQID DELIMITED BY SPACE
                     '","warning":"' DELIMITED BY SIZE
                     CD04O-MSG DELIMITED BY '  '
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-TRANSFER-STORE
           END-IF.
           IF CD04O-UPDATE-OK
              STRING '{"status":"OK","reqid":"' DELIMITED BY SIZE
                     WS-REQID DELIMITED BY SPACE
       DO-CARD-CONTROLS-EXIT.
           EXIT.

      *****************************************************************
      * A term deposit's maturity instruction from the phone.  With   *
      * no "instr" the deposit is shown (term, rollover rate,         *
      * maturity, current instruction and the day changes open);      *
      * "instr" R or P (with "toacc" to pay out to) changes it once   *
      * the pre-maturity notice period has started - the same change  *
      * a teller makes, logged by the same module.                    *
      *****************************************************************
       DO-TD-INSTRUCTION.
           MOVE CD11I-ACCNO TO WS-FROMACC.
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-EXIT.
           IF NOT WS-OWN-FOUND
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"Account not found"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-TD-INSTRUCTION-EXIT
           END-IF.

           MOVE SPACES TO CD84-DATA.
           MOVE WS-PID TO CD84I-PID.
           MOVE WS-FROMACC TO CD84I-ACCNO.
           MOVE SPACES TO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"instr":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO CD84I-INSTR.
           IF CD84I-INSTR IS EQUAL TO SPACES
              SET CD84-REQUEST-GETTD TO TRUE
           ELSE
              SET CD84-REQUEST-SETINSTR TO TRUE
              MOVE WS-TOACC TO CD84I-NOM-ACCNO
           END-IF.
           MOVE 'WEB1' TO CD84I-TRANID.
           EXEC CICS LINK PROGRAM('DBANK84P')
                          COMMAREA(CD84-DATA)
                          LENGTH(LENGTH OF CD84-DATA)
           END-EXEC.

           MOVE SPACES TO WS-RESPONSE-BODY.
           MOVE 1 TO WS-RESPONSE-PTR.
           IF CD84O-STATUS-OK OR
              (CD84O-STATUS-LOCKED AND CD84-REQUEST-GETTD)
              MOVE CD84O-RATE TO WS-RATE-EDIT
              MOVE CD84O-BALANCE TO WS-BAL-EDIT
              STRING '{"status":"OK","accno":"' DELIMITED BY SIZE
                     WS-FROMACC DELIMITED BY SIZE
                     '","balance":"' DELIMITED BY SIZE
                     WS-BAL-EDIT DELIMITED BY SIZE
                     '","term":"' DELIMITED BY SIZE
                     CD84O-TERM DELIMITED BY SIZE
                     '","rate":"' DELIMITED BY SIZE
                     WS-RATE-EDIT DELIMITED BY SIZE
                     '","maturity":"' DELIMITED BY SIZE
                     CD84O-MATURITY DELIMITED BY SIZE
                     '","instr":"' DELIMITED BY SIZE
                     CD84O-INSTR DELIMITED BY SIZE
                     '","toacc":"' DELIMITED BY SIZE
                     CD84O-NOM-ACCNO DELIMITED BY SIZE
                     '","changefrom":"' DELIMITED BY SIZE
                     CD84O-CHANGE-FROM DELIMITED BY SIZE
                     '","canchange":"' DELIMITED BY SIZE
                     CD84O-CHANGE-ALLOWED DELIMITED BY SIZE
                     '","message":"' DELIMITED BY SIZE
                     CD84O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           ELSE
              STRING '{"status":"ERROR","message":"'
                     DELIMITED BY SIZE
                     CD84O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           END-IF.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.
       DO-TD-INSTRUCTION-EXIT.
           EXIT.

      *****************************************************************
      * An account's statement cycle from the phone.  With no "freq"  *
      * the cycle is shown (frequency, cycle day, last and next       *
      * statement dates); "freq" M, Q or S (with "cycleday" 01-28 to  *
      * move the day as well) changes it - the same change a teller   *
      * makes, logged by the same module.                             *
      *****************************************************************
       DO-STATEMENT-CYCLE.
           MOVE CD11I-ACCNO TO WS-FROMACC.
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-EXIT.
           IF NOT WS-OWN-FOUND
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"Account not found"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-STATEMENT-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO CD94-DATA.
           MOVE WS-PID TO CD94I-PID.
           MOVE WS-FROMACC TO CD94I-ACCNO.
           MOVE SPACES TO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"freq":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO CD94I-FREQ.
           MOVE SPACES TO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"cycleday":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO CD94I-CYCLE-DAY.
           IF CD94I-FREQ IS EQUAL TO SPACES
              SET CD94-REQUEST-GETCYCLE TO TRUE
           ELSE
              SET CD94-REQUEST-SETCYCLE TO TRUE
           END-IF.
           MOVE 'WEB1' TO CD94I-TRANID.
           EXEC CICS LINK PROGRAM('DBANK94P')
                          COMMAREA(CD94-DATA)
                          LENGTH(LENGTH OF CD94-DATA)
           END-EXEC.

           MOVE SPACES TO WS-RESPONSE-BODY.
           MOVE 1 TO WS-RESPONSE-PTR.
           IF CD94O-STATUS-OK
              STRING '{"status":"OK","accno":"' DELIMITED BY SIZE
                     WS-FROMACC DELIMITED BY SIZE
                     '","freq":"' DELIMITED BY SIZE
                     CD94O-FREQ DELIMITED BY SIZE
                     '","cycleday":"' DELIMITED BY SIZE
                     CD94O-CYCLE-DAY DELIMITED BY SIZE
                     '","laststmt":"' DELIMITED BY SIZE
                     CD94O-LAST-DATE DELIMITED BY SIZE
                     '","nextstmt":"' DELIMITED BY SIZE
                     CD94O-NEXT-DATE DELIMITED BY SIZE
                     '","message":"' DELIMITED BY SIZE
                     CD94O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           ELSE
              STRING '{"status":"ERROR","message":"'
                     DELIMITED BY SIZE
                     CD94O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           END-IF.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.
       DO-STATEMENT-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      * Rewards points on a credit card.  With no "points" the card's *
      * points are shown (balance, cash value, the next points to     *
      * expire); "points" with "redeemto" S redeems them as a         *
      * statement credit, or with "redeemto" D and "toacc" into one   *
      * of the customer's deposit accounts.  A redemption pays money, *
      * so duplicate-request protection wraps it as a transfer.       *
      *****************************************************************
       DO-REWARDS.
           MOVE SPACES TO WS-POINTS-X WS-JSON-BEFORE WS-JSON-AFTER.
           MOVE ZERO TO WS-POINTS-LEN.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"points":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-POINTS-X COUNT IN WS-POINTS-LEN.
           MOVE SPACES TO WS-REDEEMTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"redeemto":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-REDEEMTO.

           IF WS-POINTS-X IS NOT EQUAL TO SPACES
              IF WS-REQID IS EQUAL TO SPACES
                 MOVE SPACES TO WS-RESPONSE-BODY
                 MOVE 1 TO WS-RESPONSE-PTR
                 STRING '{"status":"ERROR","message":'
                        DELIMITED BY SIZE
                        '"reqid is required on a redemption"}'
                        DELIMITED BY SIZE
                    INTO WS-RESPONSE-BODY
                    WITH POINTER WS-RESPONSE-PTR
                 COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
                 GO TO DO-REWARDS-EXIT
              END-IF
              MOVE SPACES TO CD34-DATA
              SET CD34-REQUEST-CHECK TO TRUE
              MOVE WS-REQID TO CD34I-REQUEST-ID
              EXEC CICS LINK PROGRAM('DBANK34P')
                             COMMAREA(CD34-DATA)
                             LENGTH(LENGTH OF CD34-DATA)
              END-EXEC
              IF CD34O-STATUS-SEEN
                 MOVE CD34O-RESPONSE TO WS-RESPONSE-BODY
                 MOVE 120 TO WS-RESPONSE-LENGTH
                 GO TO DO-REWARDS-EXIT
              END-IF
           END-IF.

           MOVE CD11I-ACCNO TO WS-FROMACC.
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-EXIT.
           IF NOT WS-OWN-FOUND
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"Account not found"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-REWARDS-STORE
           END-IF.

           MOVE SPACES TO CD98-DATA.
           MOVE WS-PID TO CD98I-PID.
           MOVE WS-FROMACC TO CD98I-ACCNO.
           MOVE ZERO TO CD98I-POINTS.
           MOVE 'WEB1' TO CD98I-TRANID.
           MOVE 'M' TO CD98I-CHANNEL.
           IF WS-POINTS-X IS EQUAL TO SPACES
              SET CD98-REQUEST-INQUIRE TO TRUE
           ELSE
              IF WS-POINTS-LEN IS LESS THAN 1 OR
                 WS-POINTS-LEN IS GREATER THAN 9 OR
                 WS-POINTS-X (1:WS-POINTS-LEN) IS NOT NUMERIC
                 MOVE SPACES TO WS-RESPONSE-BODY
                 MOVE 1 TO WS-RESPONSE-PTR
                 STRING '{"status":"ERROR","message":'
                        DELIMITED BY SIZE
                        '"Points must be a whole number"}'
                        DELIMITED BY SIZE
                    INTO WS-RESPONSE-BODY
                    WITH POINTER WS-RESPONSE-PTR
                 COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
                 GO TO DO-REWARDS-STORE
              END-IF
              MOVE WS-POINTS-X (1:WS-POINTS-LEN) TO WS-POINTS-N
              SET CD98-REQUEST-REDEEM TO TRUE
              MOVE WS-POINTS-N TO CD98I-POINTS
              MOVE WS-REDEEMTO TO CD98I-REDEEM-TO
              MOVE WS-TOACC TO CD98I-DEPOSIT-ACCNO
           END-IF.
           EXEC CICS LINK PROGRAM('DBANK98P')
                          COMMAREA(CD98-DATA)
                          LENGTH(LENGTH OF CD98-DATA)
           END-EXEC.

           MOVE SPACES TO WS-RESPONSE-BODY.
           MOVE 1 TO WS-RESPONSE-PTR.
           MOVE CD98O-BALANCE TO WS-POINTS-EDIT.
           EVALUATE TRUE
             WHEN CD98O-STATUS-OK AND CD98-REQUEST-REDEEM
              MOVE CD98O-REDEEMED-VALUE TO WS-AMT-EDIT
              STRING '{"status":"OK","value":"' DELIMITED BY SIZE
                     WS-AMT-EDIT DELIMITED BY SIZE
                     '","points":"' DELIMITED BY SIZE
                     WS-POINTS-EDIT DELIMITED BY SIZE
                     '","reqid":"' DELIMITED BY SIZE
                     WS-REQID DELIMITED BY SPACE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
             WHEN CD98O-STATUS-OK
              MOVE CD98O-VALUE TO WS-AMT-EDIT
              MOVE CD98O-EXPIRY-POINTS TO WS-EXPIRING-EDIT
              MOVE CD98O-MIN-REDEEM TO WS-MINPTS-EDIT
              STRING '{"status":"OK","accno":"' DELIMITED BY SIZE
                     WS-FROMACC DELIMITED BY SIZE
                     '","points":"' DELIMITED BY SIZE
                     WS-POINTS-EDIT DELIMITED BY SIZE
                     '","value":"' DELIMITED BY SIZE
                     WS-AMT-EDIT DELIMITED BY SIZE
                     '","expiring":"' DELIMITED BY SIZE
                     WS-EXPIRING-EDIT DELIMITED BY SIZE
                     '","expires":"' DELIMITED BY SIZE
                     CD98O-EXPIRY-DATE DELIMITED BY SIZE
                     '","minredeem":"' DELIMITED BY SIZE
                     WS-MINPTS-EDIT DELIMITED BY SIZE
                     '","message":"' DELIMITED BY SIZE
                     CD98O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
             WHEN OTHER
              STRING '{"status":"ERROR","message":"'
                     DELIMITED BY SIZE
                     CD98O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           END-EVALUATE.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.

       DO-REWARDS-STORE.
           IF WS-POINTS-X IS NOT EQUAL TO SPACES
              SET CD34-REQUEST-STORE TO TRUE
              MOVE WS-REQID TO CD34I-REQUEST-ID
              MOVE WS-RESPONSE-BODY (1:120) TO CD34I-RESPONSE
              EXEC CICS LINK PROGRAM('DBANK34P')
                             COMMAREA(CD34-DATA)
                             LENGTH(LENGTH OF CD34-DATA)
              END-EXEC
           END-IF.
       DO-REWARDS-EXIT.
           EXIT.

      *****************************************************************
      * Stage a cardless ATM withdrawal: the amount is held against   *
      * the account at once and the phone is given a one-time code,   *
      * good for a short time, to key at any of our machines with     *
      * the customer's PIN.  It holds funds, so duplicate-request     *
      * protection wraps it exactly as a transfer.                    *
      *****************************************************************
       DO-CARDLESS-STAGE.
           IF WS-REQID IS EQUAL TO SPACES
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"reqid is required on a withdrawal"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-CARDLESS-STAGE-EXIT
           END-IF.

           MOVE SPACES TO CD34-DATA.
           SET CD34-REQUEST-CHECK TO TRUE.
           MOVE WS-REQID TO CD34I-REQUEST-ID.
           EXEC CICS LINK PROGRAM('DBANK34P')
                          COMMAREA(CD34-DATA)
                          LENGTH(LENGTH OF CD34-DATA)
           END-EXEC.
           IF CD34O-STATUS-SEEN
              MOVE CD34O-RESPONSE TO WS-RESPONSE-BODY
              MOVE 120 TO WS-RESPONSE-LENGTH
              GO TO DO-CARDLESS-STAGE-EXIT
           END-IF.

           MOVE CD11I-ACCNO TO WS-FROMACC.
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-EXIT.
           IF NOT WS-OWN-FOUND
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"Account is not yours"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-CARDLESS-STAGE-STORE
           END-IF.

           MOVE ZERO TO WS-AMOUNT-N.
           IF WS-AMOUNT-X (6:1) IS EQUAL TO '.'
              MOVE SPACES TO WS-AMT-TMP
              MOVE WS-AMOUNT-X (1:5) TO WS-AMT-TMP (3:5)
              MOVE WS-AMOUNT-X (7:2) TO WS-AMT-TMP (8:2)
              INSPECT WS-AMT-TMP REPLACING LEADING SPACES BY ZEROS
              MOVE WS-AMT-TMP-N TO WS-AMOUNT-N
           END-IF.
           IF WS-AMOUNT-N IS NOT GREATER THAN ZERO
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"Amount must be nnnnn.nn and non-zero"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-CARDLESS-STAGE-STORE
           END-IF.

           MOVE SPACES TO CDC6-DATA.
           SET CDC6-REQUEST-STAGE TO TRUE.
           MOVE WS-PID TO CDC6I-PID.
           MOVE WS-FROMACC TO CDC6I-ACCNO.
           MOVE WS-AMOUNT-N TO CDC6I-AMOUNT.
           EXEC CICS LINK PROGRAM('DCASH06P')
                          COMMAREA(CDC6-DATA)
                          LENGTH(LENGTH OF CDC6-DATA)
           END-EXEC.

           MOVE SPACES TO WS-RESPONSE-BODY.
           MOVE 1 TO WS-RESPONSE-PTR.
           EVALUATE TRUE
             WHEN CDC6O-STATUS-OK
              STRING '{"status":"OK","code":"' DELIMITED BY SIZE
                     CDC6O-CODE DELIMITED BY SIZE
                     '","expires":"' DELIMITED BY SIZE
                     CDC6O-EXPIRY-TIME DELIMITED BY SIZE
                     '","reqid":"' DELIMITED BY SIZE
                     WS-REQID DELIMITED BY SPACE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
             WHEN CDC6O-STATUS-NSF
              STRING '{"status":"DECLINED","message":"'
                     DELIMITED BY SIZE
                     CDC6O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
             WHEN OTHER
              STRING '{"status":"ERROR","message":"'
                     DELIMITED BY SIZE
                     CDC6O-MSG DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           END-EVALUATE.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.

       DO-CARDLESS-STAGE-STORE.
           SET CD34-REQUEST-STORE TO TRUE.
           MOVE WS-REQID TO CD34I-REQUEST-ID.
           MOVE WS-RESPONSE-BODY (1:120) TO CD34I-RESPONSE.
           EXEC CICS LINK PROGRAM('DBANK34P')
                          COMMAREA(CD34-DATA)
                          LENGTH(LENGTH OF CD34-DATA)
           END-EXEC.
       DO-CARDLESS-STAGE-EXIT.
           EXIT.

      *****************************************************************
      * Spending insights: the month's spending by category (the      *
      * current month, or "month":"YYYY-MM") beside the same month    *
      * last year and the customer's budgets.  A "category" with an   *
      * "amount" first sets that category's monthly budget - an       *
      * amount of zero removes it.                                    *
      *****************************************************************
       DO-SPENDING.
           MOVE SPACES TO WS-CATEGORY WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"category":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-CATEGORY.
           INSPECT WS-CATEGORY CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-MONTH WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY '"month":"'
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO WS-MONTH.

           MOVE SPACES TO CD92-DATA.
           IF WS-CATEGORY IS EQUAL TO SPACES
              GO TO DO-SPENDING-SUMMARY
           END-IF.
           MOVE ZERO TO WS-AMOUNT-N.
           IF WS-AMOUNT-X (6:1) IS NOT EQUAL TO '.'
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":'
                     DELIMITED BY SIZE
                     '"Budget amount must be nnnnn.nn"}'
                     DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-SPENDING-EXIT
           END-IF.
           MOVE SPACES TO WS-AMT-TMP.
           MOVE WS-AMOUNT-X (1:5) TO WS-AMT-TMP (3:5).
           MOVE WS-AMOUNT-X (7:2) TO WS-AMT-TMP (8:2).
           INSPECT WS-AMT-TMP REPLACING LEADING SPACES BY ZEROS.
           MOVE WS-AMT-TMP-N TO WS-AMOUNT-N.
           SET CD92-REQUEST-SETBUD TO TRUE.
           MOVE WS-PID TO CD92I-PID.
           MOVE WS-CATEGORY TO CD92I-CATEGORY.
           MOVE WS-AMOUNT-N TO CD92I-BUDGET.
           EXEC CICS LINK PROGRAM('DBANK92P')
                          COMMAREA(CD92-DATA)
                          LENGTH(LENGTH OF CD92-DATA)
           END-EXEC.
           IF NOT CD92O-STATUS-OK
              MOVE SPACES TO WS-RESPONSE-BODY
              MOVE 1 TO WS-RESPONSE-PTR
              STRING '{"status":"ERROR","message":"'
                     DELIMITED BY SIZE
                     CD92O-MSG DELIMITED BY '  '
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-SPENDING-EXIT
           END-IF.

       DO-SPENDING-SUMMARY.
           MOVE CD92O-MSG TO WS-SPEND-MSG.
           MOVE SPACES TO CD92-DATA.
           SET CD92-REQUEST-SUMMARY TO TRUE.
           MOVE WS-PID TO CD92I-PID.
           MOVE WS-MONTH TO CD92I-MONTH.
           MOVE ZERO TO CD92I-BUDGET.
           EXEC CICS LINK PROGRAM('DBANK92P')
                          COMMAREA(CD92-DATA)
                          LENGTH(LENGTH OF CD92-DATA)
           END-EXEC.

           MOVE SPACES TO WS-RESPONSE-BODY.
           MOVE 1 TO WS-RESPONSE-PTR.
           IF NOT CD92O-STATUS-OK
              STRING '{"status":"ERROR","message":"'
                     DELIMITED BY SIZE
                     CD92O-MSG DELIMITED BY '  '
                     '"}' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
              COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1
              GO TO DO-SPENDING-EXIT
           END-IF.
      * The budget change's own message, when there was one, is the
      * one the customer needs to see
           IF WS-SPEND-MSG IS NOT EQUAL TO SPACES
              MOVE WS-SPEND-MSG TO CD92O-MSG
           END-IF.
           STRING '{"status":"OK","month":"' DELIMITED BY SIZE
                  CD92O-MONTH DELIMITED BY SIZE
                  '","lastyear":"' DELIMITED BY SIZE
                  CD92O-LAST-YEAR-MONTH DELIMITED BY SIZE
                  '","message":"' DELIMITED BY SIZE
                  CD92O-MSG DELIMITED BY '  '
                  '","categories":[' DELIMITED BY SIZE
              INTO WS-RESPONSE-BODY
              WITH POINTER WS-RESPONSE-PTR.
           MOVE ZERO TO WS-TXN-SUB.
           PERFORM DO-SPENDING-ONE THRU DO-SPENDING-ONE-EXIT
               UNTIL WS-TXN-SUB IS NOT LESS THAN CD92O-CAT-COUNT.
           STRING ']}' DELIMITED BY SIZE
              INTO WS-RESPONSE-BODY
              WITH POINTER WS-RESPONSE-PTR.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.
       DO-SPENDING-EXIT.
           EXIT.

       DO-SPENDING-ONE.
           ADD 1 TO WS-TXN-SUB.
           IF WS-TXN-SUB IS GREATER THAN 1
              STRING ',' DELIMITED BY SIZE
                 INTO WS-RESPONSE-BODY
                 WITH POINTER WS-RESPONSE-PTR
           END-IF.
           MOVE CD92O-CAT-SPENT (WS-TXN-SUB) TO WS-SPEND-EDIT.
           MOVE CD92O-CAT-LAST-YEAR (WS-TXN-SUB) TO WS-LY-EDIT.
           MOVE CD92O-CAT-BUDGET (WS-TXN-SUB) TO WS-BUDGET-EDIT.
           STRING '{"cat":"' DELIMITED BY SIZE
                  CD92O-CAT-NAME (WS-TXN-SUB) DELIMITED BY SPACE
                  '","amt":"' DELIMITED BY SIZE
                  WS-SPEND-EDIT DELIMITED BY SIZE
                  '","ly":"' DELIMITED BY SIZE
                  WS-LY-EDIT DELIMITED BY SIZE
                  '","bud":"' DELIMITED BY SIZE
                  WS-BUDGET-EDIT DELIMITED BY SIZE
                  '","over":"' DELIMITED BY SIZE
                  CD92O-CAT-OVER (WS-TXN-SUB) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
              INTO WS-RESPONSE-BODY
              WITH POINTER WS-RESPONSE-PTR.
       DO-SPENDING-ONE-EXIT.
           EXIT.

      *****************************************************************
      * A mobile remote deposit: the imaged cheque is credited with   *
      * the standard availability hold and waits on the back-office   *
           MOVE WS-ACCTYPE TO CD41I-ACCTYPE.
           MOVE WS-FROMACC TO CD41I-FUND-ACCNO.
           MOVE WS-AMOUNT-N TO CD41I-INIT-DEPOSIT.
           PERFORM PARSE-TAX-RESIDENCE THRU PARSE-TAX-RESIDENCE-EXIT
             VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB IS GREATER THAN 3.
           EXEC CICS LINK PROGRAM('DBANK41P')
                          COMMAREA(CD41-DATA)
                          LENGTH(LENGTH OF CD41-DATA)
       DO-OPEN-APPLICATION-EXIT.
           EXIT.

      *****************************************************************
      * The applicant's tax residency self-certification - up to     *
      * three of "taxcntryN", "tinN" and "notinN" (N = 1 to 3), the   *
      * reason code standing in for a TIN the country does not issue  *
      *****************************************************************
       PARSE-TAX-RESIDENCE.
           MOVE WS-RES-SUB TO WS-RES-DIGIT.
           MOVE SPACES TO WS-JSON-KEY WS-JSON-BEFORE WS-JSON-AFTER.
           MOVE 1 TO WS-JSON-KEY-PTR.
           STRING '"taxcntry' WS-RES-DIGIT '":"' DELIMITED BY SIZE
               INTO WS-JSON-KEY WITH POINTER WS-JSON-KEY-PTR.
           SUBTRACT 1 FROM WS-JSON-KEY-PTR.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY WS-JSON-KEY (1:WS-JSON-KEY-PTR)
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO CD41I-RES-CNTRY (WS-RES-SUB).
           IF CD41I-RES-CNTRY (WS-RES-SUB) IS EQUAL TO SPACES
              GO TO PARSE-TAX-RESIDENCE-EXIT
           END-IF.
           MOVE SPACES TO WS-JSON-KEY WS-JSON-BEFORE WS-JSON-AFTER.
           MOVE 1 TO WS-JSON-KEY-PTR.
           STRING '"tin' WS-RES-DIGIT '":"' DELIMITED BY SIZE
               INTO WS-JSON-KEY WITH POINTER WS-JSON-KEY-PTR.
           SUBTRACT 1 FROM WS-JSON-KEY-PTR.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY WS-JSON-KEY (1:WS-JSON-KEY-PTR)
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO CD41I-RES-TIN (WS-RES-SUB).
           MOVE SPACES TO WS-JSON-KEY WS-JSON-BEFORE WS-JSON-AFTER.
           MOVE 1 TO WS-JSON-KEY-PTR.
           STRING '"notin' WS-RES-DIGIT '":"' DELIMITED BY SIZE
               INTO WS-JSON-KEY WITH POINTER WS-JSON-KEY-PTR.
           SUBTRACT 1 FROM WS-JSON-KEY-PTR.
           UNSTRING WS-REQUEST-BODY
               DELIMITED BY WS-JSON-KEY (1:WS-JSON-KEY-PTR)
               INTO WS-JSON-BEFORE WS-JSON-AFTER.
           UNSTRING WS-JSON-AFTER
               DELIMITED BY '"'
               INTO CD41I-RES-NO-TIN (WS-RES-SUB).
       PARSE-TAX-RESIDENCE-EXIT.
           EXIT.

      *****************************************************************
      * Transaction history with the same optional filters the 3270   *
      * history screen offers - DBANK05P applies them while it walks  *
