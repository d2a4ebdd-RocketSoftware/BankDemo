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
      * Program:     DCOOL01P.CBL                                     *
      * Function:    Contact-change cooling-off.  START is called     *
      *              when an address, telephone or email is changed:  *
      *              the change is confirmed to the old and the new   *
      *              contact points and the cooling-off period        *
      *              (business parameter COOLOFF-DAYS) begins.        *
      *              CHECK is called before a card reissue, new saved *
      *              payee, wire, trusted-device registration or      *
      *              transfer-limit increase: inside the period wires *
      *              and payees are referred to the rules engine      *
      *              (DBANK35P), which may decline them, and the      *
      *              others are refused.  Each attempt is kept on the *
      *              record for the daily report.  OVERRIDE lets      *
      *              staff lift the restriction with a reason; GET    *
      *              returns the state for the staff screen.          *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCOOL01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DCOOL01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCOOL-RID                        PIC X(5).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-TODAY                              PIC X(10).
         05  WS-NEW-REC-SW                         PIC X(1).
           88  WS-NEW-REC                            VALUE 'Y'.
         05  WS-ATT-RESULT                         PIC X(1).
         05  WS-ATTEMPT-SAVE                       PIC X(75).

      * Length of the cooling-off period - business parameter
      * COOLOFF-DAYS when in force
         05  WS-COOLOFF-DAYS                       PIC 9(3)
             VALUE 14.
         05  WS-UNTIL-INTEGER                      PIC S9(9) COMP.
         05  WS-CNV-YYYY                           PIC 9(4).
         05  WS-CNV-MM                             PIC 9(2).
         05  WS-CNV-DD                             PIC 9(2).
         05  WS-CNV-YYYYMMDD                       PIC 9(8).
         05  WS-CNV-YYYYMMDD-R REDEFINES WS-CNV-YYYYMMDD.
           10  WS-CNV-YYYYMMDD-YYYY                PIC X(4).
           10  WS-CNV-YYYYMMDD-MM                  PIC X(2).
           10  WS-CNV-YYYYMMDD-DD                  PIC X(2).

      * A confirmation being sent, set by the caller of
      * SEND-CONFIRMATION
         05  WS-CONF-SEQ                           PIC 9(1).
         05  WS-CONF-TEXT                          PIC X(60).
         05  WS-CONF-CHANNEL                       PIC X(60).

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       COPY CTSTAMPD.

       01  WS-BNKCOOL-REC.
       COPY CBANKVCK.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-RULES-DATA.
       COPY CBANKD35.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CCOOLD01.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 4096 TIMES
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
           MOVE SPACES TO CDK1O-DATA.
           MOVE ZERO TO CDK1O-ATTEMPT-COUNT.
           SET CDK1O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-TODAY.

      *****************************************************************
      * This is the main process                                      *
      *****************************************************************
           EVALUATE TRUE
             WHEN CDK1-REQUEST-START
              PERFORM START-COOLING-OFF THRU START-COOLING-OFF-EXIT
             WHEN CDK1-REQUEST-CHECK
              PERFORM CHECK-ACTION THRU CHECK-ACTION-EXIT
             WHEN CDK1-REQUEST-OVERRIDE
              PERFORM OVERRIDE-COOLING-OFF THRU
                      OVERRIDE-COOLING-OFF-EXIT
             WHEN CDK1-REQUEST-GET
              PERFORM GET-COOLING-OFF THRU GET-COOLING-OFF-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CDK1O-MSG
           END-EVALUATE.

       DCOOL01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * A contact point has changed.  The period runs from today for  *
      * COOLOFF-DAYS days; a further change during the period starts  *
      * it again and cancels any override, but the attempts already   *
      * recorded are kept.  The before-images are those of the latest *
      * change.                                                       *
      *****************************************************************
       START-COOLING-OFF.
           IF NOT CDK1I-ADDR-WAS-CHANGED AND
              NOT CDK1I-TEL-WAS-CHANGED AND
              NOT CDK1I-EMAIL-WAS-CHANGED
              SET CDK1O-STATUS-OK TO TRUE
              GO TO START-COOLING-OFF-EXIT
           END-IF.

           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'COOLOFF-DAYS' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-COOLOFF-DAYS
           END-IF.

           MOVE WS-TODAY (1:4) TO WS-CNV-YYYY.
           MOVE WS-TODAY (6:2) TO WS-CNV-MM.
           MOVE WS-TODAY (9:2) TO WS-CNV-DD.
           COMPUTE WS-CNV-YYYYMMDD =
                   (WS-CNV-YYYY * 10000) + (WS-CNV-MM * 100) +
                   WS-CNV-DD.
           COMPUTE WS-UNTIL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) +
                   WS-COOLOFF-DAYS.
           COMPUTE WS-CNV-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-UNTIL-INTEGER).

           MOVE SPACE TO WS-NEW-REC-SW.
           MOVE CDK1I-PID TO WS-BNKCOOL-RID.
           EXEC CICS READ FILE('BNKCOOL')
                          UPDATE
                          INTO(WS-BNKCOOL-REC)
                          LENGTH(LENGTH OF WS-BNKCOOL-REC)
                          RIDFLD(WS-BNKCOOL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-NEW-REC TO TRUE
              MOVE SPACES TO BCK-RECORD
              MOVE CDK1I-PID TO BCK-REC-PID
              MOVE ZERO TO BCK-REC-ATTEMPT-COUNT
           END-IF.
           MOVE WS-TIMESTAMP TO BCK-REC-CHANGED-TS.
           MOVE CDK1I-USERID TO BCK-REC-CHANGED-BY.
           MOVE SPACES TO BCK-REC-UNTIL-DATE.
           STRING WS-CNV-YYYYMMDD-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CNV-YYYYMMDD-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CNV-YYYYMMDD-DD DELIMITED BY SIZE
             INTO BCK-REC-UNTIL-DATE.
           MOVE CDK1I-ADDR-CHANGED TO BCK-REC-ADDR-CHANGED.
           MOVE CDK1I-TEL-CHANGED TO BCK-REC-TEL-CHANGED.
           MOVE CDK1I-EMAIL-CHANGED TO BCK-REC-EMAIL-CHANGED.
           MOVE CDK1I-OLD-ADDR1 TO BCK-REC-OLD-ADDR1.
           MOVE CDK1I-OLD-PSTCDE TO BCK-REC-OLD-PSTCDE.
           MOVE CDK1I-OLD-TEL TO BCK-REC-OLD-TEL.
           MOVE CDK1I-OLD-EMAIL TO BCK-REC-OLD-EMAIL.
           MOVE SPACE TO BCK-REC-OVERRIDE.
           MOVE SPACES TO BCK-REC-OVR-USERID.
           MOVE SPACES TO BCK-REC-OVR-DATE.
           MOVE SPACES TO BCK-REC-OVR-REASON.
           IF WS-NEW-REC
              MOVE BCK-REC-PID TO WS-BNKCOOL-RID
              EXEC CICS WRITE FILE('BNKCOOL')
                              FROM(WS-BNKCOOL-REC)
                              LENGTH(LENGTH OF WS-BNKCOOL-REC)
                              RIDFLD(WS-BNKCOOL-RID)
                              KEYLENGTH(LENGTH OF WS-BNKCOOL-RID)
                              RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS REWRITE FILE('BNKCOOL')
                                FROM(WS-BNKCOOL-REC)
                                LENGTH(LENGTH OF WS-BNKCOOL-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to start the cooling-off period'
                TO CDK1O-MSG
              GO TO START-COOLING-OFF-EXIT
           END-IF.

      * Tell both the old and the new contact point, so that a
      * customer whose details were changed by someone else hears of
      * it where they will still see it
           MOVE ZERO TO WS-CONF-SEQ.
           IF CDK1I-ADDR-WAS-CHANGED
              MOVE 'Your address has been changed'
                TO WS-CONF-TEXT
              MOVE SPACES TO WS-CONF-CHANNEL
              STRING 'MAIL ' DELIMITED BY SIZE
                     CDK1I-OLD-ADDR1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CDK1I-OLD-PSTCDE DELIMITED BY SIZE
                INTO WS-CONF-CHANNEL
              PERFORM SEND-CONFIRMATION THRU SEND-CONFIRMATION-EXIT
              MOVE SPACES TO WS-CONF-CHANNEL
              STRING 'MAIL ' DELIMITED BY SIZE
                     CDK1I-NEW-ADDR1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CDK1I-NEW-PSTCDE DELIMITED BY SIZE
                INTO WS-CONF-CHANNEL
              PERFORM SEND-CONFIRMATION THRU SEND-CONFIRMATION-EXIT
           END-IF.
           IF CDK1I-TEL-WAS-CHANGED
              MOVE 'Your telephone number has been changed'
                TO WS-CONF-TEXT
              MOVE SPACES TO WS-CONF-CHANNEL
              IF CDK1I-OLD-TEL IS NOT EQUAL TO SPACES
                 STRING 'SMS ' DELIMITED BY SIZE
                        CDK1I-OLD-TEL DELIMITED BY SPACE
                   INTO WS-CONF-CHANNEL
                 PERFORM SEND-CONFIRMATION THRU
                         SEND-CONFIRMATION-EXIT
              END-IF
              MOVE SPACES TO WS-CONF-CHANNEL
              IF CDK1I-NEW-TEL IS NOT EQUAL TO SPACES
                 STRING 'SMS ' DELIMITED BY SIZE
                        CDK1I-NEW-TEL DELIMITED BY SPACE
                   INTO WS-CONF-CHANNEL
                 PERFORM SEND-CONFIRMATION THRU
                         SEND-CONFIRMATION-EXIT
              END-IF
           END-IF.
           IF CDK1I-EMAIL-WAS-CHANGED
              MOVE 'Your email address has been changed'
                TO WS-CONF-TEXT
              MOVE SPACES TO WS-CONF-CHANNEL
              IF CDK1I-OLD-EMAIL IS NOT EQUAL TO SPACES
                 STRING 'EMAIL ' DELIMITED BY SIZE
                        CDK1I-OLD-EMAIL DELIMITED BY SPACE
                   INTO WS-CONF-CHANNEL
                 PERFORM SEND-CONFIRMATION THRU
                         SEND-CONFIRMATION-EXIT
              END-IF
              MOVE SPACES TO WS-CONF-CHANNEL
              IF CDK1I-NEW-EMAIL IS NOT EQUAL TO SPACES
                 STRING 'EMAIL ' DELIMITED BY SIZE
                        CDK1I-NEW-EMAIL DELIMITED BY SPACE
                   INTO WS-CONF-CHANNEL
                 PERFORM SEND-CONFIRMATION THRU
                         SEND-CONFIRMATION-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CDK1I-USERID (1:4) TO CD18I-TERMID.
           MOVE 'COOL' TO CD18I-TRANID.
           MOVE CDK1I-PID TO CD18I-PID.
           MOVE CDK1I-USERID TO CD18I-USERID.
           STRING 'Cooling-off started until ' DELIMITED BY SIZE
                  BCK-REC-UNTIL-DATE DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

           SET CDK1O-STATUS-OK TO TRUE.
           MOVE BCK-REC-UNTIL-DATE TO CDK1O-UNTIL-DATE.
       START-COOLING-OFF-EXIT.
           EXIT.

      *****************************************************************
      * A change confirmation is a notification (type 5, sub-type 7)  *
      * on the audit trail, picked up and sent by the same route as   *
      * the account alerts                                            *
      *****************************************************************
       SEND-CONFIRMATION.
           MOVE SPACES TO BTX-RECORD.
           MOVE CDK1I-PID TO BTX-REC-PID.
           MOVE '5' TO BTX-REC-TYPE.
           MOVE '7' TO BTX-REC-SUB-TYPE.
           MOVE SPACES TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-CONF-SEQ TO BTX-REC-TIMESTAMP (26:1).
           ADD 1 TO WS-CONF-SEQ.
           MOVE ZERO TO BTX-REC-AMOUNT.
           STRING WS-CONF-TEXT DELIMITED BY '  '
                  ' - VIA ' DELIMITED BY SIZE
                  WS-CONF-CHANNEL DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD
           END-STRING.
           MOVE WS-TODAY TO BTX-REC-POST-DATE.
           MOVE CDK1I-USERID TO BTX-REC-USERID.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
       SEND-CONFIRMATION-EXIT.
           EXIT.

      *****************************************************************
      * May the restricted action go ahead?  Outside the period, or   *
      * once staff have overridden it, yes.  Inside it a wire or a    *
      * new payee goes to the rules engine, whose decline refuses it; *
      * the other actions are refused outright.                       *
      *****************************************************************
       CHECK-ACTION.
           SET CDK1O-STATUS-CLEAR TO TRUE.
           MOVE CDK1I-PID TO WS-BNKCOOL-RID.
           EXEC CICS READ FILE('BNKCOOL')
                          INTO(WS-BNKCOOL-REC)
                          LENGTH(LENGTH OF WS-BNKCOOL-REC)
                          RIDFLD(WS-BNKCOOL-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CHECK-ACTION-EXIT
           END-IF.
           IF WS-TODAY IS GREATER THAN BCK-REC-UNTIL-DATE OR
              BCK-REC-OVERRIDDEN
              GO TO CHECK-ACTION-EXIT
           END-IF.

           IF CDK1I-ACTION-WIRE OR
              CDK1I-ACTION-PAYEE
              MOVE SPACES TO CD35-DATA
              SET CD35-REQUEST-COOLOFF TO TRUE
              MOVE CDK1I-PID TO CD35I-PID
              MOVE CDK1I-CHANNEL TO CD35I-CHANNEL
              IF CD35I-CHANNEL IS EQUAL TO SPACE
                 SET CD35I-CHANNEL-SCREEN TO TRUE
              END-IF
              MOVE CDK1I-AMOUNT TO CD35I-AMOUNT
              IF CDK1I-ACTION-PAYEE
                 SET CD35I-IS-NEW-PAYEE TO TRUE
              END-IF
              EXEC CICS LINK PROGRAM('DBANK35P')
                             COMMAREA(CD35-DATA)
                             LENGTH(LENGTH OF CD35-DATA)
              END-EXEC
              IF CD35O-DECLINE
                 SET CDK1O-STATUS-BLOCKED TO TRUE
                 MOVE 'B' TO WS-ATT-RESULT
              ELSE
                 SET CDK1O-STATUS-REFERRED TO TRUE
                 MOVE 'R' TO WS-ATT-RESULT
              END-IF
           ELSE
              SET CDK1O-STATUS-BLOCKED TO TRUE
              MOVE 'B' TO WS-ATT-RESULT
           END-IF.
           IF CDK1O-STATUS-BLOCKED
              MOVE SPACES TO CDK1O-MSG
              STRING 'Not allowed until ' DELIMITED BY SIZE
                     BCK-REC-UNTIL-DATE DELIMITED BY SIZE
                     ' - details changed' DELIMITED BY SIZE
                INTO CDK1O-MSG
           ELSE
              MOVE 'Referred - contact details recently changed'
                TO CDK1O-MSG
           END-IF.
           MOVE BCK-REC-UNTIL-DATE TO CDK1O-UNTIL-DATE.
           PERFORM RECORD-ATTEMPT THRU RECORD-ATTEMPT-EXIT.
       CHECK-ACTION-EXIT.
           EXIT.

      *****************************************************************
      * Keep the attempt on the record, newest first, and on the      *
      * activity log                                                  *
      *****************************************************************
       RECORD-ATTEMPT.
           EXEC CICS READ FILE('BNKCOOL')
                          UPDATE
                          INTO(WS-BNKCOOL-REC)
                          LENGTH(LENGTH OF WS-BNKCOOL-REC)
                          RIDFLD(WS-BNKCOOL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BCK-REC-ATTEMPT-LIST TO WS-ATTEMPT-SAVE
              MOVE WS-ATTEMPT-SAVE (1:60)
                TO BCK-REC-ATTEMPT-LIST (16:60)
              MOVE WS-TODAY TO BCK-REC-ATT-DATE (1)
              MOVE CDK1I-ACTION TO BCK-REC-ATT-ACTION (1)
              MOVE WS-ATT-RESULT TO BCK-REC-ATT-RESULT (1)
              IF BCK-REC-ATTEMPT-COUNT IS LESS THAN 999
                 ADD 1 TO BCK-REC-ATTEMPT-COUNT
              END-IF
              EXEC CICS REWRITE FILE('BNKCOOL')
                                FROM(WS-BNKCOOL-REC)
                                LENGTH(LENGTH OF WS-BNKCOOL-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           END-IF.

           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CDK1I-ACTION TO CD18I-TERMID.
           MOVE 'COOL' TO CD18I-TRANID.
           MOVE CDK1I-PID TO CD18I-PID.
           MOVE CDK1I-USERID TO CD18I-USERID.
           STRING CDK1I-ACTION DELIMITED BY SIZE
                  ' attempted in cooling-off - ' DELIMITED BY SIZE
                  CDK1O-STATUS DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       RECORD-ATTEMPT-EXIT.
           EXIT.

      *****************************************************************
      * Staff lift the restriction for the rest of the period - the   *
      * reason, who and when are kept on the record and the log       *
      *****************************************************************
       OVERRIDE-COOLING-OFF.
           IF CDK1I-REASON IS EQUAL TO SPACES
              MOVE 'A reason for the override is required'
                TO CDK1O-MSG
              GO TO OVERRIDE-COOLING-OFF-EXIT
           END-IF.
           MOVE CDK1I-PID TO WS-BNKCOOL-RID.
           EXEC CICS READ FILE('BNKCOOL')
                          UPDATE
                          INTO(WS-BNKCOOL-REC)
                          LENGTH(LENGTH OF WS-BNKCOOL-REC)
                          RIDFLD(WS-BNKCOOL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDK1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer is not in a cooling-off period'
                TO CDK1O-MSG
              GO TO OVERRIDE-COOLING-OFF-EXIT
           END-IF.
           IF WS-TODAY IS GREATER THAN BCK-REC-UNTIL-DATE
              EXEC CICS UNLOCK FILE('BNKCOOL')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CDK1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer is not in a cooling-off period'
                TO CDK1O-MSG
              GO TO OVERRIDE-COOLING-OFF-EXIT
           END-IF.
           SET BCK-REC-OVERRIDDEN TO TRUE.
           MOVE CDK1I-USERID TO BCK-REC-OVR-USERID.
           MOVE WS-TODAY TO BCK-REC-OVR-DATE.
           MOVE CDK1I-REASON TO BCK-REC-OVR-REASON.
           EXEC CICS REWRITE FILE('BNKCOOL')
                             FROM(WS-BNKCOOL-REC)
                             LENGTH(LENGTH OF WS-BNKCOOL-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the override' TO CDK1O-MSG
              GO TO OVERRIDE-COOLING-OFF-EXIT
           END-IF.

           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CDK1I-USERID (1:4) TO CD18I-TERMID.
           MOVE 'OVRD' TO CD18I-TRANID.
           MOVE CDK1I-PID TO CD18I-PID.
           MOVE CDK1I-USERID TO CD18I-USERID.
           STRING 'Cooling-off overridden - ' DELIMITED BY SIZE
                  CDK1I-REASON DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
           SET CDK1O-STATUS-OK TO TRUE.
           MOVE 'Cooling-off restriction lifted' TO CDK1O-MSG.
       OVERRIDE-COOLING-OFF-EXIT.
           EXIT.

      *****************************************************************
      * The customer's cooling-off state for the staff screen         *
      *****************************************************************
       GET-COOLING-OFF.
           MOVE CDK1I-PID TO WS-BNKCOOL-RID.
           EXEC CICS READ FILE('BNKCOOL')
                          INTO(WS-BNKCOOL-REC)
                          LENGTH(LENGTH OF WS-BNKCOOL-REC)
                          RIDFLD(WS-BNKCOOL-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDK1O-STATUS-NOTFOUND TO TRUE
              MOVE 'No contact-detail changes on file' TO CDK1O-MSG
              GO TO GET-COOLING-OFF-EXIT
           END-IF.
           MOVE 'N' TO CDK1O-IN-FORCE.
           IF WS-TODAY IS NOT GREATER THAN BCK-REC-UNTIL-DATE AND
              NOT BCK-REC-OVERRIDDEN
              SET CDK1O-IS-IN-FORCE TO TRUE
           END-IF.
           MOVE BCK-REC-CHANGED-TS TO CDK1O-CHANGED-TS.
           MOVE BCK-REC-CHANGED-BY TO CDK1O-CHANGED-BY.
           MOVE BCK-REC-UNTIL-DATE TO CDK1O-UNTIL-DATE.
           MOVE BCK-REC-ADDR-CHANGED TO CDK1O-ADDR-CHANGED.
           MOVE BCK-REC-TEL-CHANGED TO CDK1O-TEL-CHANGED.
           MOVE BCK-REC-EMAIL-CHANGED TO CDK1O-EMAIL-CHANGED.
           MOVE BCK-REC-OVERRIDE TO CDK1O-OVERRIDE.
           MOVE BCK-REC-OVR-USERID TO CDK1O-OVR-USERID.
           MOVE BCK-REC-OVR-DATE TO CDK1O-OVR-DATE.
           MOVE BCK-REC-OVR-REASON TO CDK1O-OVR-REASON.
           MOVE BCK-REC-ATTEMPT-COUNT TO CDK1O-ATTEMPT-COUNT.
           PERFORM GET-ONE-ATTEMPT THRU GET-ONE-ATTEMPT-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 5.
           SET CDK1O-STATUS-OK TO TRUE.
       GET-COOLING-OFF-EXIT.
           EXIT.

       GET-ONE-ATTEMPT.
           MOVE BCK-REC-ATT-DATE (WS-SUB) TO CDK1O-ATT-DATE (WS-SUB).
           MOVE BCK-REC-ATT-ACTION (WS-SUB)
             TO CDK1O-ATT-ACTION (WS-SUB).
           MOVE BCK-REC-ATT-RESULT (WS-SUB)
             TO CDK1O-ATT-RESULT (WS-SUB).
       GET-ONE-ATTEMPT-EXIT.
           EXIT.

       STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.
      * Contact details are changed at a staff or customer screen
           MOVE 'G' TO BTX-REC-CHANNEL.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
