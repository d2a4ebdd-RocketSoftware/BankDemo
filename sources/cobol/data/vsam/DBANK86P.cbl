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
      * Program:     DBANK86P.CBL                                     *
      * Function:    Waive a fee posting for a reason code.  The      *
      *              maintenance, NSF, activity or late fee is        *
      *              refunded through the linked reversal (DBANK31P)  *
      *              while the user's waivers for the day stay within *
      *              their role's limit; a waiver that would take     *
      *              them over it is held on the dual-control queue   *
      *              (DBANK42P) and refunded when a second user       *
      *              releases it.  Every waiver is logged on BNKWAIV  *
      *              against the fee posting it refunds.              *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK86P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK86P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKSTAFF-RID                       PIC X(8).
         05  WS-BNKWAIV-RID                        PIC X(26).
         05  WS-BNKWAIV1-RID                       PIC X(18).
         05  WS-USER-KEY                           PIC X(18).
         05  WS-LOG-FOUND-SW                       PIC X(1).
           88  WS-LOG-FOUND                          VALUE 'Y'.
         05  WS-FEE-AMOUNT                         PIC S9(7)V99 COMP-3.
         05  WS-USED-TODAY                         PIC S9(7)V99 COMP-3.
         05  WS-DAILY-LIMIT                        PIC S9(7)V99 COMP-3.
         05  WS-NEW-TOTAL                          PIC S9(7)V99 COMP-3.
         05  WS-FEE-TYPE                           PIC X(1).
         05  WS-FEE-SUB-TYPE                       PIC X(1).
         05  WS-FEE-PID                            PIC X(5).

      * The most a user may waive in a day on their own authority,
      * by role - site-tunable.  Anything beyond goes to dual control.
         05  WS-TELLER-DAILY-LIMIT                 PIC S9(7)V99 COMP-3
             VALUE 100.00.
         05  WS-ADMIN-DAILY-LIMIT                  PIC S9(7)V99 COMP-3
             VALUE 500.00.

       COPY CTSTAMPD.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  BNKSTAFF-REC.
       COPY CBANKVST.

       01  WS-BNKWAIV-REC.
       COPY CBANKVWV.

       01  WS-BNKWAIV-OLD-REC                      PIC X(200).

       01  WS-REVERSE-DATA.
       COPY CBANKD31.

       01  WS-DUALC-DATA.
       COPY CBANKD42.

       01  WS-COMMAREA.
       COPY CBANKD86.

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
           MOVE SPACES TO CD86O-DATA.
           MOVE ZERO TO CD86O-AMOUNT.
           MOVE ZERO TO CD86O-USED-TODAY.
           MOVE ZERO TO CD86O-DAILY-LIMIT.
           SET CD86O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD86-REQUEST-WAIVE
              PERFORM WAIVE-FEE THRU WAIVE-FEE-EXIT
             WHEN CD86-REQUEST-RELEASE
              PERFORM RELEASE-WAIVER THRU RELEASE-WAIVER-EXIT
             WHEN CD86-REQUEST-REJECT
              PERFORM REJECT-WAIVER THRU REJECT-WAIVER-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD86O-MSG
           END-EVALUATE.

       DBANK86P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Waive a fee: check the request and the fee, total the user's  *
      * waivers today, then refund at once or hold for dual control   *
      *****************************************************************
       WAIVE-FEE.
           IF NOT CD86I-ROLE-TELLER AND
              NOT CD86I-ROLE-ADMIN
              MOVE 'Not authorized to waive fees' TO CD86O-MSG
              GO TO WAIVE-FEE-EXIT
           END-IF.
           MOVE SPACES TO BWV-RECORD.
           MOVE CD86I-REASON TO BWV-REC-REASON.
           IF NOT BWV-REC-REASON-VALID
              MOVE 'Reason must be BE, GW, FT, HS, RL or OT'
                TO CD86O-MSG
              GO TO WAIVE-FEE-EXIT
           END-IF.
           IF BWV-REC-REASON-OTHER AND
              CD86I-NOTE IS EQUAL TO SPACES
              MOVE 'Reason OT needs a note' TO CD86O-MSG
              GO TO WAIVE-FEE-EXIT
           END-IF.

           PERFORM READ-FEE-POSTING THRU
                   READ-FEE-POSTING-EXIT.
           IF CD86O-MSG IS NOT EQUAL TO SPACES
              GO TO WAIVE-FEE-EXIT
           END-IF.

      * One waiver per fee - a rejected request may be asked again
           MOVE SPACE TO WS-LOG-FOUND-SW.
           MOVE CD86I-FEE-TS TO WS-BNKWAIV-RID.
           EXEC CICS READ FILE('BNKWAIV')
                          INTO(WS-BNKWAIV-REC)
                          LENGTH(LENGTH OF WS-BNKWAIV-REC)
                          RIDFLD(WS-BNKWAIV-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              IF BWV-REC-PENDING
                 MOVE 'A waiver of this fee is already held'
                   TO CD86O-MSG
                 GO TO WAIVE-FEE-EXIT
              END-IF
              IF BWV-REC-WAIVED
                 MOVE 'This fee has already been waived'
                   TO CD86O-MSG
                 GO TO WAIVE-FEE-EXIT
              END-IF
              SET WS-LOG-FOUND TO TRUE
           END-IF.

           MOVE CD86I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD86O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD86O-MSG
              GO TO WAIVE-FEE-EXIT
           END-IF.

           MOVE SPACES TO STF-RECORD.
           MOVE CD86I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          INTO(BNKSTAFF-REC)
                          LENGTH(LENGTH OF BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES TO STF-RECORD
           END-IF.

       COPY CTSTAMPP.
           PERFORM TOTAL-USER-TODAY THRU
                   TOTAL-USER-TODAY-EXIT.
           IF CD86I-ROLE-ADMIN
              MOVE WS-ADMIN-DAILY-LIMIT TO WS-DAILY-LIMIT
           ELSE
              MOVE WS-TELLER-DAILY-LIMIT TO WS-DAILY-LIMIT
           END-IF.
           MOVE WS-FEE-AMOUNT TO CD86O-AMOUNT.
           MOVE WS-USED-TODAY TO CD86O-USED-TODAY.
           MOVE WS-DAILY-LIMIT TO CD86O-DAILY-LIMIT.

           MOVE SPACES TO BWV-RECORD.
           MOVE CD86I-FEE-TS TO BWV-REC-FEE-TS.
           MOVE CD86I-USERID TO BWV-REC-USERID.
           MOVE WS-TS-DATE TO BWV-REC-REQ-DATE.
           MOVE CD86I-ROLE TO BWV-REC-ROLE.
           MOVE STF-REC-BRANCH TO BWV-REC-STAFF-BRANCH.
           MOVE CD86I-ACCNO TO BWV-REC-ACCNO.
           MOVE WS-FEE-PID TO BWV-REC-PID.
           MOVE BAC-REC-TYPE TO BWV-REC-ACC-TYPE.
           MOVE BAC-REC-BRANCH TO BWV-REC-ACC-BRANCH.
           MOVE WS-FEE-TYPE TO BWV-REC-FEE-TYPE.
           MOVE WS-FEE-SUB-TYPE TO BWV-REC-FEE-SUB-TYPE.
           MOVE WS-FEE-AMOUNT TO BWV-REC-AMOUNT.
           MOVE CD86I-REASON TO BWV-REC-REASON.
           MOVE CD86I-NOTE TO BWV-REC-NOTE.

           COMPUTE WS-NEW-TOTAL = WS-USED-TODAY + WS-FEE-AMOUNT.
           IF WS-NEW-TOTAL IS GREATER THAN WS-DAILY-LIMIT
              PERFORM HOLD-FOR-RELEASE THRU
                      HOLD-FOR-RELEASE-EXIT
              GO TO WAIVE-FEE-EXIT
           END-IF.

           SET BWV-REC-OWN-AUTHORITY TO TRUE.
           PERFORM REFUND-FEE THRU
                   REFUND-FEE-EXIT.
           IF NOT CD31O-STATUS-OK
              MOVE CD31O-MSG TO CD86O-MSG
              GO TO WAIVE-FEE-EXIT
           END-IF.
           SET BWV-REC-WAIVED TO TRUE.
           MOVE WS-TS-DATE TO BWV-REC-DECIDED-DATE.
           MOVE CD31O-REVERSAL-TIMESTAMP TO BWV-REC-REVERSAL-TS.
           MOVE CD31O-REVERSAL-TIMESTAMP TO CD86O-REVERSAL-TS.
           PERFORM WRITE-LOG THRU
                   WRITE-LOG-EXIT.
           SET CD86O-STATUS-OK TO TRUE.
           MOVE 'Fee waived - refund posted' TO CD86O-MSG.
       WAIVE-FEE-EXIT.
           EXIT.

      *****************************************************************
      * Over the limit: the waiver joins the dual-control queue and   *
      * is logged as pending                                          *
      *****************************************************************
       HOLD-FOR-RELEASE.
           MOVE SPACES TO CD42-DATA.
           SET CD42-REQUEST-CAPTURE TO TRUE.
           MOVE 'F' TO CD42I-KIND.
           MOVE CD86I-USERID TO CD42I-USERID.
           MOVE WS-FEE-PID TO CD42I-FROM-PID.
           MOVE CD86I-ACCNO TO CD42I-FROM-ACCNO.
           MOVE SPACES TO CD42I-TO-ACCNO.
           MOVE WS-FEE-AMOUNT TO CD42I-AMOUNT.
           MOVE CD86I-FEE-TS TO CD42I-REF-TS.
           STRING 'Fee waiver ' DELIMITED BY SIZE
                  CD86I-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CD86I-NOTE DELIMITED BY SIZE
             INTO CD42I-DESC.
           EXEC CICS LINK PROGRAM('DBANK42P')
                          COMMAREA(CD42-DATA)
                          LENGTH(LENGTH OF CD42-DATA)
           END-EXEC.
           IF NOT CD42O-STATUS-OK
              MOVE CD42O-MSG TO CD86O-MSG
              GO TO HOLD-FOR-RELEASE-EXIT
           END-IF.
           SET BWV-REC-PENDING TO TRUE.
           SET BWV-REC-DUAL-CONTROL TO TRUE.
           PERFORM WRITE-LOG THRU
                   WRITE-LOG-EXIT.
           SET CD86O-STATUS-HELD TO TRUE.
           MOVE 'Over daily limit - held for release'
             TO CD86O-MSG.
       HOLD-FOR-RELEASE-EXIT.
           EXIT.

      *****************************************************************
      * A second user released a held waiver - refund the fee now     *
      *****************************************************************
       RELEASE-WAIVER.
           PERFORM READ-LOG-UPDATE THRU
                   READ-LOG-UPDATE-EXIT.
           IF CD86O-MSG IS NOT EQUAL TO SPACES
              GO TO RELEASE-WAIVER-EXIT
           END-IF.
           MOVE BWV-REC-ACCNO TO CD86I-ACCNO.
           MOVE BWV-REC-REASON TO CD86I-REASON.
           PERFORM READ-FEE-POSTING THRU
                   READ-FEE-POSTING-EXIT.
           IF CD86O-MSG IS NOT EQUAL TO SPACES
              EXEC CICS UNLOCK FILE('BNKWAIV')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO RELEASE-WAIVER-EXIT
           END-IF.
           PERFORM REFUND-FEE THRU
                   REFUND-FEE-EXIT.
           IF NOT CD31O-STATUS-OK
              MOVE CD31O-MSG TO CD86O-MSG
              EXEC CICS UNLOCK FILE('BNKWAIV')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO RELEASE-WAIVER-EXIT
           END-IF.
       COPY CTSTAMPP.
           SET BWV-REC-WAIVED TO TRUE.
           MOVE CD86I-USERID TO BWV-REC-CHECKER.
           MOVE WS-TS-DATE TO BWV-REC-DECIDED-DATE.
           MOVE CD31O-REVERSAL-TIMESTAMP TO BWV-REC-REVERSAL-TS.
           MOVE CD31O-REVERSAL-TIMESTAMP TO CD86O-REVERSAL-TS.
           PERFORM REWRITE-LOG THRU
                   REWRITE-LOG-EXIT.
       RELEASE-WAIVER-EXIT.
           EXIT.

      *****************************************************************
      * A second user rejected a held waiver - the fee stands         *
      *****************************************************************
       REJECT-WAIVER.
           PERFORM READ-LOG-UPDATE THRU
                   READ-LOG-UPDATE-EXIT.
           IF CD86O-MSG IS NOT EQUAL TO SPACES
              GO TO REJECT-WAIVER-EXIT
           END-IF.
       COPY CTSTAMPP.
           SET BWV-REC-REJECTED TO TRUE.
           MOVE CD86I-USERID TO BWV-REC-CHECKER.
           MOVE WS-TS-DATE TO BWV-REC-DECIDED-DATE.
           PERFORM REWRITE-LOG THRU
                   REWRITE-LOG-EXIT.
       REJECT-WAIVER-EXIT.
           EXIT.

      *****************************************************************
      * The fee posting must be on the account, a waivable fee (type  *
      * 3: maintenance 2, NSF 3, activity 4, late 5), a debit, and    *
      * not already reversed                                          *
      *****************************************************************
       READ-FEE-POSTING.
           MOVE CD86I-FEE-TS TO WS-BNKTXN-RID.
           EXEC CICS READ FILE('BNKTXN')
                          INTO(WS-BNKTXN-REC)
                          LENGTH(LENGTH OF WS-BNKTXN-REC)
                          RIDFLD(WS-BNKTXN-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD86O-STATUS-NOTFOUND TO TRUE
              MOVE 'Fee posting not found' TO CD86O-MSG
              GO TO READ-FEE-POSTING-EXIT
           END-IF.
           IF BTX-REC-ACCNO IS NOT EQUAL TO CD86I-ACCNO
              MOVE 'Fee posting is not on that account' TO CD86O-MSG
              GO TO READ-FEE-POSTING-EXIT
           END-IF.
           IF BTX-REC-TYPE IS NOT EQUAL TO '3' OR
              (BTX-REC-SUB-TYPE IS NOT EQUAL TO '2' AND
               BTX-REC-SUB-TYPE IS NOT EQUAL TO '3' AND
               BTX-REC-SUB-TYPE IS NOT EQUAL TO '4' AND
               BTX-REC-SUB-TYPE IS NOT EQUAL TO '5') OR
              BTX-REC-AMOUNT IS NOT LESS THAN ZERO
              MOVE 'That posting is not a waivable fee' TO CD86O-MSG
              GO TO READ-FEE-POSTING-EXIT
           END-IF.
           IF BTX-REC-REVERSED OR
              BTX-REC-IS-REVERSAL
              MOVE 'That fee has already been refunded' TO CD86O-MSG
              GO TO READ-FEE-POSTING-EXIT
           END-IF.
           COMPUTE WS-FEE-AMOUNT = ZERO - BTX-REC-AMOUNT.
           MOVE BTX-REC-TYPE TO WS-FEE-TYPE.
           MOVE BTX-REC-SUB-TYPE TO WS-FEE-SUB-TYPE.
           MOVE BTX-REC-PID TO WS-FEE-PID.
       READ-FEE-POSTING-EXIT.
           EXIT.

      *****************************************************************
      * Post the refund as a linked reversal of the fee               *
      *****************************************************************
       REFUND-FEE.
           MOVE SPACES TO CD31-DATA.
           SET CD31-REQUEST-REVERSE TO TRUE.
           MOVE CD86I-ACCNO TO CD31I-ACCNO.
           MOVE CD86I-FEE-TS TO CD31I-TXN-TIMESTAMP.
           MOVE CD86I-USERID TO CD31I-USERID.
           SET CD31I-SUPERVISOR-APPROVED TO TRUE.
           SET CD31I-IS-FEE-WAIVER TO TRUE.
           MOVE CD86I-REASON TO CD31I-REASON.
           EXEC CICS LINK PROGRAM('DBANK31P')
                          COMMAREA(CD31-DATA)
                          LENGTH(LENGTH OF CD31-DATA)
           END-EXEC.
       REFUND-FEE-EXIT.
           EXIT.

      *****************************************************************
      * What the user has waived today on their own authority - held  *
      * waivers count against the second user, not the first         *
      *****************************************************************
       TOTAL-USER-TODAY.
           MOVE ZERO TO WS-USED-TODAY.
           MOVE CD86I-USERID TO WS-USER-KEY (1:8).
           MOVE WS-TS-DATE TO WS-USER-KEY (9:10).
           MOVE WS-USER-KEY TO WS-BNKWAIV1-RID.
           EXEC CICS STARTBR FILE('BNKWAIV1')
                             RIDFLD(WS-BNKWAIV1-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO TOTAL-USER-TODAY-EXIT
           END-IF.
       TOTAL-USER-TODAY-LOOP.
           EXEC CICS READNEXT FILE('BNKWAIV1')
                              INTO(WS-BNKWAIV-REC)
                              LENGTH(LENGTH OF WS-BNKWAIV-REC)
                              RIDFLD(WS-BNKWAIV1-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)
              GO TO TOTAL-USER-TODAY-DONE
           END-IF.
           IF BWV-REC-USER-KEY IS NOT EQUAL TO WS-USER-KEY
              GO TO TOTAL-USER-TODAY-DONE
           END-IF.
           IF BWV-REC-WAIVED AND
              BWV-REC-OWN-AUTHORITY
              ADD BWV-REC-AMOUNT TO WS-USED-TODAY
           END-IF.
           GO TO TOTAL-USER-TODAY-LOOP.
       TOTAL-USER-TODAY-DONE.
           EXEC CICS ENDBR FILE('BNKWAIV1')
           END-EXEC.
       TOTAL-USER-TODAY-EXIT.
           EXIT.

      *****************************************************************
      * Log the waiver - a fresh record, or over a rejected request   *
      * for the same fee                                              *
      *****************************************************************
       WRITE-LOG.
           MOVE BWV-REC-FEE-TS TO WS-BNKWAIV-RID.
           IF WS-LOG-FOUND
              EXEC CICS READ FILE('BNKWAIV')
                             UPDATE
                             INTO(WS-BNKWAIV-OLD-REC)
                             LENGTH(LENGTH OF WS-BNKWAIV-OLD-REC)
                             RIDFLD(WS-BNKWAIV-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS REWRITE FILE('BNKWAIV')
                                   FROM(WS-BNKWAIV-REC)
                                   LENGTH(LENGTH OF WS-BNKWAIV-REC)
                                   TOKEN(WS-READ-TOKEN)
                                   RESP(WS-RESP)
                 END-EXEC
              END-IF
           ELSE
              EXEC CICS WRITE FILE('BNKWAIV')
                              FROM(WS-BNKWAIV-REC)
                              LENGTH(LENGTH OF WS-BNKWAIV-REC)
                              RIDFLD(WS-BNKWAIV-RID)
                              KEYLENGTH(LENGTH OF WS-BNKWAIV-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
       WRITE-LOG-EXIT.
           EXIT.

       READ-LOG-UPDATE.
           MOVE CD86I-FEE-TS TO WS-BNKWAIV-RID.
           EXEC CICS READ FILE('BNKWAIV')
                          UPDATE
                          INTO(WS-BNKWAIV-REC)
                          LENGTH(LENGTH OF WS-BNKWAIV-REC)
                          RIDFLD(WS-BNKWAIV-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD86O-STATUS-NOTFOUND TO TRUE
              MOVE 'Held fee waiver not found' TO CD86O-MSG
              GO TO READ-LOG-UPDATE-EXIT
           END-IF.
           IF NOT BWV-REC-PENDING
              EXEC CICS UNLOCK FILE('BNKWAIV')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Fee waiver is no longer held' TO CD86O-MSG
              GO TO READ-LOG-UPDATE-EXIT
           END-IF.
       READ-LOG-UPDATE-EXIT.
           EXIT.

       REWRITE-LOG.
           EXEC CICS REWRITE FILE('BNKWAIV')
                             FROM(WS-BNKWAIV-REC)
                             LENGTH(LENGTH OF WS-BNKWAIV-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the fee waiver log'
                TO CD86O-MSG
              GO TO REWRITE-LOG-EXIT
           END-IF.
           SET CD86O-STATUS-OK TO TRUE.
       REWRITE-LOG-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
