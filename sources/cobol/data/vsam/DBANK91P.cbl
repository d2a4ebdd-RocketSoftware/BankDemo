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
      * Program:     DBANK91P.CBL                                     *
      * Function:    Signon session registry BNKSESS and signon       *
      *              history BNKSGNH.  Registers each new signon      *
      *              under the installation's concurrent signon       *
      *              policy - a second signon for a userid whose      *
      *              session is still live elsewhere is refused, or   *
      *              ends the first session, separately for staff and *
      *              for customers - and records every signon, failed *
      *              signon, refusal, forced end and signoff.  Also   *
      *              answers whether a session still holds its        *
      *              userid, the signon before the current one, and   *
      *              a userid's signon history.                       *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK91P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK91P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKSESS-RID                        PIC X(8).
         05  WS-BNKSGNH-RID.
           10  WS-BNKSGNH-RID-USERID               PIC X(8).
           10  WS-BNKSGNH-RID-TS                   PIC X(26).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-HIST-SEQ                           PIC 9(4).
      * Policies used when no policy record has been set up
         05  WS-STAFF-POLICY                       PIC X(1)
             VALUE 'R'.
         05  WS-CUST-POLICY                        PIC X(1)
             VALUE 'E'.
         05  WS-POLICY                             PIC X(1).
           88  WS-POLICY-REFUSE                      VALUE 'R'.
           88  WS-POLICY-END                         VALUE 'E'.
      * A session not active for this long has been timed out by
      * the screen driver and no longer holds its userid
         05  WS-STALE-MINUTES                      PIC 9(3)
             VALUE 15.
         05  WS-NOW-MIN                            PIC 9(11).
         05  WS-TS-MIN                             PIC 9(11).
         05  WS-TS-WORK                            PIC X(26).
         05  WS-TS-DATE-N                          PIC 9(8).
         05  WS-TS-HH                              PIC 9(2).
         05  WS-TS-MM                              PIC 9(2).
         05  WS-LIVE-SW                            PIC X(1).
           88  WS-SESSION-LIVE                       VALUE 'Y'.
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.

      * The history record being written
       01  WS-HIST-EVENT                           PIC X(1).
       01  WS-HIST-TERMINAL                        PIC X(4).
       01  WS-HIST-CHANNEL                         PIC X(1).
       01  WS-HIST-SESSION-ID                      PIC X(8).
       01  WS-HIST-OTHER-TERMINAL                  PIC X(4).
       01  WS-HIST-REASON                          PIC X(40).

       COPY CTSTAMPD.

       01  WS-BNKSESS-REC.
       COPY CBANKVSS.

       01  WS-BNKSGNH-REC.
       COPY CBANKVSH.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD91.

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
           MOVE SPACES TO CD91O-DATA.
           MOVE ZERO TO CD91O-HIST-COUNT.
           SET CD91O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO WS-TS-WORK.
           PERFORM TS-TO-MINUTES THRU TS-TO-MINUTES-EXIT.
           MOVE WS-TS-MIN TO WS-NOW-MIN.

           EVALUATE TRUE
             WHEN CD91-REQUEST-SIGNON
              PERFORM REGISTER-SIGNON THRU REGISTER-SIGNON-EXIT
             WHEN CD91-REQUEST-FAIL
              PERFORM RECORD-FAILURE THRU RECORD-FAILURE-EXIT
             WHEN CD91-REQUEST-SIGNOFF
              PERFORM END-SESSION THRU END-SESSION-EXIT
             WHEN CD91-REQUEST-TOUCH
              PERFORM TOUCH-SESSION THRU TOUCH-SESSION-EXIT
             WHEN CD91-REQUEST-LAST
              PERFORM LAST-SIGNON THRU LAST-SIGNON-EXIT
             WHEN CD91-REQUEST-HISTORY
              PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT
             WHEN CD91-REQUEST-GETPOL
              PERFORM GET-POLICY THRU GET-POLICY-EXIT
              SET CD91O-STATUS-OK TO TRUE
             WHEN CD91-REQUEST-SETPOL
              PERFORM SET-POLICY THRU SET-POLICY-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD91O-MSG
           END-EVALUATE.

       DBANK91P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * A signon has passed the password check.  If another session   *
      * still holds the userid the policy for staff or customers      *
      * decides: refuse this one, or end the other and let this one   *
      * in.  A session at the same conversation, or one that has sat  *
      * idle past the timeout, is not a second session.               *
      *****************************************************************
       REGISTER-SIGNON.
           PERFORM GET-POLICY THRU GET-POLICY-EXIT.
           IF CD91I-KIND-STAFF
              MOVE CD91O-STAFF-POLICY TO WS-POLICY
           ELSE
              MOVE CD91O-CUST-POLICY TO WS-POLICY
           END-IF.

           MOVE CD91I-USERID TO WS-BNKSESS-RID.
           EXEC CICS READ FILE('BNKSESS')
                          UPDATE
                          INTO(WS-BNKSESS-REC)
                          LENGTH(LENGTH OF WS-BNKSESS-REC)
                          RIDFLD(WS-BNKSESS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE SPACE TO WS-FOUND-SW
              MOVE SPACES TO BSS-RECORD
              MOVE CD91I-USERID TO BSS-REC-USERID
              GO TO REGISTER-SIGNON-SET
           END-IF.
           SET WS-FOUND TO TRUE.

           PERFORM CHECK-LIVE THRU CHECK-LIVE-EXIT.
           IF WS-SESSION-LIVE
              MOVE BSS-REC-TERMINAL TO CD91O-OTHER-TERMINAL
              MOVE BSS-REC-CHANNEL TO CD91O-OTHER-CHANNEL
              IF WS-POLICY-REFUSE
                 EXEC CICS UNLOCK FILE('BNKSESS')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 MOVE 'R' TO WS-HIST-EVENT
                 MOVE CD91I-TERMINAL TO WS-HIST-TERMINAL
                 MOVE CD91I-CHANNEL TO WS-HIST-CHANNEL
                 MOVE CD91I-SESSION-ID TO WS-HIST-SESSION-ID
                 MOVE BSS-REC-TERMINAL TO WS-HIST-OTHER-TERMINAL
                 MOVE 'Already signed on elsewhere'
                   TO WS-HIST-REASON
                 PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT
                 SET CD91O-STATUS-REFUSED TO TRUE
                 MOVE SPACES TO CD91O-MSG
                 STRING 'Userid is already signed on at '
                          DELIMITED BY SIZE
                        BSS-REC-TERMINAL DELIMITED BY SIZE
                        ' - signon refused' DELIMITED BY SIZE
                   INTO CD91O-MSG
                 GO TO REGISTER-SIGNON-EXIT
              END-IF
              MOVE 'T' TO WS-HIST-EVENT
              MOVE BSS-REC-TERMINAL TO WS-HIST-TERMINAL
              MOVE BSS-REC-CHANNEL TO WS-HIST-CHANNEL
              MOVE BSS-REC-SESSION-ID TO WS-HIST-SESSION-ID
              MOVE CD91I-TERMINAL TO WS-HIST-OTHER-TERMINAL
              MOVE 'Ended by a signon elsewhere' TO WS-HIST-REASON
              PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT
              MOVE SPACES TO CD91O-MSG
              STRING 'Your session at ' DELIMITED BY SIZE
                     BSS-REC-TERMINAL DELIMITED BY SIZE
                     ' has been ended' DELIMITED BY SIZE
                INTO CD91O-MSG
           END-IF.

      * The signon being replaced becomes the previous one
           IF BSS-REC-SIGNON-TS IS NOT EQUAL TO SPACES
              MOVE BSS-REC-SIGNON-TS TO BSS-REC-PREV-SIGNON-TS
              MOVE BSS-REC-TERMINAL TO BSS-REC-PREV-TERMINAL
              MOVE BSS-REC-CHANNEL TO BSS-REC-PREV-CHANNEL
           END-IF.

       REGISTER-SIGNON-SET.
           SET BSS-REC-ACTIVE TO TRUE.
           IF CD91I-KIND-STAFF
              SET BSS-REC-STAFF TO TRUE
           ELSE
              SET BSS-REC-CUSTOMER TO TRUE
           END-IF.
           MOVE CD91I-SESSION-ID TO BSS-REC-SESSION-ID.
           MOVE CD91I-TERMINAL TO BSS-REC-TERMINAL.
           MOVE CD91I-CHANNEL TO BSS-REC-CHANNEL.
           MOVE WS-TIMESTAMP TO BSS-REC-SIGNON-TS.
           MOVE WS-TIMESTAMP TO BSS-REC-ACTIVE-TS.
           IF WS-FOUND
              EXEC CICS REWRITE FILE('BNKSESS')
                                FROM(WS-BNKSESS-REC)
                                LENGTH(LENGTH OF WS-BNKSESS-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKSESS')
                              FROM(WS-BNKSESS-REC)
                              LENGTH(LENGTH OF WS-BNKSESS-REC)
                              RIDFLD(WS-BNKSESS-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to register the session' TO CD91O-MSG
              GO TO REGISTER-SIGNON-EXIT
           END-IF.

           MOVE 'S' TO WS-HIST-EVENT.
           MOVE CD91I-TERMINAL TO WS-HIST-TERMINAL.
           MOVE CD91I-CHANNEL TO WS-HIST-CHANNEL.
           MOVE CD91I-SESSION-ID TO WS-HIST-SESSION-ID.
           MOVE CD91O-OTHER-TERMINAL TO WS-HIST-OTHER-TERMINAL.
           MOVE SPACES TO WS-HIST-REASON.
           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
           MOVE BSS-REC-PREV-SIGNON-TS TO CD91O-PREV-SIGNON-TS.
           MOVE BSS-REC-PREV-TERMINAL TO CD91O-PREV-TERMINAL.
           MOVE BSS-REC-PREV-CHANNEL TO CD91O-PREV-CHANNEL.
           SET CD91O-STATUS-OK TO TRUE.
       REGISTER-SIGNON-EXIT.
           EXIT.

      *****************************************************************
      * Does the registry record name a session other than ours that  *
      * is still live?                                                *
      *****************************************************************
       CHECK-LIVE.
           MOVE SPACE TO WS-LIVE-SW.
           IF NOT BSS-REC-ACTIVE
              GO TO CHECK-LIVE-EXIT
           END-IF.
           IF BSS-REC-SESSION-ID IS EQUAL TO CD91I-SESSION-ID
              GO TO CHECK-LIVE-EXIT
           END-IF.
           MOVE BSS-REC-ACTIVE-TS TO WS-TS-WORK.
           PERFORM TS-TO-MINUTES THRU TS-TO-MINUTES-EXIT.
           IF WS-TS-MIN + WS-STALE-MINUTES IS LESS THAN WS-NOW-MIN
              GO TO CHECK-LIVE-EXIT
           END-IF.
           SET WS-SESSION-LIVE TO TRUE.
       CHECK-LIVE-EXIT.
           EXIT.

      *****************************************************************
      * A signon failed - bad password, locked out, refused by the    *
      * staff checks or unknown to the security manager               *
      *****************************************************************
       RECORD-FAILURE.
           MOVE 'F' TO WS-HIST-EVENT.
           MOVE CD91I-TERMINAL TO WS-HIST-TERMINAL.
           MOVE CD91I-CHANNEL TO WS-HIST-CHANNEL.
           MOVE CD91I-SESSION-ID TO WS-HIST-SESSION-ID.
           MOVE SPACES TO WS-HIST-OTHER-TERMINAL.
           MOVE CD91I-REASON TO WS-HIST-REASON.
           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
           SET CD91O-STATUS-OK TO TRUE.
       RECORD-FAILURE-EXIT.
           EXIT.

      *****************************************************************
      * Signoff, or the screen driver timing the session out.  Only   *
      * the session that holds the userid can end it.                 *
      *****************************************************************
       END-SESSION.
           MOVE CD91I-USERID TO WS-BNKSESS-RID.
           EXEC CICS READ FILE('BNKSESS')
                          UPDATE
                          INTO(WS-BNKSESS-REC)
                          LENGTH(LENGTH OF WS-BNKSESS-REC)
                          RIDFLD(WS-BNKSESS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD91O-STATUS-NOTFOUND TO TRUE
              GO TO END-SESSION-EXIT
           END-IF.
           IF NOT BSS-REC-ACTIVE OR
              BSS-REC-SESSION-ID IS NOT EQUAL TO CD91I-SESSION-ID
              EXEC CICS UNLOCK FILE('BNKSESS')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD91O-STATUS-ENDED TO TRUE
              GO TO END-SESSION-EXIT
           END-IF.
           SET BSS-REC-ENDED TO TRUE.
           MOVE WS-TIMESTAMP TO BSS-REC-ACTIVE-TS.
           EXEC CICS REWRITE FILE('BNKSESS')
                             FROM(WS-BNKSESS-REC)
                             LENGTH(LENGTH OF WS-BNKSESS-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           MOVE 'O' TO WS-HIST-EVENT.
           MOVE BSS-REC-KIND TO CD91I-KIND.
           MOVE BSS-REC-TERMINAL TO WS-HIST-TERMINAL.
           MOVE BSS-REC-CHANNEL TO WS-HIST-CHANNEL.
           MOVE BSS-REC-SESSION-ID TO WS-HIST-SESSION-ID.
           MOVE SPACES TO WS-HIST-OTHER-TERMINAL.
           MOVE CD91I-REASON TO WS-HIST-REASON.
           IF WS-HIST-REASON IS EQUAL TO SPACES
              MOVE 'Signed off' TO WS-HIST-REASON
           END-IF.
           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
           SET CD91O-STATUS-OK TO TRUE.
       END-SESSION-EXIT.
           EXIT.

      *****************************************************************
      * Called by the screen driver on every screen of a signed-on    *
      * conversation: if the session still holds its userid note it   *
      * as active, otherwise tell the caller it has been ended.  A    *
      * userid with no registry record is left alone.                 *
      *****************************************************************
       TOUCH-SESSION.
           MOVE CD91I-USERID TO WS-BNKSESS-RID.
           EXEC CICS READ FILE('BNKSESS')
                          UPDATE
                          INTO(WS-BNKSESS-REC)
                          LENGTH(LENGTH OF WS-BNKSESS-REC)
                          RIDFLD(WS-BNKSESS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD91O-STATUS-OK TO TRUE
              GO TO TOUCH-SESSION-EXIT
           END-IF.
           IF NOT BSS-REC-ACTIVE OR
              BSS-REC-SESSION-ID IS NOT EQUAL TO CD91I-SESSION-ID
              EXEC CICS UNLOCK FILE('BNKSESS')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD91O-STATUS-ENDED TO TRUE
              MOVE BSS-REC-TERMINAL TO CD91O-OTHER-TERMINAL
              MOVE BSS-REC-CHANNEL TO CD91O-OTHER-CHANNEL
              GO TO TOUCH-SESSION-EXIT
           END-IF.
           MOVE WS-TIMESTAMP TO BSS-REC-ACTIVE-TS.
           EXEC CICS REWRITE FILE('BNKSESS')
                             FROM(WS-BNKSESS-REC)
                             LENGTH(LENGTH OF WS-BNKSESS-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           SET CD91O-STATUS-OK TO TRUE.
       TOUCH-SESSION-EXIT.
           EXIT.

      *****************************************************************
      * The signon before the current one                             *
      *****************************************************************
       LAST-SIGNON.
           MOVE CD91I-USERID TO WS-BNKSESS-RID.
           EXEC CICS READ FILE('BNKSESS')
                          INTO(WS-BNKSESS-REC)
                          LENGTH(LENGTH OF WS-BNKSESS-REC)
                          RIDFLD(WS-BNKSESS-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BSS-REC-PREV-SIGNON-TS IS EQUAL TO SPACES
              SET CD91O-STATUS-NOTFOUND TO TRUE
              GO TO LAST-SIGNON-EXIT
           END-IF.
           MOVE BSS-REC-PREV-SIGNON-TS TO CD91O-PREV-SIGNON-TS.
           MOVE BSS-REC-PREV-TERMINAL TO CD91O-PREV-TERMINAL.
           MOVE BSS-REC-PREV-CHANNEL TO CD91O-PREV-CHANNEL.
           SET CD91O-STATUS-OK TO TRUE.
       LAST-SIGNON-EXIT.
           EXIT.

      *****************************************************************
      * A userid's signon history, newest first, ten events a page.   *
      * The browse starts after the userid's last possible key (or    *
      * the page boundary) and reads backwards.                       *
      *****************************************************************
       LIST-HISTORY.
           MOVE CD91I-USERID TO WS-BNKSGNH-RID-USERID.
           IF CD91I-START-KEY IS EQUAL TO SPACES
              MOVE HIGH-VALUES TO WS-BNKSGNH-RID-TS
           ELSE
              MOVE CD91I-START-KEY TO WS-BNKSGNH-RID-TS
           END-IF.
           EXEC CICS STARTBR FILE('BNKSGNH')
                             RIDFLD(WS-BNKSGNH-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-BNKSGNH-RID
              EXEC CICS STARTBR FILE('BNKSGNH')
                                RIDFLD(WS-BNKSGNH-RID)
                                GTEQ
                                RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD91O-STATUS-OK TO TRUE
              GO TO LIST-HISTORY-EXIT
           END-IF.
       LIST-HISTORY-LOOP.
           EXEC CICS READPREV FILE('BNKSGNH')
                              INTO(WS-BNKSGNH-REC)
                              LENGTH(LENGTH OF WS-BNKSGNH-REC)
                              RIDFLD(WS-BNKSGNH-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-HISTORY-DONE
           END-IF.
      * The browse may open on the next userid, or on the last event
      * shown on the previous page
           IF BSH-REC-USERID IS GREATER THAN CD91I-USERID
              GO TO LIST-HISTORY-LOOP
           END-IF.
           IF BSH-REC-USERID IS LESS THAN CD91I-USERID
              GO TO LIST-HISTORY-DONE
           END-IF.
           IF CD91I-START-KEY IS NOT EQUAL TO SPACES AND
              BSH-REC-TIMESTAMP IS NOT LESS THAN CD91I-START-KEY
              GO TO LIST-HISTORY-LOOP
           END-IF.
           IF CD91O-HIST-COUNT IS GREATER THAN OR EQUAL TO 10
              MOVE 'Y' TO CD91O-HIST-MORE
              GO TO LIST-HISTORY-DONE
           END-IF.
           ADD 1 TO CD91O-HIST-COUNT.
           MOVE CD91O-HIST-COUNT TO WS-SUB.
           MOVE BSH-REC-TIMESTAMP TO CD91O-HIST-TS (WS-SUB).
           MOVE BSH-REC-EVENT TO CD91O-HIST-EVENT (WS-SUB).
           MOVE BSH-REC-KIND TO CD91O-HIST-KIND (WS-SUB).
           MOVE BSH-REC-TERMINAL TO CD91O-HIST-TERMINAL (WS-SUB).
           MOVE BSH-REC-CHANNEL TO CD91O-HIST-CHANNEL (WS-SUB).
           MOVE BSH-REC-OTHER-TERMINAL
             TO CD91O-HIST-OTHER-TERMINAL (WS-SUB).
           MOVE BSH-REC-REASON TO CD91O-HIST-REASON (WS-SUB).
           MOVE BSH-REC-TIMESTAMP TO CD91O-HIST-NEXT-KEY.
           GO TO LIST-HISTORY-LOOP.
       LIST-HISTORY-DONE.
           EXEC CICS ENDBR FILE('BNKSGNH')
           END-EXEC.
           IF CD91O-HIST-MORE IS NOT EQUAL TO 'Y'
              MOVE SPACES TO CD91O-HIST-NEXT-KEY
           END-IF.
           SET CD91O-STATUS-OK TO TRUE.
       LIST-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * The concurrent signon policy, or the defaults when none has   *
      * been set                                                      *
      *****************************************************************
       GET-POLICY.
           MOVE WS-STAFF-POLICY TO CD91O-STAFF-POLICY.
           MOVE WS-CUST-POLICY TO CD91O-CUST-POLICY.
           MOVE SPACES TO WS-BNKSESS-RID.
           EXEC CICS READ FILE('BNKSESS')
                          INTO(WS-BNKSESS-REC)
                          LENGTH(LENGTH OF WS-BNKSESS-REC)
                          RIDFLD(WS-BNKSESS-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO GET-POLICY-EXIT
           END-IF.
           IF BSS-CTL-STAFF-POLICY IS EQUAL TO 'R' OR
              BSS-CTL-STAFF-POLICY IS EQUAL TO 'E'
              MOVE BSS-CTL-STAFF-POLICY TO CD91O-STAFF-POLICY
           END-IF.
           IF BSS-CTL-CUST-POLICY IS EQUAL TO 'R' OR
              BSS-CTL-CUST-POLICY IS EQUAL TO 'E'
              MOVE BSS-CTL-CUST-POLICY TO CD91O-CUST-POLICY
           END-IF.
       GET-POLICY-EXIT.
           EXIT.

       SET-POLICY.
           IF (CD91I-STAFF-POLICY IS NOT EQUAL TO 'R' AND
               CD91I-STAFF-POLICY IS NOT EQUAL TO 'E') OR
              (CD91I-CUST-POLICY IS NOT EQUAL TO 'R' AND
               CD91I-CUST-POLICY IS NOT EQUAL TO 'E')
              MOVE 'Policy must be R (refuse) or E (end first)'
                TO CD91O-MSG
              GO TO SET-POLICY-EXIT
           END-IF.
           MOVE SPACES TO WS-BNKSESS-RID.
           EXEC CICS READ FILE('BNKSESS')
                          UPDATE
                          INTO(WS-BNKSESS-REC)
                          LENGTH(LENGTH OF WS-BNKSESS-REC)
                          RIDFLD(WS-BNKSESS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-FOUND TO TRUE
           ELSE
              MOVE SPACE TO WS-FOUND-SW
              MOVE SPACES TO BSS-RECORD
           END-IF.
           MOVE CD91I-STAFF-POLICY TO BSS-CTL-STAFF-POLICY.
           MOVE CD91I-CUST-POLICY TO BSS-CTL-CUST-POLICY.
           MOVE CD91I-ADMIN-USERID TO BSS-CTL-USERID.
           MOVE WS-TIMESTAMP TO BSS-CTL-CHANGED-TS.
           IF WS-FOUND
              EXEC CICS REWRITE FILE('BNKSESS')
                                FROM(WS-BNKSESS-REC)
                                LENGTH(LENGTH OF WS-BNKSESS-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKSESS')
                              FROM(WS-BNKSESS-REC)
                              LENGTH(LENGTH OF WS-BNKSESS-REC)
                              RIDFLD(WS-BNKSESS-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the policy' TO CD91O-MSG
              GO TO SET-POLICY-EXIT
           END-IF.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD91I-ADMIN-USERID (1:4) TO CD18I-TERMID.
           MOVE CD91I-FUNCTION (1:4) TO CD18I-TRANID.
           MOVE CD91I-ADMIN-USERID TO CD18I-USERID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
           MOVE CD91I-STAFF-POLICY TO CD91O-STAFF-POLICY.
           MOVE CD91I-CUST-POLICY TO CD91O-CUST-POLICY.
           SET CD91O-STATUS-OK TO TRUE.
           MOVE 'Signon policy changed' TO CD91O-MSG.
       SET-POLICY-EXIT.
           EXIT.

      *****************************************************************
      * Write a history record.  Two events in one call (a forced end *
      * and the signon that caused it) can fall in the same clock     *
      * tick, so the unused tail of the timestamp keeps them apart    *
      * and in order.                                                 *
      *****************************************************************
       WRITE-HISTORY.
           MOVE SPACES TO BSH-RECORD.
           MOVE CD91I-USERID TO BSH-REC-USERID.
           MOVE WS-TIMESTAMP TO BSH-REC-TIMESTAMP.
           MOVE WS-HIST-EVENT TO BSH-REC-EVENT.
           MOVE CD91I-KIND TO BSH-REC-KIND.
           MOVE WS-HIST-TERMINAL TO BSH-REC-TERMINAL.
           MOVE WS-HIST-CHANNEL TO BSH-REC-CHANNEL.
           MOVE WS-HIST-SESSION-ID TO BSH-REC-SESSION-ID.
           MOVE WS-HIST-OTHER-TERMINAL TO BSH-REC-OTHER-TERMINAL.
           MOVE WS-HIST-REASON TO BSH-REC-REASON.
           MOVE ZERO TO WS-HIST-SEQ.
       WRITE-HISTORY-TRY.
           MOVE WS-HIST-SEQ TO BSH-REC-TIMESTAMP (23:4).
           MOVE BSH-REC-KEY TO WS-BNKSGNH-RID.
           EXEC CICS WRITE FILE('BNKSGNH')
                           FROM(WS-BNKSGNH-REC)
                           LENGTH(LENGTH OF WS-BNKSGNH-REC)
                           RIDFLD(WS-BNKSGNH-RID)
                           KEYLENGTH(LENGTH OF WS-BNKSGNH-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND
              WS-HIST-SEQ IS LESS THAN 99
              ADD 1 TO WS-HIST-SEQ
              GO TO WRITE-HISTORY-TRY
           END-IF.
       WRITE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * Minutes since the start of the calendar for the timestamp in  *
      * WS-TS-WORK                                                    *
      *****************************************************************
       TS-TO-MINUTES.
           MOVE ZERO TO WS-TS-MIN.
           IF WS-TS-WORK (1:4) IS NOT NUMERIC OR
              WS-TS-WORK (6:2) IS NOT NUMERIC OR
              WS-TS-WORK (9:2) IS NOT NUMERIC OR
              WS-TS-WORK (12:2) IS NOT NUMERIC OR
              WS-TS-WORK (15:2) IS NOT NUMERIC
              GO TO TS-TO-MINUTES-EXIT
           END-IF.
           MOVE WS-TS-WORK (1:4) TO WS-TS-DATE-N (1:4).
           MOVE WS-TS-WORK (6:2) TO WS-TS-DATE-N (5:2).
           MOVE WS-TS-WORK (9:2) TO WS-TS-DATE-N (7:2).
           MOVE WS-TS-WORK (12:2) TO WS-TS-HH.
           MOVE WS-TS-WORK (15:2) TO WS-TS-MM.
           COMPUTE WS-TS-MIN =
                   FUNCTION INTEGER-OF-DATE (WS-TS-DATE-N) * 1440
                 + WS-TS-HH * 60 + WS-TS-MM.
       TS-TO-MINUTES-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
