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
      * Program:     DBANK89P.CBL                                     *
      * Function:    Third-party authority registry BNKPOA - powers   *
      *              of attorney, trusteeships and court              *
      *              appointments that let a representative act on a  *
      *              customer's accounts.  Adds and revokes them,     *
      *              lists a customer's authorities, answers whether  *
      *              a representative may act with a given scope      *
      *              today, and terminates every authority of a       *
      *              customer who has died.  Each change is audited   *
      *              through DBANK18P.                                *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK89P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK89P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKPOA-RID                         PIC X(7).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-NEXT-SEQ                           PIC 9(2).
         05  WS-TODAY                              PIC X(10).
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.

      * Authorities still active when the customer died, collected
      * before any is rewritten so the browse is not disturbed
       01  WS-TERM-TABLE.
         05  WS-TERM-SEQ                           PIC 9(2)
                                                     OCCURS 99 TIMES.
       01  WS-TERM-USED                            PIC 9(2)
           VALUE ZERO.

       COPY CTSTAMPD.

       01  WS-BNKPOA-REC.
       COPY CBANKVPW.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD89.

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
           MOVE SPACES TO CD89O-DATA.
           MOVE ZERO TO CD89O-SEQ.
           MOVE ZERO TO CD89O-TERM-COUNT.
           MOVE ZERO TO CD89O-LIST-COUNT.
           SET CD89O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CD89-REQUEST-ADD
              PERFORM ADD-AUTHORITY THRU ADD-AUTHORITY-EXIT
             WHEN CD89-REQUEST-REVOKE
              PERFORM REVOKE-AUTHORITY THRU REVOKE-AUTHORITY-EXIT
             WHEN CD89-REQUEST-LIST
              PERFORM LIST-AUTHORITIES THRU LIST-AUTHORITIES-EXIT
             WHEN CD89-REQUEST-CHECK
              PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-EXIT
             WHEN CD89-REQUEST-TERMALL
              PERFORM TERMINATE-ALL THRU TERMINATE-ALL-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD89O-MSG
           END-EVALUATE.

       DBANK89P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Record a new authority.  The customer must be on file and     *
      * alive; the next free sequence number under the customer is    *
      * used.                                                         *
      *****************************************************************
       ADD-AUTHORITY.
           MOVE CD89I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD89O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD89O-MSG
              GO TO ADD-AUTHORITY-EXIT
           END-IF.
           IF BCS-REC-IS-DECEASED
              MOVE 'Customer is deceased' TO CD89O-MSG
              GO TO ADD-AUTHORITY-EXIT
           END-IF.

           MOVE ZERO TO WS-NEXT-SEQ.
           MOVE SPACES TO WS-BNKPOA-RID.
           MOVE CD89I-PID TO WS-BNKPOA-RID (1:5).
           EXEC CICS STARTBR FILE('BNKPOA')
                             RIDFLD(WS-BNKPOA-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM FIND-HIGHEST-SEQ THRU
                      FIND-HIGHEST-SEQ-EXIT
              EXEC CICS ENDBR FILE('BNKPOA')
              END-EXEC
           END-IF.
           IF WS-NEXT-SEQ IS EQUAL TO 99
              MOVE 'No more authorities can be added' TO CD89O-MSG
              GO TO ADD-AUTHORITY-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.

           MOVE SPACES TO BPW-RECORD.
           MOVE CD89I-PID TO BPW-REC-PID.
           MOVE WS-NEXT-SEQ TO BPW-REC-SEQ.
           MOVE CD89I-REP-PID TO BPW-REC-REP-PID.
           MOVE CD89I-REP-NAME TO BPW-REC-REP-NAME.
           MOVE CD89I-REP-IDREF TO BPW-REC-REP-IDREF.
           MOVE CD89I-TYPE TO BPW-REC-TYPE.
           MOVE CD89I-SCOPE TO BPW-REC-SCOPE.
           MOVE CD89I-START-DATE TO BPW-REC-START-DATE.
           MOVE CD89I-EXPIRY-DATE TO BPW-REC-EXPIRY-DATE.
           SET BPW-REC-ACTIVE TO TRUE.
           MOVE CD89I-USERID TO BPW-REC-USERID.
           MOVE BPW-REC-KEY TO WS-BNKPOA-RID.
           EXEC CICS WRITE FILE('BNKPOA')
                           FROM(WS-BNKPOA-REC)
                           LENGTH(LENGTH OF WS-BNKPOA-REC)
                           RIDFLD(WS-BNKPOA-RID)
                           KEYLENGTH(LENGTH OF WS-BNKPOA-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the authority' TO CD89O-MSG
              GO TO ADD-AUTHORITY-EXIT
           END-IF.
           PERFORM WRITE-POA-AUDIT THRU WRITE-POA-AUDIT-EXIT.
           MOVE WS-NEXT-SEQ TO CD89O-SEQ.
           SET CD89O-STATUS-OK TO TRUE.
           MOVE 'Authority recorded' TO CD89O-MSG.
       ADD-AUTHORITY-EXIT.
           EXIT.

       FIND-HIGHEST-SEQ.
           EXEC CICS READNEXT FILE('BNKPOA')
                              INTO(WS-BNKPOA-REC)
                              LENGTH(LENGTH OF WS-BNKPOA-REC)
                              RIDFLD(WS-BNKPOA-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-HIGHEST-SEQ-EXIT
           END-IF.
           IF BPW-REC-PID IS NOT EQUAL TO CD89I-PID
              GO TO FIND-HIGHEST-SEQ-EXIT
           END-IF.
           MOVE BPW-REC-SEQ TO WS-NEXT-SEQ.
           GO TO FIND-HIGHEST-SEQ.
       FIND-HIGHEST-SEQ-EXIT.
           EXIT.

       REVOKE-AUTHORITY.
           MOVE CD89I-PID TO WS-BNKPOA-RID (1:5).
           MOVE CD89I-SEQ TO WS-BNKPOA-RID (6:2).
           EXEC CICS READ FILE('BNKPOA')
                          UPDATE
                          INTO(WS-BNKPOA-REC)
                          LENGTH(LENGTH OF WS-BNKPOA-REC)
                          RIDFLD(WS-BNKPOA-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD89O-STATUS-NOTFOUND TO TRUE
              MOVE 'Authority not found' TO CD89O-MSG
              GO TO REVOKE-AUTHORITY-EXIT
           END-IF.
           IF NOT BPW-REC-ACTIVE
              EXEC CICS UNLOCK FILE('BNKPOA')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Authority is no longer active' TO CD89O-MSG
              GO TO REVOKE-AUTHORITY-EXIT
           END-IF.
           SET BPW-REC-REVOKED TO TRUE.
           SET BPW-REC-END-REVOKED TO TRUE.
           MOVE WS-TODAY TO BPW-REC-END-DATE.
           MOVE CD89I-USERID TO BPW-REC-USERID.
           EXEC CICS REWRITE FILE('BNKPOA')
                             FROM(WS-BNKPOA-REC)
                             LENGTH(LENGTH OF WS-BNKPOA-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to revoke the authority' TO CD89O-MSG
              GO TO REVOKE-AUTHORITY-EXIT
           END-IF.
           PERFORM WRITE-POA-AUDIT THRU WRITE-POA-AUDIT-EXIT.
           SET CD89O-STATUS-OK TO TRUE.
           MOVE 'Authority revoked' TO CD89O-MSG.
       REVOKE-AUTHORITY-EXIT.
           EXIT.

       LIST-AUTHORITIES.
           MOVE SPACES TO WS-BNKPOA-RID.
           MOVE CD89I-PID TO WS-BNKPOA-RID (1:5).
           EXEC CICS STARTBR FILE('BNKPOA')
                             RIDFLD(WS-BNKPOA-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD89O-STATUS-OK TO TRUE
              GO TO LIST-AUTHORITIES-EXIT
           END-IF.
       LIST-POA-LOOP.
           EXEC CICS READNEXT FILE('BNKPOA')
                              INTO(WS-BNKPOA-REC)
                              LENGTH(LENGTH OF WS-BNKPOA-REC)
                              RIDFLD(WS-BNKPOA-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-POA-DONE
           END-IF.
           IF BPW-REC-PID IS NOT EQUAL TO CD89I-PID
              GO TO LIST-POA-DONE
           END-IF.
           IF CD89O-LIST-COUNT IS GREATER THAN OR EQUAL TO 6
              GO TO LIST-POA-DONE
           END-IF.
           ADD 1 TO CD89O-LIST-COUNT.
           MOVE CD89O-LIST-COUNT TO WS-SUB.
           MOVE BPW-REC-SEQ TO CD89O-LIST-SEQ (WS-SUB).
           MOVE BPW-REC-REP-PID TO CD89O-LIST-REP-PID (WS-SUB).
           MOVE BPW-REC-REP-NAME TO CD89O-LIST-REP-NAME (WS-SUB).
           MOVE BPW-REC-TYPE TO CD89O-LIST-TYPE (WS-SUB).
           MOVE BPW-REC-SCOPE TO CD89O-LIST-SCOPE (WS-SUB).
           MOVE BPW-REC-START-DATE
             TO CD89O-LIST-START-DATE (WS-SUB).
           MOVE BPW-REC-EXPIRY-DATE
             TO CD89O-LIST-EXPIRY-DATE (WS-SUB).
           MOVE BPW-REC-STATUS TO CD89O-LIST-STATUS (WS-SUB).
           GO TO LIST-POA-LOOP.
       LIST-POA-DONE.
           EXEC CICS ENDBR FILE('BNKPOA')
           END-EXEC.
           SET CD89O-STATUS-OK TO TRUE.
       LIST-AUTHORITIES-EXIT.
           EXIT.

      *****************************************************************
      * May this representative act for the customer today with at    *
      * least the scope asked for?  The representative is known by    *
      * their PID or by their identity reference.  Only an active     *
      * authority whose start date has come and whose expiry has not  *
      * passed counts.  The customer may be named by PID or by one of *
      * their accounts.                                               *
      *****************************************************************
       CHECK-AUTHORITY.
           IF CD89I-PID IS EQUAL TO SPACES AND
              CD89I-ACCNO IS EQUAL TO SPACES
              MOVE 'Customer is required' TO CD89O-MSG
              GO TO CHECK-AUTHORITY-EXIT
           END-IF.
           IF CD89I-PID IS EQUAL TO SPACES
              MOVE CD89I-ACCNO TO WS-BNKACC-RID
              EXEC CICS READ FILE('BNKACC')
                             INTO(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             RIDFLD(WS-BNKACC-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET CD89O-STATUS-NOTFOUND TO TRUE
                 MOVE 'Account not found' TO CD89O-MSG
                 GO TO CHECK-AUTHORITY-EXIT
              END-IF
              MOVE BAC-REC-PID TO CD89I-PID
           END-IF.

           MOVE SPACE TO WS-FOUND-SW.
           MOVE SPACES TO WS-BNKPOA-RID.
           MOVE CD89I-PID TO WS-BNKPOA-RID (1:5).
           EXEC CICS STARTBR FILE('BNKPOA')
                             RIDFLD(WS-BNKPOA-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM FIND-CURRENT-AUTHORITY THRU
                      FIND-CURRENT-AUTHORITY-EXIT
              EXEC CICS ENDBR FILE('BNKPOA')
              END-EXEC
           END-IF.
           IF NOT WS-FOUND
              SET CD89O-STATUS-DENIED TO TRUE
              MOVE 'Representative has no authority' TO CD89O-MSG
              GO TO CHECK-AUTHORITY-EXIT
           END-IF.
           MOVE BPW-REC-SEQ TO CD89O-SEQ.
           SET CD89O-STATUS-OK TO TRUE.
       CHECK-AUTHORITY-EXIT.
           EXIT.

       FIND-CURRENT-AUTHORITY.
           EXEC CICS READNEXT FILE('BNKPOA')
                              INTO(WS-BNKPOA-REC)
                              LENGTH(LENGTH OF WS-BNKPOA-REC)
                              RIDFLD(WS-BNKPOA-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-CURRENT-AUTHORITY-EXIT
           END-IF.
           IF BPW-REC-PID IS NOT EQUAL TO CD89I-PID
              GO TO FIND-CURRENT-AUTHORITY-EXIT
           END-IF.
           IF NOT BPW-REC-ACTIVE
              GO TO FIND-CURRENT-AUTHORITY
           END-IF.
           IF CD89I-REP-IDREF IS NOT EQUAL TO BPW-REC-REP-IDREF AND
              (BPW-REC-REP-PID IS EQUAL TO SPACES OR
               CD89I-REP-IDREF IS NOT EQUAL TO BPW-REC-REP-PID)
              GO TO FIND-CURRENT-AUTHORITY
           END-IF.
           IF BPW-REC-START-DATE IS GREATER THAN WS-TODAY
              GO TO FIND-CURRENT-AUTHORITY
           END-IF.
           IF BPW-REC-EXPIRY-DATE IS NOT EQUAL TO SPACES AND
              BPW-REC-EXPIRY-DATE IS LESS THAN WS-TODAY
              GO TO FIND-CURRENT-AUTHORITY
           END-IF.
      * Close includes transact, and transact includes view
           EVALUATE CD89I-SCOPE
             WHEN 'C'
              IF NOT BPW-REC-SCOPE-CLOSE
                 GO TO FIND-CURRENT-AUTHORITY
              END-IF
             WHEN 'T'
              IF BPW-REC-SCOPE-VIEW
                 GO TO FIND-CURRENT-AUTHORITY
              END-IF
           END-EVALUATE.
           SET WS-FOUND TO TRUE.
       FIND-CURRENT-AUTHORITY-EXIT.
           EXIT.

      *****************************************************************
      * The customer has died - every authority still active ends     *
      * today.  The active ones are collected first and then          *
      * rewritten one at a time.                                      *
      *****************************************************************
       TERMINATE-ALL.
           MOVE ZERO TO WS-TERM-USED.
           MOVE SPACES TO WS-BNKPOA-RID.
           MOVE CD89I-PID TO WS-BNKPOA-RID (1:5).
           EXEC CICS STARTBR FILE('BNKPOA')
                             RIDFLD(WS-BNKPOA-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM COLLECT-ACTIVE THRU COLLECT-ACTIVE-EXIT
              EXEC CICS ENDBR FILE('BNKPOA')
              END-EXEC
           END-IF.
           PERFORM TERMINATE-ONE THRU TERMINATE-ONE-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-TERM-USED.
           SET CD89O-STATUS-OK TO TRUE.
       TERMINATE-ALL-EXIT.
           EXIT.

       COLLECT-ACTIVE.
           EXEC CICS READNEXT FILE('BNKPOA')
                              INTO(WS-BNKPOA-REC)
                              LENGTH(LENGTH OF WS-BNKPOA-REC)
                              RIDFLD(WS-BNKPOA-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO COLLECT-ACTIVE-EXIT
           END-IF.
           IF BPW-REC-PID IS NOT EQUAL TO CD89I-PID
              GO TO COLLECT-ACTIVE-EXIT
           END-IF.
           IF BPW-REC-ACTIVE
              ADD 1 TO WS-TERM-USED
              MOVE BPW-REC-SEQ TO WS-TERM-SEQ (WS-TERM-USED)
           END-IF.
           GO TO COLLECT-ACTIVE.
       COLLECT-ACTIVE-EXIT.
           EXIT.

       TERMINATE-ONE.
           MOVE CD89I-PID TO WS-BNKPOA-RID (1:5).
           MOVE WS-TERM-SEQ (WS-SUB) TO WS-BNKPOA-RID (6:2).
           EXEC CICS READ FILE('BNKPOA')
                          UPDATE
                          INTO(WS-BNKPOA-REC)
                          LENGTH(LENGTH OF WS-BNKPOA-REC)
                          RIDFLD(WS-BNKPOA-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO TERMINATE-ONE-EXIT
           END-IF.
           SET BPW-REC-TERMINATED TO TRUE.
           SET BPW-REC-END-DECEASED TO TRUE.
           MOVE WS-TODAY TO BPW-REC-END-DATE.
           MOVE CD89I-USERID TO BPW-REC-USERID.
           EXEC CICS REWRITE FILE('BNKPOA')
                             FROM(WS-BNKPOA-REC)
                             LENGTH(LENGTH OF WS-BNKPOA-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO CD89O-TERM-COUNT
              PERFORM WRITE-POA-AUDIT THRU WRITE-POA-AUDIT-EXIT
           END-IF.
       TERMINATE-ONE-EXIT.
           EXIT.

      *****************************************************************
      * Every grant, revocation and termination is audited            *
      *****************************************************************
       WRITE-POA-AUDIT.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD89I-USERID (1:4) TO CD18I-TERMID.
           MOVE CD89I-FUNCTION (1:4) TO CD18I-TRANID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-POA-AUDIT-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
