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
      * Program:     DBANK83P.CBL                                     *
      * Function:    Insider register and insider loan board          *
      *              approvals.  Compliance maintains the register of *
      *              directors, officers, principal shareholders and  *
      *              staff with their related interests on BNKINSD.   *
      *              Before a loan account is opened the conversion   *
      *              asks CLEAR: a loan to an insider or a related    *
      *              interest is held on BNKBAPR until the board's    *
      *              approval has been recorded against it, and the   *
      *              approval is used up by the account it opens.     *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK83P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK83P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKINSD-RID                        PIC X(5).
         05  WS-BNKBAPR-RID                        PIC X(5).
         05  WS-TODAY                              PIC X(10).
         05  WS-BAD-MSG                            PIC X(40).
         05  WS-ON-FILE-SW                         PIC X(1).
           88  WS-ON-FILE                            VALUE 'Y'.
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKINSD-REC.
       COPY CBANKVIS.

       01  WS-BNKBAPR-REC.
       COPY CBANKVBQ.

       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD83.

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
           MOVE SPACES TO CD83O-DATA.
           MOVE ZERO TO CD83O-APPR-PRINCIPAL.
           MOVE ZERO TO CD83O-APPR-RATE.
           MOVE ZERO TO CD83O-APPR-TERM.
           MOVE 'N' TO CD83O-INSIDER-FLAG.
           SET CD83O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CD83-REQUEST-GET
              PERFORM GET-INSIDER THRU GET-INSIDER-EXIT
             WHEN CD83-REQUEST-ADD
              PERFORM ADD-INSIDER THRU ADD-INSIDER-EXIT
             WHEN CD83-REQUEST-UPDATE
              PERFORM UPDATE-INSIDER THRU UPDATE-INSIDER-EXIT
             WHEN CD83-REQUEST-END
              PERFORM END-INSIDER THRU END-INSIDER-EXIT
             WHEN CD83-REQUEST-CLEAR
              PERFORM CLEAR-LOAN THRU CLEAR-LOAN-EXIT
             WHEN CD83-REQUEST-GETAPPR
              PERFORM GET-APPROVAL THRU GET-APPROVAL-EXIT
             WHEN CD83-REQUEST-APPROVE
              PERFORM DECIDE-APPROVAL THRU DECIDE-APPROVAL-EXIT
             WHEN CD83-REQUEST-DECLINE
              PERFORM DECIDE-APPROVAL THRU DECIDE-APPROVAL-EXIT
             WHEN CD83-REQUEST-USE
              PERFORM USE-APPROVAL THRU USE-APPROVAL-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD83O-MSG
           END-EVALUATE.

       DBANK83P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The insider's register entry                                  *
      *****************************************************************
       GET-INSIDER.
           MOVE CD83I-PID TO WS-BNKINSD-RID.
           EXEC CICS READ FILE('BNKINSD')
                          INTO(WS-BNKINSD-REC)
                          LENGTH(LENGTH OF WS-BNKINSD-REC)
                          RIDFLD(WS-BNKINSD-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD83O-STATUS-NOTFOUND TO TRUE
              MOVE 'Not on the insider register' TO CD83O-MSG
              GO TO GET-INSIDER-EXIT
           END-IF.
           PERFORM RETURN-INSIDER.
           SET CD83O-STATUS-OK TO TRUE.
       GET-INSIDER-EXIT.
           EXIT.

      *****************************************************************
      * Put a new insider on the register                             *
      *****************************************************************
       ADD-INSIDER.
           PERFORM CHECK-INSIDER THRU CHECK-INSIDER-EXIT.
           IF WS-BAD-MSG IS NOT EQUAL TO SPACES
              MOVE WS-BAD-MSG TO CD83O-MSG
              GO TO ADD-INSIDER-EXIT
           END-IF.
           MOVE SPACES TO BIS-RECORD.
           MOVE CD83I-PID TO BIS-REC-PID.
           PERFORM COPY-INSIDER-IN.
           MOVE CD83I-PID TO WS-BNKINSD-RID.
           EXEC CICS WRITE FILE('BNKINSD')
                           FROM(WS-BNKINSD-REC)
                           LENGTH(LENGTH OF WS-BNKINSD-REC)
                           RIDFLD(WS-BNKINSD-RID)
                           KEYLENGTH(LENGTH OF WS-BNKINSD-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
              MOVE 'Already on the insider register' TO CD83O-MSG
              GO TO ADD-INSIDER-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to add to the register' TO CD83O-MSG
              GO TO ADD-INSIDER-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM RETURN-INSIDER.
           SET CD83O-STATUS-OK TO TRUE.
       ADD-INSIDER-EXIT.
           EXIT.

      *****************************************************************
      * Replace an insider's role, dates and related interests        *
      *****************************************************************
       UPDATE-INSIDER.
           PERFORM CHECK-INSIDER THRU CHECK-INSIDER-EXIT.
           IF WS-BAD-MSG IS NOT EQUAL TO SPACES
              MOVE WS-BAD-MSG TO CD83O-MSG
              GO TO UPDATE-INSIDER-EXIT
           END-IF.
           PERFORM READ-INSIDER-FOR-UPDATE THRU
                   READ-INSIDER-FOR-UPDATE-EXIT.
           IF NOT WS-ON-FILE
              GO TO UPDATE-INSIDER-EXIT
           END-IF.
           PERFORM COPY-INSIDER-IN.
           PERFORM REWRITE-INSIDER THRU REWRITE-INSIDER-EXIT.
       UPDATE-INSIDER-EXIT.
           EXIT.

      *****************************************************************
      * The person stops being an insider - from the date given or    *
      * today.  The entry stays on file for the loans made meanwhile. *
      *****************************************************************
       END-INSIDER.
           PERFORM READ-INSIDER-FOR-UPDATE THRU
                   READ-INSIDER-FOR-UPDATE-EXIT.
           IF NOT WS-ON-FILE
              GO TO END-INSIDER-EXIT
           END-IF.
           IF CD83I-EFF-TO IS EQUAL TO SPACES
              MOVE WS-TODAY TO BIS-REC-EFF-TO
           ELSE
              MOVE CD83I-EFF-TO TO BIS-REC-EFF-TO
           END-IF.
           IF BIS-REC-EFF-TO IS LESS THAN BIS-REC-EFF-FROM
              EXEC CICS UNLOCK FILE('BNKINSD')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'End date is before the start date' TO CD83O-MSG
              GO TO END-INSIDER-EXIT
           END-IF.
           PERFORM REWRITE-INSIDER THRU REWRITE-INSIDER-EXIT.
       END-INSIDER-EXIT.
           EXIT.

      *****************************************************************
      * The insider must bank with us; each related interest needs a  *
      * type and either a PID on file or the company's name           *
      *****************************************************************
       CHECK-INSIDER.
           MOVE SPACES TO WS-BAD-MSG.
           IF CD83I-ROLE IS NOT EQUAL TO 'D' AND
              CD83I-ROLE IS NOT EQUAL TO 'O' AND
              CD83I-ROLE IS NOT EQUAL TO 'P' AND
              CD83I-ROLE IS NOT EQUAL TO 'S'
              MOVE 'Role must be D, O, P or S' TO WS-BAD-MSG
              GO TO CHECK-INSIDER-EXIT
           END-IF.
           IF CD83I-EFF-FROM IS EQUAL TO SPACES
              MOVE 'Enter the date the person became an insider'
                TO WS-BAD-MSG
              GO TO CHECK-INSIDER-EXIT
           END-IF.
           IF CD83I-EFF-TO IS NOT EQUAL TO SPACES AND
              CD83I-EFF-TO IS LESS THAN CD83I-EFF-FROM
              MOVE 'End date is before the start date' TO WS-BAD-MSG
              GO TO CHECK-INSIDER-EXIT
           END-IF.
           MOVE CD83I-PID TO WS-BNKCUST-RID.
           PERFORM READ-CUSTOMER.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Customer not found' TO WS-BAD-MSG
              GO TO CHECK-INSIDER-EXIT
           END-IF.
           PERFORM CHECK-RELATED THRU
                   CHECK-RELATED-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 8 OR
                     WS-BAD-MSG IS NOT EQUAL TO SPACES.
       CHECK-INSIDER-EXIT.
           EXIT.

       CHECK-RELATED.
           IF CD83I-REL-PID (WS-SUB) IS EQUAL TO SPACES AND
              CD83I-REL-NAME (WS-SUB) IS EQUAL TO SPACES
              MOVE SPACE TO CD83I-REL-TYPE (WS-SUB)
              GO TO CHECK-RELATED-EXIT
           END-IF.
           IF CD83I-REL-TYPE (WS-SUB) IS NOT EQUAL TO 'F' AND
              CD83I-REL-TYPE (WS-SUB) IS NOT EQUAL TO 'C' AND
              CD83I-REL-TYPE (WS-SUB) IS NOT EQUAL TO 'O'
              MOVE 'Related interest type must be F, C or O'
                TO WS-BAD-MSG
              GO TO CHECK-RELATED-EXIT
           END-IF.
           IF CD83I-REL-PID (WS-SUB) IS EQUAL TO SPACES
              GO TO CHECK-RELATED-EXIT
           END-IF.
           IF CD83I-REL-PID (WS-SUB) IS EQUAL TO CD83I-PID
              MOVE 'An insider cannot be their own relation'
                TO WS-BAD-MSG
              GO TO CHECK-RELATED-EXIT
           END-IF.
           MOVE CD83I-REL-PID (WS-SUB) TO WS-BNKCUST-RID.
           PERFORM READ-CUSTOMER.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Related customer not found' TO WS-BAD-MSG
           END-IF.
       CHECK-RELATED-EXIT.
           EXIT.

       READ-CUSTOMER.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.

       COPY-INSIDER-IN.
           MOVE CD83I-ROLE TO BIS-REC-ROLE.
           MOVE CD83I-EFF-FROM TO BIS-REC-EFF-FROM.
           MOVE CD83I-EFF-TO TO BIS-REC-EFF-TO.
           MOVE CD83I-STAFF-USERID TO BIS-REC-USERID.
           PERFORM COPY-RELATED-IN THRU
                   COPY-RELATED-IN-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 8.
           MOVE CD83I-USERID TO BIS-REC-CHANGED-BY.
           MOVE WS-TODAY TO BIS-REC-CHANGED-DATE.

       COPY-RELATED-IN.
           MOVE CD83I-REL-PID (WS-SUB) TO BIS-REC-REL-PID (WS-SUB).
           MOVE CD83I-REL-TYPE (WS-SUB) TO BIS-REC-REL-TYPE (WS-SUB).
           MOVE CD83I-REL-NAME (WS-SUB) TO BIS-REC-REL-NAME (WS-SUB).
       COPY-RELATED-IN-EXIT.
           EXIT.

       READ-INSIDER-FOR-UPDATE.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE CD83I-PID TO WS-BNKINSD-RID.
           EXEC CICS READ FILE('BNKINSD')
                          UPDATE
                          INTO(WS-BNKINSD-REC)
                          LENGTH(LENGTH OF WS-BNKINSD-REC)
                          RIDFLD(WS-BNKINSD-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD83O-STATUS-NOTFOUND TO TRUE
              MOVE 'Not on the insider register' TO CD83O-MSG
              GO TO READ-INSIDER-FOR-UPDATE-EXIT
           END-IF.
           MOVE 'Y' TO WS-ON-FILE-SW.
       READ-INSIDER-FOR-UPDATE-EXIT.
           EXIT.

       REWRITE-INSIDER.
           MOVE CD83I-USERID TO BIS-REC-CHANGED-BY.
           MOVE WS-TODAY TO BIS-REC-CHANGED-DATE.
           EXEC CICS REWRITE FILE('BNKINSD')
                             FROM(WS-BNKINSD-REC)
                             LENGTH(LENGTH OF WS-BNKINSD-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the register' TO CD83O-MSG
              GO TO REWRITE-INSIDER-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM RETURN-INSIDER.
           SET CD83O-STATUS-OK TO TRUE.
       REWRITE-INSIDER-EXIT.
           EXIT.

       RETURN-INSIDER.
           MOVE BIS-REC-ROLE TO CD83O-ROLE.
           MOVE BIS-REC-EFF-FROM TO CD83O-EFF-FROM.
           MOVE BIS-REC-EFF-TO TO CD83O-EFF-TO.
           MOVE BIS-REC-USERID TO CD83O-STAFF-USERID.
           PERFORM COPY-RELATED-OUT THRU
                   COPY-RELATED-OUT-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 8.
           MOVE BIS-REC-CHANGED-BY TO CD83O-CHANGED-BY.
           MOVE BIS-REC-CHANGED-DATE TO CD83O-CHANGED-DATE.

       COPY-RELATED-OUT.
           MOVE BIS-REC-REL-PID (WS-SUB) TO CD83O-REL-PID (WS-SUB).
           MOVE BIS-REC-REL-TYPE (WS-SUB) TO CD83O-REL-TYPE (WS-SUB).
           MOVE BIS-REC-REL-NAME (WS-SUB) TO CD83O-REL-NAME (WS-SUB).
       COPY-RELATED-OUT-EXIT.
           EXIT.

      *****************************************************************
      * May a loan be opened for this borrower?  Anyone who is not an *
      * insider or related to one may go ahead.  For an insider the   *
      * board must have approved a loan on no better terms - no more  *
      * principal, no lower rate and the same term - otherwise the    *
      * request is held for the board with the terms asked for.       *
      *****************************************************************
       CLEAR-LOAN.
           PERFORM FIND-INSIDER THRU FIND-INSIDER-EXIT.
           IF NOT CD83O-IS-INSIDER
              SET CD83O-STATUS-OK TO TRUE
              GO TO CLEAR-LOAN-EXIT
           END-IF.

           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE CD83I-PID TO WS-BNKBAPR-RID.
           EXEC CICS READ FILE('BNKBAPR')
                          UPDATE
                          INTO(WS-BNKBAPR-REC)
                          LENGTH(LENGTH OF WS-BNKBAPR-REC)
                          RIDFLD(WS-BNKBAPR-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ON-FILE-SW
           END-IF.

           IF WS-ON-FILE
              IF BBQ-REC-APPROVED AND
                 CD83I-PRINCIPAL IS NOT GREATER THAN
                   BBQ-REC-PRINCIPAL AND
                 CD83I-RATE IS NOT LESS THAN BBQ-REC-RATE AND
                 CD83I-TERM IS EQUAL TO BBQ-REC-TERM
                 EXEC CICS UNLOCK FILE('BNKBAPR')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 SET CD83O-STATUS-OK TO TRUE
                 MOVE BBQ-REC-MINUTE-REF TO CD83O-APPR-MINUTE-REF
                 GO TO CLEAR-LOAN-EXIT
              END-IF
              IF BBQ-REC-HELD AND
                 CD83I-PRINCIPAL IS EQUAL TO BBQ-REC-PRINCIPAL AND
                 CD83I-RATE IS EQUAL TO BBQ-REC-RATE AND
                 CD83I-TERM IS EQUAL TO BBQ-REC-TERM
                 EXEC CICS UNLOCK FILE('BNKBAPR')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 SET CD83O-STATUS-HELD TO TRUE
                 MOVE 'Insider loan awaiting board approval'
                   TO CD83O-MSG
                 GO TO CLEAR-LOAN-EXIT
              END-IF
           END-IF.

      * Hold these terms for the board, replacing any earlier request
           MOVE SPACES TO BBQ-RECORD.
           MOVE CD83I-PID TO BBQ-REC-PID.
           SET BBQ-REC-HELD TO TRUE.
           MOVE CD83O-INSIDER-PID TO BBQ-REC-INSIDER-PID.
           MOVE CD83O-RELATION TO BBQ-REC-RELATION.
           MOVE CD83I-PRINCIPAL TO BBQ-REC-PRINCIPAL.
           MOVE CD83I-RATE TO BBQ-REC-RATE.
           MOVE CD83I-TERM TO BBQ-REC-TERM.
           MOVE WS-TODAY TO BBQ-REC-HELD-DATE.
           MOVE CD83I-USERID TO BBQ-REC-HELD-BY.
           IF WS-ON-FILE
              EXEC CICS REWRITE FILE('BNKBAPR')
                                FROM(WS-BNKBAPR-REC)
                                LENGTH(LENGTH OF WS-BNKBAPR-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKBAPR')
                              FROM(WS-BNKBAPR-REC)
                              LENGTH(LENGTH OF WS-BNKBAPR-REC)
                              RIDFLD(WS-BNKBAPR-RID)
                              KEYLENGTH(LENGTH OF WS-BNKBAPR-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to hold the loan for the board' TO CD83O-MSG
              GO TO CLEAR-LOAN-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD83O-STATUS-HELD TO TRUE.
           MOVE 'Insider loan held for board approval' TO CD83O-MSG.
       CLEAR-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Is the borrower an insider today, or a related interest of    *
      * one?  The register is small, so the related interests are    *
      * found by reading it through.                                  *
      *****************************************************************
       FIND-INSIDER.
           MOVE CD83I-PID TO WS-BNKINSD-RID.
           EXEC CICS READ FILE('BNKINSD')
                          INTO(WS-BNKINSD-REC)
                          LENGTH(LENGTH OF WS-BNKINSD-REC)
                          RIDFLD(WS-BNKINSD-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              IF BIS-REC-EFF-FROM IS NOT GREATER THAN WS-TODAY AND
                 (BIS-REC-EFF-TO IS EQUAL TO SPACES OR
                  BIS-REC-EFF-TO IS NOT LESS THAN WS-TODAY)
                 MOVE 'Y' TO CD83O-INSIDER-FLAG
                 MOVE BIS-REC-PID TO CD83O-INSIDER-PID
                 MOVE 'I' TO CD83O-RELATION
                 GO TO FIND-INSIDER-EXIT
              END-IF
           END-IF.

           MOVE LOW-VALUES TO WS-BNKINSD-RID.
           EXEC CICS STARTBR FILE('BNKINSD')
                             RIDFLD(WS-BNKINSD-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-INSIDER-EXIT
           END-IF.
       FIND-INSIDER-LOOP.
           EXEC CICS READNEXT FILE('BNKINSD')
                              INTO(WS-BNKINSD-REC)
                              LENGTH(LENGTH OF WS-BNKINSD-REC)
                              RIDFLD(WS-BNKINSD-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-INSIDER-DONE
           END-IF.
           IF BIS-REC-EFF-FROM IS GREATER THAN WS-TODAY OR
              (BIS-REC-EFF-TO IS NOT EQUAL TO SPACES AND
               BIS-REC-EFF-TO IS LESS THAN WS-TODAY)
              GO TO FIND-INSIDER-LOOP
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM MATCH-RELATED THRU
                   MATCH-RELATED-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 8 OR
                     WS-FOUND.
           IF NOT WS-FOUND
              GO TO FIND-INSIDER-LOOP
           END-IF.
       FIND-INSIDER-DONE.
           EXEC CICS ENDBR FILE('BNKINSD')
           END-EXEC.
       FIND-INSIDER-EXIT.
           EXIT.

       MATCH-RELATED.
           IF BIS-REC-REL-PID (WS-SUB) IS EQUAL TO CD83I-PID
              MOVE 'Y' TO WS-FOUND-SW
              MOVE 'Y' TO CD83O-INSIDER-FLAG
              MOVE BIS-REC-PID TO CD83O-INSIDER-PID
              MOVE BIS-REC-REL-TYPE (WS-SUB) TO CD83O-RELATION
           END-IF.
       MATCH-RELATED-EXIT.
           EXIT.

      *****************************************************************
      * The board approval on file for a borrower                     *
      *****************************************************************
       GET-APPROVAL.
           MOVE CD83I-PID TO WS-BNKBAPR-RID.
           EXEC CICS READ FILE('BNKBAPR')
                          INTO(WS-BNKBAPR-REC)
                          LENGTH(LENGTH OF WS-BNKBAPR-REC)
                          RIDFLD(WS-BNKBAPR-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD83O-STATUS-NOTFOUND TO TRUE
              MOVE 'No insider loan held for the board' TO CD83O-MSG
              GO TO GET-APPROVAL-EXIT
           END-IF.
           PERFORM RETURN-APPROVAL.
           SET CD83O-STATUS-OK TO TRUE.
       GET-APPROVAL-EXIT.
           EXIT.

      *****************************************************************
      * Record the board's decision on a held loan from its minute    *
      *****************************************************************
       DECIDE-APPROVAL.
           IF CD83I-MINUTE-REF IS EQUAL TO SPACES OR
              CD83I-DECIDED-DATE IS EQUAL TO SPACES
              MOVE 'Enter the board minute and meeting date'
                TO CD83O-MSG
              GO TO DECIDE-APPROVAL-EXIT
           END-IF.
           MOVE CD83I-PID TO WS-BNKBAPR-RID.
           EXEC CICS READ FILE('BNKBAPR')
                          UPDATE
                          INTO(WS-BNKBAPR-REC)
                          LENGTH(LENGTH OF WS-BNKBAPR-REC)
                          RIDFLD(WS-BNKBAPR-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD83O-STATUS-NOTFOUND TO TRUE
              MOVE 'No insider loan held for the board' TO CD83O-MSG
              GO TO DECIDE-APPROVAL-EXIT
           END-IF.
           IF NOT BBQ-REC-HELD
              EXEC CICS UNLOCK FILE('BNKBAPR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'The board has already decided this loan'
                TO CD83O-MSG
              GO TO DECIDE-APPROVAL-EXIT
           END-IF.
           IF CD83-REQUEST-APPROVE
              SET BBQ-REC-APPROVED TO TRUE
           ELSE
              SET BBQ-REC-DECLINED TO TRUE
           END-IF.
           MOVE CD83I-MINUTE-REF TO BBQ-REC-MINUTE-REF.
           MOVE CD83I-DECIDED-DATE TO BBQ-REC-DECIDED-DATE.
           MOVE CD83I-USERID TO BBQ-REC-DECIDED-BY.
           EXEC CICS REWRITE FILE('BNKBAPR')
                             FROM(WS-BNKBAPR-REC)
                             LENGTH(LENGTH OF WS-BNKBAPR-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the board decision' TO CD83O-MSG
              GO TO DECIDE-APPROVAL-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM RETURN-APPROVAL.
           SET CD83O-STATUS-OK TO TRUE.
       DECIDE-APPROVAL-EXIT.
           EXIT.

      *****************************************************************
      * The approved loan has been opened - the approval is spent     *
      *****************************************************************
       USE-APPROVAL.
           MOVE CD83I-PID TO WS-BNKBAPR-RID.
           EXEC CICS READ FILE('BNKBAPR')
                          UPDATE
                          INTO(WS-BNKBAPR-REC)
                          LENGTH(LENGTH OF WS-BNKBAPR-REC)
                          RIDFLD(WS-BNKBAPR-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD83O-STATUS-NOTFOUND TO TRUE
              MOVE 'No board approval on file' TO CD83O-MSG
              GO TO USE-APPROVAL-EXIT
           END-IF.
           IF NOT BBQ-REC-APPROVED
              EXEC CICS UNLOCK FILE('BNKBAPR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'No board approval on file' TO CD83O-MSG
              GO TO USE-APPROVAL-EXIT
           END-IF.
           SET BBQ-REC-USED TO TRUE.
           MOVE CD83I-ACCNO TO BBQ-REC-ACCNO.
           EXEC CICS REWRITE FILE('BNKBAPR')
                             FROM(WS-BNKBAPR-REC)
                             LENGTH(LENGTH OF WS-BNKBAPR-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to mark the approval used' TO CD83O-MSG
              GO TO USE-APPROVAL-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM RETURN-APPROVAL.
           SET CD83O-STATUS-OK TO TRUE.
       USE-APPROVAL-EXIT.
           EXIT.

       RETURN-APPROVAL.
           MOVE BBQ-REC-STATUS TO CD83O-APPR-STATUS.
           MOVE BBQ-REC-INSIDER-PID TO CD83O-INSIDER-PID.
           MOVE BBQ-REC-RELATION TO CD83O-RELATION.
           MOVE BBQ-REC-PRINCIPAL TO CD83O-APPR-PRINCIPAL.
           MOVE BBQ-REC-RATE TO CD83O-APPR-RATE.
           MOVE BBQ-REC-TERM TO CD83O-APPR-TERM.
           MOVE BBQ-REC-HELD-DATE TO CD83O-APPR-HELD-DATE.
           MOVE BBQ-REC-MINUTE-REF TO CD83O-APPR-MINUTE-REF.
           MOVE BBQ-REC-DECIDED-DATE TO CD83O-APPR-DECIDED-DATE.
           MOVE BBQ-REC-ACCNO TO CD83O-APPR-ACCNO.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD83I-TERMID TO CD18I-TERMID.
           MOVE CD83I-TRANID TO CD18I-TRANID.
           MOVE CD83I-PID TO CD18I-PID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
