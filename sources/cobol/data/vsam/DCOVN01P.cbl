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
      * Program:     DCOVN01P.CBL                                     *
      * Function:    Covenant register (BNKCOVN) for business loans.  *
      *              ADD registers a covenant against the loan        *
      *              account of a business customer and sets the due  *
      *              date of its first figures from the period end.   *
      *              SUBMIT records the borrower's figures for the    *
      *              period due, tests them against the threshold,    *
      *              keeps them as a submission entry and rolls the   *
      *              covenant on by its test frequency.  RETIRE ends  *
      *              monitoring.  GET and LIST serve the register to  *
      *              staff.  Each change is audited through DBANK18P. *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCOVN01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DCOVN01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCOVN-RID.
           10  WS-BNKCOVN-RID-ACCNO                PIC X(9).
           10  WS-BNKCOVN-RID-SEQ                  PIC 9(2).
           10  WS-BNKCOVN-RID-ENTRY                PIC 9(3).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-TODAY                              PIC X(10).
         05  WS-NEXT-SEQ                           PIC 9(2).
         05  WS-RECEIVED                           PIC X(10).
         05  WS-LOG-ACTION                         PIC X(8).
         05  WS-THRESHOLD-ED                       PIC Z(4)9.99.

      * Submissions for the ratios fall due COVN-GRACE-DAYS after the
      * period end unless the covenant says otherwise
         05  WS-GRACE-DAYS                         PIC 9(3)
             VALUE 45.

      * Period and due date arithmetic on YYYY-MM-DD dates
         05  WS-MONTHS                             PIC 9(2).
         05  WS-CNV-DATE                           PIC X(10).
         05  WS-CNV-YYYYMMDD                       PIC 9(8).
         05  WS-CNV-PARTS REDEFINES WS-CNV-YYYYMMDD.
           10  WS-CNV-YYYY                         PIC 9(4).
           10  WS-CNV-MM                           PIC 9(2).
           10  WS-CNV-DD                           PIC 9(2).
         05  WS-CNV-INTEGER                        PIC S9(9) COMP.
         05  WS-PERIOD-DD                          PIC 9(2).
         05  WS-MONTH-END-SW                       PIC X(1).
           88  WS-MONTH-END                          VALUE 'Y'.

       01  WS-BNKCOVN-REC.
       COPY CBANKVCY.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CCOVND01.

       COPY CTSTAMPD.

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
           MOVE SPACES TO CDV1O-DATA.
           MOVE ZERO TO CDV1O-SEQ.
           MOVE ZERO TO CDV1O-THRESHOLD.
           MOVE ZERO TO CDV1O-GRACE-DAYS.
           MOVE ZERO TO CDV1O-LAST-VALUE.
           MOVE ZERO TO CDV1O-SUBMISSIONS.
           MOVE ZERO TO CDV1O-SUB-COUNT.
           MOVE ZERO TO CDV1O-LIST-COUNT.
           MOVE ZERO TO CDV1O-NEXT-ENTRY.
           SET CDV1O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CDV1-REQUEST-ADD
              PERFORM ADD-COVENANT THRU ADD-COVENANT-EXIT
             WHEN CDV1-REQUEST-SUBMIT
              PERFORM RECORD-SUBMISSION THRU RECORD-SUBMISSION-EXIT
             WHEN CDV1-REQUEST-RETIRE
              PERFORM RETIRE-COVENANT THRU RETIRE-COVENANT-EXIT
             WHEN CDV1-REQUEST-GET
              PERFORM GET-COVENANT THRU GET-COVENANT-EXIT
             WHEN CDV1-REQUEST-LIST
              PERFORM LIST-COVENANTS THRU LIST-COVENANTS-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CDV1O-MSG
           END-EVALUATE.

       DCOVN01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Register a covenant.  Only a loan account of a business       *
      * customer carries covenants; the covenant takes the next free  *
      * number on the account and its first figures fall due the     *
      * grace days after the first period end.                        *
      *****************************************************************
       ADD-COVENANT.
           IF CDV1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF CDV1I-TYPE IS NOT EQUAL TO 'A' AND
              CDV1I-TYPE IS NOT EQUAL TO 'D' AND
              CDV1I-TYPE IS NOT EQUAL TO 'L'
              MOVE 'Covenant type must be A, D or L' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF CDV1I-FREQUENCY IS NOT EQUAL TO 'M' AND
              CDV1I-FREQUENCY IS NOT EQUAL TO 'Q' AND
              CDV1I-FREQUENCY IS NOT EQUAL TO 'H' AND
              CDV1I-FREQUENCY IS NOT EQUAL TO 'A' AND
              CDV1I-FREQUENCY IS NOT EQUAL TO SPACE
              MOVE 'Test frequency must be M, Q, H or A' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF CDV1I-THRESHOLD IS LESS THAN ZERO OR
              (CDV1I-TYPE IS NOT EQUAL TO 'A' AND
               CDV1I-THRESHOLD IS EQUAL TO ZERO)
              MOVE 'Threshold must be positive' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF CDV1I-PERIOD-END (5:1) IS NOT EQUAL TO '-' OR
              CDV1I-PERIOD-END (8:1) IS NOT EQUAL TO '-'
              MOVE 'First period end must be YYYY-MM-DD' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.

           MOVE CDV1I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDV1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF BAC-REC-TYPE IS NOT EQUAL TO 'L'
              MOVE 'Covenants are kept on loan accounts only'
                TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF NOT BAC-REC-OPEN
              MOVE 'Loan account is closed' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           MOVE BAC-REC-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Borrower not found' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.
           IF NOT BCS-REC-PROFILE-BUSINESS
              MOVE 'Covenants apply to business borrowers only'
                TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.

           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT.
           IF WS-NEXT-SEQ IS EQUAL TO ZERO
              MOVE 'No more covenants can be added to the loan'
                TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.

           MOVE SPACES TO BCY-RECORD.
           MOVE CDV1I-ACCNO TO BCY-REC-ACCNO.
           MOVE WS-NEXT-SEQ TO BCY-REC-SEQ.
           MOVE ZERO TO BCY-REC-ENTRY.
           MOVE BAC-REC-PID TO BCY-REC-PID.
           MOVE CDV1I-TYPE TO BCY-REC-TYPE.
           MOVE CDV1I-THRESHOLD TO BCY-REC-THRESHOLD.
           MOVE CDV1I-FREQUENCY TO BCY-REC-FREQUENCY.
           MOVE CDV1I-GRACE-DAYS TO BCY-REC-GRACE-DAYS.
           IF BCY-REC-TYPE-ACCOUNTS
              IF BCY-REC-THRESHOLD IS EQUAL TO ZERO
                 MOVE 120 TO BCY-REC-THRESHOLD
              END-IF
              IF BCY-REC-FREQUENCY IS EQUAL TO SPACE
                 SET BCY-REC-FREQ-ANNUAL TO TRUE
              END-IF
              IF BCY-REC-GRACE-DAYS IS EQUAL TO ZERO
                 MOVE BCY-REC-THRESHOLD TO BCY-REC-GRACE-DAYS
              END-IF
           ELSE
              IF BCY-REC-FREQUENCY IS EQUAL TO SPACE
                 SET BCY-REC-FREQ-QUARTERLY TO TRUE
              END-IF
              IF BCY-REC-GRACE-DAYS IS EQUAL TO ZERO
                 MOVE SPACES TO CD93-DATA
                 SET CD93-REQUEST-GET TO TRUE
                 MOVE 'COVN-GRACE-DAYS' TO CD93I-PARM-ID
                 EXEC CICS LINK PROGRAM('DBANK93P')
                                COMMAREA(CD93-DATA)
                                LENGTH(LENGTH OF CD93-DATA)
                 END-EXEC
                 IF CD93O-STATUS-OK
                    MOVE CD93O-VALUE TO WS-GRACE-DAYS
                 END-IF
                 MOVE WS-GRACE-DAYS TO BCY-REC-GRACE-DAYS
              END-IF
           END-IF.
           MOVE CDV1I-PERIOD-END TO BCY-REC-PERIOD-END.
           PERFORM SET-NEXT-DUE THRU SET-NEXT-DUE-EXIT.
           IF CDV1I-OFFICER IS EQUAL TO SPACES
              MOVE CDV1I-USERID TO BCY-REC-OFFICER
           ELSE
              MOVE CDV1I-OFFICER TO BCY-REC-OFFICER
           END-IF.
           SET BCY-REC-ACTIVE TO TRUE.
           SET BCY-REC-NOT-TESTED TO TRUE.
           MOVE ZERO TO BCY-REC-LAST-VALUE.
           MOVE ZERO TO BCY-REC-SUBMISSIONS.
           MOVE WS-TODAY TO BCY-REC-ADDED-DATE.
           MOVE CDV1I-USERID TO BCY-REC-ADDED-BY.
           MOVE CDV1I-DESC TO BCY-REC-DESC.
           MOVE BCY-REC-KEY TO WS-BNKCOVN-RID.
           EXEC CICS WRITE FILE('BNKCOVN')
                           FROM(WS-BNKCOVN-REC)
                           LENGTH(LENGTH OF WS-BNKCOVN-REC)
                           RIDFLD(WS-BNKCOVN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKCOVN-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to register the covenant' TO CDV1O-MSG
              GO TO ADD-COVENANT-EXIT
           END-IF.

           PERFORM MOVE-COVENANT-OUT THRU MOVE-COVENANT-OUT-EXIT.
           MOVE 'ADD' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           MOVE 'Covenant registered' TO CDV1O-MSG.
           SET CDV1O-STATUS-OK TO TRUE.
       ADD-COVENANT-EXIT.
           EXIT.

      *****************************************************************
      * One more than the highest covenant number on the account -    *
      * zero when all 99 are taken                                    *
      *****************************************************************
       FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE CDV1I-ACCNO TO WS-BNKCOVN-RID-ACCNO.
           MOVE ZERO TO WS-BNKCOVN-RID-SEQ.
           MOVE ZERO TO WS-BNKCOVN-RID-ENTRY.
           EXEC CICS STARTBR FILE('BNKCOVN')
                             RIDFLD(WS-BNKCOVN-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-NEXT-SEQ-EXIT
           END-IF.
       FIND-NEXT-SEQ-LOOP.
           EXEC CICS READNEXT FILE('BNKCOVN')
                              INTO(WS-BNKCOVN-REC)
                              LENGTH(LENGTH OF WS-BNKCOVN-REC)
                              RIDFLD(WS-BNKCOVN-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-NEXT-SEQ-END
           END-IF.
           IF BCY-REC-ACCNO IS NOT EQUAL TO CDV1I-ACCNO
              GO TO FIND-NEXT-SEQ-END
           END-IF.
           IF BCY-REC-SEQ IS EQUAL TO 99
              MOVE ZERO TO WS-NEXT-SEQ
              GO TO FIND-NEXT-SEQ-END
           END-IF.
           COMPUTE WS-NEXT-SEQ = BCY-REC-SEQ + 1.
           GO TO FIND-NEXT-SEQ-LOOP.
       FIND-NEXT-SEQ-END.
           EXEC CICS ENDBR FILE('BNKCOVN')
           END-EXEC.
       FIND-NEXT-SEQ-EXIT.
           EXIT.

      *****************************************************************
      * Record the borrower's figures for the period due.  Annual     *
      * accounts are met if they arrive by the due date; a coverage   *
      * ratio must reach its minimum and a leverage ratio stay within *
      * its maximum.  The covenant then rolls on to the next period.  *
      *****************************************************************
       RECORD-SUBMISSION.
           IF CDV1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDV1O-MSG
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.
           IF CDV1I-RECEIVED IS EQUAL TO SPACES
              MOVE WS-TODAY TO WS-RECEIVED
           ELSE
              MOVE CDV1I-RECEIVED TO WS-RECEIVED
           END-IF.
           IF WS-RECEIVED IS GREATER THAN WS-TODAY
              MOVE 'Figures cannot be received in the future'
                TO CDV1O-MSG
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.
           PERFORM READ-COVENANT-FOR-UPDATE THRU
                   READ-COVENANT-FOR-UPDATE-EXIT.
           IF CDV1O-MSG IS NOT EQUAL TO SPACES
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.
           IF NOT BCY-REC-TYPE-ACCOUNTS AND
              CDV1I-VALUE IS NOT GREATER THAN ZERO
              PERFORM UNLOCK-COVENANT THRU UNLOCK-COVENANT-EXIT
              MOVE 'The tested ratio is required' TO CDV1O-MSG
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.
           IF BCY-REC-SUBMISSIONS IS EQUAL TO 999
              PERFORM UNLOCK-COVENANT THRU UNLOCK-COVENANT-EXIT
              MOVE 'Submission history is full' TO CDV1O-MSG
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.

           ADD 1 TO BCY-REC-SUBMISSIONS.
           MOVE BCY-REC-PERIOD-END TO BCY-REC-LAST-PERIOD-END.
           MOVE WS-RECEIVED TO BCY-REC-LAST-RECEIVED.
           IF BCY-REC-TYPE-ACCOUNTS
              MOVE ZERO TO BCY-REC-LAST-VALUE
           ELSE
              MOVE CDV1I-VALUE TO BCY-REC-LAST-VALUE
           END-IF.
           SET BCY-REC-MET TO TRUE.
           EVALUATE TRUE
             WHEN BCY-REC-TYPE-ACCOUNTS
              IF WS-RECEIVED IS GREATER THAN BCY-REC-NEXT-DUE
                 SET BCY-REC-BREACHED TO TRUE
              END-IF
             WHEN BCY-REC-TYPE-DSCR
              IF BCY-REC-LAST-VALUE IS LESS THAN BCY-REC-THRESHOLD
                 SET BCY-REC-BREACHED TO TRUE
              END-IF
             WHEN BCY-REC-TYPE-LEVERAGE
              IF BCY-REC-LAST-VALUE IS GREATER THAN BCY-REC-THRESHOLD
                 SET BCY-REC-BREACHED TO TRUE
              END-IF
           END-EVALUATE.

      * The submission entry, built before the covenant rolls on
           MOVE SPACES TO CDV1O-SUB-ENTRY (1).
           MOVE BCY-REC-PERIOD-END TO CDV1O-SUB-PERIOD-END (1).
           MOVE BCY-REC-NEXT-DUE TO CDV1O-SUB-DUE-DATE (1).
           MOVE WS-RECEIVED TO CDV1O-SUB-RECEIVED (1).
           MOVE BCY-REC-LAST-VALUE TO CDV1O-SUB-VALUE (1).
           MOVE BCY-REC-RESULT TO CDV1O-SUB-RESULT (1).
           IF WS-RECEIVED IS GREATER THAN BCY-REC-NEXT-DUE
              MOVE 'Y' TO CDV1O-SUB-LATE (1)
           END-IF.
           MOVE CDV1I-NOTE TO CDV1O-SUB-NOTE (1).
           MOVE BCY-REC-SUBMISSIONS TO CDV1O-SUB-NUMBER (1).
           MOVE 1 TO CDV1O-SUB-COUNT.

           PERFORM ROLL-PERIOD THRU ROLL-PERIOD-EXIT.
           PERFORM SET-NEXT-DUE THRU SET-NEXT-DUE-EXIT.
           EXEC CICS REWRITE FILE('BNKCOVN')
                             FROM(WS-BNKCOVN-REC)
                             LENGTH(LENGTH OF WS-BNKCOVN-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the covenant' TO CDV1O-MSG
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.
           PERFORM MOVE-COVENANT-OUT THRU MOVE-COVENANT-OUT-EXIT.

           MOVE SPACES TO BCY-RECORD.
           MOVE CDV1O-ACCNO TO BCY-REC-ACCNO.
           MOVE CDV1O-SEQ TO BCY-REC-SEQ.
           MOVE CDV1O-SUB-NUMBER (1) TO BCY-REC-ENTRY.
           MOVE CDV1O-SUB-PERIOD-END (1) TO BCY-SUB-PERIOD-END.
           MOVE CDV1O-SUB-DUE-DATE (1) TO BCY-SUB-DUE-DATE.
           MOVE CDV1O-SUB-RECEIVED (1) TO BCY-SUB-RECEIVED.
           MOVE CDV1O-SUB-VALUE (1) TO BCY-SUB-VALUE.
           MOVE CDV1O-THRESHOLD TO BCY-SUB-THRESHOLD.
           MOVE CDV1O-SUB-RESULT (1) TO BCY-SUB-RESULT.
           MOVE CDV1O-SUB-LATE (1) TO BCY-SUB-LATE.
           MOVE CDV1I-USERID TO BCY-SUB-RECORDED-BY.
           MOVE CDV1I-NOTE TO BCY-SUB-NOTE.
           MOVE BCY-REC-KEY TO WS-BNKCOVN-RID.
           EXEC CICS WRITE FILE('BNKCOVN')
                           FROM(WS-BNKCOVN-REC)
                           LENGTH(LENGTH OF WS-BNKCOVN-REC)
                           RIDFLD(WS-BNKCOVN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKCOVN-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Covenant rolled on but history not kept'
                TO CDV1O-MSG
              GO TO RECORD-SUBMISSION-EXIT
           END-IF.

           MOVE 'SUBMIT' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           IF CDV1O-RESULT IS EQUAL TO 'B'
              MOVE 'Submission recorded - covenant BREACHED'
                TO CDV1O-MSG
           ELSE
              MOVE 'Submission recorded - covenant met' TO CDV1O-MSG
           END-IF.
           SET CDV1O-STATUS-OK TO TRUE.
       RECORD-SUBMISSION-EXIT.
           EXIT.

      *****************************************************************
      * Take a covenant out of monitoring - the loan is repaid or the *
      * condition has been waived                                     *
      *****************************************************************
       RETIRE-COVENANT.
           IF CDV1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDV1O-MSG
              GO TO RETIRE-COVENANT-EXIT
           END-IF.
           PERFORM READ-COVENANT-FOR-UPDATE THRU
                   READ-COVENANT-FOR-UPDATE-EXIT.
           IF CDV1O-MSG IS NOT EQUAL TO SPACES
              GO TO RETIRE-COVENANT-EXIT
           END-IF.
           SET BCY-REC-RETIRED TO TRUE.
           EXEC CICS REWRITE FILE('BNKCOVN')
                             FROM(WS-BNKCOVN-REC)
                             LENGTH(LENGTH OF WS-BNKCOVN-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the covenant' TO CDV1O-MSG
              GO TO RETIRE-COVENANT-EXIT
           END-IF.
           PERFORM MOVE-COVENANT-OUT THRU MOVE-COVENANT-OUT-EXIT.
           MOVE 'RETIRE' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           MOVE 'Covenant retired' TO CDV1O-MSG.
           SET CDV1O-STATUS-OK TO TRUE.
       RETIRE-COVENANT-EXIT.
           EXIT.

      *****************************************************************
      * One covenant and its submissions, twelve at a time, carrying  *
      * on from the entry the caller was given last time              *
      *****************************************************************
       GET-COVENANT.
           MOVE CDV1I-ACCNO TO WS-BNKCOVN-RID-ACCNO.
           MOVE CDV1I-SEQ TO WS-BNKCOVN-RID-SEQ.
           MOVE ZERO TO WS-BNKCOVN-RID-ENTRY.
           EXEC CICS READ FILE('BNKCOVN')
                          INTO(WS-BNKCOVN-REC)
                          LENGTH(LENGTH OF WS-BNKCOVN-REC)
                          RIDFLD(WS-BNKCOVN-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDV1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Covenant not found' TO CDV1O-MSG
              GO TO GET-COVENANT-EXIT
           END-IF.
           PERFORM MOVE-COVENANT-OUT THRU MOVE-COVENANT-OUT-EXIT.

           MOVE CDV1I-START-ENTRY TO WS-BNKCOVN-RID-ENTRY.
           IF WS-BNKCOVN-RID-ENTRY IS EQUAL TO ZERO
              MOVE 1 TO WS-BNKCOVN-RID-ENTRY
           END-IF.
           EXEC CICS STARTBR FILE('BNKCOVN')
                             RIDFLD(WS-BNKCOVN-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO GET-COVENANT-DONE
           END-IF.
       GET-COVENANT-LOOP.
           EXEC CICS READNEXT FILE('BNKCOVN')
                              INTO(WS-BNKCOVN-REC)
                              LENGTH(LENGTH OF WS-BNKCOVN-REC)
                              RIDFLD(WS-BNKCOVN-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO GET-COVENANT-END
           END-IF.
           IF BCY-REC-ACCNO IS NOT EQUAL TO CDV1I-ACCNO OR
              BCY-REC-SEQ IS NOT EQUAL TO CDV1I-SEQ
              GO TO GET-COVENANT-END
           END-IF.
           IF CDV1O-SUB-COUNT IS EQUAL TO 12
              SET CDV1O-MORE-ITEMS TO TRUE
              MOVE BCY-REC-ENTRY TO CDV1O-NEXT-ENTRY
              GO TO GET-COVENANT-END
           END-IF.
           ADD 1 TO CDV1O-SUB-COUNT.
           MOVE BCY-REC-ENTRY TO CDV1O-SUB-NUMBER (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-PERIOD-END
             TO CDV1O-SUB-PERIOD-END (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-DUE-DATE
             TO CDV1O-SUB-DUE-DATE (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-RECEIVED
             TO CDV1O-SUB-RECEIVED (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-VALUE TO CDV1O-SUB-VALUE (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-RESULT TO CDV1O-SUB-RESULT (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-LATE TO CDV1O-SUB-LATE (CDV1O-SUB-COUNT).
           MOVE BCY-SUB-NOTE TO CDV1O-SUB-NOTE (CDV1O-SUB-COUNT).
           GO TO GET-COVENANT-LOOP.
       GET-COVENANT-END.
           EXEC CICS ENDBR FILE('BNKCOVN')
           END-EXEC.
       GET-COVENANT-DONE.
           SET CDV1O-STATUS-OK TO TRUE.
       GET-COVENANT-EXIT.
           EXIT.

      *****************************************************************
      * The covenants on a loan account, retired ones included        *
      *****************************************************************
       LIST-COVENANTS.
           IF CDV1I-ACCNO IS EQUAL TO SPACES
              MOVE 'Account number is required' TO CDV1O-MSG
              GO TO LIST-COVENANTS-EXIT
           END-IF.
           MOVE CDV1I-ACCNO TO WS-BNKCOVN-RID-ACCNO.
           MOVE ZERO TO WS-BNKCOVN-RID-SEQ.
           MOVE ZERO TO WS-BNKCOVN-RID-ENTRY.
           EXEC CICS STARTBR FILE('BNKCOVN')
                             RIDFLD(WS-BNKCOVN-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-COVENANTS-DONE
           END-IF.
       LIST-COVENANTS-LOOP.
           EXEC CICS READNEXT FILE('BNKCOVN')
                              INTO(WS-BNKCOVN-REC)
                              LENGTH(LENGTH OF WS-BNKCOVN-REC)
                              RIDFLD(WS-BNKCOVN-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-COVENANTS-END
           END-IF.
           IF BCY-REC-ACCNO IS NOT EQUAL TO CDV1I-ACCNO
              GO TO LIST-COVENANTS-END
           END-IF.
           IF NOT BCY-REC-IS-COVENANT
              GO TO LIST-COVENANTS-LOOP
           END-IF.
           IF CDV1O-LIST-COUNT IS EQUAL TO 15
              SET CDV1O-MORE-ITEMS TO TRUE
              GO TO LIST-COVENANTS-END
           END-IF.
           ADD 1 TO CDV1O-LIST-COUNT.
           MOVE BCY-REC-SEQ TO CDV1O-LIST-SEQ (CDV1O-LIST-COUNT).
           MOVE BCY-REC-TYPE TO CDV1O-LIST-TYPE (CDV1O-LIST-COUNT).
           MOVE BCY-REC-THRESHOLD
             TO CDV1O-LIST-THRESHOLD (CDV1O-LIST-COUNT).
           MOVE BCY-REC-FREQUENCY
             TO CDV1O-LIST-FREQUENCY (CDV1O-LIST-COUNT).
           MOVE BCY-REC-NEXT-DUE
             TO CDV1O-LIST-NEXT-DUE (CDV1O-LIST-COUNT).
           MOVE BCY-REC-STATUS TO CDV1O-LIST-STATUS (CDV1O-LIST-COUNT).
           MOVE BCY-REC-RESULT TO CDV1O-LIST-RESULT (CDV1O-LIST-COUNT).
           MOVE BCY-REC-DESC TO CDV1O-LIST-DESC (CDV1O-LIST-COUNT).
           GO TO LIST-COVENANTS-LOOP.
       LIST-COVENANTS-END.
           EXEC CICS ENDBR FILE('BNKCOVN')
           END-EXEC.
       LIST-COVENANTS-DONE.
           IF CDV1O-LIST-COUNT IS EQUAL TO ZERO
              MOVE 'No covenants on the account' TO CDV1O-MSG
           END-IF.
           SET CDV1O-STATUS-OK TO TRUE.
       LIST-COVENANTS-EXIT.
           EXIT.

      *****************************************************************
      * Hold a covenant for update; only one still monitored can be   *
      * changed.  CDV1O-MSG is left blank when the hold succeeds.     *
      *****************************************************************
       READ-COVENANT-FOR-UPDATE.
           MOVE CDV1I-ACCNO TO WS-BNKCOVN-RID-ACCNO.
           MOVE CDV1I-SEQ TO WS-BNKCOVN-RID-SEQ.
           MOVE ZERO TO WS-BNKCOVN-RID-ENTRY.
           EXEC CICS READ FILE('BNKCOVN')
                          UPDATE
                          INTO(WS-BNKCOVN-REC)
                          LENGTH(LENGTH OF WS-BNKCOVN-REC)
                          RIDFLD(WS-BNKCOVN-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDV1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Covenant not found' TO CDV1O-MSG
              GO TO READ-COVENANT-FOR-UPDATE-EXIT
           END-IF.
           IF NOT BCY-REC-ACTIVE
              PERFORM UNLOCK-COVENANT THRU UNLOCK-COVENANT-EXIT
              MOVE 'Covenant is retired' TO CDV1O-MSG
           END-IF.
       READ-COVENANT-FOR-UPDATE-EXIT.
           EXIT.

       UNLOCK-COVENANT.
           EXEC CICS UNLOCK FILE('BNKCOVN')
                            TOKEN(WS-READ-TOKEN)
           END-EXEC.
       UNLOCK-COVENANT-EXIT.
           EXIT.

      *****************************************************************
      * Move the period end on by the test frequency.  A period that  *
      * ended on the last day of its month ends on the last day of    *
      * the new month; otherwise the day is kept, short months        *
      * permitting.                                                   *
      *****************************************************************
       ROLL-PERIOD.
           EVALUATE TRUE
             WHEN BCY-REC-FREQ-MONTHLY
              MOVE 1 TO WS-MONTHS
             WHEN BCY-REC-FREQ-QUARTERLY
              MOVE 3 TO WS-MONTHS
             WHEN BCY-REC-FREQ-HALF-YEARLY
              MOVE 6 TO WS-MONTHS
             WHEN OTHER
              MOVE 12 TO WS-MONTHS
           END-EVALUATE.
           MOVE BCY-REC-PERIOD-END TO WS-CNV-DATE.
           PERFORM DATE-TO-NUMBER.
           MOVE WS-CNV-DD TO WS-PERIOD-DD.
           MOVE SPACE TO WS-MONTH-END-SW.
           COMPUTE WS-CNV-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) + 1.
           COMPUTE WS-CNV-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CNV-INTEGER).
           IF WS-CNV-DD IS EQUAL TO 1
              SET WS-MONTH-END TO TRUE
           END-IF.

      * First of the month after the new period's month, less a day,
      * is the new month's last day
           MOVE BCY-REC-PERIOD-END TO WS-CNV-DATE.
           PERFORM DATE-TO-NUMBER.
           ADD WS-MONTHS TO WS-CNV-MM.
           ADD 1 TO WS-CNV-MM.
           IF WS-CNV-MM IS GREATER THAN 12
              SUBTRACT 12 FROM WS-CNV-MM
              ADD 1 TO WS-CNV-YYYY
           END-IF.
           IF WS-CNV-MM IS GREATER THAN 12
              SUBTRACT 12 FROM WS-CNV-MM
              ADD 1 TO WS-CNV-YYYY
           END-IF.
           MOVE 1 TO WS-CNV-DD.
           COMPUTE WS-CNV-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) - 1.
           COMPUTE WS-CNV-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CNV-INTEGER).
           IF NOT WS-MONTH-END AND
              WS-PERIOD-DD IS LESS THAN WS-CNV-DD
              MOVE WS-PERIOD-DD TO WS-CNV-DD
           END-IF.
           PERFORM NUMBER-TO-DATE.
           MOVE WS-CNV-DATE TO BCY-REC-PERIOD-END.
       ROLL-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      * Figures fall due the covenant's grace days after its period   *
      * end                                                           *
      *****************************************************************
       SET-NEXT-DUE.
           MOVE BCY-REC-PERIOD-END TO WS-CNV-DATE.
           PERFORM DATE-TO-NUMBER.
           COMPUTE WS-CNV-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) +
                   BCY-REC-GRACE-DAYS.
           COMPUTE WS-CNV-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CNV-INTEGER).
           PERFORM NUMBER-TO-DATE.
           MOVE WS-CNV-DATE TO BCY-REC-NEXT-DUE.
       SET-NEXT-DUE-EXIT.
           EXIT.

       DATE-TO-NUMBER.
           MOVE WS-CNV-DATE (1:4) TO WS-CNV-YYYY.
           MOVE WS-CNV-DATE (6:2) TO WS-CNV-MM.
           MOVE WS-CNV-DATE (9:2) TO WS-CNV-DD.

       NUMBER-TO-DATE.
           MOVE SPACES TO WS-CNV-DATE.
           STRING WS-CNV-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CNV-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CNV-DD DELIMITED BY SIZE
             INTO WS-CNV-DATE.

      *****************************************************************
      * Return the covenant as it now stands                          *
      *****************************************************************
       MOVE-COVENANT-OUT.
           MOVE BCY-REC-ACCNO TO CDV1O-ACCNO.
           MOVE BCY-REC-SEQ TO CDV1O-SEQ.
           MOVE BCY-REC-PID TO CDV1O-PID.
           MOVE BCY-REC-TYPE TO CDV1O-TYPE.
           MOVE BCY-REC-THRESHOLD TO CDV1O-THRESHOLD.
           MOVE BCY-REC-FREQUENCY TO CDV1O-FREQUENCY.
           MOVE BCY-REC-GRACE-DAYS TO CDV1O-GRACE-DAYS.
           MOVE BCY-REC-PERIOD-END TO CDV1O-PERIOD-END.
           MOVE BCY-REC-NEXT-DUE TO CDV1O-NEXT-DUE.
           MOVE BCY-REC-OFFICER TO CDV1O-OFFICER.
           MOVE BCY-REC-STATUS TO CDV1O-COV-STATUS.
           MOVE BCY-REC-RESULT TO CDV1O-RESULT.
           MOVE BCY-REC-LAST-PERIOD-END TO CDV1O-LAST-PERIOD-END.
           MOVE BCY-REC-LAST-RECEIVED TO CDV1O-LAST-RECEIVED.
           MOVE BCY-REC-LAST-VALUE TO CDV1O-LAST-VALUE.
           MOVE BCY-REC-SUBMISSIONS TO CDV1O-SUBMISSIONS.
           MOVE BCY-REC-QUEUED-DATE TO CDV1O-QUEUED-DATE.
           MOVE BCY-REC-DESC TO CDV1O-DESC.
       MOVE-COVENANT-OUT-EXIT.
           EXIT.

      *****************************************************************
      * Audit the change from the covenant as returned to the caller  *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CDV1I-USERID (1:4) TO CD18I-TERMID.
           MOVE 'COVN' TO CD18I-TRANID.
           MOVE CDV1O-PID TO CD18I-PID.
           MOVE CDV1I-USERID TO CD18I-USERID.
           MOVE CDV1O-THRESHOLD TO WS-THRESHOLD-ED.
           STRING 'COVENANT ' DELIMITED BY SIZE
                  WS-LOG-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CDV1O-ACCNO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CDV1O-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CDV1O-TYPE DELIMITED BY SIZE
                  WS-THRESHOLD-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CDV1O-RESULT DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-ACTIVITY-LOG-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
