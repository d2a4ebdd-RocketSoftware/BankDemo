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
      * Program:     DBANK80P.CBL                                     *
      * Function:    AML investigation cases on BNKAMLC and their     *
      *              events on BNKAMLE.  ALERT attaches a suspicious- *
      *              activity alert to the customer's open case, or   *
      *              opens one with its SAR filing deadline thirty    *
      *              days out; CLAIM assigns a case to an analyst,    *
      *              NOTE records the analyst's working, CLOSE        *
      *              disposes of it as no action or SAR filed, LIST   *
      *              returns the open cases and EVENTS the history    *
      *              of one case for the work screen.                 *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK80P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK80P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKAMLC-RID.
           10  WS-BNKAMLC-RID-PID                  PIC X(5).
           10  WS-BNKAMLC-RID-TS                   PIC X(26).
         05  WS-BNKAMLE-RID.
           10  WS-BNKAMLE-RID-PID                  PIC X(5).
           10  WS-BNKAMLE-RID-REF                  PIC X(26).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-CASE-SW                            PIC X(1).
           88  WS-CASE-FOUND                         VALUE 'Y'.
           88  WS-CASE-NEW                           VALUE 'N'.

      * The window for filing a SAR, in calendar days from the first
      * alert on the case
         05  WS-DEADLINE-DAYS                      PIC S9(4) COMP
             VALUE +30.
         05  WS-DL-YYYY                            PIC 9(4).
         05  WS-DL-MM                              PIC 9(2).
         05  WS-DL-DD                              PIC 9(2).
         05  WS-DL-DIM                             PIC 9(2).
         05  WS-DL-QUOT                            PIC S9(9) COMP-3.
         05  WS-DL-REM                             PIC S9(4) COMP-3.
         05  WS-DL-SUB                             PIC S9(4) COMP.
         05  WS-DIM-TABLE.
           10  FILLER                              PIC X(24)
               VALUE '312831303130313130313031'.
         05  FILLER REDEFINES WS-DIM-TABLE.
           10  WS-DIM                              PIC 9(2)
               OCCURS 12 TIMES.

       COPY CTSTAMPD.

       01  WS-BNKAMLC-REC.
       COPY CBANKVAM.

       01  WS-BNKAMLE-REC.
       COPY CBANKVAN.

       01  WS-STAFF-DATA.
       COPY CBANKD14.

       01  WS-COMMAREA.
       COPY CBANKD80.

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
           MOVE SPACES TO CD80O-DATA.
           MOVE ZERO TO CD80O-LIST-COUNT.
           MOVE ZERO TO CD80O-EVENT-COUNT.
           SET CD80O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD80-REQUEST-ALERT
              PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
             WHEN CD80-REQUEST-CLAIM
              PERFORM CLAIM-CASE THRU CLAIM-CASE-EXIT
             WHEN CD80-REQUEST-NOTE
              PERFORM NOTE-CASE THRU NOTE-CASE-EXIT
             WHEN CD80-REQUEST-CLOSE
              PERFORM CLOSE-CASE THRU CLOSE-CASE-EXIT
             WHEN CD80-REQUEST-LIST
              PERFORM LIST-CASES THRU LIST-CASES-EXIT
             WHEN CD80-REQUEST-EVENTS
              PERFORM LIST-EVENTS THRU LIST-EVENTS-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD80O-MSG
           END-EVALUATE.

       DBANK80P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Attach an alert to the customer's open case, opening one if   *
      * there is none.  An alert already on file is left alone.       *
      *****************************************************************
       RAISE-ALERT.
           IF CD80I-PID IS EQUAL TO SPACES
              MOVE 'No customer to raise the alert on' TO CD80O-MSG
              GO TO RAISE-ALERT-EXIT
           END-IF.
      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           IF CD80I-REF IS EQUAL TO SPACES
              MOVE WS-TIMESTAMP TO CD80I-REF
           END-IF.

           MOVE CD80I-PID TO WS-BNKAMLE-RID-PID.
           MOVE CD80I-REF TO WS-BNKAMLE-RID-REF.
           EXEC CICS READ FILE('BNKAMLE')
                          INTO(WS-BNKAMLE-REC)
                          LENGTH(LENGTH OF WS-BNKAMLE-REC)
                          RIDFLD(WS-BNKAMLE-RID)
                          KEYLENGTH(LENGTH OF WS-BNKAMLE-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET CD80O-ALERT-KNOWN TO TRUE
              MOVE BAE-REC-CASE-TS TO CD80O-CASE-TS
              SET CD80O-STATUS-OK TO TRUE
              GO TO RAISE-ALERT-EXIT
           END-IF.

           PERFORM FIND-OPEN-CASE THRU
                   FIND-OPEN-CASE-EXIT.
           IF WS-CASE-FOUND
              MOVE BAM-REC-KEY TO WS-BNKAMLC-RID
              EXEC CICS READ FILE('BNKAMLC')
                             UPDATE
                             INTO(WS-BNKAMLC-REC)
                             LENGTH(LENGTH OF WS-BNKAMLC-REC)
                             RIDFLD(WS-BNKAMLC-RID)
                             KEYLENGTH(LENGTH OF WS-BNKAMLC-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to read the case' TO CD80O-MSG
                 GO TO RAISE-ALERT-EXIT
              END-IF
              PERFORM COUNT-ALERT THRU
                      COUNT-ALERT-EXIT
              EXEC CICS REWRITE FILE('BNKAMLC')
                                FROM(WS-BNKAMLC-REC)
                                LENGTH(LENGTH OF WS-BNKAMLC-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to update the case' TO CD80O-MSG
                 GO TO RAISE-ALERT-EXIT
              END-IF
              SET CD80O-CASE-ATTACHED TO TRUE
           ELSE
              MOVE SPACES TO BAM-RECORD
              MOVE CD80I-PID TO BAM-REC-PID
              MOVE WS-TIMESTAMP TO BAM-REC-CASE-TS
              SET BAM-REC-CASE-OPEN TO TRUE
              MOVE WS-TS-DATE (1:10) TO BAM-REC-OPENED-DATE
              PERFORM SET-DEADLINE THRU
                      SET-DEADLINE-EXIT
              MOVE ZERO TO BAM-REC-ALERT-COUNT
              MOVE ZERO TO BAM-REC-MON-COUNT
              MOVE ZERO TO BAM-REC-RULE-COUNT
              MOVE ZERO TO BAM-REC-SANC-COUNT
              MOVE ZERO TO BAM-REC-RDC-COUNT
              MOVE 'N' TO BAM-REC-SAR-EXTRACT
              PERFORM COUNT-ALERT THRU
                      COUNT-ALERT-EXIT
              MOVE BAM-REC-KEY TO WS-BNKAMLC-RID
              EXEC CICS WRITE FILE('BNKAMLC')
                              FROM(WS-BNKAMLC-REC)
                              LENGTH(LENGTH OF WS-BNKAMLC-REC)
                              RIDFLD(WS-BNKAMLC-RID)
                              KEYLENGTH(LENGTH OF WS-BNKAMLC-RID)
                              RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to open the case' TO CD80O-MSG
                 GO TO RAISE-ALERT-EXIT
              END-IF
              SET CD80O-CASE-OPENED TO TRUE
           END-IF.

           MOVE SPACES TO BAE-RECORD.
           MOVE CD80I-PID TO BAE-REC-PID.
           MOVE CD80I-REF TO BAE-REC-REF.
           MOVE BAM-REC-CASE-TS TO BAE-REC-CASE-TS.
           SET BAE-REC-ALERT TO TRUE.
           MOVE CD80I-SOURCE TO BAE-REC-SOURCE.
           MOVE WS-TS-DATE (1:10) TO BAE-REC-EVENT-DATE.
           MOVE CD80I-USERID TO BAE-REC-USERID.
           MOVE CD80I-ACCNO TO BAE-REC-ACCNO.
           MOVE CD80I-AMOUNT TO BAE-REC-AMOUNT.
           MOVE CD80I-TEXT TO BAE-REC-TEXT.
           PERFORM WRITE-EVENT THRU
                   WRITE-EVENT-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Case updated - alert not recorded' TO CD80O-MSG
              GO TO RAISE-ALERT-EXIT
           END-IF.
           MOVE BAM-REC-CASE-TS TO CD80O-CASE-TS.
           MOVE BAM-REC-DEADLINE-DATE TO CD80O-DEADLINE.
           SET CD80O-STATUS-OK TO TRUE.
       RAISE-ALERT-EXIT.
           EXIT.

      *****************************************************************
      * Find the customer's open case, if there is one                *
      *****************************************************************
       FIND-OPEN-CASE.
           SET WS-CASE-NEW TO TRUE.
           MOVE CD80I-PID TO WS-BNKAMLC-RID-PID.
           MOVE LOW-VALUES TO WS-BNKAMLC-RID-TS.
           EXEC CICS STARTBR FILE('BNKAMLC')
                             RIDFLD(WS-BNKAMLC-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-OPEN-CASE-EXIT
           END-IF.
       FIND-OPEN-CASE-LOOP.
           EXEC CICS READNEXT FILE('BNKAMLC')
                              INTO(WS-BNKAMLC-REC)
                              LENGTH(LENGTH OF WS-BNKAMLC-REC)
                              RIDFLD(WS-BNKAMLC-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-OPEN-CASE-DONE
           END-IF.
           IF BAM-REC-PID IS NOT EQUAL TO CD80I-PID
              GO TO FIND-OPEN-CASE-DONE
           END-IF.
           IF BAM-REC-CASE-OPEN
              SET WS-CASE-FOUND TO TRUE
              GO TO FIND-OPEN-CASE-DONE
           END-IF.
           GO TO FIND-OPEN-CASE-LOOP.
       FIND-OPEN-CASE-DONE.
           EXEC CICS ENDBR FILE('BNKAMLC')
           END-EXEC.
       FIND-OPEN-CASE-EXIT.
           EXIT.

      *****************************************************************
      * Count the alert on the case by where it came from             *
      *****************************************************************
       COUNT-ALERT.
           ADD 1 TO BAM-REC-ALERT-COUNT.
           MOVE WS-TS-DATE (1:10) TO BAM-REC-LAST-ALERT-DATE.
           EVALUATE CD80I-SOURCE
             WHEN 'M'
              ADD 1 TO BAM-REC-MON-COUNT
             WHEN 'R'
              ADD 1 TO BAM-REC-RULE-COUNT
             WHEN 'S'
              ADD 1 TO BAM-REC-SANC-COUNT
             WHEN 'D'
              ADD 1 TO BAM-REC-RDC-COUNT
           END-EVALUATE.
       COUNT-ALERT-EXIT.
           EXIT.

      *****************************************************************
      * The SAR filing window, as calendar days from the opening      *
      *****************************************************************
       SET-DEADLINE.
           MOVE WS-TS-DATE (1:4) TO WS-DL-YYYY.
           MOVE WS-TS-DATE (6:2) TO WS-DL-MM.
           MOVE WS-TS-DATE (9:2) TO WS-DL-DD.
           PERFORM BUMP-DEADLINE-DAY
             VARYING WS-DL-SUB FROM 1 BY 1
               UNTIL WS-DL-SUB IS GREATER THAN WS-DEADLINE-DAYS.
           MOVE SPACES TO BAM-REC-DEADLINE-DATE.
           MOVE WS-DL-YYYY TO BAM-REC-DEADLINE-DATE (1:4).
           MOVE '-' TO BAM-REC-DEADLINE-DATE (5:1).
           MOVE WS-DL-MM TO BAM-REC-DEADLINE-DATE (6:2).
           MOVE '-' TO BAM-REC-DEADLINE-DATE (8:1).
           MOVE WS-DL-DD TO BAM-REC-DEADLINE-DATE (9:2).
       SET-DEADLINE-EXIT.
           EXIT.

       BUMP-DEADLINE-DAY.
           MOVE WS-DIM (WS-DL-MM) TO WS-DL-DIM.
           IF WS-DL-MM IS EQUAL TO 2
              DIVIDE WS-DL-YYYY BY 4 GIVING WS-DL-QUOT
                  REMAINDER WS-DL-REM
              IF WS-DL-REM IS EQUAL TO ZERO
                 MOVE 29 TO WS-DL-DIM
              END-IF
           END-IF.
           ADD 1 TO WS-DL-DD.
           IF WS-DL-DD IS GREATER THAN WS-DL-DIM
              MOVE 1 TO WS-DL-DD
              ADD 1 TO WS-DL-MM
              IF WS-DL-MM IS GREATER THAN 12
                 MOVE 1 TO WS-DL-MM
                 ADD 1 TO WS-DL-YYYY
              END-IF
           END-IF.

      *****************************************************************
      * Record an event against the case                              *
      *****************************************************************
       WRITE-EVENT.
           MOVE BAE-REC-KEY TO WS-BNKAMLE-RID.
           EXEC CICS WRITE FILE('BNKAMLE')
                           FROM(WS-BNKAMLE-REC)
                           LENGTH(LENGTH OF WS-BNKAMLE-REC)
                           RIDFLD(WS-BNKAMLE-RID)
                           KEYLENGTH(LENGTH OF WS-BNKAMLE-RID)
                           RESP(WS-RESP)
           END-EXEC.
       WRITE-EVENT-EXIT.
           EXIT.

      *****************************************************************
      * The analyst must be a real staff userid                       *
      *****************************************************************
       CHECK-ANALYST.
           MOVE SPACES TO CD14-DATA.
           SET CD14-REQUEST-CHECK TO TRUE.
           MOVE CD80I-USERID TO CD14I-USERID.
           EXEC CICS LINK PROGRAM('DBANK14P')
                          COMMAREA(CD14-DATA)
                          LENGTH(LENGTH OF CD14-DATA)
           END-EXEC.
       CHECK-ANALYST-EXIT.
           EXIT.

      *****************************************************************
      * Read the selected case for update                             *
      *****************************************************************
       READ-CASE-UPDATE.
           MOVE CD80I-PID TO WS-BNKAMLC-RID-PID.
           MOVE CD80I-CASE-TS TO WS-BNKAMLC-RID-TS.
           EXEC CICS READ FILE('BNKAMLC')
                          UPDATE
                          INTO(WS-BNKAMLC-REC)
                          LENGTH(LENGTH OF WS-BNKAMLC-REC)
                          RIDFLD(WS-BNKAMLC-RID)
                          KEYLENGTH(LENGTH OF WS-BNKAMLC-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
       READ-CASE-UPDATE-EXIT.
           EXIT.

      *****************************************************************
      * Assign the case to an analyst                                 *
      *****************************************************************
       CLAIM-CASE.
           PERFORM CHECK-ANALYST THRU
                   CHECK-ANALYST-EXIT.
           IF NOT CD14O-STATUS-OK
              MOVE 'Analyst is not on the staff file' TO CD80O-MSG
              GO TO CLAIM-CASE-EXIT
           END-IF.

           PERFORM READ-CASE-UPDATE THRU
                   READ-CASE-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD80O-STATUS-NOTFOUND TO TRUE
              MOVE 'Case not found' TO CD80O-MSG
              GO TO CLAIM-CASE-EXIT
           END-IF.
           IF BAM-REC-CASE-CLOSED
              MOVE 'Case is already closed' TO CD80O-MSG
              GO TO CLAIM-CASE-EXIT
           END-IF.
           MOVE CD80I-USERID TO BAM-REC-OWNER-USERID.
           EXEC CICS REWRITE FILE('BNKAMLC')
                             FROM(WS-BNKAMLC-REC)
                             LENGTH(LENGTH OF WS-BNKAMLC-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to claim the case' TO CD80O-MSG
              GO TO CLAIM-CASE-EXIT
           END-IF.
           MOVE BAM-REC-CASE-TS TO CD80O-CASE-TS.
           MOVE BAM-REC-DEADLINE-DATE TO CD80O-DEADLINE.
           SET CD80O-STATUS-OK TO TRUE.
       CLAIM-CASE-EXIT.
           EXIT.

      *****************************************************************
      * Record the analyst's working on the case                      *
      *****************************************************************
       NOTE-CASE.
           PERFORM CHECK-ANALYST THRU
                   CHECK-ANALYST-EXIT.
           IF NOT CD14O-STATUS-OK
              MOVE 'Analyst is not on the staff file' TO CD80O-MSG
              GO TO NOTE-CASE-EXIT
           END-IF.

           MOVE CD80I-PID TO WS-BNKAMLC-RID-PID.
           MOVE CD80I-CASE-TS TO WS-BNKAMLC-RID-TS.
           EXEC CICS READ FILE('BNKAMLC')
                          INTO(WS-BNKAMLC-REC)
                          LENGTH(LENGTH OF WS-BNKAMLC-REC)
                          RIDFLD(WS-BNKAMLC-RID)
                          KEYLENGTH(LENGTH OF WS-BNKAMLC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD80O-STATUS-NOTFOUND TO TRUE
              MOVE 'Case not found' TO CD80O-MSG
              GO TO NOTE-CASE-EXIT
           END-IF.
           IF BAM-REC-CASE-CLOSED
              MOVE 'Case is already closed' TO CD80O-MSG
              GO TO NOTE-CASE-EXIT
           END-IF.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE SPACES TO BAE-RECORD.
           MOVE BAM-REC-PID TO BAE-REC-PID.
           MOVE WS-TIMESTAMP TO BAE-REC-REF.
           MOVE BAM-REC-CASE-TS TO BAE-REC-CASE-TS.
           SET BAE-REC-NOTE TO TRUE.
           SET BAE-REC-SRC-ANALYST TO TRUE.
           MOVE WS-TS-DATE (1:10) TO BAE-REC-EVENT-DATE.
           MOVE CD80I-USERID TO BAE-REC-USERID.
           MOVE ZERO TO BAE-REC-AMOUNT.
           MOVE CD80I-TEXT TO BAE-REC-TEXT.
           PERFORM WRITE-EVENT THRU
                   WRITE-EVENT-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the note' TO CD80O-MSG
              GO TO NOTE-CASE-EXIT
           END-IF.
           MOVE BAM-REC-CASE-TS TO CD80O-CASE-TS.
           SET CD80O-STATUS-OK TO TRUE.
       NOTE-CASE-EXIT.
           EXIT.

      *****************************************************************
      * Dispose of the case.  Only the analyst who claimed it may     *
      * close it; the closing narrative is kept as the case summary   *
      * and as its last note.                                         *
      *****************************************************************
       CLOSE-CASE.
           PERFORM CHECK-ANALYST THRU
                   CHECK-ANALYST-EXIT.
           IF NOT CD14O-STATUS-OK
              MOVE 'Analyst is not on the staff file' TO CD80O-MSG
              GO TO CLOSE-CASE-EXIT
           END-IF.

           PERFORM READ-CASE-UPDATE THRU
                   READ-CASE-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD80O-STATUS-NOTFOUND TO TRUE
              MOVE 'Case not found' TO CD80O-MSG
              GO TO CLOSE-CASE-EXIT
           END-IF.
           IF BAM-REC-CASE-CLOSED
              MOVE 'Case is already closed' TO CD80O-MSG
              GO TO CLOSE-CASE-EXIT
           END-IF.
           IF BAM-REC-OWNER-USERID IS NOT EQUAL TO CD80I-USERID
              MOVE 'Claim the case before closing it' TO CD80O-MSG
              GO TO CLOSE-CASE-EXIT
           END-IF.
      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           SET BAM-REC-CASE-CLOSED TO TRUE.
           MOVE WS-TS-DATE (1:10) TO BAM-REC-CLOSED-DATE.
           MOVE CD80I-DISPOSITION TO BAM-REC-DISPOSITION.
           MOVE CD80I-TEXT TO BAM-REC-SUMMARY.
           MOVE 'N' TO BAM-REC-SAR-EXTRACT.
           EXEC CICS REWRITE FILE('BNKAMLC')
                             FROM(WS-BNKAMLC-REC)
                             LENGTH(LENGTH OF WS-BNKAMLC-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to close the case' TO CD80O-MSG
              GO TO CLOSE-CASE-EXIT
           END-IF.

           MOVE SPACES TO BAE-RECORD.
           MOVE BAM-REC-PID TO BAE-REC-PID.
           MOVE WS-TIMESTAMP TO BAE-REC-REF.
           MOVE BAM-REC-CASE-TS TO BAE-REC-CASE-TS.
           SET BAE-REC-NOTE TO TRUE.
           SET BAE-REC-SRC-ANALYST TO TRUE.
           MOVE WS-TS-DATE (1:10) TO BAE-REC-EVENT-DATE.
           MOVE CD80I-USERID TO BAE-REC-USERID.
           MOVE ZERO TO BAE-REC-AMOUNT.
           MOVE CD80I-TEXT TO BAE-REC-TEXT.
           PERFORM WRITE-EVENT THRU
                   WRITE-EVENT-EXIT.
           MOVE BAM-REC-CASE-TS TO CD80O-CASE-TS.
           SET CD80O-STATUS-OK TO TRUE.
       CLOSE-CASE-EXIT.
           EXIT.

      *****************************************************************
      * The open cases, by customer                                   *
      *****************************************************************
       LIST-CASES.
           MOVE LOW-VALUES TO WS-BNKAMLC-RID.
           EXEC CICS STARTBR FILE('BNKAMLC')
                             RIDFLD(WS-BNKAMLC-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD80O-STATUS-OK TO TRUE
              GO TO LIST-CASES-EXIT
           END-IF.
       LIST-CASES-LOOP.
           EXEC CICS READNEXT FILE('BNKAMLC')
                              INTO(WS-BNKAMLC-REC)
                              LENGTH(LENGTH OF WS-BNKAMLC-REC)
                              RIDFLD(WS-BNKAMLC-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-CASES-DONE
           END-IF.
           IF BAM-REC-CASE-CLOSED
              GO TO LIST-CASES-LOOP
           END-IF.
           IF CD80O-LIST-COUNT IS GREATER THAN OR EQUAL TO 5
              GO TO LIST-CASES-DONE
           END-IF.
           ADD 1 TO CD80O-LIST-COUNT.
           MOVE CD80O-LIST-COUNT TO WS-SUB.
           MOVE BAM-REC-PID TO CD80O-LIST-PID (WS-SUB).
           MOVE BAM-REC-CASE-TS TO CD80O-LIST-CASE-TS (WS-SUB).
           MOVE BAM-REC-OWNER-USERID TO CD80O-LIST-OWNER (WS-SUB).
           MOVE BAM-REC-DEADLINE-DATE
             TO CD80O-LIST-DEADLINE (WS-SUB).
           MOVE BAM-REC-ALERT-COUNT TO CD80O-LIST-ALERTS (WS-SUB).
           GO TO LIST-CASES-LOOP.
       LIST-CASES-DONE.
           EXEC CICS ENDBR FILE('BNKAMLC')
           END-EXEC.
           SET CD80O-STATUS-OK TO TRUE.
       LIST-CASES-EXIT.
           EXIT.

      *****************************************************************
      * The alerts and notes on one case                              *
      *****************************************************************
       LIST-EVENTS.
           MOVE CD80I-PID TO WS-BNKAMLE-RID-PID.
           MOVE LOW-VALUES TO WS-BNKAMLE-RID-REF.
           EXEC CICS STARTBR FILE('BNKAMLE')
                             RIDFLD(WS-BNKAMLE-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD80O-STATUS-OK TO TRUE
              GO TO LIST-EVENTS-EXIT
           END-IF.
       LIST-EVENTS-LOOP.
           EXEC CICS READNEXT FILE('BNKAMLE')
                              INTO(WS-BNKAMLE-REC)
                              LENGTH(LENGTH OF WS-BNKAMLE-REC)
                              RIDFLD(WS-BNKAMLE-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-EVENTS-DONE
           END-IF.
           IF BAE-REC-PID IS NOT EQUAL TO CD80I-PID
              GO TO LIST-EVENTS-DONE
           END-IF.
           IF BAE-REC-CASE-TS IS NOT EQUAL TO CD80I-CASE-TS
              GO TO LIST-EVENTS-LOOP
           END-IF.
           IF CD80O-EVENT-COUNT IS GREATER THAN OR EQUAL TO 5
              GO TO LIST-EVENTS-DONE
           END-IF.
           ADD 1 TO CD80O-EVENT-COUNT.
           MOVE CD80O-EVENT-COUNT TO WS-SUB.
           MOVE BAE-REC-EVENT-DATE TO CD80O-EVENT-DATE (WS-SUB).
           MOVE BAE-REC-KIND TO CD80O-EVENT-KIND (WS-SUB).
           MOVE BAE-REC-SOURCE TO CD80O-EVENT-SOURCE (WS-SUB).
           MOVE BAE-REC-USERID TO CD80O-EVENT-USERID (WS-SUB).
           MOVE BAE-REC-TEXT TO CD80O-EVENT-TEXT (WS-SUB).
           GO TO LIST-EVENTS-LOOP.
       LIST-EVENTS-DONE.
           EXEC CICS ENDBR FILE('BNKAMLE')
           END-EXEC.
           SET CD80O-STATUS-OK TO TRUE.
       LIST-EVENTS-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
