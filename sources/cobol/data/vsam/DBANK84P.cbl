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
      * Program:     DBANK84P.CBL                                     *
      * Function:    Term deposit maturity instruction.  GETTD        *
      *              returns a deposit's contract and whether its     *
      *              instruction may be changed today; SETINSTR sets  *
      *              roll over or pay out to a nominated account of   *
      *              the same customer.  A change is taken from the   *
      *              start of the pre-maturity notice period up to    *
      *              the maturity date, and every change is written   *
      *              to the activity log.                             *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK84P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK84P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKACC-RID                         PIC X(9).
      * Days before maturity the change window opens - the same
      * notice period the pre-maturity notice run works to
         05  WS-NOTICE-DAYS                        PIC 9(4)
             VALUE 30.
         05  WS-CNV-YYYY                           PIC 9(4).
         05  WS-CNV-MM                             PIC 9(2).
         05  WS-CNV-DD                             PIC 9(2).
         05  WS-CNV-YYYYMMDD                       PIC 9(8).
         05  WS-CNV-YYYYMMDD-R REDEFINES WS-CNV-YYYYMMDD.
           10  WS-CNV-YYYYMMDD-YYYY                PIC X(4).
           10  WS-CNV-YYYYMMDD-MM                  PIC X(2).
           10  WS-CNV-YYYYMMDD-DD                  PIC X(2).
         05  WS-FROM-INTEGER                       PIC S9(9) COMP.
         05  WS-TD-PID                             PIC X(5).
         05  WS-OLD-INSTR                          PIC X(1).
         05  WS-OLD-NOM-ACCNO                      PIC X(9).
         05  WS-LOCKED-MSG                         PIC X(40).

       COPY CTSTAMPD.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD84.

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
           MOVE SPACES TO CD84O-DATA.
           MOVE ZERO TO CD84O-BALANCE.
           MOVE ZERO TO CD84O-TERM.
           MOVE ZERO TO CD84O-RATE.
           SET CD84O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD84-REQUEST-GETTD
              PERFORM GET-DEPOSIT THRU GET-DEPOSIT-EXIT
             WHEN CD84-REQUEST-SETINSTR
              PERFORM SET-INSTRUCTION THRU SET-INSTRUCTION-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD84O-MSG
           END-EVALUATE.

       DBANK84P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The deposit's contract and its change window                  *
      *****************************************************************
       GET-DEPOSIT.
           MOVE CD84I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD84O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD84O-MSG
              GO TO GET-DEPOSIT-EXIT
           END-IF.
           PERFORM CHECK-DEPOSIT THRU
                   CHECK-DEPOSIT-EXIT.
           IF CD84O-MSG IS NOT EQUAL TO SPACES
              GO TO GET-DEPOSIT-EXIT
           END-IF.
           IF CD84O-CAN-CHANGE
              SET CD84O-STATUS-OK TO TRUE
           ELSE
              SET CD84O-STATUS-LOCKED TO TRUE
              MOVE WS-LOCKED-MSG TO CD84O-MSG
           END-IF.
       GET-DEPOSIT-EXIT.
           EXIT.

      *****************************************************************
      * Roll over, or pay out to an open account of the same customer *
      *****************************************************************
       SET-INSTRUCTION.
           IF CD84I-INSTR IS NOT EQUAL TO 'R' AND
              CD84I-INSTR IS NOT EQUAL TO 'P'
              MOVE 'Instruction must be R or P' TO CD84O-MSG
              GO TO SET-INSTRUCTION-EXIT
           END-IF.
           IF CD84I-INSTR IS EQUAL TO 'P'
              IF CD84I-NOM-ACCNO IS EQUAL TO SPACES OR
                 CD84I-NOM-ACCNO IS EQUAL TO CD84I-ACCNO
                 MOVE 'Nominate the account to pay out to'
                   TO CD84O-MSG
                 GO TO SET-INSTRUCTION-EXIT
              END-IF
              MOVE CD84I-NOM-ACCNO TO WS-BNKACC-RID
              EXEC CICS READ FILE('BNKACC')
                             INTO(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             RIDFLD(WS-BNKACC-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET CD84O-STATUS-NOTFOUND TO TRUE
                 MOVE 'Nominated account not found' TO CD84O-MSG
                 GO TO SET-INSTRUCTION-EXIT
              END-IF
              IF BAC-REC-PID IS NOT EQUAL TO CD84I-PID OR
                 NOT BAC-REC-OPEN OR
                 BAC-REC-TYPE-TERM-DEP
                 MOVE 'Nominate an open account of your own'
                   TO CD84O-MSG
                 GO TO SET-INSTRUCTION-EXIT
              END-IF
           END-IF.

           MOVE CD84I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD84O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD84O-MSG
              GO TO SET-INSTRUCTION-EXIT
           END-IF.
           PERFORM CHECK-DEPOSIT THRU
                   CHECK-DEPOSIT-EXIT.
           IF CD84O-MSG IS NOT EQUAL TO SPACES
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO SET-INSTRUCTION-EXIT
           END-IF.
           IF NOT CD84O-CAN-CHANGE
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD84O-STATUS-LOCKED TO TRUE
              MOVE WS-LOCKED-MSG TO CD84O-MSG
              GO TO SET-INSTRUCTION-EXIT
           END-IF.

           MOVE BAC-REC-TD-INSTR TO WS-OLD-INSTR.
           MOVE BAC-REC-TD-NOM-ACCNO TO WS-OLD-NOM-ACCNO.
           MOVE CD84I-INSTR TO BAC-REC-TD-INSTR.
           IF BAC-REC-TD-PAYOUT
              MOVE CD84I-NOM-ACCNO TO BAC-REC-TD-NOM-ACCNO
           ELSE
              MOVE SPACES TO BAC-REC-TD-NOM-ACCNO
           END-IF.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the deposit' TO CD84O-MSG
              GO TO SET-INSTRUCTION-EXIT
           END-IF.
           MOVE BAC-REC-TD-INSTR TO CD84O-INSTR.
           MOVE BAC-REC-TD-NOM-ACCNO TO CD84O-NOM-ACCNO.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD84O-STATUS-OK TO TRUE.
           IF WS-OLD-INSTR IS EQUAL TO BAC-REC-TD-INSTR AND
              WS-OLD-NOM-ACCNO IS EQUAL TO BAC-REC-TD-NOM-ACCNO
              MOVE 'Instruction unchanged' TO CD84O-MSG
           ELSE
              MOVE 'Maturity instruction changed' TO CD84O-MSG
           END-IF.
       SET-INSTRUCTION-EXIT.
           EXIT.

      *****************************************************************
      * The account read must be an open term deposit of the customer *
      * asking.  Returns the contract and works out the change window *
      * (maturity less the notice period, up to maturity itself).     *
      * Leaves a message when the account does not qualify.           *
      *****************************************************************
       CHECK-DEPOSIT.
           IF BAC-REC-PID IS NOT EQUAL TO CD84I-PID
              SET CD84O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD84O-MSG
              GO TO CHECK-DEPOSIT-EXIT
           END-IF.
           IF NOT BAC-REC-TYPE-TERM-DEP
              MOVE 'Account is not a term deposit' TO CD84O-MSG
              GO TO CHECK-DEPOSIT-EXIT
           END-IF.
           IF NOT BAC-REC-OPEN
              MOVE 'Term deposit is closed' TO CD84O-MSG
              GO TO CHECK-DEPOSIT-EXIT
           END-IF.
           MOVE BAC-REC-BALANCE TO CD84O-BALANCE.
           MOVE BAC-REC-CURRENCY TO CD84O-CURRENCY.
           MOVE BAC-REC-TD-TERM TO CD84O-TERM.
           MOVE BAC-REC-TD-RATE TO CD84O-RATE.
           MOVE BAC-REC-TD-MATURITY TO CD84O-MATURITY.
           MOVE BAC-REC-TD-INSTR TO CD84O-INSTR.
           MOVE BAC-REC-TD-NOM-ACCNO TO CD84O-NOM-ACCNO.
           MOVE 'N' TO CD84O-CHANGE-ALLOWED.
           IF BAC-REC-TD-MATURITY IS EQUAL TO SPACES
              MOVE 'Deposit has no maturity date' TO WS-LOCKED-MSG
              GO TO CHECK-DEPOSIT-EXIT
           END-IF.

           MOVE BAC-REC-TD-MATURITY (1:4) TO WS-CNV-YYYY.
           MOVE BAC-REC-TD-MATURITY (6:2) TO WS-CNV-MM.
           MOVE BAC-REC-TD-MATURITY (9:2) TO WS-CNV-DD.
           COMPUTE WS-CNV-YYYYMMDD =
                   (WS-CNV-YYYY * 10000) + (WS-CNV-MM * 100) +
                   WS-CNV-DD.
           COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-YYYYMMDD) -
                   WS-NOTICE-DAYS.
           COMPUTE WS-CNV-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER).
           MOVE SPACES TO CD84O-CHANGE-FROM.
           STRING WS-CNV-YYYYMMDD-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CNV-YYYYMMDD-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CNV-YYYYMMDD-DD DELIMITED BY SIZE
             INTO CD84O-CHANGE-FROM.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           IF WS-TS-DATE (1:10) IS LESS THAN CD84O-CHANGE-FROM
              MOVE SPACES TO WS-LOCKED-MSG
              STRING 'Changes are taken from ' DELIMITED BY SIZE
                     CD84O-CHANGE-FROM DELIMITED BY SIZE
                INTO WS-LOCKED-MSG
              GO TO CHECK-DEPOSIT-EXIT
           END-IF.
           IF WS-TS-DATE (1:10) IS NOT LESS THAN BAC-REC-TD-MATURITY
              MOVE 'Deposit has reached maturity' TO WS-LOCKED-MSG
              GO TO CHECK-DEPOSIT-EXIT
           END-IF.
           SET CD84O-CAN-CHANGE TO TRUE.
       CHECK-DEPOSIT-EXIT.
           EXIT.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD84I-TERMID TO CD18I-TERMID.
           MOVE CD84I-TRANID TO CD18I-TRANID.
           MOVE CD84I-PID TO CD18I-PID.
           MOVE CD84I-USERID TO CD18I-USERID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
