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
      * Program:     DCASH06P.CBL                                     *
      * Function:    Cardless ATM withdrawal codes BNKCLWD.  STAGE    *
      *              holds the amount as a memo-post (DBANK20P) and   *
      *              issues a one-time code that lives 30 minutes;    *
      *              LOOKUP answers whose code a keyed code is, so    *
      *              the ATM can verify that customer's PIN; BADPIN   *
      *              counts a wrong PIN and locks the code on the     *
      *              third; CLAIM reserves the code for one machine   *
      *              while it posts; SETTLE marks it used and         *
      *              completes the hold, or frees it for another try. *
      *              Codes never used are expired, and their holds    *
      *              released, by the nightly run ZBNKAUT1.           *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCASH06P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DCASH06P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCLWD-RID                        PIC X(8).
      * How long a staged code may be used, and how many wrong PINs
      * it survives
         05  WS-CODE-LIFE-MIN                      PIC 9(3)
             VALUE 30.
         05  WS-MAX-PIN-TRIES                      PIC 9(1)
             VALUE 3.
         05  WS-TRIES                              PIC 9(1).
         05  WS-SEED                               PIC 9(9).
         05  WS-RANDOM                             PIC V9(9).
         05  WS-CODE-N                             PIC 9(8).
         05  WS-CLOCK                              PIC 9(8).
         05  FILLER REDEFINES WS-CLOCK.
           10  WS-CLOCK-HH                         PIC 9(2).
           10  WS-CLOCK-MM                         PIC 9(2).
           10  FILLER                              PIC 9(4).
         05  WS-NOW-MIN                            PIC 9(9).
         05  WS-DAY-MIN                            PIC 9(4).
         05  WS-DAYS                               PIC 9(7).
         05  WS-EXP-HH                             PIC 9(2).
         05  WS-EXP-MM                             PIC 9(2).

       COPY CTSTAMPD.

       01  WS-BNKCLWD-REC.
       COPY CBANKVCW.

       01  WS-AUTH-DATA.
       COPY CBANKD20.

       01  WS-COMMAREA.
       COPY CCASHD06.

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
           MOVE SPACES TO CDC6O-DATA.
           MOVE ZERO TO CDC6O-AMOUNT.
           SET CDC6O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-ACCEPT-TIME TO WS-CLOCK.
           COMPUTE WS-NOW-MIN =
                   FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE) * 1440
                   + WS-CLOCK-HH * 60 + WS-CLOCK-MM.

           EVALUATE TRUE
             WHEN CDC6-REQUEST-STAGE
              PERFORM STAGE-CODE THRU STAGE-CODE-EXIT
             WHEN CDC6-REQUEST-LOOKUP
              PERFORM LOOKUP-CODE THRU LOOKUP-CODE-EXIT
             WHEN CDC6-REQUEST-BADPIN
              PERFORM COUNT-BAD-PIN THRU COUNT-BAD-PIN-EXIT
             WHEN CDC6-REQUEST-CLAIM
              PERFORM CLAIM-CODE THRU CLAIM-CODE-EXIT
             WHEN CDC6-REQUEST-SETTLE
              PERFORM SETTLE-CODE THRU SETTLE-CODE-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CDC6O-MSG
           END-EVALUATE.

       DCASH06P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Hold the amount against the account's available balance and   *
      * issue a code for it.  The code is eight random digits; a      *
      * clash with a code already on file just draws another.         *
      *****************************************************************
       STAGE-CODE.
           MOVE SPACES TO CD20-DATA.
           SET CD20-REQUEST-AUTH TO TRUE.
           MOVE CDC6I-PID TO CD20I-PID.
           MOVE CDC6I-ACCNO TO CD20I-ACCNO.
           SET CD20I-CHANNEL-CARDLESS TO TRUE.
           MOVE CDC6I-AMOUNT TO CD20I-AMOUNT.
           EXEC CICS LINK PROGRAM('DBANK20P')
                          COMMAREA(CD20-DATA)
                          LENGTH(LENGTH OF CD20-DATA)
           END-EXEC.
           IF NOT CD20O-STATUS-OK
              IF CD20O-STATUS-NSF
                 SET CDC6O-STATUS-NSF TO TRUE
              END-IF
              MOVE CD20O-MSG TO CDC6O-MSG
              GO TO STAGE-CODE-EXIT
           END-IF.

           MOVE SPACES TO BCW-RECORD.
           MOVE CDC6I-PID TO BCW-REC-PID.
           MOVE CDC6I-ACCNO TO BCW-REC-ACCNO.
           MOVE CDC6I-AMOUNT TO BCW-REC-AMOUNT.
           MOVE CD20O-AUTH-TIMESTAMP TO BCW-REC-AUTH-TIMESTAMP.
           MOVE WS-TS-DATE (1:10) TO BCW-REC-STAGED-DATE.
           COMPUTE BCW-REC-EXPIRY-MIN = WS-NOW-MIN + WS-CODE-LIFE-MIN.
           DIVIDE BCW-REC-EXPIRY-MIN BY 1440
             GIVING WS-DAYS REMAINDER WS-DAY-MIN.
           DIVIDE WS-DAY-MIN BY 60
             GIVING WS-EXP-HH REMAINDER WS-EXP-MM.
           MOVE WS-EXP-HH TO BCW-REC-EXPIRY-TIME (1:2).
           MOVE ':' TO BCW-REC-EXPIRY-TIME (3:1).
           MOVE WS-EXP-MM TO BCW-REC-EXPIRY-TIME (4:2).
           SET BCW-REC-PENDING TO TRUE.
           MOVE ZERO TO BCW-REC-PIN-TRIES.

           COMPUTE WS-SEED = WS-ACCEPT-TIME + WS-ACCEPT-DATE.
           COMPUTE WS-RANDOM = FUNCTION RANDOM (WS-SEED).
           MOVE ZERO TO WS-TRIES.
           PERFORM WRITE-NEW-CODE THRU WRITE-NEW-CODE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE SPACES TO CD20-DATA
              SET CD20-REQUEST-CANCEL TO TRUE
              MOVE CDC6I-PID TO CD20I-PID
              MOVE CDC6I-ACCNO TO CD20I-ACCNO
              MOVE BCW-REC-AUTH-TIMESTAMP TO CD20I-AUTH-TIMESTAMP
              EXEC CICS LINK PROGRAM('DBANK20P')
                             COMMAREA(CD20-DATA)
                             LENGTH(LENGTH OF CD20-DATA)
              END-EXEC
              MOVE 'Unable to issue a withdrawal code' TO CDC6O-MSG
              GO TO STAGE-CODE-EXIT
           END-IF.

           MOVE BCW-REC-CODE TO CDC6O-CODE.
           MOVE BCW-REC-EXPIRY-TIME TO CDC6O-EXPIRY-TIME.
           MOVE BCW-REC-AMOUNT TO CDC6O-AMOUNT.
           MOVE BCW-REC-ACCNO TO CDC6O-ACCNO.
           SET CDC6O-STATUS-OK TO TRUE.
           MOVE 'Withdrawal code issued' TO CDC6O-MSG.
       STAGE-CODE-EXIT.
           EXIT.

       WRITE-NEW-CODE.
           ADD 1 TO WS-TRIES.
           COMPUTE WS-CODE-N = WS-RANDOM * 100000000.
           MOVE WS-CODE-N TO BCW-REC-CODE.
           MOVE BCW-REC-CODE TO WS-BNKCLWD-RID.
           EXEC CICS WRITE FILE('BNKCLWD')
                           FROM(WS-BNKCLWD-REC)
                           LENGTH(LENGTH OF WS-BNKCLWD-REC)
                           RIDFLD(WS-BNKCLWD-RID)
                           KEYLENGTH(LENGTH OF WS-BNKCLWD-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND
              WS-TRIES IS LESS THAN 5
              COMPUTE WS-RANDOM = FUNCTION RANDOM
              GO TO WRITE-NEW-CODE
           END-IF.
       WRITE-NEW-CODE-EXIT.
           EXIT.

      *****************************************************************
      * Whose is this code?  Only a pending code that has not yet     *
      * expired answers; the ATM then verifies that customer's PIN.   *
      *****************************************************************
       LOOKUP-CODE.
           MOVE CDC6I-CODE TO WS-BNKCLWD-RID.
           EXEC CICS READ FILE('BNKCLWD')
                          INTO(WS-BNKCLWD-REC)
                          LENGTH(LENGTH OF WS-BNKCLWD-REC)
                          RIDFLD(WS-BNKCLWD-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT BCW-REC-PENDING OR
              BCW-REC-EXPIRY-MIN IS LESS THAN WS-NOW-MIN
              SET CDC6O-STATUS-NOTFOUND TO TRUE
              MOVE 'Code not valid or expired' TO CDC6O-MSG
              GO TO LOOKUP-CODE-EXIT
           END-IF.
           PERFORM RETURN-CODE-DETAILS.
           SET CDC6O-STATUS-OK TO TRUE.
       LOOKUP-CODE-EXIT.
           EXIT.

      *****************************************************************
      * A wrong PIN was keyed with the code.  On the last allowed     *
      * try the code is locked and its hold released at once.         *
      *****************************************************************
       COUNT-BAD-PIN.
           MOVE CDC6I-CODE TO WS-BNKCLWD-RID.
           EXEC CICS READ FILE('BNKCLWD')
                          UPDATE
                          INTO(WS-BNKCLWD-REC)
                          LENGTH(LENGTH OF WS-BNKCLWD-REC)
                          RIDFLD(WS-BNKCLWD-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDC6O-STATUS-NOTFOUND TO TRUE
              MOVE 'Code not valid or expired' TO CDC6O-MSG
              GO TO COUNT-BAD-PIN-EXIT
           END-IF.
           IF NOT BCW-REC-PENDING
              EXEC CICS UNLOCK FILE('BNKCLWD')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CDC6O-STATUS-NOTFOUND TO TRUE
              MOVE 'Code not valid or expired' TO CDC6O-MSG
              GO TO COUNT-BAD-PIN-EXIT
           END-IF.
           ADD 1 TO BCW-REC-PIN-TRIES.
           IF BCW-REC-PIN-TRIES IS NOT LESS THAN WS-MAX-PIN-TRIES
              SET BCW-REC-LOCKED TO TRUE
           END-IF.
           EXEC CICS REWRITE FILE('BNKCLWD')
                             FROM(WS-BNKCLWD-REC)
                             LENGTH(LENGTH OF WS-BNKCLWD-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the code' TO CDC6O-MSG
              GO TO COUNT-BAD-PIN-EXIT
           END-IF.
           IF BCW-REC-LOCKED
              MOVE SPACES TO CD20-DATA
              SET CD20-REQUEST-CANCEL TO TRUE
              PERFORM SETTLE-HOLD THRU SETTLE-HOLD-EXIT
              MOVE 'Code locked - stage a new withdrawal' TO CDC6O-MSG
           ELSE
              MOVE 'PIN invalid' TO CDC6O-MSG
           END-IF.
           SET CDC6O-STATUS-OK TO TRUE.
       COUNT-BAD-PIN-EXIT.
           EXIT.

      *****************************************************************
      * Reserve the code for the machine about to dispense, so the    *
      * same code keyed at a second machine meanwhile is refused.     *
      * The PIN has been verified for CDC6I-PID, which must own it.   *
      *****************************************************************
       CLAIM-CODE.
           MOVE CDC6I-CODE TO WS-BNKCLWD-RID.
           EXEC CICS READ FILE('BNKCLWD')
                          UPDATE
                          INTO(WS-BNKCLWD-REC)
                          LENGTH(LENGTH OF WS-BNKCLWD-REC)
                          RIDFLD(WS-BNKCLWD-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDC6O-STATUS-NOTFOUND TO TRUE
              MOVE 'Code not valid or expired' TO CDC6O-MSG
              GO TO CLAIM-CODE-EXIT
           END-IF.
           IF NOT BCW-REC-PENDING OR
              BCW-REC-EXPIRY-MIN IS LESS THAN WS-NOW-MIN OR
              BCW-REC-PID IS NOT EQUAL TO CDC6I-PID
              EXEC CICS UNLOCK FILE('BNKCLWD')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CDC6O-STATUS-NOTFOUND TO TRUE
              MOVE 'Code not valid or expired' TO CDC6O-MSG
              GO TO CLAIM-CODE-EXIT
           END-IF.
           SET BCW-REC-IN-USE TO TRUE.
           MOVE CDC6I-TERMINAL-ID TO BCW-REC-TERMINAL-ID.
           EXEC CICS REWRITE FILE('BNKCLWD')
                             FROM(WS-BNKCLWD-REC)
                             LENGTH(LENGTH OF WS-BNKCLWD-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the code' TO CDC6O-MSG
              GO TO CLAIM-CODE-EXIT
           END-IF.
           PERFORM RETURN-CODE-DETAILS.
           SET CDC6O-STATUS-OK TO TRUE.
       CLAIM-CODE-EXIT.
           EXIT.

      *****************************************************************
      * The machine has finished with a claimed code.  Dispensed, the *
      * code is used up and its hold completed (the ledger now        *
      * carries the debit); otherwise it goes back to pending and may *
      * be tried again until it expires.                              *
      *****************************************************************
       SETTLE-CODE.
           MOVE CDC6I-CODE TO WS-BNKCLWD-RID.
           EXEC CICS READ FILE('BNKCLWD')
                          UPDATE
                          INTO(WS-BNKCLWD-REC)
                          LENGTH(LENGTH OF WS-BNKCLWD-REC)
                          RIDFLD(WS-BNKCLWD-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDC6O-STATUS-NOTFOUND TO TRUE
              MOVE 'Code not found' TO CDC6O-MSG
              GO TO SETTLE-CODE-EXIT
           END-IF.
           IF NOT BCW-REC-IN-USE
              EXEC CICS UNLOCK FILE('BNKCLWD')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Code is not in use' TO CDC6O-MSG
              GO TO SETTLE-CODE-EXIT
           END-IF.
           IF CDC6I-WAS-DISPENSED
              SET BCW-REC-USED TO TRUE
           ELSE
              SET BCW-REC-PENDING TO TRUE
           END-IF.
           EXEC CICS REWRITE FILE('BNKCLWD')
                             FROM(WS-BNKCLWD-REC)
                             LENGTH(LENGTH OF WS-BNKCLWD-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the code' TO CDC6O-MSG
              GO TO SETTLE-CODE-EXIT
           END-IF.
           IF CDC6I-WAS-DISPENSED
              MOVE SPACES TO CD20-DATA
              SET CD20-REQUEST-COMPLETE TO TRUE
              PERFORM SETTLE-HOLD THRU SETTLE-HOLD-EXIT
           END-IF.
           SET CDC6O-STATUS-OK TO TRUE.
       SETTLE-CODE-EXIT.
           EXIT.

      *****************************************************************
      * Complete or cancel the code's memo-post hold, as already set  *
      * in CD20I-FUNCTION                                             *
      *****************************************************************
       SETTLE-HOLD.
           MOVE BCW-REC-PID TO CD20I-PID.
           MOVE BCW-REC-ACCNO TO CD20I-ACCNO.
           MOVE BCW-REC-AUTH-TIMESTAMP TO CD20I-AUTH-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CD20I-MATCHED-TIMESTAMP.
           EXEC CICS LINK PROGRAM('DBANK20P')
                          COMMAREA(CD20-DATA)
                          LENGTH(LENGTH OF CD20-DATA)
           END-EXEC.
       SETTLE-HOLD-EXIT.
           EXIT.

       RETURN-CODE-DETAILS.
           MOVE BCW-REC-CODE TO CDC6O-CODE.
           MOVE BCW-REC-PID TO CDC6O-PID.
           MOVE BCW-REC-ACCNO TO CDC6O-ACCNO.
           MOVE BCW-REC-AMOUNT TO CDC6O-AMOUNT.
           MOVE BCW-REC-EXPIRY-TIME TO CDC6O-EXPIRY-TIME.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
