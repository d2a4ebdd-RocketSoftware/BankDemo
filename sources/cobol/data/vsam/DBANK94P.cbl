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
      * Program:     DBANK94P.CBL                                     *
      * Function:    Statement cycle of an account.  GETCYCLE returns *
      *              how often the account gets a statement, on which *
      *              day, and its last and next statement dates;      *
      *              SETCYCLE changes the frequency and cycle day.    *
      *              An account with no cycle record is on the        *
      *              default - monthly, on the first - until one is   *
      *              set.  Every change is written to the activity    *
      *              log.                                             *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK94P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK94P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKSTCY-RID                        PIC X(9).
      * The cycle an account is on until one is set for it
         05  WS-DEFAULT-FREQ                       PIC X(1)
             VALUE 'M'.
         05  WS-DEFAULT-DAY                        PIC 9(2)
             VALUE 01.
         05  WS-NEW-DAY                            PIC 9(2).
         05  WS-OLD-FREQ                           PIC X(1).
         05  WS-OLD-DAY                            PIC 9(2).
         05  WS-CYCLE-FOUND-SW                     PIC X(1).
           88  WS-CYCLE-FOUND                        VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKSTCY-REC.
       COPY CBANKVSY.

       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD94.

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
           MOVE SPACES TO CD94O-DATA.
           SET CD94O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD94-REQUEST-GETCYCLE
              PERFORM GET-CYCLE THRU GET-CYCLE-EXIT
             WHEN CD94-REQUEST-SETCYCLE
              PERFORM SET-CYCLE THRU SET-CYCLE-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD94O-MSG
           END-EVALUATE.

       DBANK94P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The account's cycle, or the default when it has none          *
      *****************************************************************
       GET-CYCLE.
           PERFORM CHECK-ACCOUNT THRU
                   CHECK-ACCOUNT-EXIT.
           IF CD94O-MSG IS NOT EQUAL TO SPACES
              GO TO GET-CYCLE-EXIT
           END-IF.
           MOVE CD94I-ACCNO TO WS-BNKSTCY-RID.
           EXEC CICS READ FILE('BNKSTCY')
                          INTO(WS-BNKSTCY-REC)
                          LENGTH(LENGTH OF WS-BNKSTCY-REC)
                          RIDFLD(WS-BNKSTCY-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-CYCLE-FOUND TO TRUE
           ELSE
              MOVE SPACE TO WS-CYCLE-FOUND-SW
              PERFORM DEFAULT-CYCLE THRU
                      DEFAULT-CYCLE-EXIT
           END-IF.
           PERFORM RETURN-CYCLE THRU
                   RETURN-CYCLE-EXIT.
           SET CD94O-STATUS-OK TO TRUE.
       GET-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      * Change the frequency and/or cycle day.  The next statement    *
      * date is cleared for the extract to work out afresh from the   *
      * last statement under the new cycle.                           *
      *****************************************************************
       SET-CYCLE.
           IF CD94I-FREQ IS NOT EQUAL TO 'M' AND
              CD94I-FREQ IS NOT EQUAL TO 'Q' AND
              CD94I-FREQ IS NOT EQUAL TO 'S'
              MOVE 'Frequency must be M, Q or S' TO CD94O-MSG
              GO TO SET-CYCLE-EXIT
           END-IF.
           IF CD94I-CYCLE-DAY IS NOT EQUAL TO SPACES
              IF CD94I-CYCLE-DAY IS NOT NUMERIC
                 MOVE 'Cycle day must be 01 to 28' TO CD94O-MSG
                 GO TO SET-CYCLE-EXIT
              END-IF
              MOVE CD94I-CYCLE-DAY TO WS-NEW-DAY
              IF WS-NEW-DAY IS LESS THAN 1 OR
                 WS-NEW-DAY IS GREATER THAN 28
                 MOVE 'Cycle day must be 01 to 28' TO CD94O-MSG
                 GO TO SET-CYCLE-EXIT
              END-IF
           END-IF.
           PERFORM CHECK-ACCOUNT THRU
                   CHECK-ACCOUNT-EXIT.
           IF CD94O-MSG IS NOT EQUAL TO SPACES
              GO TO SET-CYCLE-EXIT
           END-IF.
           IF NOT BAC-REC-OPEN
              MOVE 'Account is closed' TO CD94O-MSG
              GO TO SET-CYCLE-EXIT
           END-IF.

           MOVE CD94I-ACCNO TO WS-BNKSTCY-RID.
           EXEC CICS READ FILE('BNKSTCY')
                          UPDATE
                          INTO(WS-BNKSTCY-REC)
                          LENGTH(LENGTH OF WS-BNKSTCY-REC)
                          RIDFLD(WS-BNKSTCY-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-CYCLE-FOUND TO TRUE
           ELSE
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
                 MOVE 'Unable to read the statement cycle'
                   TO CD94O-MSG
                 GO TO SET-CYCLE-EXIT
              END-IF
              MOVE SPACE TO WS-CYCLE-FOUND-SW
              PERFORM DEFAULT-CYCLE THRU
                      DEFAULT-CYCLE-EXIT
           END-IF.

           MOVE BSY-REC-FREQ TO WS-OLD-FREQ.
           MOVE BSY-REC-CYCLE-DAY TO WS-OLD-DAY.
           IF CD94I-CYCLE-DAY IS EQUAL TO SPACES
              MOVE BSY-REC-CYCLE-DAY TO WS-NEW-DAY
           END-IF.
           IF WS-CYCLE-FOUND AND
              WS-OLD-FREQ IS EQUAL TO CD94I-FREQ AND
              WS-OLD-DAY IS EQUAL TO WS-NEW-DAY
              EXEC CICS UNLOCK FILE('BNKSTCY')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              PERFORM RETURN-CYCLE THRU
                      RETURN-CYCLE-EXIT
              SET CD94O-STATUS-OK TO TRUE
              MOVE 'Statement cycle unchanged' TO CD94O-MSG
              GO TO SET-CYCLE-EXIT
           END-IF.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE CD94I-FREQ TO BSY-REC-FREQ.
           MOVE WS-NEW-DAY TO BSY-REC-CYCLE-DAY.
           MOVE SPACES TO BSY-REC-NEXT-DATE.
           MOVE CD94I-USERID TO BSY-REC-CHANGED-BY.
           MOVE WS-TS-DATE (1:10) TO BSY-REC-CHANGED-DATE.
           IF WS-CYCLE-FOUND
              EXEC CICS REWRITE FILE('BNKSTCY')
                                FROM(WS-BNKSTCY-REC)
                                LENGTH(LENGTH OF WS-BNKSTCY-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKSTCY')
                              FROM(WS-BNKSTCY-REC)
                              LENGTH(LENGTH OF WS-BNKSTCY-REC)
                              RIDFLD(WS-BNKSTCY-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the statement cycle'
                TO CD94O-MSG
              GO TO SET-CYCLE-EXIT
           END-IF.
           SET WS-CYCLE-FOUND TO TRUE.
           PERFORM RETURN-CYCLE THRU
                   RETURN-CYCLE-EXIT.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD94O-STATUS-OK TO TRUE.
           MOVE 'Statement cycle changed' TO CD94O-MSG.
       SET-CYCLE-EXIT.
           EXIT.

      *****************************************************************
      * The account must belong to the customer asking.  Leaves a     *
      * message when it does not.                                     *
      *****************************************************************
       CHECK-ACCOUNT.
           MOVE CD94I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BAC-REC-PID IS NOT EQUAL TO CD94I-PID
              SET CD94O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD94O-MSG
           END-IF.
       CHECK-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Build the default cycle for an account that has none, dated   *
      * from the account's own last statement                         *
      *****************************************************************
       DEFAULT-CYCLE.
           MOVE SPACES TO WS-BNKSTCY-REC.
           MOVE CD94I-ACCNO TO BSY-REC-ACCNO.
           MOVE BAC-REC-PID TO BSY-REC-PID.
           MOVE WS-DEFAULT-FREQ TO BSY-REC-FREQ.
           MOVE WS-DEFAULT-DAY TO BSY-REC-CYCLE-DAY.
           MOVE BAC-REC-LAST-STMT-DTE TO BSY-REC-LAST-DATE.
           MOVE BAC-REC-LAST-STMT-BAL TO BSY-REC-LAST-BAL.
           SET BSY-REC-LAST-FROM-ACCOUNT TO TRUE.
           MOVE ZERO TO BSY-REC-PRIOR-BAL.
       DEFAULT-CYCLE-EXIT.
           EXIT.

       RETURN-CYCLE.
           MOVE BSY-REC-FREQ TO CD94O-FREQ.
           MOVE BSY-REC-CYCLE-DAY TO CD94O-CYCLE-DAY.
           MOVE BSY-REC-LAST-DATE TO CD94O-LAST-DATE.
           MOVE BSY-REC-NEXT-DATE TO CD94O-NEXT-DATE.
           IF WS-CYCLE-FOUND
              MOVE 'N' TO CD94O-DEFAULTED
           ELSE
              SET CD94O-ON-DEFAULT TO TRUE
           END-IF.
       RETURN-CYCLE-EXIT.
           EXIT.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD94I-TERMID TO CD18I-TERMID.
           MOVE CD94I-TRANID TO CD18I-TRANID.
           MOVE CD94I-PID TO CD18I-PID.
           MOVE CD94I-USERID TO CD18I-USERID.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  CD94I-ACCNO DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-OLD-FREQ DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-OLD-DAY DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  BSY-REC-FREQ DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BSY-REC-CYCLE-DAY DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
