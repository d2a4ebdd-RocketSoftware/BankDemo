      *              the branch-level counterpart of the bank-wide    *
      *              BANKCT01 record: customers, accounts, assets,    *
      *              and the day's transaction count and amount for   *
      *              each branch.  A transaction counts at the branch *
      *              where the work was done - the keying teller's    *
      *              drawer or the ATM's branch - and only otherwise  *
      *              at the branch owning the account.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT BNKDRWR-NDX
                  ASSIGN       TO NDXDRWR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BDR-REC-KEY
                  FILE STATUS  IS WS-BNKDRWR-STATUS.

           SELECT BNKTERM-NDX
                  ASSIGN       TO NDXTERM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTM-REC-TERMINAL-ID
                  FILE STATUS  IS WS-BNKTERM-STATUS.

           SELECT BNKBRCT-NDX
                  ASSIGN       TO NDXBRCT
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKDRWR-NDX.
       01  BNKDRWR-REC.
       COPY CBANKVDR.

       FD  BNKTERM-NDX.
       01  BNKTERM-REC.
       COPY CBANKVTM.

       FD  BNKBRCT-NDX.
       01  BNKBRCT-REC.

       COPY CTSTAMPD.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKBRC1'.
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKBRCT-STATUS                     PIC X(2).
         05  WS-BNKDRWR-STATUS                     PIC X(2).
         05  WS-BNKTERM-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
         05  WS-FILE                               PIC X(16).

         05  WS-RUN-DATE                           PIC X(10).
         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-WORK-BRANCH                        PIC X(4).
         05  WS-TXN-ABS                            PIC S9(7)V99 COMP-3.

           PERFORM RUN-TIME.

           COPY CTSTAMPP.
      * The day's figures are the business date's postings, as on the
      * daily postings file
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-RUN-DATE.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKDRWR-NDX.
           MOVE WS-BNKDRWR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDRWR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKTERM-NDX.
           MOVE WS-BNKTERM-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTERM-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.


           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           CLOSE DAYPOST-FILE.
           CLOSE BNKDRWR-NDX.
           CLOSE BNKTERM-NDX.
           CLOSE BNKBRCT-NDX.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           EXIT.

      *****************************************************************
      * Today's transactions, attributed to the branch the posting    *
      * was made at: an ATM's branch or the branch of the drawer the  *
      * keying teller had open.  Self-service and batch postings,     *
      * and staff without a drawer, count at the account's branch.    *
      *****************************************************************
       COUNT-TODAYS-TXNS.
           CONTINUE.
       COUNT-TODAYS-TXNS-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO COUNT-TODAYS-TXNS-DONE
           END-IF.
           MOVE BTX-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BAC-REC-BRANCH
           END-READ.
           MOVE BAC-REC-BRANCH TO WS-WORK-BRANCH.
           IF BTX-REC-TERMINAL-ID IS NOT EQUAL TO SPACES
              MOVE BTX-REC-TERMINAL-ID TO BTM-REC-TERMINAL-ID
              READ BNKTERM-NDX RECORD
                INVALID KEY
                  MOVE SPACES TO BTM-REC-BRANCH
              END-READ
              IF BTM-REC-BRANCH IS NOT EQUAL TO SPACES
                 MOVE BTM-REC-BRANCH TO WS-WORK-BRANCH
              END-IF
           ELSE
              IF BTX-REC-USERID IS NOT EQUAL TO SPACES
                 MOVE BTX-REC-TIMESTAMP (1:10) TO BDR-REC-DATE
                 MOVE BTX-REC-USERID TO BDR-REC-TELLER
                 READ BNKDRWR-NDX RECORD
                   INVALID KEY
                     MOVE SPACES TO BDR-REC-BRANCH
                 END-READ
                 IF BDR-REC-BRANCH IS NOT EQUAL TO SPACES
                    MOVE BDR-REC-BRANCH TO WS-WORK-BRANCH
                 END-IF
              END-IF
           END-IF.
           PERFORM FIND-BRANCH-SLOT THRU
                   FIND-BRANCH-SLOT-EXIT.
           IF WS-BRN-FOUND-IX IS GREATER THAN ZERO
       WRITE-ONE-BRANCH-REC-EXIT.
           EXIT.

      *****************************************************************
      * Next posting from the daily postings file.  At the trailer    *
      * the postings read are proved against its control figures - a  *
      * file for another day, or one that does not agree with its own *
      * trailer, stops the job rather than report wrong figures.      *
      *****************************************************************
       READ-DAYPOST.
           READ DAYPOST-FILE.
           IF WS-DAYPOST-STATUS IS NOT EQUAL TO '00'
              MOVE 'DAYPOST-FILE ended without its trailer'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           IF DPX-REC-TRAILER
              SET WS-DAYPOST-END TO TRUE
              PERFORM CHECK-DAYPOST-TRAILER
           ELSE
              MOVE DPX-REC-BTX-IMAGE TO BTX-RECORD
              ADD 1 TO WS-DPX-COUNTER
              IF BTX-REC-TYPE IS NOT EQUAL TO '5'
                 ADD BTX-REC-AMOUNT TO WS-DPX-NET
              END-IF
           END-IF.

       CHECK-DAYPOST-TRAILER.
           IF DPX-TRL-BUS-DATE IS NOT EQUAL TO WS-RUN-DATE
              MOVE 'DAYPOST-FILE is not for the business date'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF DPX-TRL-COUNT IS NOT EQUAL TO WS-DPX-COUNTER OR
              DPX-TRL-NET IS NOT EQUAL TO WS-DPX-NET
              MOVE 'DAYPOST-FILE does not agree with its trailer'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
