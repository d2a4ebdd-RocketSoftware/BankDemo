      *****************************************************************
      * Program:     ZBNKTBL1.CBL                                     *
      * Function:    Daily posting proof (bank-wide trial balance).   *
      *              For every account the sum of the day's postings  *
      *              on the daily postings file is compared with the  *
      *              movement in the ledger balance since the last    *
      *              nightly snapshot.  Accounts that do not prove    *
      *              are written to an exception report; bank-wide    *
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.

       COPY CTSTAMPD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKTBL1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-TBLRPT-STATUS                      PIC X(2).

         05  WS-FILE                               PIC X(16).

         05  WS-RUN-DATE                           PIC X(10).
         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-TXN-MOVEMENT                       PIC S9(9)V99 COMP-3.
         05  WS-PRIOR-BALANCE                      PIC S9(7)V99 COMP-3.
         05  WS-PRIOR-FOUND-SW                     PIC X(1).
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

             INTO TBLRPT-REC.
           WRITE TBLRPT-REC.

           PERFORM READ-DAYPOST.
           PERFORM PROVE-ACCOUNTS THRU
                   PROVE-ACCOUNTS-DONE.
      * Postings beyond the last account on file still count towards
      * the postings file's trailer
           PERFORM SKIP-REST-OF-DAYPOST THRU
                   SKIP-REST-OF-DAYPOST-EXIT.

           MOVE WS-TOTAL-TXN-MOVEMENT TO WS-EDIT-AMT1.
           MOVE WS-TOTAL-BAL-MOVEMENT TO WS-EDIT-AMT2.
           WRITE TBLRPT-REC.

           CLOSE BNKACC-NDX.
           CLOSE DAYPOST-FILE.
           CLOSE BNKHIST-NDX.
           CLOSE TBLRPT-FILE.

           EXIT.

      *****************************************************************
      * Sum the account's postings for the day.  The postings file is *
      * in account order, as the accounts are read, so the two are    *
      * matched as they go; postings for an account no longer on file *
      * are passed over.                                              *
      *****************************************************************
       SUM-DAYS-TXNS.
           MOVE ZERO TO WS-TXN-MOVEMENT.
       SUM-DAYS-TXNS-LOOP.
           IF WS-DAYPOST-END
              GO TO SUM-DAYS-TXNS-EXIT
           END-IF.
           IF BTX-REC-ACCNO IS GREATER THAN BAC-REC-ACCNO
              GO TO SUM-DAYS-TXNS-EXIT
           END-IF.
      * Alert/advice entries (type 5) record events, not money
      * movement, so they stay out of the proof.
           IF BTX-REC-ACCNO IS EQUAL TO BAC-REC-ACCNO AND
              BTX-REC-TYPE IS NOT EQUAL TO '5'
              ADD BTX-REC-AMOUNT TO WS-TXN-MOVEMENT
           END-IF.
           PERFORM READ-DAYPOST.
           GO TO SUM-DAYS-TXNS-LOOP.
       SUM-DAYS-TXNS-EXIT.
           EXIT.

      *****************************************************************
      * Read the postings file through to its trailer                 *
      *****************************************************************
       SKIP-REST-OF-DAYPOST.
           IF WS-DAYPOST-END
              GO TO SKIP-REST-OF-DAYPOST-EXIT
           END-IF.
           PERFORM READ-DAYPOST.
           GO TO SKIP-REST-OF-DAYPOST.
       SKIP-REST-OF-DAYPOST-EXIT.
           EXIT.

      *****************************************************************
      * Latest snapshot strictly before today                         *
      *****************************************************************
       GET-PRIOR-SNAPSHOT-EXIT.
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
