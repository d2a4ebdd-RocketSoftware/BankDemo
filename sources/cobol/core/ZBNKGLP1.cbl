      *****************************************************************
      * Program:     ZBNKGLP1.CBL                                     *
      * Function:    Produce the nightly general ledger posting feed  *
      *              from the daily postings file DAYPOST.  Each BTX  *
      *              record is mapped through the chart-of-accounts   *
      *              file BNKGLMAP (keyed on transaction type and     *
      *              sub-type) to a debit and a credit GL account,    *
      *              exceptions report.  The run proves total debits  *
      *              equal total credits before the feed is released  *
      *              (return code 8 when the file does not prove).    *
      *              A posting made at one branch on an account owned *
      *              by another - a teller's drawer or an ATM at the  *
      *              first, the account at the second - also writes   *
      *              an inter-branch due-to/due-from pair between the *
      *              two, mapped through the BNKGLMAP row I/1.  Every *
      *              feed line carries the branch whose books it is   *
      *              on, and inter-branch lines the other branch too. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT BNKGLMAP-NDX
                  ASSIGN       TO NDXGLMP
                  RECORD KEY   IS BGL-REC-KEY
                  FILE STATUS  IS WS-BNKGLMAP-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

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

           SELECT GLFEED-FILE
                  ASSIGN       TO GLFEED
                  ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKGLMAP-NDX.
       01  BNKGLMAP-REC.
       COPY CBANKVGL.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKDRWR-NDX.
       01  BNKDRWR-REC.
       COPY CBANKVDR.

       FD  BNKTERM-NDX.
       01  BNKTERM-REC.
       COPY CBANKVTM.

       FD  GLFEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.

       COPY CTSTAMPD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKGLP1'.
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKGLMAP-STATUS                    PIC X(2).
         05  WS-GLFEED-STATUS                      PIC X(2).
         05  WS-GLEXCPT-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
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

         05  WS-ABS-AMOUNT                         PIC S9(7)V99 COMP-3.
         05  WS-DR-TOTAL                           PIC S9(11)V99
             VALUE ZERO.
         05  WS-EXCPT-COUNTER                      PIC 9(7)
             VALUE ZERO.
         05  WS-IB-COUNTER                         PIC 9(7)
             VALUE ZERO.

      * Inter-branch: the branch owning the account, the branch the
      * posting was made at, and the due-from/due-to GL accounts
         05  WS-OWNING-BRANCH                      PIC X(4).
         05  WS-ORIGIN-BRANCH                      PIC X(4).
         05  WS-IB-MAPPED-SW                       PIC X(1)
             VALUE 'N'.
           88  WS-IB-MAPPED                          VALUE 'Y'.
         05  WS-IB-DUE-FROM-GLACC                  PIC X(8).
         05  WS-IB-DUE-TO-GLACC                    PIC X(8).

       01  WS-FEED-RECORD.
         05  WS-FEED-GL-ACCOUNT                    PIC X(8).
         05  WS-FEED-TXN-SUB-TYPE                  PIC X(1).
         05  WS-FEED-ACCNO                         PIC X(9).
         05  WS-FEED-CURRENCY                      PIC X(3).
      * Branch whose books the line is on, and the other branch of an
      * inter-branch line (spaces on ordinary lines)
         05  WS-FEED-BRANCH                        PIC X(4).
         05  WS-FEED-CONTRA-BRANCH                 PIC X(4).
         05  FILLER                                PIC X(28)
             VALUE SPACES.

       01  WS-TOTAL-DISPLAY                        PIC 9(11).99.

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-RUN-DATE.

           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
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

      * The due-from/due-to pair comes from the mapping row I/1 -
      * without it inter-branch postings go to the exceptions report
           MOVE 'I' TO BGL-REC-TYPE.
           MOVE '1' TO BGL-REC-SUB-TYPE.
           READ BNKGLMAP-NDX RECORD
             INVALID KEY
               MOVE 'N' TO WS-IB-MAPPED-SW
             NOT INVALID KEY
               SET WS-IB-MAPPED TO TRUE
               MOVE BGL-REC-DR-GLACC TO WS-IB-DUE-FROM-GLACC
               MOVE BGL-REC-CR-GLACC TO WS-IB-DUE-TO-GLACC
           END-READ.

           OPEN OUTPUT GLFEED-FILE.
           MOVE WS-GLFEED-STATUS TO WS-IO-STATUS.
           MOVE 'GLFEED-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'GLFEED' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

           OPEN OUTPUT GLEXCPT-FILE.
           MOVE WS-GLEXCPT-STATUS TO WS-IO-STATUS.

           PERFORM PROVE-THE-FEED.

           CLOSE DAYPOST-FILE.
           CLOSE BNKGLMAP-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKDRWR-NDX.
           CLOSE BNKTERM-NDX.
           CLOSE GLFEED-FILE.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'GLFEED not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
           CLOSE GLEXCPT-FILE.

           PERFORM RUN-TIME.
           GOBACK.

      *****************************************************************
      * Walk the day's postings mapping each one to its debit/credit  *
      * GL pair.                                                      *
      *****************************************************************
       PROCESS-TRANSACTIONS.
           CONTINUE.
       PROCESS-TXN-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO PROCESS-TXN-DONE
           END-IF.

           ADD 1 TO WS-TXN-COUNTER.

              GO TO PROCESS-TXN-LOOP
           END-IF.

           PERFORM FIND-BRANCHES.

           MOVE SPACES TO WS-FEED-RECORD.
           MOVE WS-OWNING-BRANCH TO WS-FEED-BRANCH.
           MOVE BGL-REC-DR-GLACC TO WS-FEED-GL-ACCOUNT.
           SET WS-FEED-DEBIT TO TRUE.
           MOVE WS-ABS-AMOUNT TO WS-FEED-AMOUNT.
           MOVE BTX-REC-ACCNO TO WS-FEED-ACCNO.
           MOVE BTX-REC-CURRENCY TO WS-FEED-CURRENCY.
           MOVE WS-FEED-RECORD TO GLFEED-REC.
           PERFORM WRITE-GLFEED-RECORD.
           ADD 1 TO WS-FEED-COUNTER.
           ADD WS-ABS-AMOUNT TO WS-DR-TOTAL.

           MOVE BGL-REC-CR-GLACC TO WS-FEED-GL-ACCOUNT.
           SET WS-FEED-CREDIT TO TRUE.
           MOVE WS-FEED-RECORD TO GLFEED-REC.
           PERFORM WRITE-GLFEED-RECORD.
           ADD 1 TO WS-FEED-COUNTER.
           ADD WS-ABS-AMOUNT TO WS-CR-TOTAL.

           IF WS-ORIGIN-BRANCH IS NOT EQUAL TO SPACES AND
              WS-OWNING-BRANCH IS NOT EQUAL TO SPACES AND
              WS-ORIGIN-BRANCH IS NOT EQUAL TO WS-OWNING-BRANCH
              PERFORM WRITE-INTER-BRANCH THRU
                      WRITE-INTER-BRANCH-EXIT
           END-IF.

           GO TO PROCESS-TXN-LOOP.
       PROCESS-TXN-DONE.
           EXIT.

      *****************************************************************
      * The account's branch, and the branch the posting was made at: *
      * an ATM's branch, or the branch of the drawer the keying       *
      * teller had open that day.  Self-service, batch and staff      *
      * without a drawer have no branch of origin.                    *
      *****************************************************************
       FIND-BRANCHES.
           MOVE BTX-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BAC-REC-BRANCH
           END-READ.
           MOVE BAC-REC-BRANCH TO WS-OWNING-BRANCH.

           MOVE SPACES TO WS-ORIGIN-BRANCH.
           IF BTX-REC-TERMINAL-ID IS NOT EQUAL TO SPACES
              MOVE BTX-REC-TERMINAL-ID TO BTM-REC-TERMINAL-ID
              READ BNKTERM-NDX RECORD
                INVALID KEY
                  MOVE SPACES TO BTM-REC-BRANCH
              END-READ
              MOVE BTM-REC-BRANCH TO WS-ORIGIN-BRANCH
           ELSE
              IF BTX-REC-USERID IS NOT EQUAL TO SPACES
                 MOVE BTX-REC-TIMESTAMP (1:10) TO BDR-REC-DATE
                 MOVE BTX-REC-USERID TO BDR-REC-TELLER
                 READ BNKDRWR-NDX RECORD
                   INVALID KEY
                     MOVE SPACES TO BDR-REC-BRANCH
                 END-READ
                 MOVE BDR-REC-BRANCH TO WS-ORIGIN-BRANCH
              END-IF
           END-IF.

      *****************************************************************
      * Inter-branch pair for a posting made away from the account's  *
      * branch.  Money paid into the account leaves the cash with the *
      * branch of origin, which owes it to the account's branch: due- *
      * to on the origin's books, due-from on the owner's.  Money     *
      * paid out is the other way round.                              *
      *****************************************************************
       WRITE-INTER-BRANCH.
           IF NOT WS-IB-MAPPED
              ADD 1 TO WS-EXCPT-COUNTER
              MOVE SPACES TO GLEXCPT-REC
              STRING 'No inter-branch mapping (I/1) ' DELIMITED BY SIZE
                     WS-ORIGIN-BRANCH DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-OWNING-BRANCH DELIMITED BY SIZE
                     ' a/c ' DELIMITED BY SIZE
                     BTX-REC-ACCNO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BTX-REC-TIMESTAMP DELIMITED BY SIZE
                INTO GLEXCPT-REC
              WRITE GLEXCPT-REC
              GO TO WRITE-INTER-BRANCH-EXIT
           END-IF.

           ADD 1 TO WS-IB-COUNTER.
           IF BTX-REC-AMOUNT IS GREATER THAN ZERO
              MOVE WS-OWNING-BRANCH TO WS-FEED-BRANCH
              MOVE WS-ORIGIN-BRANCH TO WS-FEED-CONTRA-BRANCH
           ELSE
              MOVE WS-ORIGIN-BRANCH TO WS-FEED-BRANCH
              MOVE WS-OWNING-BRANCH TO WS-FEED-CONTRA-BRANCH
           END-IF.
           MOVE WS-IB-DUE-FROM-GLACC TO WS-FEED-GL-ACCOUNT.
           SET WS-FEED-DEBIT TO TRUE.
           MOVE WS-FEED-RECORD TO GLFEED-REC.
           PERFORM WRITE-GLFEED-RECORD.
           ADD 1 TO WS-FEED-COUNTER.
           ADD WS-ABS-AMOUNT TO WS-DR-TOTAL.

           IF BTX-REC-AMOUNT IS GREATER THAN ZERO
              MOVE WS-ORIGIN-BRANCH TO WS-FEED-BRANCH
              MOVE WS-OWNING-BRANCH TO WS-FEED-CONTRA-BRANCH
           ELSE
              MOVE WS-OWNING-BRANCH TO WS-FEED-BRANCH
              MOVE WS-ORIGIN-BRANCH TO WS-FEED-CONTRA-BRANCH
           END-IF.
           MOVE WS-IB-DUE-TO-GLACC TO WS-FEED-GL-ACCOUNT.
           SET WS-FEED-CREDIT TO TRUE.
           MOVE WS-FEED-RECORD TO GLFEED-REC.
           PERFORM WRITE-GLFEED-RECORD.
           ADD 1 TO WS-FEED-COUNTER.
           ADD WS-ABS-AMOUNT TO WS-CR-TOTAL.
       WRITE-INTER-BRANCH-EXIT.
           EXIT.

      *****************************************************************
      * Write one exceptions line for a transaction whose type/sub-   *
      * type has no row on the chart-of-accounts mapping file.        *
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-IB-COUNTER DELIMITED BY SIZE
                  ' inter-branch pair(s) written' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           IF WS-DR-TOTAL IS EQUAL TO WS-CR-TOTAL
              MOVE 'Feed proves - debits equal credits'
                TO WS-CONSOLE-MESSAGE
              MOVE 8 TO RETURN-CODE
           END-IF.

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
      * Write a GLFEED record, entering it on the outbound file       *
      * register as it goes                                           *
      *****************************************************************
       WRITE-GLFEED-RECORD.
           WRITE GLFEED-REC.
           SET OFD-REQUEST-RECORD TO TRUE.
           MOVE GLFEED-REC TO OFD-RECORD.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
