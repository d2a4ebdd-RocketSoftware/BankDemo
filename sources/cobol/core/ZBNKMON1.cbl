      *****************************************************************
      * Program:     ZBNKMON1.CBL                                     *
      * Function:    Large-transaction / structuring monitoring       *
      *              report.  Reads the day's postings from the daily *
      *              postings file, in account/timestamp order, and   *
      *              flags any single deposit or withdrawal at or     *
      *              above the large-transaction threshold, and       *
      *              any run of same-day deposits/withdrawals on one  *
      *              account that are individually below the         *
      *              threshold but add up to it or more (structuring).*
      *              Each flag is raised as an alert on the           *
      *              customer's AML investigation case (UBNKAML1),    *
      *              referenced by the flagged posting so a later run *
      *              does not raise it again.                         *
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

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST

       DATA DIVISION.
       FILE SECTION.
       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       WORKING-STORAGE SECTION.
       COPY CTIMERD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKMON1'.
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                      PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-MONRPT-STATUS                      PIC X(2).
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).
         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.

      *****************************************************************
      * A single deposit/withdrawal this size or more is reported     *
      * LARGE on its own.  A run of smaller same-day deposits or      *
      * withdrawals on one account that together reach this amount   *
      * is reported as possible STRUCTURING.                          *
      * The business parameter LARGE-TXN-AMT overrides the amount     *
      * below when one is in force.                                   *
      *****************************************************************
         05  WS-LARGE-THRESHOLD                    PIC S9(7)V99
                                                     COMP-3
       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-AML-PARM.
       COPY CBANKAMD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'LARGE-TXN-AMT' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-LARGE-THRESHOLD
           END-IF.
           SET AML-REQUEST-OPEN TO TRUE.
           CALL 'UBNKAML1' USING WS-AML-PARM.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE MONRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

                   CHECK-OPEN-EXIT.

      *****************************************************************
      * The postings file is in account/timestamp order so that all   *
      * of one account's transactions are seen together and in time   *
      * order, rather than in primary-key (pure timestamp) order.     *
      *****************************************************************
           PERFORM SCAN-TXN-LOOP THRU
                   SCAN-TXN-LOOP-EXIT.

           CLOSE DAYPOST-FILE.
           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           PERFORM WRITE-TOTALS-LINES.
           PERFORM WRITE-BRANCH-SUMMARY THRU
                   WRITE-BRANCH-SUMMARY-EXIT.
           CLOSE MONRPT-FILE.
           SET AML-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKAML1' USING WS-AML-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-TXN-COUNTER DELIMITED BY SIZE
      * build-up of smaller same-day amounts on one account.          *
      *****************************************************************
       SCAN-TXN-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO SCAN-TXN-LOOP-EXIT
           END-IF.
           ADD 1 TO WS-TXN-COUNTER.

      *****************************************************************
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE MONRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.
           MOVE WS-TXN-AMOUNT-ABS TO AML-AMOUNT.
           MOVE SPACES TO AML-TEXT.
           STRING 'Large cash transaction ' DELIMITED BY SIZE
                  BTX-REC-TIMESTAMP (1:10) DELIMITED BY SIZE
             INTO AML-TEXT.
           PERFORM RAISE-AML-ALERT.

      *****************************************************************
      * Write one STRUCTURING report line.                            *
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE MONRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.
           MOVE WS-DAY-TOTAL TO AML-AMOUNT.
           MOVE SPACES TO AML-TEXT.
           STRING 'Possible structuring ' DELIMITED BY SIZE
                  WS-DAY-DTE DELIMITED BY SIZE
                  ' items ' DELIMITED BY SIZE
                  WS-DAY-COUNT DELIMITED BY SIZE
             INTO AML-TEXT.
           PERFORM RAISE-AML-ALERT.

      *****************************************************************
      * Raise the flag on the customer's AML case.  The bank's own    *
      * house accounts are not investigated.                          *
      *****************************************************************
       RAISE-AML-ALERT.
           IF BTX-REC-ACCNO (1:8) IS NOT EQUAL TO '99999999'
              SET AML-REQUEST-ALERT TO TRUE
              MOVE BTX-REC-PID TO AML-PID
              MOVE 'M' TO AML-SOURCE
              MOVE BTX-REC-TIMESTAMP TO AML-REF
              MOVE WS-PROGRAM-ID TO AML-PROGRAM
              MOVE BTX-REC-ACCNO TO AML-ACCNO
              MOVE BDA-OUT-DATE TO AML-RUN-DATE
              CALL 'UBNKAML1' USING WS-AML-PARM
           END-IF.

      *****************************************************************
      * Write the summary totals at the end of the report.            *
       WRITE-ONE-BRANCH-LINE-EXIT.
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
           IF DPX-TRL-BUS-DATE IS NOT EQUAL TO BDA-OUT-DATE
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
