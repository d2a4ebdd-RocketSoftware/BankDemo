      *****************************************************************
      * Program:     ZBNKCHS1.CBL                                     *
      * Function:    Nightly channel activity summary.  The day's     *
      *              postings, from the daily postings file, are      *
      *              totalled by channel of origin and transaction    *
      *              type into BNKCHSM, and the                       *
      *              management report shows each cell with its       *
      *              average, the day-over-day change against         *
      *              yesterday's record, and the month to date.       *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT BNKCHSM-NDX
                  ASSIGN       TO NDXCHSM

       DATA DIVISION.
       FILE SECTION.
       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKCHSM-NDX.
       01  BNKCHSM-REC.

       COPY CTSTAMPD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCHS1'.
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKCHSM-STATUS                     PIC X(2).
         05  WS-CHSRPT-STATUS                      PIC X(2).

         05  WS-FILE                               PIC X(16).

         05  WS-RUN-DATE                           PIC X(10).
         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.
         05  WS-YESTERDAY                          PIC X(10).
         05  WS-YD-YYYY                            PIC 9(4).
         05  WS-YD-MM                              PIC 9(2).
           MOVE BDA-OUT-DATE TO WS-RUN-DATE.
           PERFORM WORK-OUT-YESTERDAY.

           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM WRITE-SUMMARY-CELLS THRU
                   WRITE-SUMMARY-CELLS-EXIT.

           CLOSE DAYPOST-FILE.
           CLOSE BNKCHSM-NDX.
           CLOSE CHSRPT-FILE.

       TALLY-TODAYS-TXNS.
           CONTINUE.
       TALLY-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO TALLY-DONE
           END-IF.
      * Alert entries record events, not money
           IF BTX-REC-TYPE IS EQUAL TO '5'
              GO TO TALLY-LOOP
       SUM-MONTH-TO-DATE-EXIT.
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
