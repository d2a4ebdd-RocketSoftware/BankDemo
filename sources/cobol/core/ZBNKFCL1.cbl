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
      * Program:     ZBNKFCL1.CBL                                     *
      * Function:    Daily foreign cheque collection run.  Every      *
      *              cheque lodged for collection since the last run  *
      *              is sent out on the outbound collection schedule, *
      *              batched by correspondent and currency, and marked *
      *              as sent.  The register's outstanding items are   *
      *              then aged from the date they were lodged, and    *
      *              those outstanding past the chase period are      *
      *              flagged for the back office to chase.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKFCL1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKFCOL-NDX
                  ASSIGN       TO NDXFCOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BFC-REC-REF
                  FILE STATUS  IS WS-BNKFCOL-STATUS.

           SELECT BNKNOSTR-NDX
                  ASSIGN       TO NDXNOSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BNO-REC-BIC
                  FILE STATUS  IS WS-BNKNOSTR-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

           SELECT FCOLSCH-FILE
                  ASSIGN       TO FCOLSCH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FCOLSCH-STATUS.

           SELECT FCOLRPT-FILE
                  ASSIGN       TO FCOLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FCOLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKFCOL-NDX.
       01  BNKFCOL-REC.
       COPY CBANKVFC.

       FD  BNKNOSTR-NDX.
       01  BNKNOSTR-REC.
       COPY CBANKVNO.

       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-BIC                               PIC X(11).
         05  SRT-CURRENCY                          PIC X(3).
         05  SRT-REF                               PIC X(10).
         05  SRT-ITEM                              PIC X(220).

       FD  FCOLSCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FCOLSCH-REC                             PIC X(120).

       FD  FCOLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  FCOLRPT-REC                             PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKFCL1'.
         05  WS-BNKFCOL-STATUS                     PIC X(2).
         05  WS-BNKNOSTR-STATUS                    PIC X(2).
         05  WS-FCOLSCH-STATUS                     PIC X(2).
         05  WS-FCOLRPT-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-CUR-BIC                            PIC X(11).
         05  WS-CUR-CURRENCY                       PIC X(3).
         05  WS-CUR-NAME                           PIC X(30).

         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-LODGED-YYYYMMDD                    PIC 9(8).
         05  WS-LODGED-INTEGER                     PIC S9(9) COMP.
         05  WS-DAYS-OUT                           PIC S9(9) COMP.

      * Outstanding longer than this is to be chased with the
      * correspondent - business parameter FCOL-CHASE-DAYS when in
      * force
         05  WS-CHASE-DAYS                         PIC 9(3)
             VALUE 60.

         05  WS-BATCH-COUNT                        PIC 9(5).
         05  WS-BATCH-AMOUNT                       PIC S9(11)V99 COMP-3.
         05  WS-SENT-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-BATCH-COUNTER                      PIC 9(7)
             VALUE ZERO.
         05  WS-OUT-COUNTER                        PIC 9(7)
             VALUE ZERO.
         05  WS-CHASE-COUNTER                      PIC 9(7)
             VALUE ZERO.
         05  WS-AGE-COUNTS.
           10  WS-AGE-30                           PIC 9(7)
               VALUE ZERO.
           10  WS-AGE-60                           PIC 9(7)
               VALUE ZERO.
           10  WS-AGE-90                           PIC 9(7)
               VALUE ZERO.
           10  WS-AGE-OVER                         PIC 9(7)
               VALUE ZERO.
         05  WS-COUNT-ED                           PIC Z(6)9.
         05  WS-AMOUNT-ED                          PIC Z(10)9.99.

       01  WS-ITEM.
       COPY CBANKVFC.

      * The outbound collection schedule - for each correspondent and
      * currency a header, one detail per cheque and a trailer
       01  WS-SCH-HEADER.
         05  WS-SCH-H-TYPE                         PIC X(1).
         05  WS-SCH-H-BIC                          PIC X(11).
         05  WS-SCH-H-NAME                         PIC X(30).
         05  WS-SCH-H-CURRENCY                     PIC X(3).
         05  WS-SCH-H-DATE                         PIC X(10).
         05  FILLER                                PIC X(65).

       01  WS-SCH-DETAIL.
         05  WS-SCH-D-TYPE                         PIC X(1).
         05  WS-SCH-D-REF                          PIC X(10).
         05  WS-SCH-D-DRAWEE-BANK                  PIC X(30).
         05  WS-SCH-D-CHEQUE-NO                    PIC X(10).
         05  WS-SCH-D-CURRENCY                     PIC X(3).
         05  WS-SCH-D-AMOUNT                       PIC 9(9)V99.
         05  WS-SCH-D-LODGED-DATE                  PIC X(10).
         05  FILLER                                PIC X(45).

       01  WS-SCH-TRAILER.
         05  WS-SCH-T-TYPE                         PIC X(1).
         05  WS-SCH-T-BIC                          PIC X(11).
         05  WS-SCH-T-CURRENCY                     PIC X(3).
         05  WS-SCH-T-COUNT                        PIC 9(5).
         05  WS-SCH-T-AMOUNT                       PIC 9(11)V99.
         05  FILLER                                PIC X(87).

       01  WS-DETAIL-LINE.
         05  WS-DL-FLAG                            PIC X(1).
         05  FILLER                                PIC X(1).
         05  WS-DL-REF                             PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-DL-ACCNO                           PIC X(9).
         05  FILLER                                PIC X(2).
         05  WS-DL-BIC                             PIC X(11).
         05  FILLER                                PIC X(2).
         05  WS-DL-CURRENCY                        PIC X(3).
         05  WS-DL-AMOUNT                          PIC Z(8)9.99.
         05  FILLER                                PIC X(2).
         05  WS-DL-LODGED                          PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-DL-SENT                            PIC X(10).
         05  FILLER                                PIC X(2).
         05  WS-DL-DAYS                            PIC ZZZZ9.
         05  FILLER                                PIC X(2).
         05  WS-DL-DRAWEE-BANK                     PIC X(30).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           MOVE 'FCOL-CHASE-DAYS' TO PMD-PARM-ID.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE SPACES TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-CHASE-DAYS
           END-IF.

      * The register is created by the first cheque lodged; until
      * then there is nothing to send or age
           OPEN I-O BNKFCOL-NDX.
           IF WS-BNKFCOL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKFCOL-NDX
              CLOSE BNKFCOL-NDX
              OPEN I-O BNKFCOL-NDX
           END-IF.
           MOVE WS-BNKFCOL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKFCOL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKNOSTR-NDX.
           MOVE WS-BNKNOSTR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKNOSTR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT FCOLSCH-FILE.
           MOVE WS-FCOLSCH-STATUS TO WS-IO-STATUS.
           MOVE 'FCOLSCH-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT FCOLRPT-FILE.
           MOVE WS-FCOLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'FCOLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'FCOLAGE ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO FCOLRPT-REC.
           STRING 'Foreign cheques sent for collection and aging'
                    DELIMITED BY SIZE
                  ' as at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Sent for collection today' TO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-BIC
                                SRT-CURRENCY
                                SRT-REF
               INPUT PROCEDURE IS SELECT-LODGED THRU
                                  SELECT-LODGED-EXIT
               OUTPUT PROCEDURE IS WRITE-SCHEDULE THRU
                                   WRITE-SCHEDULE-EXIT.

           IF WS-SENT-COUNTER IS EQUAL TO ZERO
              MOVE '  No cheques lodged since the last run'
                TO FCOLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO FCOLRPT-REC.
           MOVE WS-CHASE-DAYS TO WS-COUNT-ED.
           STRING 'Outstanding collections - * outstanding over'
                    DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' days, to be chased' DELIMITED BY SIZE
             INTO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO FCOLRPT-REC.
           MOVE 'Reference' TO FCOLRPT-REC (3:9).
           MOVE 'Account' TO FCOLRPT-REC (15:7).
           MOVE 'Correspondent' TO FCOLRPT-REC (26:13).
           MOVE 'Amount' TO FCOLRPT-REC (50:6).
           MOVE 'Lodged' TO FCOLRPT-REC (58:6).
           MOVE 'Sent' TO FCOLRPT-REC (70:4).
           MOVE 'Days' TO FCOLRPT-REC (83:4).
           MOVE 'Drawee bank' TO FCOLRPT-REC (89:11).
           PERFORM WRITE-REPORT-LINE.

           PERFORM AGE-OUTSTANDING THRU
                   AGE-OUTSTANDING-DONE.

           MOVE SPACES TO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-OUT-COUNTER IS EQUAL TO ZERO
              MOVE '  No collections outstanding' TO FCOLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO FCOLRPT-REC.
           STRING 'Outstanding by days since lodged -  0-30:'
                    DELIMITED BY SIZE
                  WS-AGE-30 DELIMITED BY SIZE
                  '  31-60:' DELIMITED BY SIZE
                  WS-AGE-60 DELIMITED BY SIZE
                  '  61-90:' DELIMITED BY SIZE
                  WS-AGE-90 DELIMITED BY SIZE
                  '  over 90:' DELIMITED BY SIZE
                  WS-AGE-OVER DELIMITED BY SIZE
             INTO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OUT-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO FCOLRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' collection(s) outstanding' DELIMITED BY SIZE
             INTO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHASE-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO FCOLRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' to be chased with the correspondent'
                    DELIMITED BY SIZE
             INTO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKFCOL-NDX.
           CLOSE BNKNOSTR-NDX.
           CLOSE FCOLSCH-FILE.
           CLOSE FCOLRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-SENT-COUNTER DELIMITED BY SIZE
                  ' cheque(s) sent, ' DELIMITED BY SIZE
                  WS-CHASE-COUNTER DELIMITED BY SIZE
                  ' to be chased' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every cheque lodged since the last run is marked as sent and  *
      * goes to the sort under its correspondent and currency         *
      *****************************************************************
       SELECT-LODGED.
           CONTINUE.
       SELECT-LODGED-LOOP.
           READ BNKFCOL-NDX NEXT RECORD.
           IF WS-BNKFCOL-STATUS IS EQUAL TO '10'
              GO TO SELECT-LODGED-EXIT
           END-IF.
           IF WS-BNKFCOL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKFCOL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BFC-REC-REF OF BNKFCOL-REC IS EQUAL TO SPACES OR
              NOT BFC-REC-LODGED OF BNKFCOL-REC
              GO TO SELECT-LODGED-LOOP
           END-IF.
           SET BFC-REC-SCHEDULED OF BNKFCOL-REC TO TRUE.
           MOVE WS-BUS-DATE TO BFC-REC-SENT-DATE OF BNKFCOL-REC.
           REWRITE BNKFCOL-REC.
           IF WS-BNKFCOL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKFCOL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BFC-REC-BIC OF BNKFCOL-REC TO SRT-BIC.
           MOVE BFC-REC-CURRENCY OF BNKFCOL-REC TO SRT-CURRENCY.
           MOVE BFC-REC-REF OF BNKFCOL-REC TO SRT-REF.
           MOVE BFC-RECORD OF BNKFCOL-REC TO SRT-ITEM.
           RELEASE SRT-REC.
           GO TO SELECT-LODGED-LOOP.
       SELECT-LODGED-EXIT.
           EXIT.

      *****************************************************************
      * One schedule batch per correspondent and currency             *
      *****************************************************************
       WRITE-SCHEDULE.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-BIC.
           MOVE LOW-VALUES TO WS-CUR-CURRENCY.
       WRITE-SCHEDULE-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-BIC IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-BATCH
              END-IF
              GO TO WRITE-SCHEDULE-EXIT
           END-IF.
           IF SRT-BIC IS NOT EQUAL TO WS-CUR-BIC OR
              SRT-CURRENCY IS NOT EQUAL TO WS-CUR-CURRENCY
              IF WS-CUR-BIC IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-BATCH
              END-IF
              MOVE SRT-BIC TO WS-CUR-BIC
              MOVE SRT-CURRENCY TO WS-CUR-CURRENCY
              PERFORM BEGIN-BATCH
           END-IF.
           MOVE SRT-ITEM TO BFC-RECORD OF WS-ITEM.
           MOVE SPACES TO WS-SCH-DETAIL.
           MOVE 'D' TO WS-SCH-D-TYPE.
           MOVE BFC-REC-REF OF WS-ITEM TO WS-SCH-D-REF.
           MOVE BFC-REC-DRAWEE-BANK OF WS-ITEM TO WS-SCH-D-DRAWEE-BANK.
           MOVE BFC-REC-CHEQUE-NO OF WS-ITEM TO WS-SCH-D-CHEQUE-NO.
           MOVE BFC-REC-CURRENCY OF WS-ITEM TO WS-SCH-D-CURRENCY.
           MOVE BFC-REC-AMOUNT OF WS-ITEM TO WS-SCH-D-AMOUNT.
           MOVE BFC-REC-LODGED-DATE OF WS-ITEM TO WS-SCH-D-LODGED-DATE.
           MOVE WS-SCH-DETAIL TO FCOLSCH-REC.
           PERFORM WRITE-SCHEDULE-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
           ADD BFC-REC-AMOUNT OF WS-ITEM TO WS-BATCH-AMOUNT.
           ADD 1 TO WS-SENT-COUNTER.
           GO TO WRITE-SCHEDULE-LOOP.
       WRITE-SCHEDULE-EXIT.
           EXIT.

       BEGIN-BATCH.
           MOVE WS-CUR-BIC TO BNO-REC-BIC.
           READ BNKNOSTR-NDX.
           IF WS-BNKNOSTR-STATUS IS EQUAL TO '00'
              MOVE BNO-REC-NAME TO WS-CUR-NAME
           ELSE
              MOVE 'NOT ON NOSTRO FILE' TO WS-CUR-NAME
           END-IF.
           MOVE SPACES TO WS-SCH-HEADER.
           MOVE 'H' TO WS-SCH-H-TYPE.
           MOVE WS-CUR-BIC TO WS-SCH-H-BIC.
           MOVE WS-CUR-NAME TO WS-SCH-H-NAME.
           MOVE WS-CUR-CURRENCY TO WS-SCH-H-CURRENCY.
           MOVE WS-BUS-DATE TO WS-SCH-H-DATE.
           MOVE WS-SCH-HEADER TO FCOLSCH-REC.
           PERFORM WRITE-SCHEDULE-RECORD.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-AMOUNT.

       END-BATCH.
           MOVE SPACES TO WS-SCH-TRAILER.
           MOVE 'T' TO WS-SCH-T-TYPE.
           MOVE WS-CUR-BIC TO WS-SCH-T-BIC.
           MOVE WS-CUR-CURRENCY TO WS-SCH-T-CURRENCY.
           MOVE WS-BATCH-COUNT TO WS-SCH-T-COUNT.
           MOVE WS-BATCH-AMOUNT TO WS-SCH-T-AMOUNT.
           MOVE WS-SCH-TRAILER TO FCOLSCH-REC.
           PERFORM WRITE-SCHEDULE-RECORD.
           ADD 1 TO WS-BATCH-COUNTER.
           MOVE WS-BATCH-COUNT TO WS-COUNT-ED.
           MOVE WS-BATCH-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO FCOLRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-CUR-BIC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-CURRENCY DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' cheque(s)' DELIMITED BY SIZE
             INTO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SCHEDULE-RECORD.
           WRITE FCOLSCH-REC.
           IF WS-FCOLSCH-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing FCOLSCH-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

      *****************************************************************
      * Every item still awaiting the correspondent's answer, aged   *
      * from the day it was lodged                                    *
      *****************************************************************
       AGE-OUTSTANDING.
           MOVE LOW-VALUES TO BFC-REC-REF OF BNKFCOL-REC.
           START BNKFCOL-NDX
             KEY IS NOT LESS THAN BFC-REC-REF OF BNKFCOL-REC.
           IF WS-BNKFCOL-STATUS IS NOT EQUAL TO '00'
              GO TO AGE-OUTSTANDING-DONE
           END-IF.
       AGE-OUTSTANDING-LOOP.
           READ BNKFCOL-NDX NEXT RECORD.
           IF WS-BNKFCOL-STATUS IS EQUAL TO '10'
              GO TO AGE-OUTSTANDING-DONE
           END-IF.
           IF WS-BNKFCOL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKFCOL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BFC-REC-REF OF BNKFCOL-REC IS EQUAL TO SPACES OR
              NOT BFC-REC-OUTSTANDING OF BNKFCOL-REC
              GO TO AGE-OUTSTANDING-LOOP
           END-IF.

           MOVE BFC-REC-LODGED-DATE OF BNKFCOL-REC (1:4)
             TO WS-LODGED-YYYYMMDD (1:4).
           MOVE BFC-REC-LODGED-DATE OF BNKFCOL-REC (6:2)
             TO WS-LODGED-YYYYMMDD (5:2).
           MOVE BFC-REC-LODGED-DATE OF BNKFCOL-REC (9:2)
             TO WS-LODGED-YYYYMMDD (7:2).
           COMPUTE WS-LODGED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LODGED-YYYYMMDD).
           COMPUTE WS-DAYS-OUT = WS-BUS-INTEGER - WS-LODGED-INTEGER.
           IF WS-DAYS-OUT IS LESS THAN ZERO
              MOVE ZERO TO WS-DAYS-OUT
           END-IF.

           EVALUATE TRUE
             WHEN WS-DAYS-OUT IS NOT GREATER THAN 30
              ADD 1 TO WS-AGE-30
             WHEN WS-DAYS-OUT IS NOT GREATER THAN 60
              ADD 1 TO WS-AGE-60
             WHEN WS-DAYS-OUT IS NOT GREATER THAN 90
              ADD 1 TO WS-AGE-90
             WHEN OTHER
              ADD 1 TO WS-AGE-OVER
           END-EVALUATE.
           ADD 1 TO WS-OUT-COUNTER.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-DAYS-OUT IS GREATER THAN WS-CHASE-DAYS
              MOVE '*' TO WS-DL-FLAG
              ADD 1 TO WS-CHASE-COUNTER
           END-IF.
           MOVE BFC-REC-REF OF BNKFCOL-REC TO WS-DL-REF.
           MOVE BFC-REC-ACCNO OF BNKFCOL-REC TO WS-DL-ACCNO.
           MOVE BFC-REC-BIC OF BNKFCOL-REC TO WS-DL-BIC.
           MOVE BFC-REC-CURRENCY OF BNKFCOL-REC TO WS-DL-CURRENCY.
           MOVE BFC-REC-AMOUNT OF BNKFCOL-REC TO WS-DL-AMOUNT.
           MOVE BFC-REC-LODGED-DATE OF BNKFCOL-REC TO WS-DL-LODGED.
           MOVE BFC-REC-SENT-DATE OF BNKFCOL-REC TO WS-DL-SENT.
           MOVE WS-DAYS-OUT TO WS-DL-DAYS.
           MOVE BFC-REC-DRAWEE-BANK OF BNKFCOL-REC
             TO WS-DL-DRAWEE-BANK.
           MOVE WS-DETAIL-LINE TO FCOLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO AGE-OUTSTANDING-LOOP.
       AGE-OUTSTANDING-DONE.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE FCOLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE FCOLRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
       CHECK-OPEN.
           IF WS-IO-STATUS IS EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' opened ok' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' open failed' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
       CHECK-OPEN-EXIT.
           EXIT.

      *****************************************************************
      * Display the file status bytes.                                *
      *****************************************************************
       DISPLAY-IO-STATUS.
           IF WS-IO-STATUS NUMERIC
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STATUS DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
              MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STAT1 DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-TWO-BYTES DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * 'ABORT' the program.                                          *
      * Post a message to the console and issue a STOP RUN            *
      *****************************************************************
       ABORT-PROGRAM.
           MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Display CONSOLE messages...                                   *
      *****************************************************************
       DISPLAY-CONSOLE-MESSAGE.
           DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
           MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.

      *****************************************************************
      * Display the run time that this program took to execute       *
      *****************************************************************
       RUN-TIME.
           IF TIMER-START IS EQUAL TO ZERO
              ACCEPT TIMER-START FROM TIME
              MOVE 'Timer started' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              ACCEPT TIMER-END FROM TIME
              MOVE 'Timer stopped' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              COMPUTE TIMER-ELAPSED =
                        ((TIMER-END-HH * 60 * 60 * 100) +
                         (TIMER-END-MM * 60 * 100) +
                         (TIMER-END-SS * 100) +
                          TIMER-END-DD) -
                        ((TIMER-START-HH * 60 * 60 * 100) +
                         (TIMER-START-MM * 60 * 100) +
                         (TIMER-START-SS * 100) +
                          TIMER-START-DD)
              MOVE TIMER-ELAPSED-R TO TIMER-RUN-TIME-ELAPSED
              MOVE TIMER-RUN-TIME TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
