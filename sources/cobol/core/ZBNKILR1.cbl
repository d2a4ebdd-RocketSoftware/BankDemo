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
      * Program:     ZBNKILR1.CBL                                     *
      * Function:    Quarterly insider lending report for the         *
      *              regulator.  Every loan drawn from a quote on     *
      *              BNKLOANQ to an insider on the BNKINSD register,  *
      *              or to one of their related interests, is listed  *
      *              with its terms, the board approval it was opened *
      *              under and its exposure.  Each loan's rate is set *
      *              against the average rate of the non-insider      *
      *              loans of the same product (fixed or variable     *
      *              rate in the same term band) so any preferential  *
      *              pricing stands out, and the aggregate exposure   *
      *              to insiders is measured against the set limit.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKILR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKINSD-NDX
                  ASSIGN       TO NDXINSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BIS-REC-PID
                  FILE STATUS  IS WS-BNKINSD-STATUS.

           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKBAPR-NDX
                  ASSIGN       TO NDXBAPR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBQ-REC-PID
                  FILE STATUS  IS WS-BNKBAPR-STATUS.

           SELECT ILRRPT-FILE
                  ASSIGN       TO ILRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ILRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKINSD-NDX.
       01  BNKINSD-REC.
       COPY CBANKVIS.

       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKBAPR-NDX.
       01  BNKBAPR-REC.
       COPY CBANKVBQ.

       FD  ILRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  ILRRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKILR1'.
         05  WS-BNKINSD-STATUS                     PIC X(2).
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKBAPR-STATUS                     PIC X(2).
         05  WS-ILRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Limit on the aggregate exposure to insiders and their related
      * interests, and how far below the peer average rate a loan
      * may be priced before it is flagged - site-tunable
         05  WS-INSIDER-LIMIT                      PIC S9(9)V99 COMP-3
             VALUE +2500000.00.
         05  WS-RATE-TOLERANCE                     PIC S9(3)V9(3)
                                                     COMP-3
             VALUE +0.250.

         05  WS-QUARTER                            PIC 9(1).
         05  WS-MONTH                              PIC 9(2).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-GRP                                PIC S9(4) COMP.
         05  WS-BAND                               PIC S9(4) COMP.
         05  WS-INS-USED                           PIC S9(4) COMP
             VALUE ZERO.
         05  WS-INS-FOUND-IX                       PIC S9(4) COMP.
         05  WS-INS-DROPPED                        PIC 9(5)
             VALUE ZERO.
         05  WS-EXPOSURE                           PIC S9(9)V99 COMP-3.
         05  WS-TOTAL-EXPOSURE                     PIC S9(11)V99 COMP-3
             VALUE ZERO.
         05  WS-PEER-RATE                          PIC S9(3)V9(3)
                                                     COMP-3.
         05  WS-LOAN-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-INSIDER-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-FLAG-COUNTER                       PIC 9(5)
             VALUE ZERO.

         05  WS-RPT-PRINCIPAL                      PIC Z,ZZZ,ZZ9.99.
         05  WS-RPT-RATE                           PIC ZZ9.999.
         05  WS-RPT-TERM                           PIC ZZZ9.
         05  WS-RPT-PEER-RATE                      PIC ZZ9.999.
         05  WS-RPT-PEERS                          PIC ZZZZ9.
         05  WS-RPT-EXPOSURE                       PIC ZZZ,ZZZ,ZZ9.99.
         05  WS-RPT-TOTAL                          PIC
               ZZ,ZZZ,ZZZ,ZZ9.99.
         05  WS-RPT-LIMIT                          PIC
               ZZ,ZZZ,ZZZ,ZZ9.99.
         05  WS-RPT-MINUTE                         PIC X(20).
         05  WS-RPT-NOTE                           PIC X(12).
         05  WS-RPT-PRODUCT                        PIC X(24).
         05  WS-RPT-AVG-PRINCIPAL                  PIC Z,ZZZ,ZZ9.99.
         05  WS-RPT-AVG-TERM                       PIC ZZZ9.

      * Everyone the register makes an insider: the insider (relation
      * I) and each related interest held with a PID
       01  WS-INS-TABLE.
         05  WS-INS-ENTRY OCCURS 4000 TIMES
                          INDEXED BY WS-INS-IX.
           10  WS-INS-PID                          PIC X(5).
           10  WS-INS-INSIDER                      PIC X(5).
           10  WS-INS-RELATION                     PIC X(1).
           10  WS-INS-ROLE                         PIC X(1).
           10  WS-INS-EFF-FROM                     PIC X(10).
           10  WS-INS-EFF-TO                       PIC X(10).

      * Non-insider loans by product: fixed then variable rate, each
      * in four term bands - up to 1 year, 5 years, 10 years, longer
       01  WS-PEER-TABLE.
         05  WS-PEER-ENTRY OCCURS 8 TIMES.
           10  WS-PEER-COUNT                       PIC S9(7) COMP-3.
           10  WS-PEER-RATE-SUM                    PIC S9(9)V9(3)
                                                     COMP-3.
           10  WS-PEER-TERM-SUM                    PIC S9(9) COMP-3.
           10  WS-PEER-PRINCIPAL-SUM               PIC S9(11)V99
                                                     COMP-3.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (6:2) TO WS-MONTH.
           COMPUTE WS-QUARTER = ((WS-MONTH - 1) / 3) + 1.

           PERFORM CLEAR-PEER THRU
                   CLEAR-PEER-EXIT
             VARYING WS-GRP FROM 1 BY 1
               UNTIL WS-GRP IS GREATER THAN 8.

           PERFORM LOAD-REGISTER THRU
                   LOAD-REGISTER-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'INSIDER ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT ILRRPT-FILE.
           MOVE WS-ILRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'ILRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKBAPR-NDX.
           MOVE WS-BNKBAPR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBAPR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO ILRRPT-REC.
           STRING 'Loans to insiders and related interests '
                    DELIMITED BY SIZE
                  WS-BUS-DATE (1:4) DELIMITED BY SIZE
                  ' quarter ' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  ' - at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ILRRPT-REC.
           STRING 'R: I insider, F family, C company, O other    '
                    DELIMITED BY SIZE
                  'T: D director, O officer, P shareholder, S staff'
                    DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ILRRPT-REC.
           STRING 'Borr. Insdr R T Account   S    Principal    Rate '
                    DELIMITED BY SIZE
                  'Term Peer rt Peers       Exposure Board minute    '
                    DELIMITED BY SIZE
                  '     Note' DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      * First pass prices the non-insider book, the second lists the
      * insider loans against it
           PERFORM PRICE-PEERS THRU
                   PRICE-PEERS-EXIT.
           PERFORM LIST-INSIDER-LOANS THRU
                   LIST-INSIDER-LOANS-EXIT.

           MOVE WS-TOTAL-EXPOSURE TO WS-RPT-TOTAL.
           MOVE WS-INSIDER-LIMIT TO WS-RPT-LIMIT.
           MOVE SPACES TO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ILRRPT-REC.
           STRING WS-INSIDER-COUNTER DELIMITED BY SIZE
                  ' insider loan(s) of ' DELIMITED BY SIZE
                  WS-LOAN-COUNTER DELIMITED BY SIZE
                  ' drawn, ' DELIMITED BY SIZE
                  WS-FLAG-COUNTER DELIMITED BY SIZE
                  ' flagged' DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ILRRPT-REC.
           STRING 'Aggregate insider exposure ' DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  ' against limit ' DELIMITED BY SIZE
                  WS-RPT-LIMIT DELIMITED BY SIZE
             INTO ILRRPT-REC.
           IF WS-TOTAL-EXPOSURE IS GREATER THAN WS-INSIDER-LIMIT
              MOVE '*** LIMIT EXCEEDED ***' TO ILRRPT-REC (80:22)
           ELSE
              MOVE 'within limit' TO ILRRPT-REC (80:12)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WS-INS-DROPPED IS GREATER THAN ZERO
              MOVE SPACES TO ILRRPT-REC
              STRING '*** ' DELIMITED BY SIZE
                     WS-INS-DROPPED DELIMITED BY SIZE
                     ' register entries not checked - table full ***'
                       DELIMITED BY SIZE
                INTO ILRRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ILRRPT-REC.
           STRING 'Non-insider loans by product   Loans  Avg rate '
                    DELIMITED BY SIZE
                  'Avg term  Avg principal' DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LIST-PEER THRU
                   LIST-PEER-EXIT
             VARYING WS-GRP FROM 1 BY 1
               UNTIL WS-GRP IS GREATER THAN 8.

           CLOSE BNKBAPR-NDX.
           CLOSE BNKACC-NDX.
           CLOSE ILRRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-INSIDER-COUNTER DELIMITED BY SIZE
                  ' insider loan(s), ' DELIMITED BY SIZE
                  WS-FLAG-COUNTER DELIMITED BY SIZE
                  ' flagged' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CLEAR-PEER.
           MOVE ZERO TO WS-PEER-COUNT (WS-GRP).
           MOVE ZERO TO WS-PEER-RATE-SUM (WS-GRP).
           MOVE ZERO TO WS-PEER-TERM-SUM (WS-GRP).
           MOVE ZERO TO WS-PEER-PRINCIPAL-SUM (WS-GRP).
       CLEAR-PEER-EXIT.
           EXIT.

      *****************************************************************
      * Hold each insider and related interest PID in storage         *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT BNKINSD-NDX.
           MOVE WS-BNKINSD-STATUS TO WS-IO-STATUS.
           MOVE 'BNKINSD-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       LOAD-REGISTER-LOOP.
           READ BNKINSD-NDX NEXT RECORD.
           IF WS-BNKINSD-STATUS IS NOT EQUAL TO '00'
              GO TO LOAD-REGISTER-DONE
           END-IF.
           PERFORM LOAD-ENTRY THRU
                   LOAD-ENTRY-EXIT
             VARYING WS-SUB FROM 0 BY 1
               UNTIL WS-SUB IS GREATER THAN 8.
           GO TO LOAD-REGISTER-LOOP.
       LOAD-REGISTER-DONE.
           CLOSE BNKINSD-NDX.
       LOAD-REGISTER-EXIT.
           EXIT.

      * Entry 0 is the insider, 1 to 8 their related interests
       LOAD-ENTRY.
           IF WS-SUB IS GREATER THAN ZERO
              IF BIS-REC-REL-PID (WS-SUB) IS EQUAL TO SPACES
                 GO TO LOAD-ENTRY-EXIT
              END-IF
           END-IF.
           IF WS-INS-USED IS GREATER THAN OR EQUAL TO 4000
              ADD 1 TO WS-INS-DROPPED
              GO TO LOAD-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-INS-USED.
           SET WS-INS-IX TO WS-INS-USED.
           MOVE BIS-REC-PID TO WS-INS-INSIDER (WS-INS-IX).
           MOVE BIS-REC-ROLE TO WS-INS-ROLE (WS-INS-IX).
           MOVE BIS-REC-EFF-FROM TO WS-INS-EFF-FROM (WS-INS-IX).
           MOVE BIS-REC-EFF-TO TO WS-INS-EFF-TO (WS-INS-IX).
           IF WS-SUB IS EQUAL TO ZERO
              MOVE BIS-REC-PID TO WS-INS-PID (WS-INS-IX)
              MOVE 'I' TO WS-INS-RELATION (WS-INS-IX)
           ELSE
              MOVE BIS-REC-REL-PID (WS-SUB) TO WS-INS-PID (WS-INS-IX)
              MOVE BIS-REC-REL-TYPE (WS-SUB)
                TO WS-INS-RELATION (WS-INS-IX)
           END-IF.
       LOAD-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * Average terms of the drawn loans of everyone else             *
      *****************************************************************
       PRICE-PEERS.
           OPEN INPUT BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       PRICE-PEERS-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              GO TO PRICE-PEERS-DONE
           END-IF.
           IF NOT BLQ-REC-DRAWN
              GO TO PRICE-PEERS-LOOP
           END-IF.
           ADD 1 TO WS-LOAN-COUNTER.
           PERFORM FIND-INSIDER THRU
                   FIND-INSIDER-EXIT.
           IF WS-INS-FOUND-IX IS NOT EQUAL TO ZERO
              GO TO PRICE-PEERS-LOOP
           END-IF.
           PERFORM SET-PRODUCT.
           ADD 1 TO WS-PEER-COUNT (WS-GRP).
           ADD BLQ-REC-RATE TO WS-PEER-RATE-SUM (WS-GRP).
           ADD BLQ-REC-TERM TO WS-PEER-TERM-SUM (WS-GRP).
           ADD BLQ-REC-PRINCIPAL TO WS-PEER-PRINCIPAL-SUM (WS-GRP).
           GO TO PRICE-PEERS-LOOP.
       PRICE-PEERS-DONE.
           CLOSE BNKLOANQ-NDX.
       PRICE-PEERS-EXIT.
           EXIT.

      *****************************************************************
      * One line per drawn loan to an insider or related interest.    *
      * Only a running loan carries exposure - the debt on its loan  *
      * account (held as a negative balance).                         *
      *****************************************************************
       LIST-INSIDER-LOANS.
           OPEN INPUT BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       LIST-INSIDER-LOANS-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-INSIDER-LOANS-DONE
           END-IF.
           IF NOT BLQ-REC-DRAWN
              GO TO LIST-INSIDER-LOANS-LOOP
           END-IF.
           PERFORM FIND-INSIDER THRU
                   FIND-INSIDER-EXIT.
           IF WS-INS-FOUND-IX IS EQUAL TO ZERO
              GO TO LIST-INSIDER-LOANS-LOOP
           END-IF.
           ADD 1 TO WS-INSIDER-COUNTER.
           SET WS-INS-IX TO WS-INS-FOUND-IX.

           MOVE ZERO TO WS-EXPOSURE.
           IF BLQ-REC-CONVERTED
              MOVE BLQ-REC-ACCNO TO BAC-REC-ACCNO
              READ BNKACC-NDX
              IF WS-BNKACC-STATUS IS EQUAL TO '00' AND
                 BAC-REC-BALANCE IS LESS THAN ZERO
                 COMPUTE WS-EXPOSURE = ZERO - BAC-REC-BALANCE
              END-IF
           END-IF.
           ADD WS-EXPOSURE TO WS-TOTAL-EXPOSURE.

           MOVE SPACES TO WS-RPT-MINUTE.
           MOVE SPACES TO WS-RPT-NOTE.
           MOVE BLQ-REC-PID TO BBQ-REC-PID.
           READ BNKBAPR-NDX.
           IF WS-BNKBAPR-STATUS IS EQUAL TO '00' AND
              BBQ-REC-USED AND
              BBQ-REC-ACCNO IS EQUAL TO BLQ-REC-ACCNO
              MOVE BBQ-REC-MINUTE-REF TO WS-RPT-MINUTE
           ELSE
              MOVE 'NONE ON FILE' TO WS-RPT-MINUTE
           END-IF.

           PERFORM SET-PRODUCT.
           MOVE ZERO TO WS-PEER-RATE.
           IF WS-PEER-COUNT (WS-GRP) IS GREATER THAN ZERO
              COMPUTE WS-PEER-RATE ROUNDED =
                      WS-PEER-RATE-SUM (WS-GRP) /
                      WS-PEER-COUNT (WS-GRP)
              IF BLQ-REC-RATE IS LESS THAN
                 WS-PEER-RATE - WS-RATE-TOLERANCE
                 MOVE '*PREF RATE*' TO WS-RPT-NOTE
              END-IF
           END-IF.
           IF WS-RPT-NOTE IS EQUAL TO SPACES AND
              WS-RPT-MINUTE IS EQUAL TO 'NONE ON FILE'
              MOVE '*NO BOARD*' TO WS-RPT-NOTE
           END-IF.
           IF WS-RPT-NOTE IS NOT EQUAL TO SPACES
              ADD 1 TO WS-FLAG-COUNTER
           END-IF.

           MOVE BLQ-REC-PRINCIPAL TO WS-RPT-PRINCIPAL.
           MOVE BLQ-REC-RATE TO WS-RPT-RATE.
           MOVE BLQ-REC-TERM TO WS-RPT-TERM.
           MOVE WS-PEER-RATE TO WS-RPT-PEER-RATE.
           MOVE WS-PEER-COUNT (WS-GRP) TO WS-RPT-PEERS.
           MOVE WS-EXPOSURE TO WS-RPT-EXPOSURE.
           MOVE SPACES TO ILRRPT-REC.
           STRING BLQ-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INS-INSIDER (WS-INS-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INS-RELATION (WS-INS-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INS-ROLE (WS-INS-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BLQ-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BLQ-REC-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-PRINCIPAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-RATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-TERM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-PEER-RATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-PEERS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-EXPOSURE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-MINUTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-NOTE DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO LIST-INSIDER-LOANS-LOOP.
       LIST-INSIDER-LOANS-DONE.
           CLOSE BNKLOANQ-NDX.
       LIST-INSIDER-LOANS-EXIT.
           EXIT.

      *****************************************************************
      * Is the borrower an insider or related interest - either now  *
      * or when the loan was drawn?                                   *
      *****************************************************************
       FIND-INSIDER.
           MOVE ZERO TO WS-INS-FOUND-IX.
           IF WS-INS-USED IS EQUAL TO ZERO
              GO TO FIND-INSIDER-EXIT
           END-IF.
           SET WS-INS-IX TO 1.
       FIND-INSIDER-LOOP.
           IF WS-INS-PID (WS-INS-IX) IS EQUAL TO BLQ-REC-PID
              IF WS-INS-EFF-FROM (WS-INS-IX) IS NOT GREATER THAN
                   WS-BUS-DATE AND
                 (WS-INS-EFF-TO (WS-INS-IX) IS EQUAL TO SPACES OR
                  WS-INS-EFF-TO (WS-INS-IX) IS NOT LESS THAN
                    WS-BUS-DATE)
                 SET WS-INS-FOUND-IX TO WS-INS-IX
                 GO TO FIND-INSIDER-EXIT
              END-IF
              IF WS-INS-EFF-FROM (WS-INS-IX) IS NOT GREATER THAN
                   BLQ-REC-CONVERT-DTE AND
                 (WS-INS-EFF-TO (WS-INS-IX) IS EQUAL TO SPACES OR
                  WS-INS-EFF-TO (WS-INS-IX) IS NOT LESS THAN
                    BLQ-REC-CONVERT-DTE)
                 SET WS-INS-FOUND-IX TO WS-INS-IX
                 GO TO FIND-INSIDER-EXIT
              END-IF
           END-IF.
           IF WS-INS-IX IS LESS THAN WS-INS-USED
              SET WS-INS-IX UP BY 1
              GO TO FIND-INSIDER-LOOP
           END-IF.
       FIND-INSIDER-EXIT.
           EXIT.

      *****************************************************************
      * The loan's product: rate type and term band                   *
      *****************************************************************
       SET-PRODUCT.
           EVALUATE TRUE
             WHEN BLQ-REC-TERM IS NOT GREATER THAN 12
               MOVE 1 TO WS-BAND
             WHEN BLQ-REC-TERM IS NOT GREATER THAN 60
               MOVE 2 TO WS-BAND
             WHEN BLQ-REC-TERM IS NOT GREATER THAN 120
               MOVE 3 TO WS-BAND
             WHEN OTHER
               MOVE 4 TO WS-BAND
           END-EVALUATE.
           IF BLQ-REC-RATE-VARIABLE
              COMPUTE WS-GRP = WS-BAND + 4
           ELSE
              MOVE WS-BAND TO WS-GRP
           END-IF.

       LIST-PEER.
           EVALUATE WS-GRP
             WHEN 1
               MOVE 'Fixed, up to 1 year' TO WS-RPT-PRODUCT
             WHEN 2
               MOVE 'Fixed, 1 to 5 years' TO WS-RPT-PRODUCT
             WHEN 3
               MOVE 'Fixed, 5 to 10 years' TO WS-RPT-PRODUCT
             WHEN 4
               MOVE 'Fixed, over 10 years' TO WS-RPT-PRODUCT
             WHEN 5
               MOVE 'Variable, up to 1 year' TO WS-RPT-PRODUCT
             WHEN 6
               MOVE 'Variable, 1 to 5 years' TO WS-RPT-PRODUCT
             WHEN 7
               MOVE 'Variable, 5 to 10 years' TO WS-RPT-PRODUCT
             WHEN OTHER
               MOVE 'Variable, over 10 years' TO WS-RPT-PRODUCT
           END-EVALUATE.
           MOVE ZERO TO WS-PEER-RATE.
           MOVE ZERO TO WS-RPT-AVG-TERM.
           MOVE ZERO TO WS-RPT-AVG-PRINCIPAL.
           IF WS-PEER-COUNT (WS-GRP) IS GREATER THAN ZERO
              COMPUTE WS-PEER-RATE ROUNDED =
                      WS-PEER-RATE-SUM (WS-GRP) /
                      WS-PEER-COUNT (WS-GRP)
              COMPUTE WS-RPT-AVG-TERM ROUNDED =
                      WS-PEER-TERM-SUM (WS-GRP) /
                      WS-PEER-COUNT (WS-GRP)
              COMPUTE WS-RPT-AVG-PRINCIPAL ROUNDED =
                      WS-PEER-PRINCIPAL-SUM (WS-GRP) /
                      WS-PEER-COUNT (WS-GRP)
           END-IF.
           MOVE WS-PEER-RATE TO WS-RPT-PEER-RATE.
           MOVE WS-PEER-COUNT (WS-GRP) TO WS-RPT-PEERS.
           MOVE SPACES TO ILRRPT-REC.
           STRING WS-RPT-PRODUCT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-RPT-PEERS DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-RPT-PEER-RATE DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-RPT-AVG-TERM DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-RPT-AVG-PRINCIPAL DELIMITED BY SIZE
             INTO ILRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LIST-PEER-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE ILRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE ILRRPT-REC TO RPD-LINE-TEXT.
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
