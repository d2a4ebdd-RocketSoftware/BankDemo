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
      * Program:     ZBNKCTR1.CBL                                     *
      * Function:    Daily currency transaction reporting.  Every     *
      *              customer's cash for the business day is added up *
      *              across all the cash channels:                    *
      *              - teller counter cash, item by item from the     *
      *                cash item journal behind BNKDRWR (BNKDRWI);    *
      *              - foreign-note deals, at the base-currency value *
      *                journalled with the note currency;             *
      *              - ATM cash withdrawals and deposits (channel A   *
      *                postings on the daily postings file DAYPOST);  *
      *              - night-depository bags posted from BNKBAGS.     *
      *              Cash in and cash out are totalled separately and *
      *              either going over the threshold raises a filing  *
      *              on BNKCTRF with the conductor's identity from    *
      *              BNKCUST, unless the customer is a business on    *
      *              the exemption list BNKCTRX.  A filing with a     *
      *              complete identity is released to the regulator   *
      *              extract and marked filed; one without stays      *
      *              pending and is tried again every run until it    *
      *              goes.  A filed day is never filed again.         *
      *              Run after ZBNKDPX1 has extracted the business    *
      *              day's postings.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKCTR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKDRWI-NDX
                  ASSIGN       TO NDXDRWI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BDI-REC-KEY
                  FILE STATUS  IS WS-BNKDRWI-STATUS.

           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT BNKBAGS-NDX
                  ASSIGN       TO NDXBAGS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BBG-REC-TIMESTAMP
                  FILE STATUS  IS WS-BNKBAGS-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKCTRX-NDX
                  ASSIGN       TO NDXCTRX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCX-REC-PID
                  FILE STATUS  IS WS-BNKCTRX-STATUS.

           SELECT BNKCTRF-NDX
                  ASSIGN       TO NDXCTRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCT-REC-KEY
                  FILE STATUS  IS WS-BNKCTRF-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

           SELECT CTROUT-FILE
                  ASSIGN       TO CTROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CTROUT-STATUS.

           SELECT CTRRPT-FILE
                  ASSIGN       TO CTRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKDRWI-NDX.
       01  BNKDRWI-REC.
       COPY CBANKVDI.

       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKBAGS-NDX.
       01  BNKBAGS-REC.
       COPY CBANKVBG.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKCTRX-NDX.
       01  BNKCTRX-REC.
       COPY CBANKVCX.

       FD  BNKCTRF-NDX.
       01  BNKCTRF-REC.
       COPY CBANKVCT.

       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-PID                               PIC X(5).
         05  SRT-DIRECTION                         PIC X(1).
         05  SRT-SOURCE                            PIC X(1).
         05  SRT-AMOUNT                            PIC S9(9)V99 COMP-3.

       FD  CTROUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CTROUT-REC                              PIC X(200).

       FD  CTRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  CTRRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

      * The posting being processed, from the daily postings file
       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCTR1'.
         05  WS-BNKDRWI-STATUS                     PIC X(2).
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKBAGS-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKCTRX-STATUS                     PIC X(2).
         05  WS-BNKCTRF-STATUS                     PIC X(2).
         05  WS-CTROUT-STATUS                      PIC X(2).
         05  WS-CTRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.

      * Cash in or cash out for one customer in one business day
      * above this is reported - site-tunable
         05  WS-CTR-THRESHOLD                      PIC S9(7)V99 COMP-3
             VALUE 10000.00.

         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-CUST-SW                            PIC X(1).
           88  WS-CUST-FOUND                         VALUE 'Y'.
         05  WS-EXEMPT-SW                          PIC X(1).
           88  WS-EXEMPT                             VALUE 'Y'.
         05  WS-ON-FILE-SW                         PIC X(1).
           88  WS-ON-FILE                            VALUE 'Y'.

         05  WS-CUR-PID                            PIC X(5).
         05  WS-CUR-IN                             PIC S9(9)V99 COMP-3.
         05  WS-CUR-OUT                            PIC S9(9)V99 COMP-3.
         05  WS-CUR-ITEMS                          PIC 9(4).
         05  WS-CUR-SOURCES                        PIC X(4).
         05  WS-ITEM-AMOUNT                        PIC S9(9)V99 COMP-3.
         05  WS-RPT-ACTION                         PIC X(8).
         05  WS-AMOUNT-ED                          PIC ZZZ,ZZZ,ZZ9.99.
         05  WS-AMOUNT-ED2                         PIC ZZZ,ZZZ,ZZ9.99.

         05  WS-ITEM-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-CUSTOMER-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-OVER-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-FILED-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-PENDING-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-EXEMPT-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-ALREADY-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-RETRY-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-WALKIN-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-WALKIN-AMOUNT                      PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.

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

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'CTRFILE ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCTRX-NDX.
           MOVE WS-BNKCTRX-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCTRX-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKCTRF-NDX.
           MOVE WS-BNKCTRF-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCTRF-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT CTROUT-FILE.
           MOVE WS-CTROUT-STATUS TO WS-IO-STATUS.
           MOVE 'CTROUT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT CTRRPT-FILE.
           MOVE WS-CTRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'CTRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO CTRRPT-REC.
           STRING 'Currency transaction reporting for '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CTRRPT-REC.
           STRING 'Action   PID   Conductor                 '
                    DELIMITED BY SIZE
                  '       Cash in       Cash out Via  Note'
                    DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      * All the day's cash items from every channel are brought
      * together by customer, however many there are
           SORT SORT-WORK
               ON ASCENDING KEY SRT-PID
               INPUT PROCEDURE IS RELEASE-CASH-ITEMS THRU
                                  RELEASE-CASH-ITEMS-EXIT
               OUTPUT PROCEDURE IS TOTAL-CUSTOMERS THRU
                                   TOTAL-CUSTOMERS-EXIT.

           PERFORM RETRY-PENDING THRU
                   RETRY-PENDING-EXIT.

           MOVE SPACES TO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CTRRPT-REC.
           STRING WS-ITEM-COUNTER DELIMITED BY SIZE
                  ' cash item(s) for ' DELIMITED BY SIZE
                  WS-CUSTOMER-COUNTER DELIMITED BY SIZE
                  ' customer(s), ' DELIMITED BY SIZE
                  WS-OVER-COUNTER DELIMITED BY SIZE
                  ' over the threshold' DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CTRRPT-REC.
           STRING WS-FILED-COUNTER DELIMITED BY SIZE
                  ' filed, ' DELIMITED BY SIZE
                  WS-PENDING-COUNTER DELIMITED BY SIZE
                  ' pending, ' DELIMITED BY SIZE
                  WS-EXEMPT-COUNTER DELIMITED BY SIZE
                  ' exempt, ' DELIMITED BY SIZE
                  WS-ALREADY-COUNTER DELIMITED BY SIZE
                  ' already filed, ' DELIMITED BY SIZE
                  WS-RETRY-COUNTER DELIMITED BY SIZE
                  ' earlier filing(s) released' DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WALKIN-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CTRRPT-REC.
           STRING WS-WALKIN-COUNTER DELIMITED BY SIZE
                  ' teller item(s) for walk-in customers totalling '
                    DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKCUST-NDX.
           CLOSE BNKCTRX-NDX.
           CLOSE BNKCTRF-NDX.
           CLOSE CTROUT-FILE.
           CLOSE CTRRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-FILED-COUNTER DELIMITED BY SIZE
                  ' filed, ' DELIMITED BY SIZE
                  WS-PENDING-COUNTER DELIMITED BY SIZE
                  ' pending, ' DELIMITED BY SIZE
                  WS-EXEMPT-COUNTER DELIMITED BY SIZE
                  ' exempt' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Release the business day's cash items from each channel in    *
      * turn.  Teller counter and foreign-note items come from the    *
      * cash item journal; a walk-in with no customer profile cannot  *
      * be added up against anyone, so a large one is listed for the  *
      * teller's own paper filing.                                    *
      *****************************************************************
       RELEASE-CASH-ITEMS.
           OPEN INPUT BNKDRWI-NDX.
           MOVE WS-BNKDRWI-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDRWI-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE LOW-VALUES TO BDI-REC-KEY.
           MOVE WS-BUS-DATE TO BDI-REC-DATE.
           START BNKDRWI-NDX KEY IS GREATER THAN OR EQUAL TO
                 BDI-REC-KEY
             INVALID KEY
               GO TO RELEASE-TELLER-DONE
           END-START.
       RELEASE-TELLER-LOOP.
           READ BNKDRWI-NDX NEXT RECORD.
           IF WS-BNKDRWI-STATUS IS EQUAL TO '10'
              GO TO RELEASE-TELLER-DONE
           END-IF.
           IF WS-BNKDRWI-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKDRWI-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BDI-REC-DATE IS NOT EQUAL TO WS-BUS-DATE
              GO TO RELEASE-TELLER-DONE
           END-IF.
           IF BDI-REC-PID IS EQUAL TO SPACES
              ADD 1 TO WS-WALKIN-COUNTER
              ADD BDI-REC-AMOUNT TO WS-WALKIN-AMOUNT
              IF BDI-REC-AMOUNT IS GREATER THAN WS-CTR-THRESHOLD
                 PERFORM REPORT-WALKIN-ITEM
              END-IF
              GO TO RELEASE-TELLER-LOOP
           END-IF.
           MOVE BDI-REC-PID TO SRT-PID.
           MOVE BDI-REC-DIRECTION TO SRT-DIRECTION.
           IF BDI-REC-SOURCE-FX
              MOVE 'F' TO SRT-SOURCE
           ELSE
              MOVE 'T' TO SRT-SOURCE
           END-IF.
           MOVE BDI-REC-AMOUNT TO SRT-AMOUNT.
           PERFORM RELEASE-ITEM.
           GO TO RELEASE-TELLER-LOOP.
       RELEASE-TELLER-DONE.
           CLOSE BNKDRWI-NDX.

      * ATM cash: a deposit taken as cash, and a withdrawal - the
      * customer leg of a transfer into a bank house account - from
      * the postings made under the business date.  An entry later
      * reversed (or the reversal itself) moved no cash.
           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       RELEASE-ATM-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO RELEASE-ATM-DONE
           END-IF.
           IF BTX-REC-CHANNEL IS NOT EQUAL TO 'A' OR
              BTX-REC-ACCNO (1:8) IS EQUAL TO '99999999' OR
              NOT BTX-REC-NOT-REVERSED
              GO TO RELEASE-ATM-LOOP
           END-IF.
           IF BTX-REC-TYPE IS EQUAL TO '2' AND
              BTX-REC-SUB-TYPE IS EQUAL TO '1'
              MOVE 'I' TO SRT-DIRECTION
           ELSE
              IF BTX-REC-TYPE IS EQUAL TO '1' AND
                 BTX-REC-SUB-TYPE IS EQUAL TO '1' AND
                 BTX-REC-DATA-OLD (17:8) IS EQUAL TO '99999999'
                 MOVE 'O' TO SRT-DIRECTION
              ELSE
                 GO TO RELEASE-ATM-LOOP
              END-IF
           END-IF.
           MOVE BTX-REC-PID TO SRT-PID.
           MOVE 'A' TO SRT-SOURCE.
           IF BTX-REC-AMOUNT IS LESS THAN ZERO
              COMPUTE SRT-AMOUNT = ZERO - BTX-REC-AMOUNT
           ELSE
              MOVE BTX-REC-AMOUNT TO SRT-AMOUNT
           END-IF.
           PERFORM RELEASE-ITEM.
           GO TO RELEASE-ATM-LOOP.
       RELEASE-ATM-DONE.
           CLOSE DAYPOST-FILE.

      * Night-depository bags are cash in on the day they post
           OPEN INPUT BNKBAGS-NDX.
           MOVE WS-BNKBAGS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBAGS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       RELEASE-BAGS-LOOP.
           READ BNKBAGS-NDX NEXT RECORD.
           IF WS-BNKBAGS-STATUS IS EQUAL TO '10'
              GO TO RELEASE-BAGS-DONE
           END-IF.
           IF WS-BNKBAGS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKBAGS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BBG-REC-BAG-POSTED OR
              BBG-REC-POSTED-DATE IS NOT EQUAL TO WS-BUS-DATE
              GO TO RELEASE-BAGS-LOOP
           END-IF.
           MOVE BBG-REC-PID TO SRT-PID.
           MOVE 'I' TO SRT-DIRECTION.
           MOVE 'N' TO SRT-SOURCE.
           MOVE BBG-REC-POSTED-AMOUNT TO SRT-AMOUNT.
           PERFORM RELEASE-ITEM.
           GO TO RELEASE-BAGS-LOOP.
       RELEASE-BAGS-DONE.
           CLOSE BNKBAGS-NDX.
       RELEASE-CASH-ITEMS-EXIT.
           EXIT.

       RELEASE-ITEM.
           ADD 1 TO WS-ITEM-COUNTER.
           RELEASE SRT-REC.

      *****************************************************************
      * Next posting from the daily postings file.  At the trailer    *
      * the postings read are proved against its control figures - a  *
      * file for another day, or one that does not agree with its own *
      * trailer, stops the job rather than file wrong figures.        *
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
           IF DPX-TRL-BUS-DATE IS NOT EQUAL TO WS-BUS-DATE
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

       REPORT-WALKIN-ITEM.
           MOVE BDI-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO CTRRPT-REC.
           STRING 'WALK-IN        Teller ' DELIMITED BY SIZE
                  BDI-REC-TELLER DELIMITED BY SIZE
                  ' at ' DELIMITED BY SIZE
                  BDI-REC-TIMESTAMP (12:8) DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BDI-REC-DIRECTION DELIMITED BY SIZE
                  '    No profile - file manually' DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Add up each customer's items as they come back in customer    *
      * order, assessing the totals at each change of customer        *
      *****************************************************************
       TOTAL-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-PID.
       TOTAL-CUSTOMERS-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-PID IS NOT EQUAL TO LOW-VALUES
                 PERFORM ASSESS-CUSTOMER THRU
                         ASSESS-CUSTOMER-EXIT
              END-IF
              GO TO TOTAL-CUSTOMERS-EXIT
           END-IF.
           IF SRT-PID IS NOT EQUAL TO WS-CUR-PID
              IF WS-CUR-PID IS NOT EQUAL TO LOW-VALUES
                 PERFORM ASSESS-CUSTOMER THRU
                         ASSESS-CUSTOMER-EXIT
              END-IF
              MOVE SRT-PID TO WS-CUR-PID
              MOVE ZERO TO WS-CUR-IN
              MOVE ZERO TO WS-CUR-OUT
              MOVE ZERO TO WS-CUR-ITEMS
              MOVE SPACES TO WS-CUR-SOURCES
           END-IF.
           IF SRT-DIRECTION IS EQUAL TO 'I'
              ADD SRT-AMOUNT TO WS-CUR-IN
           ELSE
              ADD SRT-AMOUNT TO WS-CUR-OUT
           END-IF.
           ADD 1 TO WS-CUR-ITEMS.
           EVALUATE SRT-SOURCE
             WHEN 'T'
               MOVE 'T' TO WS-CUR-SOURCES (1:1)
             WHEN 'A'
               MOVE 'A' TO WS-CUR-SOURCES (2:1)
             WHEN 'N'
               MOVE 'N' TO WS-CUR-SOURCES (3:1)
             WHEN 'F'
               MOVE 'F' TO WS-CUR-SOURCES (4:1)
           END-EVALUATE.
           GO TO TOTAL-CUSTOMERS-LOOP.
       TOTAL-CUSTOMERS-EXIT.
           EXIT.

      *****************************************************************
      * One customer's day.  Over the threshold either way, an exempt *
      * business is only listed; anyone else gets a filing, unless    *
      * the day has already been filed.  A rerun refreshes a pending  *
      * filing with the day's totals as they now stand.               *
      *****************************************************************
       ASSESS-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNTER.
           IF WS-CUR-IN IS NOT GREATER THAN WS-CTR-THRESHOLD AND
              WS-CUR-OUT IS NOT GREATER THAN WS-CTR-THRESHOLD
              GO TO ASSESS-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-OVER-COUNTER.
           PERFORM READ-CUSTOMER THRU
                   READ-CUSTOMER-EXIT.

           PERFORM CHECK-EXEMPTION THRU
                   CHECK-EXEMPTION-EXIT.
           IF WS-EXEMPT
              ADD 1 TO WS-EXEMPT-COUNTER
              MOVE 'EXEMPT  ' TO WS-RPT-ACTION
              MOVE SPACES TO BCT-RECORD
              MOVE WS-CUR-PID TO BCT-REC-PID
              MOVE BCS-REC-NAME TO BCT-REC-NAME
              MOVE WS-CUR-IN TO BCT-REC-CASH-IN
              MOVE WS-CUR-OUT TO BCT-REC-CASH-OUT
              MOVE WS-CUR-SOURCES TO BCT-REC-SOURCES
              PERFORM REPORT-FILING
              GO TO ASSESS-CUSTOMER-EXIT
           END-IF.

           MOVE WS-BUS-DATE TO BCT-REC-DATE.
           MOVE WS-CUR-PID TO BCT-REC-PID.
           READ BNKCTRF-NDX RECORD.
           IF WS-BNKCTRF-STATUS IS EQUAL TO '00'
              MOVE 'Y' TO WS-ON-FILE-SW
              IF BCT-REC-FILED
                 ADD 1 TO WS-ALREADY-COUNTER
                 MOVE 'ALREADY ' TO WS-RPT-ACTION
                 PERFORM REPORT-FILING
                 GO TO ASSESS-CUSTOMER-EXIT
              END-IF
           ELSE
              MOVE 'N' TO WS-ON-FILE-SW
              MOVE SPACES TO BCT-RECORD
              MOVE WS-BUS-DATE TO BCT-REC-DATE
              MOVE WS-CUR-PID TO BCT-REC-PID
              SET BCT-REC-PENDING TO TRUE
              MOVE WS-BUS-DATE TO BCT-REC-RAISED-DTE
           END-IF.
           MOVE WS-CUR-IN TO BCT-REC-CASH-IN.
           MOVE WS-CUR-OUT TO BCT-REC-CASH-OUT.
           MOVE WS-CUR-ITEMS TO BCT-REC-ITEM-COUNT.
           MOVE WS-CUR-SOURCES TO BCT-REC-SOURCES.

           PERFORM FILL-CONDUCTOR THRU
                   FILL-CONDUCTOR-EXIT.
           PERFORM SUBMIT-FILING THRU
                   SUBMIT-FILING-EXIT.

           IF WS-ON-FILE
              REWRITE BNKCTRF-REC
           ELSE
              WRITE BNKCTRF-REC
           END-IF.
           IF WS-BNKCTRF-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKCTRF-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BCT-REC-FILED
              ADD 1 TO WS-FILED-COUNTER
              MOVE 'FILED   ' TO WS-RPT-ACTION
           ELSE
              ADD 1 TO WS-PENDING-COUNTER
              MOVE 'PENDING ' TO WS-RPT-ACTION
           END-IF.
           PERFORM REPORT-FILING.
       ASSESS-CUSTOMER-EXIT.
           EXIT.

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-SW.
           MOVE WS-CUR-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-REC-NAME
               GO TO READ-CUSTOMER-EXIT
           END-READ.
           MOVE 'Y' TO WS-CUST-SW.
       READ-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * Only a business customer can hold an exemption, and it must   *
      * not be revoked or past its review date; one that fails either *
      * test is reported so it can be put right, and the cash filed   *
      *****************************************************************
       CHECK-EXEMPTION.
           MOVE 'N' TO WS-EXEMPT-SW.
           IF NOT WS-CUST-FOUND
              GO TO CHECK-EXEMPTION-EXIT
           END-IF.
           MOVE WS-CUR-PID TO BCX-REC-PID.
           READ BNKCTRX-NDX RECORD
             INVALID KEY
               GO TO CHECK-EXEMPTION-EXIT
           END-READ.
           IF NOT BCX-REC-ACTIVE
              GO TO CHECK-EXEMPTION-EXIT
           END-IF.
           MOVE SPACES TO CTRRPT-REC.
           IF NOT BCS-REC-PROFILE-BUSINESS
              STRING '         ' DELIMITED BY SIZE
                     WS-CUR-PID DELIMITED BY SIZE
                     ' exemption ignored - not a business customer'
                       DELIMITED BY SIZE
                INTO CTRRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO CHECK-EXEMPTION-EXIT
           END-IF.
           IF BCX-REC-REVIEW-DTE IS NOT EQUAL TO SPACES AND
              BCX-REC-REVIEW-DTE IS LESS THAN WS-BUS-DATE
              STRING '         ' DELIMITED BY SIZE
                     WS-CUR-PID DELIMITED BY SIZE
                     ' exemption lapsed - review was due '
                       DELIMITED BY SIZE
                     BCX-REC-REVIEW-DTE DELIMITED BY SIZE
                INTO CTRRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO CHECK-EXEMPTION-EXIT
           END-IF.
           MOVE 'Y' TO WS-EXEMPT-SW.
       CHECK-EXEMPTION-EXIT.
           EXIT.

      *****************************************************************
      * Carry the conductor's identity onto the filing.  The filing   *
      * cannot go to the regulator without a name, an address and a   *
      * tax number, so a gap holds it pending with the reason          *
      *****************************************************************
       FILL-CONDUCTOR.
           MOVE SPACES TO BCT-REC-PENDING-REASON.
           IF NOT WS-CUST-FOUND
              MOVE 'Customer not on file' TO BCT-REC-PENDING-REASON
              GO TO FILL-CONDUCTOR-EXIT
           END-IF.
           MOVE BCS-REC-NAME TO BCT-REC-NAME.
           MOVE BCS-REC-ADDR1 TO BCT-REC-ADDR1.
           MOVE BCS-REC-ADDR2 TO BCT-REC-ADDR2.
           MOVE BCS-REC-STATE TO BCT-REC-STATE.
           MOVE BCS-REC-CNTRY TO BCT-REC-CNTRY.
           MOVE BCS-REC-POST-CODE TO BCT-REC-POST-CODE.
           MOVE BCS-REC-SIN TO BCT-REC-SIN.
           MOVE BCS-REC-BIRTH-DATE TO BCT-REC-BIRTH-DATE.
           IF BCT-REC-NAME IS EQUAL TO SPACES
              MOVE 'No name on file' TO BCT-REC-PENDING-REASON
              GO TO FILL-CONDUCTOR-EXIT
           END-IF.
           IF BCT-REC-ADDR1 IS EQUAL TO SPACES OR
              BCS-REC-ADDR-UNDELIVERABLE
              MOVE 'No usable address' TO BCT-REC-PENDING-REASON
              GO TO FILL-CONDUCTOR-EXIT
           END-IF.
           IF BCT-REC-SIN IS EQUAL TO SPACES
              MOVE 'No SIN on file' TO BCT-REC-PENDING-REASON
              GO TO FILL-CONDUCTOR-EXIT
           END-IF.
       FILL-CONDUCTOR-EXIT.
           EXIT.

      *****************************************************************
      * A complete filing goes out on the regulator extract and is    *
      * marked filed so no later run can send it again                *
      *****************************************************************
       SUBMIT-FILING.
           IF BCT-REC-PENDING-REASON IS NOT EQUAL TO SPACES
              GO TO SUBMIT-FILING-EXIT
           END-IF.
           SET BCT-REC-FILED TO TRUE.
           MOVE WS-BUS-DATE TO BCT-REC-FILED-DTE.
           WRITE CTROUT-REC FROM BNKCTRF-REC.
           IF WS-CTROUT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing CTROUT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       SUBMIT-FILING-EXIT.
           EXIT.

      *****************************************************************
      * Filings from earlier days still pending are tried again with  *
      * the customer record as it stands today                        *
      *****************************************************************
       RETRY-PENDING.
           MOVE LOW-VALUES TO BCT-REC-KEY.
           START BNKCTRF-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCT-REC-KEY
             INVALID KEY
               GO TO RETRY-PENDING-EXIT
           END-START.
       RETRY-PENDING-LOOP.
           READ BNKCTRF-NDX NEXT RECORD.
           IF WS-BNKCTRF-STATUS IS NOT EQUAL TO '00'
              GO TO RETRY-PENDING-EXIT
           END-IF.
           IF BCT-REC-DATE IS NOT LESS THAN WS-BUS-DATE
              GO TO RETRY-PENDING-EXIT
           END-IF.
           IF NOT BCT-REC-PENDING
              GO TO RETRY-PENDING-LOOP
           END-IF.
           MOVE BCT-REC-PID TO WS-CUR-PID.
           PERFORM READ-CUSTOMER THRU
                   READ-CUSTOMER-EXIT.
           PERFORM FILL-CONDUCTOR THRU
                   FILL-CONDUCTOR-EXIT.
           PERFORM SUBMIT-FILING THRU
                   SUBMIT-FILING-EXIT.
           REWRITE BNKCTRF-REC.
           IF WS-BNKCTRF-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKCTRF-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BCT-REC-FILED
              ADD 1 TO WS-RETRY-COUNTER
              MOVE 'FILED   ' TO WS-RPT-ACTION
           ELSE
              ADD 1 TO WS-PENDING-COUNTER
              MOVE 'PENDING ' TO WS-RPT-ACTION
           END-IF.
           PERFORM REPORT-FILING.
           GO TO RETRY-PENDING-LOOP.
       RETRY-PENDING-EXIT.
           EXIT.

       REPORT-FILING.
           MOVE BCT-REC-CASH-IN TO WS-AMOUNT-ED.
           MOVE BCT-REC-CASH-OUT TO WS-AMOUNT-ED2.
           MOVE SPACES TO CTRRPT-REC.
           STRING WS-RPT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCT-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCT-REC-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCT-REC-SOURCES DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCT-REC-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCT-REC-PENDING-REASON DELIMITED BY SIZE
             INTO CTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CTRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE CTRRPT-REC TO RPD-LINE-TEXT.
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
