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
      * Program:     ZBNKTRI1.CBL                                     *
      * Function:    Foreign tax residency indicia search.            *
      *              Every active customer is checked for the signs   *
      *              of tax residence outside the US that FATCA and   *
      *              CRS require the bank to follow up:               *
      *              - an address country other than the USA          *
      *              - a telephone number with a non-US country code  *
      *              - regular wires to foreign IBANs, counted from   *
      *                the wire legs on BNKTXN over the past year     *
      *              A customer with any of these and no current      *
      *              self-certification on BNKTAXR is listed for the  *
      *              branch to obtain one.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKTRI1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKTAXR-NDX
                  ASSIGN       TO NDXTAXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTR-REC-PID
                  FILE STATUS  IS WS-BNKTAXR-STATUS.

           SELECT TRIRPT-FILE
                  ASSIGN       TO TRIRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRIRPT-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKTAXR-NDX.
       01  BNKTAXR-REC.
       COPY CBANKVTR.

       FD  TRIRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  TRIRPT-REC                              PIC X(121).

      * One C record per active customer carrying the address and
      * telephone indicia, and one W record per foreign wire, brought
      * together by customer
       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-PID                               PIC X(5).
         05  SRT-KIND                              PIC X(1).
           88  SRT-KIND-CUSTOMER                     VALUE 'C'.
           88  SRT-KIND-WIRE                         VALUE 'W'.
         05  SRT-NAME                              PIC X(25).
         05  SRT-CNTRY                             PIC X(6).
         05  SRT-TEL                               PIC X(12).
         05  SRT-ADDR-IND                          PIC X(1).
         05  SRT-TEL-IND                           PIC X(1).
         05  SRT-WIRE-CNTRY                        PIC X(2).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKTRI1'.
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKTAXR-STATUS                     PIC X(2).
         05  WS-TRIRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * This many international wires in the look-back window is a
      * standing instruction pattern - site-tunable
         05  WS-WIRE-MIN                           PIC S9(4) COMP
             VALUE +3.
         05  WS-LOOKBACK-DAYS                      PIC S9(4) COMP
             VALUE +365.
         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-FROM-YYYYMMDD                      PIC 9(8).
         05  WS-FROM-DATE                          PIC X(10).
         05  WS-DEBIT-PID                          PIC X(5).
         05  WS-DEBIT-TS                           PIC X(25).
         05  WS-WIRE-BIC                           PIC X(11).
         05  WS-WIRE-IBAN                          PIC X(34).
         05  WS-WIRE-CNTRY                         PIC X(2).
         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-CUR-PID                            PIC X(5).
         05  WS-CUR-ACTIVE-SW                      PIC X(1).
           88  WS-CUR-ACTIVE                         VALUE 'Y'.
         05  WS-CUR-NAME                           PIC X(25).
         05  WS-CUR-CNTRY                          PIC X(6).
         05  WS-CUR-TEL                            PIC X(12).
         05  WS-CUR-ADDR-IND                       PIC X(1).
         05  WS-CUR-TEL-IND                        PIC X(1).
         05  WS-CUR-WIRES                          PIC S9(4) COMP.
         05  WS-CUR-WIRE-CNTRY                     PIC X(2).
         05  WS-WIRES-ED                           PIC Z(3)9.
         05  WS-RPT-INDICIA                        PIC X(30).
         05  WS-RPT-PTR                            PIC S9(4) COMP.
         05  WS-RPT-ACTION                         PIC X(8).
         05  WS-CUST-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-WIRE-COUNTER                       PIC 9(7)
             VALUE ZERO.
         05  WS-INDICIA-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-CERTIFIED-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-UNDOC-COUNTER                      PIC 9(5)
             VALUE ZERO.

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
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-FROM-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD) -
                     WS-LOOKBACK-DAYS).
           MOVE SPACES TO WS-FROM-DATE.
           STRING WS-FROM-YYYYMMDD (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-FROM-YYYYMMDD (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-FROM-YYYYMMDD (7:2) DELIMITED BY SIZE
             INTO WS-FROM-DATE.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'TAXINDIC' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN INPUT BNKTAXR-NDX.
           MOVE WS-BNKTAXR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTAXR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT TRIRPT-FILE.
           MOVE WS-TRIRPT-STATUS TO WS-IO-STATUS.
           MOVE 'TRIRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO TRIRPT-REC.
           STRING 'Foreign tax residency indicia without self-'
                    DELIMITED BY SIZE
                  'certification at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ' (wires since ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO TRIRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TRIRPT-REC.
           STRING 'Action   PID   Customer                  '
                    DELIMITED BY SIZE
                  'Country Telephone    Wires Indicia'
                    DELIMITED BY SIZE
             INTO TRIRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-PID SRT-KIND
               INPUT PROCEDURE IS RELEASE-INDICIA THRU
                                  RELEASE-INDICIA-EXIT
               OUTPUT PROCEDURE IS ASSESS-CUSTOMERS THRU
                                   ASSESS-CUSTOMERS-EXIT.

           MOVE SPACES TO TRIRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TRIRPT-REC.
           STRING WS-CUST-COUNTER DELIMITED BY SIZE
                  ' customer(s), ' DELIMITED BY SIZE
                  WS-WIRE-COUNTER DELIMITED BY SIZE
                  ' foreign wire(s), ' DELIMITED BY SIZE
                  WS-INDICIA-COUNTER DELIMITED BY SIZE
                  ' with indicia, ' DELIMITED BY SIZE
                  WS-CERTIFIED-COUNTER DELIMITED BY SIZE
                  ' certified, ' DELIMITED BY SIZE
                  WS-UNDOC-COUNTER DELIMITED BY SIZE
                  ' to follow up' DELIMITED BY SIZE
             INTO TRIRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKTAXR-NDX.
           CLOSE TRIRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-INDICIA-COUNTER DELIMITED BY SIZE
                  ' with indicia, ' DELIMITED BY SIZE
                  WS-UNDOC-COUNTER DELIMITED BY SIZE
                  ' to follow up' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Release every active customer with their address and          *
      * telephone indicia, then every international wire sent in the *
      * look-back window.  A wire shows on BNKTXN as the customer's   *
      * debit leg followed by the credit to the wire suspense house   *
      * account under the same timestamp, whose description reads     *
      * "Wire to " with the beneficiary bank's SWIFT BIC and IBAN.    *
      * The IBAN opens with its country code; failing that the BIC's  *
      * positions 5-6 give the bank's country.                        *
      *****************************************************************
       RELEASE-INDICIA.
           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE LOW-VALUES TO BCS-REC-PID.
           START BNKCUST-NDX KEY IS GREATER THAN BCS-REC-PID
             INVALID KEY
               GO TO RELEASE-CUSTOMERS-DONE
           END-START.
       RELEASE-CUSTOMERS-LOOP.
           READ BNKCUST-NDX NEXT RECORD.
           IF WS-BNKCUST-STATUS IS EQUAL TO '10'
              GO TO RELEASE-CUSTOMERS-DONE
           END-IF.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCUST-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BCS-REC-ACTIVE
              GO TO RELEASE-CUSTOMERS-LOOP
           END-IF.
           ADD 1 TO WS-CUST-COUNTER.
           MOVE SPACES TO SRT-REC.
           MOVE BCS-REC-PID TO SRT-PID.
           SET SRT-KIND-CUSTOMER TO TRUE.
           MOVE BCS-REC-NAME TO SRT-NAME.
           MOVE BCS-REC-CNTRY TO SRT-CNTRY.
           MOVE BCS-REC-TEL TO SRT-TEL.
           IF BCS-REC-CNTRY IS NOT EQUAL TO SPACES AND
              BCS-REC-CNTRY IS NOT EQUAL TO 'USA'
              MOVE 'Y' TO SRT-ADDR-IND
           END-IF.
           IF BCS-REC-TEL (1:3) IS EQUAL TO '011' OR
              (BCS-REC-TEL (1:1) IS EQUAL TO '+' AND
               BCS-REC-TEL (1:2) IS NOT EQUAL TO '+1')
              MOVE 'Y' TO SRT-TEL-IND
           END-IF.
           RELEASE SRT-REC.
           GO TO RELEASE-CUSTOMERS-LOOP.
       RELEASE-CUSTOMERS-DONE.
           CLOSE BNKCUST-NDX.

           OPEN INPUT BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO WS-DEBIT-TS.
           MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.
           MOVE WS-FROM-DATE TO BTX-REC-TIMESTAMP (1:10).
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-TIMESTAMP
             INVALID KEY
               GO TO RELEASE-WIRES-DONE
           END-START.
       RELEASE-WIRES-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS EQUAL TO '10'
              GO TO RELEASE-WIRES-DONE
           END-IF.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKTXN-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BTX-REC-TYPE IS NOT EQUAL TO '1'
              GO TO RELEASE-WIRES-LOOP
           END-IF.
           IF BTX-REC-SUB-TYPE IS EQUAL TO '1'
              MOVE BTX-REC-PID TO WS-DEBIT-PID
              MOVE BTX-REC-TIMESTAMP (1:25) TO WS-DEBIT-TS
              GO TO RELEASE-WIRES-LOOP
           END-IF.
           IF BTX-REC-SUB-TYPE IS NOT EQUAL TO '2' OR
              BTX-REC-TIMESTAMP (1:25) IS NOT EQUAL TO WS-DEBIT-TS OR
              BTX-REC-DATA-OLD (1:8) IS NOT EQUAL TO 'Wire to ' OR
              NOT BTX-REC-NOT-REVERSED
              GO TO RELEASE-WIRES-LOOP
           END-IF.
           MOVE SPACES TO WS-WIRE-BIC WS-WIRE-IBAN.
           UNSTRING BTX-REC-DATA-OLD (9:22) DELIMITED BY ' '
               INTO WS-WIRE-BIC WS-WIRE-IBAN.
           IF WS-WIRE-IBAN (1:2) IS EQUAL TO SPACES
              MOVE WS-WIRE-BIC (5:2) TO WS-WIRE-CNTRY
           ELSE
              MOVE WS-WIRE-IBAN (1:2) TO WS-WIRE-CNTRY
           END-IF.
           IF WS-WIRE-CNTRY IS EQUAL TO 'US' OR
              WS-DEBIT-PID IS EQUAL TO SPACES OR
              WS-DEBIT-PID IS EQUAL TO 'BANK '
              GO TO RELEASE-WIRES-LOOP
           END-IF.
           ADD 1 TO WS-WIRE-COUNTER.
           MOVE SPACES TO SRT-REC.
           MOVE WS-DEBIT-PID TO SRT-PID.
           SET SRT-KIND-WIRE TO TRUE.
           MOVE WS-WIRE-CNTRY TO SRT-WIRE-CNTRY.
           RELEASE SRT-REC.
           GO TO RELEASE-WIRES-LOOP.
       RELEASE-WIRES-DONE.
           CLOSE BNKTXN-NDX.
       RELEASE-INDICIA-EXIT.
           EXIT.

      *****************************************************************
      * Each customer's record comes back ahead of their wires        *
      *****************************************************************
       ASSESS-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-PID.
       ASSESS-CUSTOMERS-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-PID IS NOT EQUAL TO LOW-VALUES
                 PERFORM ASSESS-CUSTOMER THRU
                         ASSESS-CUSTOMER-EXIT
              END-IF
              GO TO ASSESS-CUSTOMERS-EXIT
           END-IF.
           IF SRT-PID IS NOT EQUAL TO WS-CUR-PID
              IF WS-CUR-PID IS NOT EQUAL TO LOW-VALUES
                 PERFORM ASSESS-CUSTOMER THRU
                         ASSESS-CUSTOMER-EXIT
              END-IF
              MOVE SRT-PID TO WS-CUR-PID
              MOVE 'N' TO WS-CUR-ACTIVE-SW
              MOVE SPACES TO WS-CUR-NAME
              MOVE SPACES TO WS-CUR-CNTRY
              MOVE SPACES TO WS-CUR-TEL
              MOVE SPACES TO WS-CUR-ADDR-IND
              MOVE SPACES TO WS-CUR-TEL-IND
              MOVE SPACES TO WS-CUR-WIRE-CNTRY
              MOVE ZERO TO WS-CUR-WIRES
           END-IF.
           IF SRT-KIND-CUSTOMER
              MOVE 'Y' TO WS-CUR-ACTIVE-SW
              MOVE SRT-NAME TO WS-CUR-NAME
              MOVE SRT-CNTRY TO WS-CUR-CNTRY
              MOVE SRT-TEL TO WS-CUR-TEL
              MOVE SRT-ADDR-IND TO WS-CUR-ADDR-IND
              MOVE SRT-TEL-IND TO WS-CUR-TEL-IND
           ELSE
              ADD 1 TO WS-CUR-WIRES
              MOVE SRT-WIRE-CNTRY TO WS-CUR-WIRE-CNTRY
           END-IF.
           GO TO ASSESS-CUSTOMERS-LOOP.
       ASSESS-CUSTOMERS-EXIT.
           EXIT.

      *****************************************************************
      * Any indicia at all needs a current self-certification; one    *
      * withdrawn or never given puts the customer on the list        *
      *****************************************************************
       ASSESS-CUSTOMER.
      * Wires for a profile since closed are not followed up
           IF NOT WS-CUR-ACTIVE
              GO TO ASSESS-CUSTOMER-EXIT
           END-IF.
           IF WS-CUR-ADDR-IND IS NOT EQUAL TO 'Y' AND
              WS-CUR-TEL-IND IS NOT EQUAL TO 'Y' AND
              WS-CUR-WIRES IS LESS THAN WS-WIRE-MIN
              GO TO ASSESS-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-INDICIA-COUNTER.
           MOVE WS-CUR-PID TO BTR-REC-PID.
           READ BNKTAXR-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BTR-REC-STATUS
           END-READ.
           IF BTR-REC-CERTIFIED
              ADD 1 TO WS-CERTIFIED-COUNTER
              GO TO ASSESS-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-UNDOC-COUNTER.
           IF BTR-REC-WITHDRAWN
              MOVE 'RECERT  ' TO WS-RPT-ACTION
           ELSE
              MOVE 'OBTAIN  ' TO WS-RPT-ACTION
           END-IF.
           MOVE SPACES TO WS-RPT-INDICIA.
           MOVE 1 TO WS-RPT-PTR.
           IF WS-CUR-ADDR-IND IS EQUAL TO 'Y'
              STRING 'Address ' DELIMITED BY SIZE
                INTO WS-RPT-INDICIA WITH POINTER WS-RPT-PTR
           END-IF.
           IF WS-CUR-TEL-IND IS EQUAL TO 'Y'
              STRING 'Phone ' DELIMITED BY SIZE
                INTO WS-RPT-INDICIA WITH POINTER WS-RPT-PTR
           END-IF.
           IF WS-CUR-WIRES IS NOT LESS THAN WS-WIRE-MIN
              STRING 'Wires (last to ' DELIMITED BY SIZE
                     WS-CUR-WIRE-CNTRY DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                INTO WS-RPT-INDICIA WITH POINTER WS-RPT-PTR
           END-IF.
           MOVE WS-CUR-WIRES TO WS-WIRES-ED.
           MOVE SPACES TO TRIRPT-REC.
           STRING WS-RPT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-CNTRY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CUR-TEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WIRES-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-INDICIA DELIMITED BY SIZE
             INTO TRIRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       ASSESS-CUSTOMER-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE TRIRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE TRIRPT-REC TO RPD-LINE-TEXT.
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
