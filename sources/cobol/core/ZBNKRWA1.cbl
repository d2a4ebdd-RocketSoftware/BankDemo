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
      * Program:     ZBNKRWA1.CBL                                     *
      * Function:    Quarterly regulatory capital run.  Every asset   *
      *              the system holds is placed in its exposure class *
      *              and risk weight: running loans by their BNKCOLL  *
      *              collateral kind and cover and their arrears      *
      *              bucket, revolving card balances, overdrawn       *
      *              balances, the undrawn part of card limits and    *
      *              overdraft limits after the credit conversion     *
      *              factor, and balances our correspondents hold for *
      *              us on BNKNOSTR.  The return schedule totals the  *
      *              exposure and risk-weighted assets by class; the  *
      *              detail file (CBANKVRK) carries every part of     *
      *              every exposure so the return can be traced back  *
      *              to the accounts behind it.  Amounts are taken to *
      *              the base currency at the mid rate on the         *
      *              reporting date; an exposure with no rate is left *
      *              out, listed, and the run ends with RC 4.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKRWA1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCOLL-NDX
                  ASSIGN       TO NDXCOLL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCL-REC-KEY
                  FILE STATUS  IS WS-BNKCOLL-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKRVLV-NDX
                  ASSIGN       TO NDXRVLV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BRV-REC-ACCNO
                  FILE STATUS  IS WS-BNKRVLV-STATUS.

           SELECT BNKNOSTR-NDX
                  ASSIGN       TO NDXNOSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BNO-REC-BIC
                  FILE STATUS  IS WS-BNKNOSTR-STATUS.

           SELECT BNKRATE-NDX
                  ASSIGN       TO NDXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BFX-REC-KEY
                  FILE STATUS  IS WS-BNKRATE-STATUS.

           SELECT RWADTL-FILE
                  ASSIGN       TO RWADTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RWADTL-STATUS.

           SELECT RWARPT-FILE
                  ASSIGN       TO RWARPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RWARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCOLL-NDX.
       01  BNKCOLL-REC.
       COPY CBANKVCL.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKRVLV-NDX.
       01  BNKRVLV-REC.
       COPY CBANKVRV.

       FD  BNKNOSTR-NDX.
       01  BNKNOSTR-REC.
       COPY CBANKVNO.

       FD  BNKRATE-NDX.
       01  BNKRATE-REC.
       COPY CBANKVFX.

       FD  RWADTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  RWADTL-REC                              PIC X(200).

       FD  RWARPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  RWARPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKRWA1'.
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCOLL-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKRVLV-STATUS                     PIC X(2).
         05  WS-BNKNOSTR-STATUS                    PIC X(2).
         05  WS-BNKRATE-STATUS                     PIC X(2).
         05  WS-RWADTL-STATUS                      PIC X(2).
         05  WS-RWARPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Risk weights and credit conversion factor, as percentages -
      * site-tunable through the business parameters named beside
      * them.  A loan secured on property is weighted at the property
      * rate only up to the loan-to-value limit of the property's
      * value; the rest falls to the borrower's own class.
      *   RWA-RW-FINCOLL   cash or securities pledged with us
         05  WS-RW-FINCOLL                         PIC 9(3)
             VALUE 0.
      *   RWA-RW-RESI      secured on residential property
         05  WS-RW-RESI                            PIC 9(3)
             VALUE 35.
      *   RWA-RESI-LTV     loan-to-value limit for that weight
         05  WS-RESI-LTV                           PIC 9(3)
             VALUE 80.
      *   RWA-RW-CRE       secured on commercial real estate
         05  WS-RW-CRE                             PIC 9(3)
             VALUE 100.
      *   RWA-CRE-LTV      loan-to-value limit for that weight
         05  WS-CRE-LTV                            PIC 9(3)
             VALUE 60.
      *   RWA-RW-RETAIL    personal customers, cards and overdrafts
         05  WS-RW-RETAIL                          PIC 9(3)
             VALUE 75.
      *   RWA-RW-CORP      business customers
         05  WS-RW-CORP                            PIC 9(3)
             VALUE 100.
      *   RWA-RW-PASTDUE   90 days or more past due
         05  WS-RW-PASTDUE                         PIC 9(3)
             VALUE 150.
      *   RWA-RW-PD-RESI   past due but secured on a home
         05  WS-RW-PD-RESI                         PIC 9(3)
             VALUE 100.
      *   RWA-RW-BANK      balances held for us by other banks
         05  WS-RW-BANK                            PIC 9(3)
             VALUE 20.
      *   RWA-CCF-UNDRAWN  undrawn card and overdraft limits
         05  WS-CCF-UNDRAWN                        PIC 9(3)
             VALUE 10.

         05  WS-RATE-OPEN-SW                       PIC X(1).
           88  WS-RATE-FILE-OPEN                     VALUE 'Y'.
         05  WS-FX-CCY                             PIC X(3).
         05  WS-FX-RATE                            PIC S9(3)V9(6)
                                                     COMP-3.

         05  WS-BUSINESS-SW                        PIC X(1).
           88  WS-BUSINESS-CUSTOMER                  VALUE 'Y'.
         05  WS-OWN-CLASS                          PIC S9(4) COMP.
         05  WS-OWN-WEIGHT                         PIC 9(3).

      * The exposure being placed, what is left of it to place, and
      * the collateral under lien behind a loan by kind, all in the
      * base currency
         05  WS-DRAWN                              PIC S9(11)V99 COMP-3.
         05  WS-UNDRAWN                            PIC S9(11)V99 COMP-3.
         05  WS-REMAINING                          PIC S9(11)V99 COMP-3.
         05  WS-CAP                                PIC S9(11)V99 COMP-3.
         05  WS-COLL-FIN                           PIC S9(11)V99 COMP-3.
         05  WS-COLL-RESI                          PIC S9(11)V99 COMP-3.
         05  WS-COLL-CRE                           PIC S9(11)V99 COMP-3.
         05  WS-COLL-TOTAL                         PIC S9(11)V99 COMP-3.
         05  WS-COLL-LARGEST                       PIC S9(11)V99 COMP-3.
         05  WS-COVERAGE                           PIC S9(7)V99 COMP-3.
         05  WS-COLL-TYPE                          PIC X(1).

      * One part of an exposure placed in a class
         05  WS-CLS                                PIC S9(4) COMP.
         05  WS-PART-AMOUNT                        PIC S9(11)V99 COMP-3.
         05  WS-PART-CCF                           PIC 9(3).
         05  WS-PART-WEIGHT                        PIC 9(3).
         05  WS-PART-EXPOSURE                      PIC S9(11)V99 COMP-3.
         05  WS-PART-RWA                           PIC S9(11)V99 COMP-3.

         05  WS-DETAIL-COUNTER                     PIC 9(7)
             VALUE ZERO.
         05  WS-EXCLUDED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-EXCEPTION-SW                       PIC X(1)
             VALUE SPACE.
           88  WS-EXCEPTION-HEADED                   VALUE 'Y'.
         05  WS-WEIGHT-ED                          PIC ZZ9.99.
         05  WS-COUNT-ED                           PIC Z(6)9.
         05  WS-AMOUNT-ED                          PIC Z(11)9.99-.
         05  WS-AMOUNT-ED2                         PIC Z(11)9.99-.
         05  WS-AMOUNT-ED3                         PIC Z(11)9.99-.

      * Exposure classes in the order the return lists them
       01  WS-CLS-NAMES.
         05  FILLER                                PIC X(32)
             VALUE 'FCSecured by financial collat.'.
         05  FILLER                                PIC X(32)
             VALUE 'RMSecured by residential prop.'.
         05  FILLER                                PIC X(32)
             VALUE 'CRCommercial real estate'.
         05  FILLER                                PIC X(32)
             VALUE 'COCorporate'.
         05  FILLER                                PIC X(32)
             VALUE 'RLRetail - loans'.
         05  FILLER                                PIC X(32)
             VALUE 'RCRetail - revolving cards'.
         05  FILLER                                PIC X(32)
             VALUE 'RORetail - overdrafts'.
         05  FILLER                                PIC X(32)
             VALUE 'PDPast due 90 days or more'.
         05  FILLER                                PIC X(32)
             VALUE 'BKBanks - nostro balances'.
         05  FILLER                                PIC X(32)
             VALUE 'UCUndrawn card limits'.
         05  FILLER                                PIC X(32)
             VALUE 'UOUndrawn overdraft limits'.
       01  WS-CLS-NAME-TABLE REDEFINES WS-CLS-NAMES.
         05  WS-CLS-NAME-ENTRY OCCURS 11 TIMES.
           10  WS-CLS-CODE                         PIC X(2).
           10  WS-CLS-NAME                         PIC X(30).

       01  WS-CLS-TABLE.
         05  WS-CLS-ENTRY OCCURS 11 TIMES.
           10  WS-CLS-COUNT                        PIC 9(7).
           10  WS-CLS-AMOUNT                       PIC S9(13)V99
                                                     COMP-3.
           10  WS-CLS-EXPOSURE                     PIC S9(13)V99
                                                     COMP-3.
           10  WS-CLS-RWA                          PIC S9(13)V99
                                                     COMP-3.

       01  WS-TOTALS.
         05  WS-TOT-ON-EXPOSURE                    PIC S9(13)V99
                                                     COMP-3.
         05  WS-TOT-ON-RWA                         PIC S9(13)V99
                                                     COMP-3.
         05  WS-TOT-OFF-EXPOSURE                   PIC S9(13)V99
                                                     COMP-3.
         05  WS-TOT-OFF-RWA                        PIC S9(13)V99
                                                     COMP-3.
         05  WS-TOT-RWA                            PIC S9(13)V99
                                                     COMP-3.

       01  WS-DETAIL.
       COPY CBANKVRK.

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

           PERFORM GET-WEIGHTS THRU
                   GET-WEIGHTS-EXIT.

           INITIALIZE WS-CLS-TABLE.
           INITIALIZE WS-TOTALS.

           OPEN INPUT BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCOLL-NDX.
           MOVE WS-BNKCOLL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOLL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKRVLV-NDX.
           MOVE WS-BNKRVLV-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRVLV-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKNOSTR-NDX.
           MOVE WS-BNKNOSTR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKNOSTR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT RWADTL-FILE.
           MOVE WS-RWADTL-STATUS TO WS-IO-STATUS.
           MOVE 'RWADTL-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT RWARPT-FILE.
           MOVE WS-RWARPT-STATUS TO WS-IO-STATUS.
           MOVE 'RWARPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'RWARTN  ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO RWARPT-REC.
           STRING 'Risk-weighted assets - capital return as at '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ' (base currency)' DELIMITED BY SIZE
             INTO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWARPT-REC.
           STRING 'Weights % - financial collateral ' DELIMITED BY SIZE
                  WS-RW-FINCOLL DELIMITED BY SIZE
                  ', residential ' DELIMITED BY SIZE
                  WS-RW-RESI DELIMITED BY SIZE
                  ' to LTV ' DELIMITED BY SIZE
                  WS-RESI-LTV DELIMITED BY SIZE
                  ', commercial RE ' DELIMITED BY SIZE
                  WS-RW-CRE DELIMITED BY SIZE
                  ' to LTV ' DELIMITED BY SIZE
                  WS-CRE-LTV DELIMITED BY SIZE
                  ', retail ' DELIMITED BY SIZE
                  WS-RW-RETAIL DELIMITED BY SIZE
                  ', corporate ' DELIMITED BY SIZE
                  WS-RW-CORP DELIMITED BY SIZE
             INTO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWARPT-REC.
           STRING '            past due ' DELIMITED BY SIZE
                  WS-RW-PASTDUE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-RW-PD-RESI DELIMITED BY SIZE
                  ' secured on a home), banks ' DELIMITED BY SIZE
                  WS-RW-BANK DELIMITED BY SIZE
                  ', undrawn limits converted at ' DELIMITED BY SIZE
                  WS-CCF-UNDRAWN DELIMITED BY SIZE
             INTO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WEIGHT-LOANS THRU
                   WEIGHT-LOANS-DONE.

           PERFORM WEIGHT-CARDS THRU
                   WEIGHT-CARDS-DONE.

           PERFORM WEIGHT-OVERDRAFTS THRU
                   WEIGHT-OVERDRAFTS-DONE.

           PERFORM WEIGHT-NOSTROS THRU
                   WEIGHT-NOSTROS-DONE.

           PERFORM WRITE-RETURN-SCHEDULE THRU
                   WRITE-RETURN-SCHEDULE-EXIT.

           CLOSE BNKLOANQ-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKCOLL-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKRVLV-NDX.
           CLOSE BNKNOSTR-NDX.
           IF WS-RATE-FILE-OPEN
              CLOSE BNKRATE-NDX
           END-IF.
           CLOSE RWADTL-FILE.
           CLOSE RWARPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE WS-TOT-RWA TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-DETAIL-COUNTER DELIMITED BY SIZE
                  ' parts, RWA ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           IF WS-EXCLUDED-COUNTER IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      * The weights and conversion factor in force replace the        *
      * defaults above                                                *
      *****************************************************************
       GET-WEIGHTS.
           MOVE 'RWA-RW-FINCOLL' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-FINCOLL
           END-IF.
           MOVE 'RWA-RW-RESI' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-RESI
           END-IF.
           MOVE 'RWA-RESI-LTV' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RESI-LTV
           END-IF.
           MOVE 'RWA-RW-CRE' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-CRE
           END-IF.
           MOVE 'RWA-CRE-LTV' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-CRE-LTV
           END-IF.
           MOVE 'RWA-RW-RETAIL' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-RETAIL
           END-IF.
           MOVE 'RWA-RW-CORP' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-CORP
           END-IF.
           MOVE 'RWA-RW-PASTDUE' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-PASTDUE
           END-IF.
           MOVE 'RWA-RW-PD-RESI' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-PD-RESI
           END-IF.
           MOVE 'RWA-RW-BANK' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RW-BANK
           END-IF.
           MOVE 'RWA-CCF-UNDRAWN' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-CCF-UNDRAWN
           END-IF.
       GET-WEIGHTS-EXIT.
           EXIT.

       GET-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE SPACES TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.

      *****************************************************************
      * Every running loan.  The part covered by financial collateral *
      * comes off first.  A loan 90 days or more past due goes whole  *
      * to the past-due class; otherwise the part within the loan-to- *
      * value limit of residential, then commercial, property under   *
      * lien takes the property weight and the rest the borrower's    *
      * own class.                                                    *
      *****************************************************************
       WEIGHT-LOANS.
           CONTINUE.
       WEIGHT-LOANS-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS EQUAL TO '10'
              GO TO WEIGHT-LOANS-DONE
           END-IF.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BLQ-REC-CONVERTED OR
              BLQ-REC-ACCNO IS EQUAL TO SPACES
              GO TO WEIGHT-LOANS-LOOP
           END-IF.

           MOVE BLQ-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO RWARPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' loan account ' DELIMITED BY SIZE
                     BLQ-REC-ACCNO DELIMITED BY SIZE
                     ' not on file' DELIMITED BY SIZE
                INTO RWARPT-REC
              PERFORM WRITE-EXCEPTION-LINE
              GO TO WEIGHT-LOANS-LOOP
           END-IF.
           IF BAC-REC-BALANCE IS NOT LESS THAN ZERO
              GO TO WEIGHT-LOANS-LOOP
           END-IF.

           PERFORM GET-ACCOUNT-RATE THRU
                   GET-ACCOUNT-RATE-EXIT.
           IF WS-FX-RATE IS EQUAL TO ZERO
              GO TO WEIGHT-LOANS-LOOP
           END-IF.
           COMPUTE WS-DRAWN ROUNDED =
                   (ZERO - BAC-REC-BALANCE) * WS-FX-RATE.

           PERFORM SUM-COLLATERAL THRU
                   SUM-COLLATERAL-EXIT.
           PERFORM GET-OWN-CLASS THRU
                   GET-OWN-CLASS-EXIT.

           PERFORM START-DETAIL.
           SET BRK-REC-SOURCE-LOAN TO TRUE.
           MOVE BLQ-REC-PID TO BRK-REC-PID.
           MOVE BLQ-REC-SEQ TO BRK-REC-LOAN-SEQ.
           MOVE BLQ-REC-ACCNO TO BRK-REC-REF.
           MOVE BLQ-REC-ARREARS-BUCKET TO BRK-REC-BUCKET.
           MOVE WS-COLL-TYPE TO BRK-REC-COLL-TYPE.
           MOVE WS-COLL-TOTAL TO BRK-REC-COLL-VALUE.
           COMPUTE WS-COVERAGE ROUNDED =
                   WS-COLL-TOTAL * 100 / WS-DRAWN.
           IF WS-COVERAGE IS GREATER THAN 999.99
              MOVE 999.99 TO WS-COVERAGE
           END-IF.
           MOVE WS-COVERAGE TO BRK-REC-COVERAGE.

           MOVE WS-DRAWN TO WS-REMAINING.
           MOVE 100 TO WS-PART-CCF.

           IF WS-COLL-FIN IS GREATER THAN ZERO
              MOVE 1 TO WS-CLS
              MOVE WS-RW-FINCOLL TO WS-PART-WEIGHT
              MOVE WS-COLL-FIN TO WS-CAP
              PERFORM PLACE-CAPPED-PART
           END-IF.

           IF WS-REMAINING IS GREATER THAN ZERO AND
              BLQ-REC-ARREARS-BUCKET IS EQUAL TO '4'
              MOVE 8 TO WS-CLS
              IF WS-COLL-RESI IS GREATER THAN ZERO
                 MOVE WS-RW-PD-RESI TO WS-PART-WEIGHT
              ELSE
                 MOVE WS-RW-PASTDUE TO WS-PART-WEIGHT
              END-IF
              MOVE WS-REMAINING TO WS-PART-AMOUNT
              PERFORM PLACE-PART
              MOVE ZERO TO WS-REMAINING
           END-IF.

           IF WS-REMAINING IS GREATER THAN ZERO AND
              WS-COLL-RESI IS GREATER THAN ZERO
              MOVE 2 TO WS-CLS
              MOVE WS-RW-RESI TO WS-PART-WEIGHT
              COMPUTE WS-CAP ROUNDED =
                      WS-COLL-RESI * WS-RESI-LTV / 100
              PERFORM PLACE-CAPPED-PART
           END-IF.

           IF WS-REMAINING IS GREATER THAN ZERO AND
              WS-COLL-CRE IS GREATER THAN ZERO
              MOVE 3 TO WS-CLS
              MOVE WS-RW-CRE TO WS-PART-WEIGHT
              COMPUTE WS-CAP ROUNDED =
                      WS-COLL-CRE * WS-CRE-LTV / 100
              PERFORM PLACE-CAPPED-PART
           END-IF.

           IF WS-REMAINING IS GREATER THAN ZERO
              MOVE WS-OWN-CLASS TO WS-CLS
              MOVE WS-OWN-WEIGHT TO WS-PART-WEIGHT
              MOVE WS-REMAINING TO WS-PART-AMOUNT
              PERFORM PLACE-PART
           END-IF.
           GO TO WEIGHT-LOANS-LOOP.
       WEIGHT-LOANS-DONE.
           EXIT.

      *****************************************************************
      * Collateral still under lien behind the loan, by kind, in the  *
      * base currency (valued in the loan's currency)                 *
      *****************************************************************
       SUM-COLLATERAL.
           MOVE ZERO TO WS-COLL-FIN.
           MOVE ZERO TO WS-COLL-RESI.
           MOVE ZERO TO WS-COLL-CRE.
           MOVE ZERO TO WS-COLL-TOTAL.
           MOVE ZERO TO WS-COLL-LARGEST.
           MOVE SPACE TO WS-COLL-TYPE.
           MOVE BLQ-REC-PID TO BCL-REC-PID.
           MOVE BLQ-REC-SEQ TO BCL-REC-SEQ.
           MOVE ZERO TO BCL-REC-ITEM.
           START BNKCOLL-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCL-REC-KEY.
           IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-COLLATERAL-EXIT
           END-IF.
       SUM-COLLATERAL-LOOP.
           READ BNKCOLL-NDX NEXT RECORD.
           IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-COLLATERAL-EXIT
           END-IF.
           IF BCL-REC-PID IS NOT EQUAL TO BLQ-REC-PID OR
              BCL-REC-SEQ IS NOT EQUAL TO BLQ-REC-SEQ
              GO TO SUM-COLLATERAL-EXIT
           END-IF.
           IF NOT BCL-REC-LIEN-HELD
              GO TO SUM-COLLATERAL-LOOP
           END-IF.
           COMPUTE WS-CAP ROUNDED = BCL-REC-VALUATION * WS-FX-RATE.
           ADD WS-CAP TO WS-COLL-TOTAL.
           EVALUATE TRUE
             WHEN BCL-REC-TYPE-FINANCIAL
               ADD WS-CAP TO WS-COLL-FIN
             WHEN BCL-REC-TYPE-RESIDENTIAL
               ADD WS-CAP TO WS-COLL-RESI
             WHEN BCL-REC-TYPE-COMMERCIAL
               ADD WS-CAP TO WS-COLL-CRE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-CAP IS GREATER THAN WS-COLL-LARGEST
              MOVE WS-CAP TO WS-COLL-LARGEST
              MOVE BCL-REC-TYPE TO WS-COLL-TYPE
              IF BCL-REC-TYPE IS EQUAL TO SPACE
                 MOVE 'O' TO WS-COLL-TYPE
              END-IF
           END-IF.
           GO TO SUM-COLLATERAL-LOOP.
       SUM-COLLATERAL-EXIT.
           EXIT.

      *****************************************************************
      * A business customer's borrowing is corporate, anyone else's   *
      * retail                                                        *
      *****************************************************************
       GET-OWN-CLASS.
           MOVE 'N' TO WS-BUSINESS-SW.
           MOVE BAC-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND
              BCS-REC-PROFILE-BUSINESS
              SET WS-BUSINESS-CUSTOMER TO TRUE
           END-IF.
           IF WS-BUSINESS-CUSTOMER
              MOVE 4 TO WS-OWN-CLASS
              MOVE WS-RW-CORP TO WS-OWN-WEIGHT
           ELSE
              MOVE 5 TO WS-OWN-CLASS
              MOVE WS-RW-RETAIL TO WS-OWN-WEIGHT
           END-IF.
       GET-OWN-CLASS-EXIT.
           EXIT.

      *****************************************************************
      * Every card contract.  The balance owed is a retail exposure;  *
      * on a card still active the unused limit is an undrawn        *
      * commitment converted at the credit conversion factor.         *
      *****************************************************************
       WEIGHT-CARDS.
           CONTINUE.
       WEIGHT-CARDS-LOOP.
           READ BNKRVLV-NDX NEXT RECORD.
           IF WS-BNKRVLV-STATUS IS EQUAL TO '10'
              GO TO WEIGHT-CARDS-DONE
           END-IF.
           IF WS-BNKRVLV-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKRVLV-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BRV-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO RWARPT-REC
              STRING 'Card account ' DELIMITED BY SIZE
                     BRV-REC-ACCNO DELIMITED BY SIZE
                     ' not on file' DELIMITED BY SIZE
                INTO RWARPT-REC
              PERFORM WRITE-EXCEPTION-LINE
              GO TO WEIGHT-CARDS-LOOP
           END-IF.
      * A written-off balance is on the recovery ledger, not here
           IF BAC-REC-WRITTEN-OFF OR
              BAC-REC-ESCHEATED
              GO TO WEIGHT-CARDS-LOOP
           END-IF.

           MOVE ZERO TO WS-DRAWN.
           MOVE ZERO TO WS-UNDRAWN.
           IF BAC-REC-BALANCE IS LESS THAN ZERO
              COMPUTE WS-DRAWN = ZERO - BAC-REC-BALANCE
           END-IF.
           IF BRV-REC-CARD-ACTIVE AND
              BAC-REC-OPEN AND
              BRV-REC-CREDIT-LIMIT IS GREATER THAN WS-DRAWN
              COMPUTE WS-UNDRAWN = BRV-REC-CREDIT-LIMIT - WS-DRAWN
           END-IF.
           IF WS-DRAWN IS EQUAL TO ZERO AND
              WS-UNDRAWN IS EQUAL TO ZERO
              GO TO WEIGHT-CARDS-LOOP
           END-IF.
           PERFORM GET-ACCOUNT-RATE THRU
                   GET-ACCOUNT-RATE-EXIT.
           IF WS-FX-RATE IS EQUAL TO ZERO
              GO TO WEIGHT-CARDS-LOOP
           END-IF.

           PERFORM START-DETAIL.
           SET BRK-REC-SOURCE-CARD TO TRUE.
           MOVE BAC-REC-PID TO BRK-REC-PID.
           MOVE BAC-REC-ACCNO TO BRK-REC-REF.
           MOVE WS-RW-RETAIL TO WS-PART-WEIGHT.
           IF WS-DRAWN IS GREATER THAN ZERO
              MOVE 6 TO WS-CLS
              MOVE 100 TO WS-PART-CCF
              COMPUTE WS-PART-AMOUNT ROUNDED = WS-DRAWN * WS-FX-RATE
              PERFORM PLACE-PART
           END-IF.
           IF WS-UNDRAWN IS GREATER THAN ZERO
              MOVE 10 TO WS-CLS
              MOVE WS-CCF-UNDRAWN TO WS-PART-CCF
              COMPUTE WS-PART-AMOUNT ROUNDED =
                      WS-UNDRAWN * WS-FX-RATE
              PERFORM PLACE-PART
           END-IF.
           GO TO WEIGHT-CARDS-LOOP.
       WEIGHT-CARDS-DONE.
           EXIT.

      *****************************************************************
      * Every open deposit account.  An overdrawn balance is a retail *
      * exposure and the unused overdraft limit an undrawn            *
      * commitment.  Loans, cards and the bank's own house accounts   *
      * are weighted elsewhere or not at all.                         *
      *****************************************************************
       WEIGHT-OVERDRAFTS.
           MOVE LOW-VALUES TO BAC-REC-ACCNO.
           START BNKACC-NDX KEY IS NOT LESS THAN BAC-REC-ACCNO.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              GO TO WEIGHT-OVERDRAFTS-DONE
           END-IF.
       WEIGHT-OVERDRAFTS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO WEIGHT-OVERDRAFTS-DONE
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BAC-REC-TYPE-REVOLVING OR
              BAC-REC-TYPE-HOUSE OR
              BAC-REC-TYPE IS EQUAL TO 'L'
              GO TO WEIGHT-OVERDRAFTS-LOOP
           END-IF.
           IF NOT BAC-REC-OPEN
              GO TO WEIGHT-OVERDRAFTS-LOOP
           END-IF.

           MOVE ZERO TO WS-DRAWN.
           MOVE ZERO TO WS-UNDRAWN.
           IF BAC-REC-BALANCE IS LESS THAN ZERO
              COMPUTE WS-DRAWN = ZERO - BAC-REC-BALANCE
           END-IF.
           IF BAC-REC-OVERDRAFT-LIMIT IS GREATER THAN WS-DRAWN
              COMPUTE WS-UNDRAWN =
                      BAC-REC-OVERDRAFT-LIMIT - WS-DRAWN
           END-IF.
           IF WS-DRAWN IS EQUAL TO ZERO AND
              WS-UNDRAWN IS EQUAL TO ZERO
              GO TO WEIGHT-OVERDRAFTS-LOOP
           END-IF.
           PERFORM GET-ACCOUNT-RATE THRU
                   GET-ACCOUNT-RATE-EXIT.
           IF WS-FX-RATE IS EQUAL TO ZERO
              GO TO WEIGHT-OVERDRAFTS-LOOP
           END-IF.

           PERFORM START-DETAIL.
           SET BRK-REC-SOURCE-OVERDRAFT TO TRUE.
           MOVE BAC-REC-PID TO BRK-REC-PID.
           MOVE BAC-REC-ACCNO TO BRK-REC-REF.
           MOVE WS-RW-RETAIL TO WS-PART-WEIGHT.
           IF WS-DRAWN IS GREATER THAN ZERO
              MOVE 7 TO WS-CLS
              MOVE 100 TO WS-PART-CCF
              COMPUTE WS-PART-AMOUNT ROUNDED = WS-DRAWN * WS-FX-RATE
              PERFORM PLACE-PART
           END-IF.
           IF WS-UNDRAWN IS GREATER THAN ZERO
              MOVE 11 TO WS-CLS
              MOVE WS-CCF-UNDRAWN TO WS-PART-CCF
              COMPUTE WS-PART-AMOUNT ROUNDED =
                      WS-UNDRAWN * WS-FX-RATE
              PERFORM PLACE-PART
           END-IF.
           GO TO WEIGHT-OVERDRAFTS-LOOP.
       WEIGHT-OVERDRAFTS-DONE.
           EXIT.

      *****************************************************************
      * Every correspondent.  Inbound items mirrored against it       *
      * beyond the outbound ones leave the position negative - money  *
      * the correspondent holds for us, an exposure to a bank.        *
      *****************************************************************
       WEIGHT-NOSTROS.
           CONTINUE.
       WEIGHT-NOSTROS-LOOP.
           READ BNKNOSTR-NDX NEXT RECORD.
           IF WS-BNKNOSTR-STATUS IS EQUAL TO '10'
              GO TO WEIGHT-NOSTROS-DONE
           END-IF.
           IF WS-BNKNOSTR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKNOSTR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BNO-REC-POSITION IS NOT LESS THAN ZERO
              GO TO WEIGHT-NOSTROS-LOOP
           END-IF.
           MOVE BNO-REC-CURRENCY TO WS-FX-CCY.
           PERFORM GET-BATCH-RATE THRU
                   GET-BATCH-RATE-EXIT.
           IF WS-FX-RATE IS EQUAL TO ZERO
              MOVE SPACES TO RWARPT-REC
              STRING 'Correspondent ' DELIMITED BY SIZE
                     BNO-REC-BIC DELIMITED BY SIZE
                     ' - no rate for ' DELIMITED BY SIZE
                     WS-FX-CCY DELIMITED BY SIZE
                INTO RWARPT-REC
              PERFORM WRITE-EXCEPTION-LINE
              GO TO WEIGHT-NOSTROS-LOOP
           END-IF.

           PERFORM START-DETAIL.
           SET BRK-REC-SOURCE-NOSTRO TO TRUE.
           MOVE BNO-REC-BIC TO BRK-REC-REF.
           MOVE SPACES TO BRK-REC-BRANCH.
           MOVE 9 TO WS-CLS.
           MOVE 100 TO WS-PART-CCF.
           MOVE WS-RW-BANK TO WS-PART-WEIGHT.
           COMPUTE WS-PART-AMOUNT ROUNDED =
                   (ZERO - BNO-REC-POSITION) * WS-FX-RATE.
           PERFORM PLACE-PART.
           GO TO WEIGHT-NOSTROS-LOOP.
       WEIGHT-NOSTROS-DONE.
           EXIT.

      *****************************************************************
      * Mid rate for the account in hand; a missing rate leaves the   *
      * account out of the return and on the exception list           *
      *****************************************************************
       GET-ACCOUNT-RATE.
           MOVE BAC-REC-CURRENCY TO WS-FX-CCY.
           PERFORM GET-BATCH-RATE THRU
                   GET-BATCH-RATE-EXIT.
           IF WS-FX-RATE IS EQUAL TO ZERO
              MOVE SPACES TO RWARPT-REC
              STRING 'Account ' DELIMITED BY SIZE
                     BAC-REC-ACCNO DELIMITED BY SIZE
                     ' - no rate for ' DELIMITED BY SIZE
                     WS-FX-CCY DELIMITED BY SIZE
                INTO RWARPT-REC
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.
       GET-ACCOUNT-RATE-EXIT.
           EXIT.

      *****************************************************************
      * Latest mid rate for one currency effective on or before the  *
      * business date.  The base currency (or an unset one) is rate  *
      * 1; a missing rate, or no rate master at all, comes back zero *
      *****************************************************************
       GET-BATCH-RATE.
           MOVE ZERO TO WS-FX-RATE.
           IF WS-FX-CCY IS EQUAL TO 'USD' OR
              WS-FX-CCY IS EQUAL TO SPACES
              MOVE 1 TO WS-FX-RATE
              GO TO GET-BATCH-RATE-EXIT
           END-IF.
           IF NOT WS-RATE-FILE-OPEN
              OPEN INPUT BNKRATE-NDX
              IF WS-BNKRATE-STATUS IS NOT EQUAL TO '00'
                 GO TO GET-BATCH-RATE-EXIT
              END-IF
              SET WS-RATE-FILE-OPEN TO TRUE
           END-IF.
           MOVE WS-FX-CCY TO BFX-REC-CURRENCY.
           MOVE LOW-VALUES TO BFX-REC-EFF-DATE.
           START BNKRATE-NDX KEY IS NOT LESS THAN BFX-REC-KEY.
           IF WS-BNKRATE-STATUS IS NOT EQUAL TO '00'
              GO TO GET-BATCH-RATE-EXIT
           END-IF.
       GET-BATCH-RATE-LOOP.
           READ BNKRATE-NDX NEXT RECORD.
           IF WS-BNKRATE-STATUS IS NOT EQUAL TO '00'
              GO TO GET-BATCH-RATE-EXIT
           END-IF.
           IF BFX-REC-CURRENCY IS NOT EQUAL TO WS-FX-CCY
              GO TO GET-BATCH-RATE-EXIT
           END-IF.
           IF BFX-REC-EFF-DATE IS GREATER THAN WS-BUS-DATE
              GO TO GET-BATCH-RATE-EXIT
           END-IF.
           MOVE BFX-REC-MID-RATE TO WS-FX-RATE.
           GO TO GET-BATCH-RATE-LOOP.
       GET-BATCH-RATE-EXIT.
           EXIT.

      *****************************************************************
      * Begin the detail for one account; the parts placed from it   *
      * share everything but the class and the figures                *
      *****************************************************************
       START-DETAIL.
           MOVE SPACES TO BRK-RECORD.
           MOVE WS-BUS-DATE TO BRK-REC-AS-OF.
           MOVE ZERO TO BRK-REC-LOAN-SEQ.
           MOVE BAC-REC-BRANCH TO BRK-REC-BRANCH.
           MOVE WS-FX-CCY TO BRK-REC-CURRENCY.
           MOVE WS-FX-RATE TO BRK-REC-FX-RATE.
           MOVE ZERO TO BRK-REC-COLL-VALUE.
           MOVE ZERO TO BRK-REC-COVERAGE.

      * Place up to WS-CAP of what remains of the exposure
       PLACE-CAPPED-PART.
           IF WS-CAP IS GREATER THAN WS-REMAINING
              MOVE WS-REMAINING TO WS-PART-AMOUNT
           ELSE
              MOVE WS-CAP TO WS-PART-AMOUNT
           END-IF.
           IF WS-PART-AMOUNT IS GREATER THAN ZERO
              PERFORM PLACE-PART
              SUBTRACT WS-PART-AMOUNT FROM WS-REMAINING
           END-IF.

      *****************************************************************
      * Weight one part, add it to its class and write its detail    *
      *****************************************************************
       PLACE-PART.
           COMPUTE WS-PART-EXPOSURE ROUNDED =
                   WS-PART-AMOUNT * WS-PART-CCF / 100.
           COMPUTE WS-PART-RWA ROUNDED =
                   WS-PART-EXPOSURE * WS-PART-WEIGHT / 100.
           MOVE WS-CLS-CODE (WS-CLS) TO BRK-REC-CLASS.
           MOVE WS-PART-AMOUNT TO BRK-REC-AMOUNT.
           MOVE WS-PART-CCF TO BRK-REC-CCF.
           MOVE WS-PART-EXPOSURE TO BRK-REC-EXPOSURE.
           MOVE WS-PART-WEIGHT TO BRK-REC-WEIGHT.
           MOVE WS-PART-RWA TO BRK-REC-RWA.
           WRITE RWADTL-REC FROM WS-DETAIL.
           IF WS-RWADTL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing RWADTL-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-DETAIL-COUNTER.
           ADD 1 TO WS-CLS-COUNT (WS-CLS).
           ADD WS-PART-AMOUNT TO WS-CLS-AMOUNT (WS-CLS).
           ADD WS-PART-EXPOSURE TO WS-CLS-EXPOSURE (WS-CLS).
           ADD WS-PART-RWA TO WS-CLS-RWA (WS-CLS).
           IF WS-CLS IS GREATER THAN 9
              ADD WS-PART-EXPOSURE TO WS-TOT-OFF-EXPOSURE
              ADD WS-PART-RWA TO WS-TOT-OFF-RWA
           ELSE
              ADD WS-PART-EXPOSURE TO WS-TOT-ON-EXPOSURE
              ADD WS-PART-RWA TO WS-TOT-ON-RWA
           END-IF.
           ADD WS-PART-RWA TO WS-TOT-RWA.

      *****************************************************************
      * The return schedule - on-balance-sheet classes, then the      *
      * undrawn commitments, with the effective weight of each class  *
      *****************************************************************
       WRITE-RETURN-SCHEDULE.
           IF WS-EXCEPTION-HEADED
              MOVE SPACES TO RWARPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO RWARPT-REC.
           MOVE 'Cls' TO RWARPT-REC (1:3).
           MOVE 'Exposure class' TO RWARPT-REC (5:14).
           MOVE 'Items' TO RWARPT-REC (38:5).
           MOVE 'Amount' TO RWARPT-REC (55:6).
           MOVE 'Exposure' TO RWARPT-REC (71:8).
           MOVE 'Wt %' TO RWARPT-REC (81:4).
           MOVE 'Risk-weighted' TO RWARPT-REC (93:13).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-CLASS-LINE
               VARYING WS-CLS FROM 1 BY 1
               UNTIL WS-CLS IS GREATER THAN 9.
           MOVE WS-TOT-ON-EXPOSURE TO WS-AMOUNT-ED2.
           MOVE WS-TOT-ON-RWA TO WS-AMOUNT-ED3.
           MOVE SPACES TO RWARPT-REC.
           MOVE '    On balance sheet' TO RWARPT-REC (1:30).
           MOVE WS-AMOUNT-ED2 TO RWARPT-REC (63:16).
           MOVE WS-AMOUNT-ED3 TO RWARPT-REC (91:16).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-CLASS-LINE
               VARYING WS-CLS FROM 10 BY 1
               UNTIL WS-CLS IS GREATER THAN 11.
           MOVE WS-TOT-OFF-EXPOSURE TO WS-AMOUNT-ED2.
           MOVE WS-TOT-OFF-RWA TO WS-AMOUNT-ED3.
           MOVE SPACES TO RWARPT-REC.
           MOVE '    Off balance sheet' TO RWARPT-REC (1:30).
           MOVE WS-AMOUNT-ED2 TO RWARPT-REC (63:16).
           MOVE WS-AMOUNT-ED3 TO RWARPT-REC (91:16).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-AMOUNT-ED2 =
                   WS-TOT-ON-EXPOSURE + WS-TOT-OFF-EXPOSURE.
           MOVE WS-TOT-RWA TO WS-AMOUNT-ED3.
           MOVE SPACES TO RWARPT-REC.
           MOVE 'Total risk-weighted assets' TO RWARPT-REC (1:30).
           MOVE WS-AMOUNT-ED2 TO RWARPT-REC (63:16).
           MOVE WS-AMOUNT-ED3 TO RWARPT-REC (91:16).
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DETAIL-COUNTER TO WS-COUNT-ED.
           MOVE SPACES TO RWARPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' detail record(s) written' DELIMITED BY SIZE
             INTO RWARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-EXCLUDED-COUNTER IS GREATER THAN ZERO
              MOVE WS-EXCLUDED-COUNTER TO WS-COUNT-ED
              MOVE SPACES TO RWARPT-REC
              STRING WS-COUNT-ED DELIMITED BY SIZE
                     ' exposure(s) left out - see above'
                       DELIMITED BY SIZE
                INTO RWARPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-RETURN-SCHEDULE-EXIT.
           EXIT.

       WRITE-CLASS-LINE.
           MOVE SPACES TO RWARPT-REC.
           MOVE WS-CLS-CODE (WS-CLS) TO RWARPT-REC (1:2).
           MOVE WS-CLS-NAME (WS-CLS) TO RWARPT-REC (5:30).
           MOVE WS-CLS-COUNT (WS-CLS) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RWARPT-REC (36:7).
           MOVE WS-CLS-AMOUNT (WS-CLS) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO RWARPT-REC (45:16).
           MOVE WS-CLS-EXPOSURE (WS-CLS) TO WS-AMOUNT-ED2.
           MOVE WS-AMOUNT-ED2 TO RWARPT-REC (63:16).
           IF WS-CLS-EXPOSURE (WS-CLS) IS GREATER THAN ZERO
              COMPUTE WS-WEIGHT-ED ROUNDED =
                      WS-CLS-RWA (WS-CLS) * 100 /
                      WS-CLS-EXPOSURE (WS-CLS)
           ELSE
              MOVE ZERO TO WS-WEIGHT-ED
           END-IF.
           MOVE WS-WEIGHT-ED TO RWARPT-REC (80:6).
           MOVE WS-CLS-RWA (WS-CLS) TO WS-AMOUNT-ED3.
           MOVE WS-AMOUNT-ED3 TO RWARPT-REC (91:16).
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           IF NOT WS-EXCEPTION-HEADED
              MOVE RWARPT-REC TO WS-CONSOLE-MESSAGE
              MOVE 'Left out of the return' TO RWARPT-REC
              PERFORM WRITE-REPORT-LINE
              SET WS-EXCEPTION-HEADED TO TRUE
              MOVE WS-CONSOLE-MESSAGE TO RWARPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-EXCLUDED-COUNTER.

       WRITE-REPORT-LINE.
           WRITE RWARPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE RWARPT-REC TO RPD-LINE-TEXT.
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
