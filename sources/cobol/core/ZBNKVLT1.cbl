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
      * Program:     ZBNKVLT1.CBL                                     *
      * Function:    End-of-day branch vault proof.  The cash office  *
      *              cards on VLTCARD set up new vaults, change       *
      *              insured limits and record the day's physical     *
      *              count.  Every vault on BNKVALT is then proved:   *
      *              its book is rebuilt from the opening figure and  *
      *              the day's movements, and set against the cash    *
      *              counted.  A vault not counted, out of proof,     *
      *              over or short, or holding more than its insured  *
      *              limit is flagged (the excess is collected by the *
      *              ZBNKCOR1 pickup orders) and the run ends with    *
      *              return code 4.  The book then carries forward as *
      *              the next day's opening figure.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKVLT1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT VLTCARD-FILE
                  ASSIGN       TO VLTCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-VLTCARD-STATUS.

           SELECT BNKVALT-NDX
                  ASSIGN       TO NDXVALT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BVT-REC-BRANCH
                  FILE STATUS  IS WS-BNKVALT-STATUS.

           SELECT VLTRPT-FILE
                  ASSIGN       TO VLTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-VLTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * N = new vault with its opening cash and insured limit,
      * L = change the insured limit, C = the day's physical count
       FD  VLTCARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  VLTCARD-REC.
         05  VLC-REC-TYPE                          PIC X(1).
           88  VLC-REC-NEW-VAULT                     VALUE 'N'.
           88  VLC-REC-LIMIT                         VALUE 'L'.
           88  VLC-REC-COUNT                         VALUE 'C'.
         05  VLC-REC-BRANCH                        PIC X(4).
         05  VLC-REC-AMOUNT                        PIC 9(9)V99.
         05  VLC-REC-LIMIT-AMOUNT                  PIC 9(9)V99.
         05  VLC-REC-USERID                        PIC X(8).
         05  FILLER                                PIC X(45).

       FD  BNKVALT-NDX.
       01  BNKVALT-REC.
       COPY CBANKVVT.

       FD  VLTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  VLTRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKVLT1'.
         05  WS-VLTCARD-STATUS                     PIC X(2).
         05  WS-BNKVALT-STATUS                     PIC X(2).
         05  WS-VLTRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-CARDS-READ                         PIC 9(5)
             VALUE ZERO.
         05  WS-CARDS-REJECTED                     PIC 9(5)
             VALUE ZERO.
         05  WS-VAULTS-PROVED                      PIC 9(5)
             VALUE ZERO.
         05  WS-VAULTS-FLAGGED                     PIC 9(5)
             VALUE ZERO.
         05  WS-VAULTS-OVER-LIMIT                  PIC 9(5)
             VALUE ZERO.
         05  WS-RETURN-CODE                        PIC 9(2)
             VALUE ZERO.
         05  WS-FLAGGED-SW                         PIC X(1).
           88  WS-FLAGGED                            VALUE 'Y'.
         05  WS-REJECT-REASON                      PIC X(40).

         05  WS-CASH-IN                            PIC S9(11)V99
                                                     COMP-3.
         05  WS-CASH-OUT                           PIC S9(11)V99
                                                     COMP-3.
         05  WS-REBUILT-BOOK                       PIC S9(11)V99
                                                     COMP-3.
         05  WS-DIFFERENCE                         PIC S9(11)V99
                                                     COMP-3.
         05  WS-EXCESS                             PIC S9(11)V99
                                                     COMP-3.
         05  WS-OPENING-ED                         PIC Z(9)9.99-.
         05  WS-IN-ED                              PIC Z(9)9.99-.
         05  WS-OUT-ED                             PIC Z(9)9.99-.
         05  WS-BOOK-ED                            PIC Z(9)9.99-.
         05  WS-COUNTED-ED                         PIC Z(9)9.99-.
         05  WS-DIFFERENCE-ED                      PIC Z(9)9.99-.
         05  WS-LIMIT-ED                           PIC Z(9)9.99-.
         05  WS-EXCESS-ED                          PIC Z(9)9.99-.
         05  WS-PENDING-ED                         PIC Z(9)9.99-.
         05  WS-TOTAL-ED                           PIC ZZZZ9.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'VAULTPRF' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           OPEN OUTPUT VLTRPT-FILE.
           MOVE WS-VLTRPT-STATUS TO WS-IO-STATUS.
           MOVE 'VLTRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO VLTRPT-REC.
           STRING 'Branch vault proof for ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO VLTRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN I-O BNKVALT-NDX.
           MOVE WS-BNKVALT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKVALT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The cash office cards are optional - a day with no new vaults
      * or limit changes and no counts keyed still gets its proof
           OPEN INPUT VLTCARD-FILE.
           IF WS-VLTCARD-STATUS IS EQUAL TO '00'
              PERFORM CARD-LOOP THRU
                      CARD-LOOP-EXIT
              CLOSE VLTCARD-FILE
           END-IF.

           MOVE SPACES TO VLTRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VLTRPT-REC.
           STRING 'Branch     Opening        Cash in       Cash out'
                    DELIMITED BY SIZE
                  '           Book        Counted     Difference'
                    DELIMITED BY SIZE
                  '   Status' DELIMITED BY SIZE
             INTO VLTRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO BVT-REC-BRANCH.
           START BNKVALT-NDX KEY IS NOT LESS THAN BVT-REC-BRANCH
             INVALID KEY
               MOVE '  No vaults on file' TO VLTRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO END-OF-RUN
           END-START.
           PERFORM PROVE-VAULT-LOOP THRU
                   PROVE-VAULT-LOOP-EXIT.

       END-OF-RUN.
           MOVE SPACES TO VLTRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-VAULTS-PROVED TO WS-TOTAL-ED.
           MOVE SPACES TO VLTRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' vault(s) proved, ' DELIMITED BY SIZE
             INTO VLTRPT-REC.
           MOVE WS-VAULTS-FLAGGED TO WS-TOTAL-ED.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' flagged, ' DELIMITED BY SIZE
             INTO VLTRPT-REC (24:20).
           MOVE WS-VAULTS-OVER-LIMIT TO WS-TOTAL-ED.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' over insured limit' DELIMITED BY SIZE
             INTO VLTRPT-REC (39:30).
           PERFORM WRITE-REPORT-LINE.
           IF WS-CARDS-REJECTED IS GREATER THAN ZERO
              MOVE WS-CARDS-REJECTED TO WS-TOTAL-ED
              MOVE SPACES TO VLTRPT-REC
              STRING WS-TOTAL-ED DELIMITED BY SIZE
                     ' vault card(s) rejected' DELIMITED BY SIZE
                INTO VLTRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-VAULTS-FLAGGED IS GREATER THAN ZERO
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

           CLOSE BNKVALT-NDX.
           CLOSE VLTRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           IF WS-RETURN-CODE IS EQUAL TO ZERO
              MOVE 'All vaults prove' TO WS-CONSOLE-MESSAGE
           ELSE
              MOVE 'VAULT EXCEPTIONS - see the vault proof report'
                TO WS-CONSOLE-MESSAGE
           END-IF.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Apply the cash office cards to the vaults.  A card that       *
      * cannot be applied is listed and rejected.                     *
      *****************************************************************
       CARD-LOOP.
           READ VLTCARD-FILE.
           IF WS-VLTCARD-STATUS IS EQUAL TO '10'
              GO TO CARD-LOOP-EXIT
           END-IF.
           IF WS-VLTCARD-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading VLTCARD-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-CARDS-READ.
           IF VLC-REC-BRANCH IS EQUAL TO SPACES
              MOVE 'No branch' TO WS-REJECT-REASON
              PERFORM REJECT-CARD THRU
                      REJECT-CARD-EXIT
              GO TO CARD-LOOP
           END-IF.
           IF VLC-REC-AMOUNT IS NOT NUMERIC OR
              VLC-REC-LIMIT-AMOUNT IS NOT NUMERIC
              MOVE 'Amount is not numeric' TO WS-REJECT-REASON
              PERFORM REJECT-CARD THRU
                      REJECT-CARD-EXIT
              GO TO CARD-LOOP
           END-IF.

           EVALUATE TRUE
             WHEN VLC-REC-NEW-VAULT
              PERFORM ADD-VAULT THRU
                      ADD-VAULT-EXIT
             WHEN VLC-REC-LIMIT
              PERFORM CHANGE-VAULT THRU
                      CHANGE-VAULT-EXIT
             WHEN VLC-REC-COUNT
              PERFORM CHANGE-VAULT THRU
                      CHANGE-VAULT-EXIT
             WHEN OTHER
              MOVE 'Unknown card type' TO WS-REJECT-REASON
              PERFORM REJECT-CARD THRU
                      REJECT-CARD-EXIT
           END-EVALUATE.
           GO TO CARD-LOOP.
       CARD-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * A new vault starts with its opening cash already proved       *
      *****************************************************************
       ADD-VAULT.
           MOVE SPACES TO BVT-RECORD.
           MOVE VLC-REC-BRANCH TO BVT-REC-BRANCH.
           MOVE VLC-REC-LIMIT-AMOUNT TO BVT-REC-INSURED-LIMIT.
           MOVE VLC-REC-AMOUNT TO BVT-REC-OPENING.
           MOVE VLC-REC-AMOUNT TO BVT-REC-BOOK.
           MOVE ZERO TO BVT-REC-TO-DRAWERS.
           MOVE ZERO TO BVT-REC-FROM-DRAWERS.
           MOVE ZERO TO BVT-REC-FROM-CLOSES.
           MOVE ZERO TO BVT-REC-DELIVERED.
           MOVE ZERO TO BVT-REC-PICKED-UP.
           MOVE ZERO TO BVT-REC-BAGS.
           MOVE ZERO TO BVT-REC-PICKUP-PENDING.
           MOVE ZERO TO BVT-REC-COUNTED.
           MOVE WS-BUS-DATE TO BVT-REC-PROOF-DATE.
           WRITE BNKVALT-REC.
           IF WS-BNKVALT-STATUS IS EQUAL TO '22'
              MOVE 'Vault already on file' TO WS-REJECT-REASON
              PERFORM REJECT-CARD THRU
                      REJECT-CARD-EXIT
              GO TO ADD-VAULT-EXIT
           END-IF.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE VLC-REC-AMOUNT TO WS-BOOK-ED.
           MOVE VLC-REC-LIMIT-AMOUNT TO WS-LIMIT-ED.
           MOVE SPACES TO VLTRPT-REC.
           STRING 'New vault ' DELIMITED BY SIZE
                  BVT-REC-BRANCH DELIMITED BY SIZE
                  ' opening cash ' DELIMITED BY SIZE
                  WS-BOOK-ED DELIMITED BY SIZE
                  ' insured limit ' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
             INTO VLTRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       ADD-VAULT-EXIT.
           EXIT.

      *****************************************************************
      * A limit change or the day's count on a vault already on file  *
      *****************************************************************
       CHANGE-VAULT.
           MOVE VLC-REC-BRANCH TO BVT-REC-BRANCH.
           READ BNKVALT-NDX RECORD
             INVALID KEY
               MOVE 'No vault on file' TO WS-REJECT-REASON
               PERFORM REJECT-CARD THRU
                       REJECT-CARD-EXIT
               GO TO CHANGE-VAULT-EXIT
           END-READ.
           IF VLC-REC-LIMIT
              MOVE VLC-REC-LIMIT-AMOUNT TO BVT-REC-INSURED-LIMIT
           ELSE
              MOVE VLC-REC-AMOUNT TO BVT-REC-COUNTED
              MOVE WS-BUS-DATE TO BVT-REC-COUNT-DATE
              MOVE VLC-REC-USERID TO BVT-REC-COUNT-BY
           END-IF.
           REWRITE BNKVALT-REC.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       CHANGE-VAULT-EXIT.
           EXIT.

       REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE SPACES TO VLTRPT-REC.
           STRING 'Card rejected: ' DELIMITED BY SIZE
                  VLTCARD-REC (1:35) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
             INTO VLTRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       REJECT-CARD-EXIT.
           EXIT.

      *****************************************************************
      * Prove each vault in turn.  The book must be the opening       *
      * figure plus the day's movements; the count must agree with    *
      * the book; and the book must be within the insured limit.      *
      * The proved book then opens the next day.                      *
      *****************************************************************
       PROVE-VAULT-LOOP.
           READ BNKVALT-NDX NEXT RECORD.
           IF WS-BNKVALT-STATUS IS EQUAL TO '10'
              GO TO PROVE-VAULT-LOOP-EXIT
           END-IF.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-VAULTS-PROVED.
           MOVE 'N' TO WS-FLAGGED-SW.

           COMPUTE WS-CASH-IN = BVT-REC-FROM-DRAWERS
                              + BVT-REC-FROM-CLOSES
                              + BVT-REC-DELIVERED
                              + BVT-REC-BAGS.
           COMPUTE WS-CASH-OUT = BVT-REC-TO-DRAWERS
                               + BVT-REC-PICKED-UP.
           COMPUTE WS-REBUILT-BOOK = BVT-REC-OPENING
                                   + WS-CASH-IN - WS-CASH-OUT.
           MOVE BVT-REC-OPENING TO WS-OPENING-ED.
           MOVE WS-CASH-IN TO WS-IN-ED.
           MOVE WS-CASH-OUT TO WS-OUT-ED.
           MOVE BVT-REC-BOOK TO WS-BOOK-ED.
           MOVE SPACES TO VLTRPT-REC.
           STRING BVT-REC-BRANCH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPENING-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IN-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OUT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BOOK-ED DELIMITED BY SIZE
             INTO VLTRPT-REC.

           IF BVT-REC-COUNT-DATE IS EQUAL TO WS-BUS-DATE
              COMPUTE WS-DIFFERENCE = BVT-REC-COUNTED - BVT-REC-BOOK
              MOVE BVT-REC-COUNTED TO WS-COUNTED-ED
              MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED
              MOVE WS-COUNTED-ED TO VLTRPT-REC (66:14)
              MOVE WS-DIFFERENCE-ED TO VLTRPT-REC (81:14)
              EVALUATE TRUE
                WHEN WS-DIFFERENCE IS GREATER THAN ZERO
                 MOVE 'OVER' TO VLTRPT-REC (97:12)
                 MOVE 'Y' TO WS-FLAGGED-SW
                WHEN WS-DIFFERENCE IS LESS THAN ZERO
                 MOVE 'SHORT' TO VLTRPT-REC (97:12)
                 MOVE 'Y' TO WS-FLAGGED-SW
                WHEN OTHER
                 MOVE 'balances' TO VLTRPT-REC (97:12)
              END-EVALUATE
           ELSE
              MOVE 'NOT COUNTED' TO VLTRPT-REC (97:12)
              MOVE 'Y' TO WS-FLAGGED-SW
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           IF WS-REBUILT-BOOK IS NOT EQUAL TO BVT-REC-BOOK
              MOVE 'Y' TO WS-FLAGGED-SW
              MOVE WS-REBUILT-BOOK TO WS-EXCESS-ED
              MOVE SPACES TO VLTRPT-REC
              STRING '     BOOK DOES NOT PROVE - movements give '
                       DELIMITED BY SIZE
                     WS-EXCESS-ED DELIMITED BY SIZE
                INTO VLTRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           IF BVT-REC-INSURED-LIMIT IS GREATER THAN ZERO AND
              BVT-REC-BOOK IS GREATER THAN BVT-REC-INSURED-LIMIT
              MOVE 'Y' TO WS-FLAGGED-SW
              ADD 1 TO WS-VAULTS-OVER-LIMIT
              COMPUTE WS-EXCESS =
                      BVT-REC-BOOK - BVT-REC-INSURED-LIMIT
              MOVE BVT-REC-INSURED-LIMIT TO WS-LIMIT-ED
              MOVE WS-EXCESS TO WS-EXCESS-ED
              MOVE BVT-REC-PICKUP-PENDING TO WS-PENDING-ED
              MOVE SPACES TO VLTRPT-REC
              STRING '     OVER INSURED LIMIT ' DELIMITED BY SIZE
                     WS-LIMIT-ED DELIMITED BY SIZE
                     ' by ' DELIMITED BY SIZE
                     WS-EXCESS-ED DELIMITED BY SIZE
                     ' - pickup on order ' DELIMITED BY SIZE
                     WS-PENDING-ED DELIMITED BY SIZE
                INTO VLTRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-FLAGGED
              ADD 1 TO WS-VAULTS-FLAGGED
           END-IF.

      * Carry the book forward as tomorrow's opening figure
           MOVE BVT-REC-BOOK TO BVT-REC-OPENING.
           MOVE ZERO TO BVT-REC-TO-DRAWERS.
           MOVE ZERO TO BVT-REC-FROM-DRAWERS.
           MOVE ZERO TO BVT-REC-FROM-CLOSES.
           MOVE ZERO TO BVT-REC-DELIVERED.
           MOVE ZERO TO BVT-REC-PICKED-UP.
           MOVE ZERO TO BVT-REC-BAGS.
           MOVE WS-BUS-DATE TO BVT-REC-PROOF-DATE.
           REWRITE BNKVALT-REC.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           GO TO PROVE-VAULT-LOOP.
       PROVE-VAULT-LOOP-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE VLTRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE VLTRPT-REC TO RPD-LINE-TEXT.
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
