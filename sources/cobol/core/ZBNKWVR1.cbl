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
      * Program:     ZBNKWVR1.CBL                                     *
      * Function:    Monthly fee waiver analysis.  Every fee waived   *
      *              in the month (the business date's month) is      *
      *              totalled by the teller who gave it, by their     *
      *              branch and by reason code, then listed one per   *
      *              line.  A customer waived more than once in the   *
      *              last twelve months is flagged on the listing     *
      *              and summarised at the end, and waivers still     *
      *              held for release are counted.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKWVR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKWAIV-NDX
                  ASSIGN       TO NDXWAIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BWV-REC-FEE-TS
                  ALTERNATE KEY IS BWV-REC-USER-KEY WITH DUPLICATES
                  ALTERNATE KEY IS BWV-REC-ACCNO WITH DUPLICATES
                  FILE STATUS  IS WS-BNKWAIV-STATUS.

           SELECT BNKBRNCH-NDX
                  ASSIGN       TO NDXBRNCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBN-REC-BRANCH
                  FILE STATUS  IS WS-BNKBRNCH-STATUS.

           SELECT BNKSTAFF-NDX
                  ASSIGN       TO NDXSTAFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS STF-REC-USERID
                  FILE STATUS  IS WS-BNKSTAFF-STATUS.

           SELECT WVRRPT-FILE
                  ASSIGN       TO WVRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-WVRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKWAIV-NDX.
       01  BNKWAIV-REC.
       COPY CBANKVWV.

       FD  BNKBRNCH-NDX.
       01  BNKBRNCH-REC.
       COPY CBANKVBN.

       FD  BNKSTAFF-NDX.
       01  BNKSTAFF-REC.
       COPY CBANKVST.

       FD  WVRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  WVRRPT-REC                              PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKWVR1'.
         05  WS-BNKWAIV-STATUS                     PIC X(2).
         05  WS-BNKBRNCH-STATUS                    PIC X(2).
         05  WS-BNKSTAFF-STATUS                    PIC X(2).
         05  WS-WVRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * A customer waived this many times or more in the last twelve
      * months is a repeat-waiver customer - site-tunable
         05  WS-REPEAT-THRESHOLD                   PIC 9(3)
             VALUE 2.

         05  WS-MONTH-COUNT                        PIC 9(5)
             VALUE ZERO.
         05  WS-MONTH-AMOUNT                       PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-DUAL-COUNT                         PIC 9(5)
             VALUE ZERO.
         05  WS-PENDING-COUNT                      PIC 9(5)
             VALUE ZERO.
         05  WS-REJECTED-COUNT                     PIC 9(5)
             VALUE ZERO.
         05  WS-REPEAT-COUNT                       PIC 9(5)
             VALUE ZERO.
         05  WS-WAIVE-PERIOD                       PIC X(7).
         05  WS-BRANCH                             PIC X(4).
         05  WS-REPEAT-FLAG                        PIC X(1).
         05  WS-COUNT-ED                           PIC ZZZZ9.
         05  WS-COUNT-ED2                          PIC ZZZZ9.
         05  WS-AMOUNT-ED                          PIC Z(7)9.99-.
         05  WS-AMOUNT-ED2                         PIC Z(7)9.99-.

       01  WS-BUS-DATE                             PIC X(10).
      * The month reported, and the first month of the twelve the
      * repeat-waiver test looks back over
       01  WS-PERIOD.
         05  WS-PERIOD-YYYY                        PIC 9(4).
         05  FILLER                                PIC X(1).
         05  WS-PERIOD-MM                          PIC 9(2).
       01  WS-WINDOW-FROM.
         05  WS-WINDOW-YYYY                        PIC 9(4).
         05  WS-WINDOW-DASH                        PIC X(1).
         05  WS-WINDOW-MM                          PIC 9(2).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * Totals by the user who gave the waiver
       01  WS-TLR-TABLE.
         05  WS-TLR-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-TLR-IX.
           10  WS-TLR-USERID                       PIC X(8).
           10  WS-TLR-BRANCH                       PIC X(4).
           10  WS-TLR-COUNT                        PIC 9(5).
           10  WS-TLR-DUAL                         PIC 9(5).
           10  WS-TLR-AMOUNT                       PIC S9(9)V99
                                                     COMP-3.
       01  WS-TLR-USED                             PIC 9(3)
           VALUE ZERO.

      * Totals by the giving user's branch
       01  WS-BRN-TABLE.
         05  WS-BRN-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-BRN-IX.
           10  WS-BRN-CODE                         PIC X(4).
           10  WS-BRN-COUNT                        PIC 9(5).
           10  WS-BRN-AMOUNT                       PIC S9(9)V99
                                                     COMP-3.
       01  WS-BRN-USED                             PIC 9(3)
           VALUE ZERO.

      * Totals by reason code, in the order the codes are listed
       01  WS-RSN-TABLE.
         05  WS-RSN-ENTRY OCCURS 6 TIMES
                          INDEXED BY WS-RSN-IX.
           10  WS-RSN-CODE                         PIC X(2).
           10  WS-RSN-DESC                         PIC X(20).
           10  WS-RSN-COUNT                        PIC 9(5).
           10  WS-RSN-AMOUNT                       PIC S9(9)V99
                                                     COMP-3.

      * Waivers per customer over the twelve months
       01  WS-CUS-TABLE.
         05  WS-CUS-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-CUS-IX.
           10  WS-CUS-PID                          PIC X(5).
           10  WS-CUS-COUNT                        PIC 9(5).
           10  WS-CUS-MONTH                        PIC 9(5).
           10  WS-CUS-AMOUNT                       PIC S9(9)V99
                                                     COMP-3.
       01  WS-CUS-USED                             PIC 9(4)
           VALUE ZERO.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'FEEWAIV ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-PERIOD.
           MOVE WS-PERIOD TO WS-WINDOW-FROM.
           IF WS-PERIOD-MM IS EQUAL TO 12
              MOVE 1 TO WS-WINDOW-MM
           ELSE
              SUBTRACT 1 FROM WS-WINDOW-YYYY
              ADD 1 TO WS-WINDOW-MM
           END-IF.

           PERFORM LOAD-REASONS.

           OPEN OUTPUT WVRRPT-FILE.
           MOVE WS-WVRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'WVRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO WVRRPT-REC.
           STRING 'Fee waiver analysis for ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ' (repeat customers over ' DELIMITED BY SIZE
                  WS-WINDOW-FROM DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT BNKBRNCH-NDX.
           MOVE WS-BNKBRNCH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBRNCH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * Staff names only label the teller lines
           OPEN INPUT BNKSTAFF-NDX.

           OPEN INPUT BNKWAIV-NDX.
           MOVE WS-BNKWAIV-STATUS TO WS-IO-STATUS.
           MOVE 'BNKWAIV-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           PERFORM ACCUMULATE-LOOP THRU
                   ACCUMULATE-LOOP-EXIT.
           CLOSE BNKWAIV-NDX.

           PERFORM WRITE-TELLER-SECTION THRU
                   WRITE-TELLER-SECTION-EXIT.
           PERFORM WRITE-BRANCH-SECTION THRU
                   WRITE-BRANCH-SECTION-EXIT.
           PERFORM WRITE-REASON-SECTION THRU
                   WRITE-REASON-SECTION-EXIT.

      * Second pass for the listing, now the repeat customers are
      * known
           MOVE SPACES TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WVRRPT-REC.
           STRING 'Waivers in the month (* repeat-waiver customer)'
                    DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT BNKWAIV-NDX.
           MOVE WS-BNKWAIV-STATUS TO WS-IO-STATUS.
           MOVE 'BNKWAIV-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           PERFORM LIST-WAIVERS-LOOP THRU
                   LIST-WAIVERS-LOOP-EXIT.
           CLOSE BNKWAIV-NDX.

           PERFORM WRITE-REPEAT-SECTION THRU
                   WRITE-REPEAT-SECTION-EXIT.

           MOVE WS-MONTH-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WVRRPT-REC.
           STRING WS-MONTH-COUNT DELIMITED BY SIZE
                  ' fee(s) waived, total ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  WS-DUAL-COUNT DELIMITED BY SIZE
                  ' released under dual control' DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WVRRPT-REC.
           STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                  ' rejected in the month, ' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  ' still held for release, ' DELIMITED BY SIZE
                  WS-REPEAT-COUNT DELIMITED BY SIZE
                  ' repeat customer(s)' DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKBRNCH-NDX.
           IF WS-BNKSTAFF-STATUS IS EQUAL TO '00'
              CLOSE BNKSTAFF-NDX
           END-IF.
           CLOSE WVRRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * The reason codes a waiver may be given under                  *
      *****************************************************************
       LOAD-REASONS.
           MOVE 'BE' TO WS-RSN-CODE (1).
           MOVE 'Bank error' TO WS-RSN-DESC (1).
           MOVE 'GW' TO WS-RSN-CODE (2).
           MOVE 'Goodwill' TO WS-RSN-DESC (2).
           MOVE 'FT' TO WS-RSN-CODE (3).
           MOVE 'First occurrence' TO WS-RSN-DESC (3).
           MOVE 'HS' TO WS-RSN-CODE (4).
           MOVE 'Hardship' TO WS-RSN-DESC (4).
           MOVE 'RL' TO WS-RSN-CODE (5).
           MOVE 'Relationship' TO WS-RSN-DESC (5).
           MOVE 'OT' TO WS-RSN-CODE (6).
           MOVE 'Other' TO WS-RSN-DESC (6).
           PERFORM CLEAR-ONE-REASON
             VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX IS GREATER THAN 6.

       CLEAR-ONE-REASON.
           MOVE ZERO TO WS-RSN-COUNT (WS-RSN-IX).
           MOVE ZERO TO WS-RSN-AMOUNT (WS-RSN-IX).

      *****************************************************************
      * First pass: the month's totals by teller, branch and reason,  *
      * and each customer's waivers over the twelve months            *
      *****************************************************************
       ACCUMULATE-LOOP.
           READ BNKWAIV-NDX NEXT RECORD.
           IF WS-BNKWAIV-STATUS IS EQUAL TO '10'
              GO TO ACCUMULATE-LOOP-EXIT
           END-IF.
           IF WS-BNKWAIV-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKWAIV-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BWV-REC-PENDING
              ADD 1 TO WS-PENDING-COUNT
              GO TO ACCUMULATE-LOOP
           END-IF.
           MOVE BWV-REC-DECIDED-DATE (1:7) TO WS-WAIVE-PERIOD.
           IF BWV-REC-REJECTED
              IF WS-WAIVE-PERIOD IS EQUAL TO WS-PERIOD
                 ADD 1 TO WS-REJECTED-COUNT
              END-IF
              GO TO ACCUMULATE-LOOP
           END-IF.
           IF NOT BWV-REC-WAIVED OR
              WS-WAIVE-PERIOD IS LESS THAN WS-WINDOW-FROM OR
              WS-WAIVE-PERIOD IS GREATER THAN WS-PERIOD
              GO TO ACCUMULATE-LOOP
           END-IF.

           PERFORM ADD-TO-CUSTOMER THRU
                   ADD-TO-CUSTOMER-EXIT.
           IF WS-WAIVE-PERIOD IS NOT EQUAL TO WS-PERIOD
              GO TO ACCUMULATE-LOOP
           END-IF.

           ADD 1 TO WS-MONTH-COUNT.
           ADD BWV-REC-AMOUNT TO WS-MONTH-AMOUNT.
           IF BWV-REC-DUAL-CONTROL
              ADD 1 TO WS-DUAL-COUNT
           END-IF.
      * A userid with no home branch on file counts to the branch
      * that holds the account
           IF BWV-REC-STAFF-BRANCH IS EQUAL TO SPACES
              MOVE BWV-REC-ACC-BRANCH TO WS-BRANCH
           ELSE
              MOVE BWV-REC-STAFF-BRANCH TO WS-BRANCH
           END-IF.
           PERFORM ADD-TO-TELLER THRU
                   ADD-TO-TELLER-EXIT.
           PERFORM ADD-TO-BRANCH THRU
                   ADD-TO-BRANCH-EXIT.
           SET WS-RSN-IX TO 1.
           SEARCH WS-RSN-ENTRY
             AT END
               SET WS-RSN-IX TO 6
             WHEN WS-RSN-CODE (WS-RSN-IX) IS EQUAL TO BWV-REC-REASON
               CONTINUE
           END-SEARCH.
           ADD 1 TO WS-RSN-COUNT (WS-RSN-IX).
           ADD BWV-REC-AMOUNT TO WS-RSN-AMOUNT (WS-RSN-IX).
           GO TO ACCUMULATE-LOOP.
       ACCUMULATE-LOOP-EXIT.
           EXIT.

       ADD-TO-TELLER.
           SET WS-TLR-IX TO 1.
           SEARCH WS-TLR-ENTRY
             AT END
               GO TO ADD-TO-TELLER-NEW
             WHEN WS-TLR-IX IS GREATER THAN WS-TLR-USED
               GO TO ADD-TO-TELLER-NEW
             WHEN WS-TLR-USERID (WS-TLR-IX) IS EQUAL TO BWV-REC-USERID
               GO TO ADD-TO-TELLER-FOLD
           END-SEARCH.
       ADD-TO-TELLER-NEW.
           IF WS-TLR-USED IS GREATER THAN OR EQUAL TO 200
              GO TO ADD-TO-TELLER-EXIT
           END-IF.
           ADD 1 TO WS-TLR-USED.
           SET WS-TLR-IX TO WS-TLR-USED.
           MOVE BWV-REC-USERID TO WS-TLR-USERID (WS-TLR-IX).
           MOVE WS-BRANCH TO WS-TLR-BRANCH (WS-TLR-IX).
           MOVE ZERO TO WS-TLR-COUNT (WS-TLR-IX).
           MOVE ZERO TO WS-TLR-DUAL (WS-TLR-IX).
           MOVE ZERO TO WS-TLR-AMOUNT (WS-TLR-IX).
       ADD-TO-TELLER-FOLD.
           ADD 1 TO WS-TLR-COUNT (WS-TLR-IX).
           IF BWV-REC-DUAL-CONTROL
              ADD 1 TO WS-TLR-DUAL (WS-TLR-IX)
           END-IF.
           ADD BWV-REC-AMOUNT TO WS-TLR-AMOUNT (WS-TLR-IX).
       ADD-TO-TELLER-EXIT.
           EXIT.

       ADD-TO-BRANCH.
           SET WS-BRN-IX TO 1.
           SEARCH WS-BRN-ENTRY
             AT END
               GO TO ADD-TO-BRANCH-NEW
             WHEN WS-BRN-IX IS GREATER THAN WS-BRN-USED
               GO TO ADD-TO-BRANCH-NEW
             WHEN WS-BRN-CODE (WS-BRN-IX) IS EQUAL TO WS-BRANCH
               GO TO ADD-TO-BRANCH-FOLD
           END-SEARCH.
       ADD-TO-BRANCH-NEW.
           IF WS-BRN-USED IS GREATER THAN OR EQUAL TO 50
              GO TO ADD-TO-BRANCH-EXIT
           END-IF.
           ADD 1 TO WS-BRN-USED.
           SET WS-BRN-IX TO WS-BRN-USED.
           MOVE WS-BRANCH TO WS-BRN-CODE (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-COUNT (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-AMOUNT (WS-BRN-IX).
       ADD-TO-BRANCH-FOLD.
           ADD 1 TO WS-BRN-COUNT (WS-BRN-IX).
           ADD BWV-REC-AMOUNT TO WS-BRN-AMOUNT (WS-BRN-IX).
       ADD-TO-BRANCH-EXIT.
           EXIT.

       ADD-TO-CUSTOMER.
           SET WS-CUS-IX TO 1.
           SEARCH WS-CUS-ENTRY
             AT END
               GO TO ADD-TO-CUSTOMER-NEW
             WHEN WS-CUS-IX IS GREATER THAN WS-CUS-USED
               GO TO ADD-TO-CUSTOMER-NEW
             WHEN WS-CUS-PID (WS-CUS-IX) IS EQUAL TO BWV-REC-PID
               GO TO ADD-TO-CUSTOMER-FOLD
           END-SEARCH.
       ADD-TO-CUSTOMER-NEW.
           IF WS-CUS-USED IS GREATER THAN OR EQUAL TO 1000
              GO TO ADD-TO-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CUS-USED.
           SET WS-CUS-IX TO WS-CUS-USED.
           MOVE BWV-REC-PID TO WS-CUS-PID (WS-CUS-IX).
           MOVE ZERO TO WS-CUS-COUNT (WS-CUS-IX).
           MOVE ZERO TO WS-CUS-MONTH (WS-CUS-IX).
           MOVE ZERO TO WS-CUS-AMOUNT (WS-CUS-IX).
       ADD-TO-CUSTOMER-FOLD.
           ADD 1 TO WS-CUS-COUNT (WS-CUS-IX).
           ADD BWV-REC-AMOUNT TO WS-CUS-AMOUNT (WS-CUS-IX).
           IF WS-WAIVE-PERIOD IS EQUAL TO WS-PERIOD
              ADD 1 TO WS-CUS-MONTH (WS-CUS-IX)
           END-IF.
       ADD-TO-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * Waivers by the user who gave them                             *
      *****************************************************************
       WRITE-TELLER-SECTION.
           MOVE SPACES TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'By teller' TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TLR-USED IS EQUAL TO ZERO
              GO TO WRITE-TELLER-SECTION-EXIT
           END-IF.
           PERFORM WRITE-ONE-TELLER THRU
                   WRITE-ONE-TELLER-EXIT
             VARYING WS-TLR-IX FROM 1 BY 1
               UNTIL WS-TLR-IX IS GREATER THAN WS-TLR-USED.
       WRITE-TELLER-SECTION-EXIT.
           EXIT.

       WRITE-ONE-TELLER.
           MOVE SPACES TO STF-REC-NAME.
           IF WS-BNKSTAFF-STATUS IS EQUAL TO '00' OR
              WS-BNKSTAFF-STATUS IS EQUAL TO '23'
              MOVE WS-TLR-USERID (WS-TLR-IX) TO STF-REC-USERID
              READ BNKSTAFF-NDX RECORD
                INVALID KEY
                  MOVE SPACES TO STF-REC-NAME
              END-READ
           END-IF.
           MOVE WS-TLR-COUNT (WS-TLR-IX) TO WS-COUNT-ED.
           MOVE WS-TLR-DUAL (WS-TLR-IX) TO WS-COUNT-ED2.
           MOVE WS-TLR-AMOUNT (WS-TLR-IX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WVRRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-TLR-USERID (WS-TLR-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STF-REC-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TLR-BRANCH (WS-TLR-IX) DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' waived' DELIMITED BY SIZE
                  WS-COUNT-ED2 DELIMITED BY SIZE
                  ' dual' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-TELLER-EXIT.
           EXIT.

      *****************************************************************
      * Waivers by branch                                             *
      *****************************************************************
       WRITE-BRANCH-SECTION.
           MOVE SPACES TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'By branch' TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-BRN-USED IS EQUAL TO ZERO
              GO TO WRITE-BRANCH-SECTION-EXIT
           END-IF.
           PERFORM WRITE-ONE-BRANCH THRU
                   WRITE-ONE-BRANCH-EXIT
             VARYING WS-BRN-IX FROM 1 BY 1
               UNTIL WS-BRN-IX IS GREATER THAN WS-BRN-USED.
       WRITE-BRANCH-SECTION-EXIT.
           EXIT.

       WRITE-ONE-BRANCH.
           MOVE WS-BRN-CODE (WS-BRN-IX) TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD
             INVALID KEY
               MOVE 'Unassigned' TO BBN-REC-NAME
           END-READ.
           MOVE WS-BRN-COUNT (WS-BRN-IX) TO WS-COUNT-ED.
           MOVE WS-BRN-AMOUNT (WS-BRN-IX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WVRRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-BRN-CODE (WS-BRN-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BBN-REC-NAME DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' waived' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-BRANCH-EXIT.
           EXIT.

      *****************************************************************
      * Waivers by reason code                                        *
      *****************************************************************
       WRITE-REASON-SECTION.
           MOVE SPACES TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'By reason' TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-REASON THRU
                   WRITE-ONE-REASON-EXIT
             VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX IS GREATER THAN 6.
       WRITE-REASON-SECTION-EXIT.
           EXIT.

       WRITE-ONE-REASON.
           MOVE WS-RSN-COUNT (WS-RSN-IX) TO WS-COUNT-ED.
           MOVE WS-RSN-AMOUNT (WS-RSN-IX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WVRRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-RSN-CODE (WS-RSN-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RSN-DESC (WS-RSN-IX) DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' waived' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-REASON-EXIT.
           EXIT.

      *****************************************************************
      * Second pass: one line per waiver given in the month, repeat   *
      * customers flagged                                             *
      *****************************************************************
       LIST-WAIVERS-LOOP.
           READ BNKWAIV-NDX NEXT RECORD.
           IF WS-BNKWAIV-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-WAIVERS-LOOP-EXIT
           END-IF.
           IF NOT BWV-REC-WAIVED OR
              BWV-REC-DECIDED-DATE (1:7) IS NOT EQUAL TO WS-PERIOD
              GO TO LIST-WAIVERS-LOOP
           END-IF.
           MOVE SPACE TO WS-REPEAT-FLAG.
           SET WS-CUS-IX TO 1.
           SEARCH WS-CUS-ENTRY
             AT END
               CONTINUE
             WHEN WS-CUS-IX IS GREATER THAN WS-CUS-USED
               CONTINUE
             WHEN WS-CUS-PID (WS-CUS-IX) IS EQUAL TO BWV-REC-PID
               IF WS-CUS-COUNT (WS-CUS-IX) IS NOT LESS THAN
                  WS-REPEAT-THRESHOLD
                  MOVE '*' TO WS-REPEAT-FLAG
               END-IF
           END-SEARCH.
           MOVE BWV-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WVRRPT-REC.
           STRING WS-REPEAT-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-DECIDED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-ACCNO DELIMITED BY SIZE
                  ' fee ' DELIMITED BY SIZE
                  BWV-REC-FEE-TYPE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BWV-REC-FEE-SUB-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-USERID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-CHECKER DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BWV-REC-NOTE (1:14) DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO LIST-WAIVERS-LOOP.
       LIST-WAIVERS-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Customers waived the threshold number of times or more over   *
      * the twelve months, who had a waiver this month                *
      *****************************************************************
       WRITE-REPEAT-SECTION.
           MOVE SPACES TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Repeat-waiver customers' TO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CUS-USED IS EQUAL TO ZERO
              GO TO WRITE-REPEAT-SECTION-EXIT
           END-IF.
           PERFORM WRITE-ONE-REPEAT THRU
                   WRITE-ONE-REPEAT-EXIT
             VARYING WS-CUS-IX FROM 1 BY 1
               UNTIL WS-CUS-IX IS GREATER THAN WS-CUS-USED.
       WRITE-REPEAT-SECTION-EXIT.
           EXIT.

       WRITE-ONE-REPEAT.
           IF WS-CUS-MONTH (WS-CUS-IX) IS EQUAL TO ZERO OR
              WS-CUS-COUNT (WS-CUS-IX) IS LESS THAN WS-REPEAT-THRESHOLD
              GO TO WRITE-ONE-REPEAT-EXIT
           END-IF.
           ADD 1 TO WS-REPEAT-COUNT.
           MOVE WS-CUS-MONTH (WS-CUS-IX) TO WS-COUNT-ED.
           MOVE WS-CUS-COUNT (WS-CUS-IX) TO WS-COUNT-ED2.
           MOVE WS-CUS-AMOUNT (WS-CUS-IX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WVRRPT-REC.
           STRING '* ' DELIMITED BY SIZE
                  WS-CUS-PID (WS-CUS-IX) DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' this month' DELIMITED BY SIZE
                  WS-COUNT-ED2 DELIMITED BY SIZE
                  ' in twelve months, total' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO WVRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-REPEAT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE WVRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE WVRRPT-REC TO RPD-LINE-TEXT.
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
