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
      * Program:     ZBNKDLR1.CBL                                     *
      * Function:    Monthly withdrawal limit conversion report.      *
      *              Lists, branch by branch, every open account of   *
      *              a limited type that has gone over its monthly    *
      *              withdrawal/transfer limit in three or more       *
      *              cycles running, so the branch can offer the      *
      *              customer a conversion to a chequing account.     *
      *              The run is kept on the account by UBNKDLM1 as    *
      *              each debit is counted.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKDLR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKATYPE-NDX
                  ASSIGN       TO NDXATYP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAT-REC-TYPE
                  FILE STATUS  IS WS-BNKATYPE-STATUS.

           SELECT BNKBRNCH-NDX
                  ASSIGN       TO NDXBRNCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBN-REC-BRANCH
                  FILE STATUS  IS WS-BNKBRNCH-STATUS.

           SELECT DLRRPT-FILE
                  ASSIGN       TO DLRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DLRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKATYPE-NDX.
       01  BNKATYPE-REC.
       COPY CBANKVAT.

       FD  BNKBRNCH-NDX.
       01  BNKBRNCH-REC.
       COPY CBANKVBN.

       FD  DLRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  DLRRPT-REC                              PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKDLR1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-BNKBRNCH-STATUS                    PIC X(2).
         05  WS-DLRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Cycles over the limit in a row before an account is offered
      * a conversion - site-tunable
         05  WS-RUN-THRESHOLD                      PIC 9(1)
             VALUE 3.

         05  WS-ACCOUNTS-READ                      PIC 9(7)
             VALUE ZERO.
         05  WS-LIMITED-COUNT                      PIC 9(7)
             VALUE ZERO.
         05  WS-OVER-COUNT                         PIC 9(7)
             VALUE ZERO.
         05  WS-LISTED-COUNT                       PIC 9(5)
             VALUE ZERO.
         05  WS-BRANCH-LISTED                      PIC 9(5).
         05  WS-COUNT-ED                           PIC ZZ9.
         05  WS-LIMIT-ED                           PIC ZZ9.
         05  WS-RUN-ED                             PIC 9.
         05  WS-FEE-ED                             PIC ZZ9.99.
         05  WS-TOTAL-ED                           PIC ZZZZ9.
         05  WS-CYCLE-SW                           PIC X(1).
           88  WS-CYCLE-CURRENT                      VALUE 'C'.
           88  WS-CYCLE-PREVIOUS                     VALUE 'P'.
           88  WS-CYCLE-STALE                        VALUE 'S'.

       01  WS-BUS-DATE                             PIC X(10).
      * The cycle the business date falls in and the one before it,
      * as YYYYMM the way UBNKDLM1 keeps them on the account
       01  WS-PERIOD.
         05  WS-PERIOD-YYYY                        PIC 9(4).
         05  FILLER                                PIC X(1).
         05  WS-PERIOD-MM                          PIC 9(2).
       01  WS-THIS-CYCLE                           PIC 9(6).
       01  WS-PREV-CYCLE                           PIC 9(6).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * The limits and fees of each account type, read once
       01  WS-TYP-TABLE.
         05  WS-TYP-ENTRY OCCURS 36 TIMES
                          INDEXED BY WS-TYP-IX.
           10  WS-TYP-CODE                         PIC X(1).
           10  WS-TYP-DESC                         PIC X(15).
           10  WS-TYP-MAX-DEBITS                   PIC 9(3).
           10  WS-TYP-EXCESS-FEE                   PIC S9(3)V99
                                                     COMP-3.
       01  WS-TYP-USED                             PIC 9(3)
           VALUE ZERO.

      * The accounts to be offered a conversion, in account order
       01  WS-CNV-TABLE.
         05  WS-CNV-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-CNV-IX.
           10  WS-CNV-BRANCH                       PIC X(4).
           10  WS-CNV-ACCNO                        PIC X(9).
           10  WS-CNV-PID                          PIC X(5).
           10  WS-CNV-TYPE-IX                      PIC 9(3).
           10  WS-CNV-COUNT                        PIC 9(3).
           10  WS-CNV-RUN                          PIC 9(1).
           10  WS-CNV-STATE                        PIC X(1).
       01  WS-CNV-USED                             PIC 9(4)
           VALUE ZERO.

      * The branches holding those accounts, in the order found
       01  WS-BRN-TABLE.
         05  WS-BRN-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-BRN-IX.
           10  WS-BRN-CODE                         PIC X(4).
       01  WS-BRN-USED                             PIC 9(3)
           VALUE ZERO.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'DBLIMIT ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-PERIOD.
           COMPUTE WS-THIS-CYCLE =
                   (WS-PERIOD-YYYY * 100) + WS-PERIOD-MM.
           IF WS-PERIOD-MM IS EQUAL TO 1
              COMPUTE WS-PREV-CYCLE =
                      ((WS-PERIOD-YYYY - 1) * 100) + 12
           ELSE
              COMPUTE WS-PREV-CYCLE = WS-THIS-CYCLE - 1
           END-IF.

           OPEN OUTPUT DLRRPT-FILE.
           MOVE WS-DLRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'DLRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE WS-RUN-THRESHOLD TO WS-RUN-ED.
           MOVE SPACES TO DLRRPT-REC.
           STRING 'Monthly withdrawal limit - accounts over the '
                    DELIMITED BY SIZE
                  'limit ' DELIMITED BY SIZE
                  WS-RUN-ED DELIMITED BY SIZE
                  '+ cycles running, as at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT BNKATYPE-NDX.
           MOVE WS-BNKATYPE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKATYPE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKBRNCH-NDX.
           MOVE WS-BNKBRNCH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBRNCH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           PERFORM SCAN-ACCOUNTS-LOOP THRU
                   SCAN-ACCOUNTS-LOOP-EXIT.
           CLOSE BNKACC-NDX.

           PERFORM WRITE-LIMITS-SECTION THRU
                   WRITE-LIMITS-SECTION-EXIT.

           MOVE SPACES TO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Accounts to be offered a conversion to chequing'
             TO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DLRRPT-REC.
           STRING '  Account   Customer Type              '
                    DELIMITED BY SIZE
                  'Debits Limit Run' DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CNV-USED IS EQUAL TO ZERO
              MOVE '  None' TO DLRRPT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM WRITE-ONE-BRANCH THRU
                      WRITE-ONE-BRANCH-EXIT
                VARYING WS-BRN-IX FROM 1 BY 1
                  UNTIL WS-BRN-IX IS GREATER THAN WS-BRN-USED
           END-IF.

           MOVE SPACES TO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DLRRPT-REC.
           STRING WS-ACCOUNTS-READ DELIMITED BY SIZE
                  ' account(s) read, ' DELIMITED BY SIZE
                  WS-LIMITED-COUNT DELIMITED BY SIZE
                  ' of a limited type, ' DELIMITED BY SIZE
                  WS-OVER-COUNT DELIMITED BY SIZE
                  ' over the limit now' DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LISTED-COUNT TO WS-TOTAL-ED.
           MOVE SPACES TO DLRRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' account(s) listed for conversion' DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKATYPE-NDX.
           CLOSE BNKBRNCH-NDX.
           CLOSE DLRRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the account file once.  An account whose count was last  *
      * kept in a cycle before the previous one has had no limited    *
      * debit since, so its run has lapsed.                           *
      *****************************************************************
       SCAN-ACCOUNTS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO SCAN-ACCOUNTS-LOOP-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF BAC-REC-CLOSED
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           PERFORM FIND-TYPE THRU
                   FIND-TYPE-EXIT.
           IF WS-TYP-IX IS GREATER THAN WS-TYP-USED
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           IF WS-TYP-MAX-DEBITS (WS-TYP-IX) IS EQUAL TO ZERO
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           ADD 1 TO WS-LIMITED-COUNT.
           IF BAC-REC-DEBIT-CYCLE IS NOT NUMERIC OR
              BAC-REC-DEBIT-OVER-RUN IS NOT NUMERIC
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           EVALUATE BAC-REC-DEBIT-CYCLE
             WHEN WS-THIS-CYCLE
               SET WS-CYCLE-CURRENT TO TRUE
             WHEN WS-PREV-CYCLE
               SET WS-CYCLE-PREVIOUS TO TRUE
             WHEN OTHER
               SET WS-CYCLE-STALE TO TRUE
           END-EVALUATE.
           IF WS-CYCLE-CURRENT AND BAC-REC-OVER-DEBIT-LIMIT
              ADD 1 TO WS-OVER-COUNT
           END-IF.
           IF WS-CYCLE-STALE OR
              BAC-REC-DEBIT-OVER-RUN IS LESS THAN WS-RUN-THRESHOLD
              GO TO SCAN-ACCOUNTS-LOOP
           END-IF.
           IF WS-CNV-USED IS GREATER THAN OR EQUAL TO 1000
              MOVE 'Conversion table full - listing truncated'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO SCAN-ACCOUNTS-LOOP-EXIT
           END-IF.

           ADD 1 TO WS-CNV-USED.
           SET WS-CNV-IX TO WS-CNV-USED.
           MOVE BAC-REC-BRANCH TO WS-CNV-BRANCH (WS-CNV-IX).
           MOVE BAC-REC-ACCNO TO WS-CNV-ACCNO (WS-CNV-IX).
           MOVE BAC-REC-PID TO WS-CNV-PID (WS-CNV-IX).
           SET WS-CNV-TYPE-IX (WS-CNV-IX) TO WS-TYP-IX.
           MOVE BAC-REC-DEBIT-OVER-RUN TO WS-CNV-RUN (WS-CNV-IX).
      * The count shown is this cycle's so far - nothing yet if the
      * account has not been debited since the month turned
           IF WS-CYCLE-CURRENT
              MOVE BAC-REC-DEBIT-COUNT TO WS-CNV-COUNT (WS-CNV-IX)
           ELSE
              MOVE ZERO TO WS-CNV-COUNT (WS-CNV-IX)
           END-IF.
           IF WS-CYCLE-CURRENT AND BAC-REC-OVER-DEBIT-LIMIT
              MOVE '*' TO WS-CNV-STATE (WS-CNV-IX)
           ELSE
              MOVE SPACE TO WS-CNV-STATE (WS-CNV-IX)
           END-IF.
           PERFORM ADD-TO-BRANCH THRU
                   ADD-TO-BRANCH-EXIT.
           GO TO SCAN-ACCOUNTS-LOOP.
       SCAN-ACCOUNTS-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Find the account's type in the table, reading BNKATYPE the    *
      * first time the type is seen.  WS-TYP-IX is left past the end  *
      * of the table when the type is not on file.                    *
      *****************************************************************
       FIND-TYPE.
           SET WS-TYP-IX TO 1.
           SEARCH WS-TYP-ENTRY
             AT END
               GO TO FIND-TYPE-NEW
             WHEN WS-TYP-IX IS GREATER THAN WS-TYP-USED
               GO TO FIND-TYPE-NEW
             WHEN WS-TYP-CODE (WS-TYP-IX) IS EQUAL TO BAC-REC-TYPE
               GO TO FIND-TYPE-EXIT
           END-SEARCH.
       FIND-TYPE-NEW.
           IF WS-TYP-USED IS GREATER THAN OR EQUAL TO 36
              SET WS-TYP-IX TO 37
              GO TO FIND-TYPE-EXIT
           END-IF.
           MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
           READ BNKATYPE-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BAT-REC-DESC
           END-READ.
           ADD 1 TO WS-TYP-USED.
           SET WS-TYP-IX TO WS-TYP-USED.
           MOVE BAC-REC-TYPE TO WS-TYP-CODE (WS-TYP-IX).
           MOVE ZERO TO WS-TYP-MAX-DEBITS (WS-TYP-IX).
           MOVE ZERO TO WS-TYP-EXCESS-FEE (WS-TYP-IX).
           IF WS-BNKATYPE-STATUS IS NOT EQUAL TO '00'
              MOVE 'Not on file' TO WS-TYP-DESC (WS-TYP-IX)
              GO TO FIND-TYPE-EXIT
           END-IF.
           MOVE BAT-REC-DESC TO WS-TYP-DESC (WS-TYP-IX).
           IF BAT-REC-MAX-DEBITS IS NUMERIC
              MOVE BAT-REC-MAX-DEBITS TO WS-TYP-MAX-DEBITS (WS-TYP-IX)
           END-IF.
           IF BAT-REC-EXCESS-FEE IS NUMERIC
              MOVE BAT-REC-EXCESS-FEE TO WS-TYP-EXCESS-FEE (WS-TYP-IX)
           END-IF.
       FIND-TYPE-EXIT.
           EXIT.

       ADD-TO-BRANCH.
           SET WS-BRN-IX TO 1.
           SEARCH WS-BRN-ENTRY
             AT END
               GO TO ADD-TO-BRANCH-NEW
             WHEN WS-BRN-IX IS GREATER THAN WS-BRN-USED
               GO TO ADD-TO-BRANCH-NEW
             WHEN WS-BRN-CODE (WS-BRN-IX) IS EQUAL TO BAC-REC-BRANCH
               GO TO ADD-TO-BRANCH-EXIT
           END-SEARCH.
       ADD-TO-BRANCH-NEW.
           IF WS-BRN-USED IS GREATER THAN OR EQUAL TO 50
              GO TO ADD-TO-BRANCH-EXIT
           END-IF.
           ADD 1 TO WS-BRN-USED.
           SET WS-BRN-IX TO WS-BRN-USED.
           MOVE BAC-REC-BRANCH TO WS-BRN-CODE (WS-BRN-IX).
       ADD-TO-BRANCH-EXIT.
           EXIT.

      *****************************************************************
      * The limited account types and what they allow                 *
      *****************************************************************
       WRITE-LIMITS-SECTION.
           MOVE SPACES TO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Limited account types' TO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TYP-USED IS EQUAL TO ZERO
              GO TO WRITE-LIMITS-SECTION-EXIT
           END-IF.
           PERFORM WRITE-ONE-LIMIT THRU
                   WRITE-ONE-LIMIT-EXIT
             VARYING WS-TYP-IX FROM 1 BY 1
               UNTIL WS-TYP-IX IS GREATER THAN WS-TYP-USED.
       WRITE-LIMITS-SECTION-EXIT.
           EXIT.

       WRITE-ONE-LIMIT.
           IF WS-TYP-MAX-DEBITS (WS-TYP-IX) IS EQUAL TO ZERO
              GO TO WRITE-ONE-LIMIT-EXIT
           END-IF.
           MOVE WS-TYP-MAX-DEBITS (WS-TYP-IX) TO WS-LIMIT-ED.
           MOVE WS-TYP-EXCESS-FEE (WS-TYP-IX) TO WS-FEE-ED.
           MOVE SPACES TO DLRRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-TYP-CODE (WS-TYP-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TYP-DESC (WS-TYP-IX) DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  ' a month, excess fee ' DELIMITED BY SIZE
                  WS-FEE-ED DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-LIMIT-EXIT.
           EXIT.

      *****************************************************************
      * One branch heading and its accounts.  '*' marks an account    *
      * that is already over the limit again this cycle.              *
      *****************************************************************
       WRITE-ONE-BRANCH.
           MOVE WS-BRN-CODE (WS-BRN-IX) TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD
             INVALID KEY
               MOVE 'Unassigned' TO BBN-REC-NAME
           END-READ.
           MOVE SPACES TO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DLRRPT-REC.
           STRING 'Branch ' DELIMITED BY SIZE
                  WS-BRN-CODE (WS-BRN-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BBN-REC-NAME DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-BRANCH-LISTED.
           PERFORM WRITE-ONE-ACCOUNT THRU
                   WRITE-ONE-ACCOUNT-EXIT
             VARYING WS-CNV-IX FROM 1 BY 1
               UNTIL WS-CNV-IX IS GREATER THAN WS-CNV-USED.
           MOVE WS-BRANCH-LISTED TO WS-TOTAL-ED.
           MOVE SPACES TO DLRRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  ' account(s) for this branch' DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-BRANCH-EXIT.
           EXIT.

       WRITE-ONE-ACCOUNT.
           IF WS-CNV-BRANCH (WS-CNV-IX) IS NOT EQUAL TO
              WS-BRN-CODE (WS-BRN-IX)
              GO TO WRITE-ONE-ACCOUNT-EXIT
           END-IF.
           SET WS-TYP-IX TO WS-CNV-TYPE-IX (WS-CNV-IX).
           MOVE WS-CNV-COUNT (WS-CNV-IX) TO WS-COUNT-ED.
           MOVE WS-TYP-MAX-DEBITS (WS-TYP-IX) TO WS-LIMIT-ED.
           MOVE WS-CNV-RUN (WS-CNV-IX) TO WS-RUN-ED.
           MOVE SPACES TO DLRRPT-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-CNV-ACCNO (WS-CNV-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CNV-PID (WS-CNV-IX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-TYP-CODE (WS-TYP-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TYP-DESC (WS-TYP-IX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-RUN-ED DELIMITED BY SIZE
                  WS-CNV-STATE (WS-CNV-IX) DELIMITED BY SIZE
                  ' offer conversion' DELIMITED BY SIZE
             INTO DLRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-BRANCH-LISTED.
           ADD 1 TO WS-LISTED-COUNT.
       WRITE-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE DLRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE DLRRPT-REC TO RPD-LINE-TEXT.
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
