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
      * Program:     ZBNKIBR1.CBL                                     *
      * Function:    Daily inter-branch reconciliation.  Reads the    *
      *              day's GL posting feed from ZBNKGLP1 and, from    *
      *              the due-from/due-to lines (BNKGLMAP row I/1),    *
      *              works out each branch's net position against     *
      *              every other branch it dealt with.  What one      *
      *              branch is owed by a second must be exactly what  *
      *              the second owes it, so each branch pair's two    *
      *              positions must net to zero; a pair that does not *
      *              is flagged and the run ends with return code 4.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKIBR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT GLFEED-FILE
                  ASSIGN       TO GLFEED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-GLFEED-STATUS.

           SELECT BNKGLMAP-NDX
                  ASSIGN       TO NDXGLMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BGL-REC-KEY
                  FILE STATUS  IS WS-BNKGLMAP-STATUS.

           SELECT IBRRPT-FILE
                  ASSIGN       TO IBRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-IBRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The feed record as ZBNKGLP1 writes it
       FD  GLFEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GLFEED-REC.
         05  GLF-GL-ACCOUNT                        PIC X(8).
         05  GLF-DR-CR                             PIC X(1).
           88  GLF-DEBIT                             VALUE 'D'.
           88  GLF-CREDIT                            VALUE 'C'.
         05  GLF-AMOUNT                            PIC 9(9)V99.
         05  GLF-DATE                              PIC X(10).
         05  GLF-TXN-TYPE                          PIC X(1).
         05  GLF-TXN-SUB-TYPE                      PIC X(1).
         05  GLF-ACCNO                             PIC X(9).
         05  GLF-CURRENCY                          PIC X(3).
         05  GLF-BRANCH                            PIC X(4).
         05  GLF-CONTRA-BRANCH                     PIC X(4).
         05  FILLER                                PIC X(28).

       FD  BNKGLMAP-NDX.
       01  BNKGLMAP-REC.
       COPY CBANKVGL.

       FD  IBRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  IBRRPT-REC                              PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKIBR1'.
         05  WS-GLFEED-STATUS                      PIC X(2).
         05  WS-BNKGLMAP-STATUS                    PIC X(2).
         05  WS-IBRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-DUE-FROM-GLACC                     PIC X(8).
         05  WS-DUE-TO-GLACC                       PIC X(8).

         05  WS-LINES-READ                         PIC 9(7)
             VALUE ZERO.
         05  WS-IB-LINES                           PIC 9(7)
             VALUE ZERO.
         05  WS-UNATTRIBUTED                       PIC 9(7)
             VALUE ZERO.
         05  WS-PAIRS-SHOWN                        PIC 9(5)
             VALUE ZERO.
         05  WS-PAIRS-OUT                          PIC 9(5)
             VALUE ZERO.
         05  WS-RETURN-CODE                        PIC 9(2)
             VALUE ZERO.

         05  WS-POSITION                           PIC S9(11)V99
                                                     COMP-3.
         05  WS-MIRROR-POSITION                    PIC S9(11)V99
                                                     COMP-3.
         05  WS-DIFFERENCE                         PIC S9(11)V99
                                                     COMP-3.
         05  WS-POSITION-ED                        PIC Z(9)9.99-.
         05  WS-MIRROR-ED                          PIC Z(9)9.99-.
         05  WS-DIFFERENCE-ED                      PIC Z(9)9.99-.
         05  WS-VERDICT                            PIC X(12).
         05  WS-TOTAL-ED                           PIC ZZZZ9.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * One entry per branch and the other branch it dealt with, in
      * the order met on the feed: debits and credits to the two
      * inter-branch GL accounts on the first branch's books
       01  WS-PAIR-TABLE.
         05  WS-PAIR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-PAIR-IX WS-MIRROR-IX.
           10  WS-PAIR-BOOK                        PIC X(4).
           10  WS-PAIR-CONTRA                      PIC X(4).
           10  WS-PAIR-DEBITS                      PIC S9(11)V99
                                                     COMP-3.
           10  WS-PAIR-CREDITS                     PIC S9(11)V99
                                                     COMP-3.
           10  WS-PAIR-SHOWN-SW                    PIC X(1).
             88  WS-PAIR-SHOWN                       VALUE 'Y'.
       01  WS-PAIR-USED                            PIC 9(4)
           VALUE ZERO.
       01  WS-PAIR-FULL-SW                         PIC X(1)
           VALUE 'N'.
         88  WS-PAIR-FULL                            VALUE 'Y'.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'INTERBR ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           OPEN OUTPUT IBRRPT-FILE.
           MOVE WS-IBRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'IBRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO IBRRPT-REC.
           STRING 'Inter-branch reconciliation for ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT BNKGLMAP-NDX.
           MOVE WS-BNKGLMAP-STATUS TO WS-IO-STATUS.
           MOVE 'BNKGLMAP-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE 'I' TO BGL-REC-TYPE.
           MOVE '1' TO BGL-REC-SUB-TYPE.
           READ BNKGLMAP-NDX RECORD
             INVALID KEY
               MOVE SPACES TO IBRRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 'No inter-branch mapping row I/1 on BNKGLMAP'
                 TO IBRRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO WS-RETURN-CODE
               GO TO END-OF-RUN
           END-READ.
           MOVE BGL-REC-DR-GLACC TO WS-DUE-FROM-GLACC.
           MOVE BGL-REC-CR-GLACC TO WS-DUE-TO-GLACC.

           OPEN INPUT GLFEED-FILE.
           MOVE WS-GLFEED-STATUS TO WS-IO-STATUS.
           MOVE 'GLFEED-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           PERFORM READ-FEED-LOOP THRU
                   READ-FEED-LOOP-EXIT.
           CLOSE GLFEED-FILE.

           MOVE SPACES TO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO IBRRPT-REC.
           STRING 'Branch Other       Position   Other position'
                    DELIMITED BY SIZE
                  '     Difference' DELIMITED BY SIZE
             INTO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO IBRRPT-REC.
           STRING '  (position: what the other branch owes this one, '
                    DELIMITED BY SIZE
                  'minus = owed to it)' DELIMITED BY SIZE
             INTO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-PAIR-USED IS EQUAL TO ZERO
              MOVE '  No inter-branch postings' TO IBRRPT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM WRITE-ONE-PAIR THRU
                      WRITE-ONE-PAIR-EXIT
                VARYING WS-PAIR-IX FROM 1 BY 1
                  UNTIL WS-PAIR-IX IS GREATER THAN WS-PAIR-USED
           END-IF.

           MOVE SPACES TO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO IBRRPT-REC.
           STRING WS-LINES-READ DELIMITED BY SIZE
                  ' feed line(s) read, ' DELIMITED BY SIZE
                  WS-IB-LINES DELIMITED BY SIZE
                  ' inter-branch' DELIMITED BY SIZE
             INTO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PAIRS-SHOWN TO WS-TOTAL-ED.
           MOVE SPACES TO IBRRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' branch pair(s), ' DELIMITED BY SIZE
             INTO IBRRPT-REC.
           MOVE WS-PAIRS-OUT TO WS-TOTAL-ED.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' not netting to zero' DELIMITED BY SIZE
             INTO IBRRPT-REC (23:40).
           PERFORM WRITE-REPORT-LINE.
           IF WS-UNATTRIBUTED IS GREATER THAN ZERO
              MOVE WS-UNATTRIBUTED TO WS-TOTAL-ED
              MOVE SPACES TO IBRRPT-REC
              STRING WS-TOTAL-ED DELIMITED BY SIZE
                     ' inter-branch line(s) with no branch pair - '
                       DELIMITED BY SIZE
                     'not reconciled' DELIMITED BY SIZE
                INTO IBRRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-PAIR-FULL
              MOVE 'Pair table full - later pairs not reconciled'
                TO IBRRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-PAIRS-OUT IS GREATER THAN ZERO
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       END-OF-RUN.
           CLOSE BNKGLMAP-NDX.
           CLOSE IBRRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           IF WS-RETURN-CODE IS EQUAL TO ZERO
              MOVE 'All branch pairs net to zero' TO WS-CONSOLE-MESSAGE
           ELSE
              MOVE 'INTER-BRANCH POSITIONS DO NOT RECONCILE'
                TO WS-CONSOLE-MESSAGE
           END-IF.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Take every line posted to either inter-branch GL account into *
      * its branch pair.  A position is debits less credits on the    *
      * booking branch's side.                                        *
      *****************************************************************
       READ-FEED-LOOP.
           READ GLFEED-FILE.
           IF WS-GLFEED-STATUS IS EQUAL TO '10'
              GO TO READ-FEED-LOOP-EXIT
           END-IF.
           IF WS-GLFEED-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading GLFEED-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-LINES-READ.
           IF GLF-GL-ACCOUNT IS NOT EQUAL TO WS-DUE-FROM-GLACC AND
              GLF-GL-ACCOUNT IS NOT EQUAL TO WS-DUE-TO-GLACC
              GO TO READ-FEED-LOOP
           END-IF.
           ADD 1 TO WS-IB-LINES.
           IF GLF-BRANCH IS EQUAL TO SPACES OR
              GLF-CONTRA-BRANCH IS EQUAL TO SPACES
              ADD 1 TO WS-UNATTRIBUTED
              GO TO READ-FEED-LOOP
           END-IF.

           PERFORM FIND-PAIR THRU
                   FIND-PAIR-EXIT.
           IF WS-PAIR-IX IS GREATER THAN WS-PAIR-USED
              GO TO READ-FEED-LOOP
           END-IF.
           IF GLF-DEBIT
              ADD GLF-AMOUNT TO WS-PAIR-DEBITS (WS-PAIR-IX)
           ELSE
              ADD GLF-AMOUNT TO WS-PAIR-CREDITS (WS-PAIR-IX)
           END-IF.
           GO TO READ-FEED-LOOP.
       READ-FEED-LOOP-EXIT.
           EXIT.

       FIND-PAIR.
           SET WS-PAIR-IX TO 1.
       FIND-PAIR-LOOP.
           IF WS-PAIR-IX IS GREATER THAN WS-PAIR-USED
              GO TO FIND-PAIR-NEW
           END-IF.
           IF WS-PAIR-BOOK (WS-PAIR-IX) IS EQUAL TO GLF-BRANCH AND
              WS-PAIR-CONTRA (WS-PAIR-IX) IS EQUAL TO GLF-CONTRA-BRANCH
              GO TO FIND-PAIR-EXIT
           END-IF.
           SET WS-PAIR-IX UP BY 1.
           GO TO FIND-PAIR-LOOP.
       FIND-PAIR-NEW.
           IF WS-PAIR-USED IS GREATER THAN OR EQUAL TO 500
              SET WS-PAIR-FULL TO TRUE
              GO TO FIND-PAIR-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-USED.
           SET WS-PAIR-IX TO WS-PAIR-USED.
           MOVE GLF-BRANCH TO WS-PAIR-BOOK (WS-PAIR-IX).
           MOVE GLF-CONTRA-BRANCH TO WS-PAIR-CONTRA (WS-PAIR-IX).
           MOVE ZERO TO WS-PAIR-DEBITS (WS-PAIR-IX).
           MOVE ZERO TO WS-PAIR-CREDITS (WS-PAIR-IX).
           MOVE 'N' TO WS-PAIR-SHOWN-SW (WS-PAIR-IX).
       FIND-PAIR-EXIT.
           EXIT.

      *****************************************************************
      * One line per branch pair: this branch's position against the  *
      * other, the other's against this one, and what is left when    *
      * the two are put together.  A side with no postings at all     *
      * shows zero and so cannot net.                                 *
      *****************************************************************
       WRITE-ONE-PAIR.
           IF WS-PAIR-SHOWN (WS-PAIR-IX)
              GO TO WRITE-ONE-PAIR-EXIT
           END-IF.
           MOVE 'Y' TO WS-PAIR-SHOWN-SW (WS-PAIR-IX).
           ADD 1 TO WS-PAIRS-SHOWN.
           COMPUTE WS-POSITION = WS-PAIR-DEBITS (WS-PAIR-IX)
                               - WS-PAIR-CREDITS (WS-PAIR-IX).
           MOVE ZERO TO WS-MIRROR-POSITION.
           SET WS-MIRROR-IX TO 1.
       WRITE-ONE-PAIR-MIRROR.
           IF WS-MIRROR-IX IS GREATER THAN WS-PAIR-USED
              GO TO WRITE-ONE-PAIR-LINE
           END-IF.
           IF WS-PAIR-BOOK (WS-MIRROR-IX) IS EQUAL TO
                WS-PAIR-CONTRA (WS-PAIR-IX) AND
              WS-PAIR-CONTRA (WS-MIRROR-IX) IS EQUAL TO
                WS-PAIR-BOOK (WS-PAIR-IX)
              MOVE 'Y' TO WS-PAIR-SHOWN-SW (WS-MIRROR-IX)
              COMPUTE WS-MIRROR-POSITION =
                      WS-PAIR-DEBITS (WS-MIRROR-IX)
                    - WS-PAIR-CREDITS (WS-MIRROR-IX)
              GO TO WRITE-ONE-PAIR-LINE
           END-IF.
           SET WS-MIRROR-IX UP BY 1.
           GO TO WRITE-ONE-PAIR-MIRROR.
       WRITE-ONE-PAIR-LINE.
           COMPUTE WS-DIFFERENCE = WS-POSITION + WS-MIRROR-POSITION.
           IF WS-DIFFERENCE IS EQUAL TO ZERO
              MOVE 'nets' TO WS-VERDICT
           ELSE
              MOVE 'DOES NOT NET' TO WS-VERDICT
              ADD 1 TO WS-PAIRS-OUT
           END-IF.
           MOVE WS-POSITION TO WS-POSITION-ED.
           MOVE WS-MIRROR-POSITION TO WS-MIRROR-ED.
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED.
           MOVE SPACES TO IBRRPT-REC.
           STRING WS-PAIR-BOOK (WS-PAIR-IX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-PAIR-CONTRA (WS-PAIR-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-POSITION-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MIRROR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIFFERENCE-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SIZE
             INTO IBRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       WRITE-ONE-PAIR-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE IBRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE IBRRPT-REC TO RPD-LINE-TEXT.
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
