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
      * Program:     ZBNKPOA1.CBL                                     *
      * Function:    Third-party authorities expiring soon.  Run      *
      *              monthly, this lists every active power of        *
      *              attorney, trusteeship and court appointment on   *
      *              BNKPOA that expires within the next 60 days, so  *
      *              the branch can ask for a renewal before the      *
      *              representative is turned away at the counter.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKPOA1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKPOA-NDX
                  ASSIGN       TO NDXPOA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BPW-REC-KEY
                  FILE STATUS  IS WS-BNKPOA-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT POARPT-FILE
                  ASSIGN       TO POARPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-POARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKPOA-NDX.
       01  BNKPOA-REC.
       COPY CBANKVPW.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  POARPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  POARPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKPOA1'.
         05  WS-BNKPOA-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-POARPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * How far ahead the run looks for expiring authorities
         05  WS-NOTICE-DAYS                        PIC S9(4) COMP
             VALUE +60.

         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-EXPIRY-YYYYMMDD                    PIC 9(8).
         05  WS-DAYS-LEFT                          PIC S9(5) COMP.
         05  WS-TYPE-TEXT                          PIC X(8).
         05  WS-SCOPE-TEXT                         PIC X(8).

         05  WS-READ-COUNT                         PIC 9(5)
             VALUE ZERO.
         05  WS-EXPIRING-COUNT                     PIC 9(5)
             VALUE ZERO.

         05  WS-DAYS-ED                            PIC ZZZZ9.
         05  WS-COUNT-ED                           PIC ZZZZ9.

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
           MOVE 'POAEXP  ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * The notice window runs from the bank business date
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           OPEN OUTPUT POARPT-FILE.
           MOVE WS-POARPT-STATUS TO WS-IO-STATUS.
           MOVE 'POARPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO POARPT-REC.
           STRING 'Third-party authorities expiring within 60 days'
                    DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO POARPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT BNKPOA-NDX.
           MOVE WS-BNKPOA-STATUS TO WS-IO-STATUS.
           MOVE 'BNKPOA-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO POARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO POARPT-REC.
           STRING 'PID    Customer                   Sq  '
                    DELIMITED BY SIZE
                  'Representative             Rep id'
                    DELIMITED BY SIZE
                  '                Type     Scope    Expires'
                    DELIMITED BY SIZE
                  '     Days' DELIMITED BY SIZE
             INTO POARPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM AUTHORITY-LOOP THRU
                   AUTHORITY-LOOP-EXIT.

           MOVE SPACES TO POARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO POARPT-REC.
           STRING 'Authorities expiring  ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
             INTO POARPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKPOA-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE POARPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-READ-COUNT DELIMITED BY SIZE
                  ' authorities read, ' DELIMITED BY SIZE
                  WS-EXPIRING-COUNT DELIMITED BY SIZE
                  ' expiring' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * List each active authority with an expiry date that falls     *
      * between the business date and the end of the notice window.   *
      * Revoked and terminated ones, and those running until revoked, *
      * are passed over.                                              *
      *****************************************************************
       AUTHORITY-LOOP.
           READ BNKPOA-NDX NEXT RECORD.
           IF WS-BNKPOA-STATUS IS EQUAL TO '10'
              GO TO AUTHORITY-LOOP-EXIT
           END-IF.
           IF WS-BNKPOA-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKPOA-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF NOT BPW-REC-ACTIVE
              GO TO AUTHORITY-LOOP
           END-IF.
           IF BPW-REC-EXPIRY-DATE IS EQUAL TO SPACES
              GO TO AUTHORITY-LOOP
           END-IF.

           MOVE BPW-REC-EXPIRY-DATE (1:4) TO WS-EXPIRY-YYYYMMDD (1:4).
           MOVE BPW-REC-EXPIRY-DATE (6:2) TO WS-EXPIRY-YYYYMMDD (5:2).
           MOVE BPW-REC-EXPIRY-DATE (9:2) TO WS-EXPIRY-YYYYMMDD (7:2).
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-YYYYMMDD)
                   - WS-BUS-INTEGER.
           IF WS-DAYS-LEFT IS LESS THAN ZERO OR
              WS-DAYS-LEFT IS GREATER THAN WS-NOTICE-DAYS
              GO TO AUTHORITY-LOOP
           END-IF.
           ADD 1 TO WS-EXPIRING-COUNT.

           MOVE BPW-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-REC-NAME
           END-READ.

           EVALUATE TRUE
             WHEN BPW-REC-ATTORNEY
              MOVE 'Attorney' TO WS-TYPE-TEXT
             WHEN BPW-REC-TRUSTEE
              MOVE 'Trustee' TO WS-TYPE-TEXT
             WHEN BPW-REC-COURT
              MOVE 'Court' TO WS-TYPE-TEXT
             WHEN OTHER
              MOVE BPW-REC-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.
           EVALUATE TRUE
             WHEN BPW-REC-SCOPE-VIEW
              MOVE 'View' TO WS-SCOPE-TEXT
             WHEN BPW-REC-SCOPE-TRANSACT
              MOVE 'Transact' TO WS-SCOPE-TEXT
             WHEN BPW-REC-SCOPE-CLOSE
              MOVE 'Close' TO WS-SCOPE-TEXT
             WHEN OTHER
              MOVE BPW-REC-SCOPE TO WS-SCOPE-TEXT
           END-EVALUATE.

           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
           MOVE SPACES TO POARPT-REC.
           STRING BPW-REC-PID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BPW-REC-SEQ DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BPW-REC-REP-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BPW-REC-REP-IDREF DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TYPE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SCOPE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BPW-REC-EXPIRY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
             INTO POARPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO AUTHORITY-LOOP.
       AUTHORITY-LOOP-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE POARPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE POARPT-REC TO RPD-LINE-TEXT.
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
