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
      * Program:     ZBNKORS1.CBL                                     *
      * Function:    Controlled resend of an outbound file.  Takes    *
      *              the oldest file the operator has marked for      *
      *              resend on the outbound file register BNKOFR and  *
      *              writes it again to OUTRSND from the archive      *
      *              BNKOFA exactly as it was first sent - the file   *
      *              is never regenerated.  The record count and hash *
      *              of what is written must agree with the register  *
      *              before the file is marked sent again and given a *
      *              fresh acknowledgement due date.  One file is     *
      *              resent per run.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKORS1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKOFR-NDX
                  ASSIGN       TO NDXOFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BOF-REC-KEY
                  FILE STATUS  IS WS-BNKOFR-STATUS.

           SELECT BNKOFA-NDX
                  ASSIGN       TO NDXOFA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BOA-REC-KEY
                  FILE STATUS  IS WS-BNKOFA-STATUS.

           SELECT OUTRSND-FILE
                  ASSIGN       TO OUTRSND
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-OUTRSND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKOFR-NDX.
       01  BNKOFR-REC.
       COPY CBANKVOF.

       FD  BNKOFA-NDX.
       01  BNKOFA-REC.
       COPY CBANKVOA.

      * Each file goes out at its own record length
       FD  OUTRSND-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 100 CHARACTERS
             DEPENDING ON WS-RSND-LEN.
       01  OUTRSND-REC                             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKORS1'.
         05  WS-BNKOFR-STATUS                      PIC X(2).
         05  WS-BNKOFA-STATUS                      PIC X(2).
         05  WS-OUTRSND-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(4) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-BUS-DATE                           PIC X(10).
         05  WS-RSND-LEN                           PIC 9(3).
         05  WS-RESEND-COUNT                       PIC 9(5)
             VALUE ZERO.
         05  WS-RSND-KEY.
           10  WS-RSND-FILE-ID                     PIC X(8).
           10  WS-RSND-BUS-DATE                    PIC X(10).
           10  WS-RSND-SEQ                         PIC 9(2).
         05  WS-RECORD-COUNT                       PIC 9(9).
         05  WS-HASH                               PIC 9(15).
         05  WS-COUNT-ED                           PIC Z(8)9.
         05  WS-DUE-DATE                           PIC X(10).
         05  WS-ACK-DAYS                           PIC 9(1).
         05  WS-DAY-COUNT                          PIC 9(1).

         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BYTE-VAL                           PIC 9(3) COMP.
         05  WS-WORK                               PIC 9(18) COMP.
         05  WS-QUOT                               PIC 9(18) COMP.
         05  WS-REM                                PIC 9(18) COMP.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      * Nothing has ever been sent until the register exists
           OPEN I-O BNKOFR-NDX.
           IF WS-BNKOFR-STATUS IS EQUAL TO '35'
              MOVE 'No outbound file register - nothing to resend'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-BNKOFR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKOFR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM FIND-OLDEST-RESEND THRU
                   FIND-OLDEST-RESEND-EXIT.
           IF WS-RESEND-COUNT IS EQUAL TO ZERO
              CLOSE BNKOFR-NDX
              MOVE 'No outbound file marked for resend'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT BNKOFA-NDX.
           MOVE WS-BNKOFA-STATUS TO WS-IO-STATUS.
           MOVE 'BNKOFA-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT OUTRSND-FILE.
           MOVE WS-OUTRSND-STATUS TO WS-IO-STATUS.
           MOVE 'OUTRSND-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM COPY-ARCHIVE THRU
                   COPY-ARCHIVE-EXIT.

           CLOSE OUTRSND-FILE.
           CLOSE BNKOFA-NDX.

           MOVE WS-RSND-KEY TO BOF-REC-KEY.
           READ BNKOFR-NDX RECORD
             INVALID KEY
               MOVE 'Register entry lost during resend'
                 TO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               PERFORM ABORT-PROGRAM
           END-READ.

      * What was written must be the file that was first sent
           IF WS-RECORD-COUNT IS NOT EQUAL TO BOF-REC-COUNT OR
              WS-HASH IS NOT EQUAL TO BOF-REC-HASH
              MOVE 'Archive does not reproduce file' TO
                BOF-REC-ACK-REASON
              REWRITE BNKOFR-REC
              CLOSE BNKOFR-NDX
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-RSND-FILE-ID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-RSND-BUS-DATE DELIMITED BY SIZE
                     ' not resent - archive does not agree'
                       DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM FIND-ACK-DAYS THRU
                   FIND-ACK-DAYS-EXIT.
           MOVE WS-BUS-DATE TO WS-DUE-DATE.
           MOVE ZERO TO WS-DAY-COUNT.
           PERFORM ADVANCE-DUE-DATE
             UNTIL WS-DAY-COUNT IS NOT LESS THAN WS-ACK-DAYS.

           SET BOF-REC-SENT TO TRUE.
           ADD 1 TO BOF-REC-RESEND-COUNT.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO BOF-REC-RESENT-TS.
           MOVE WS-DUE-DATE TO BOF-REC-DUE-DATE.
           MOVE SPACES TO BOF-REC-ACK-DATE.
           MOVE SPACES TO BOF-REC-ACK-REASON.
           REWRITE BNKOFR-REC.
           MOVE WS-BNKOFR-STATUS TO WS-IO-STATUS.
           IF WS-IO-STATUS IS NOT EQUAL TO '00'
              MOVE 'Unable to mark the file resent'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           CLOSE BNKOFR-NDX.

           MOVE WS-RECORD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-RSND-FILE-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RSND-BUS-DATE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-RSND-SEQ DELIMITED BY SIZE
                  ' resent, ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' record(s)' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

      * Any further files marked wait for the next run
           IF WS-RESEND-COUNT IS GREATER THAN 1
              MOVE 'Further files await resend'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      * The marked file sent on the earliest business date            *
      *****************************************************************
       FIND-OLDEST-RESEND.
           MOVE HIGH-VALUES TO WS-RSND-KEY.
           MOVE LOW-VALUES TO BOF-REC-KEY.
           START BNKOFR-NDX KEY IS GREATER THAN OR EQUAL TO
                 BOF-REC-KEY.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-OLDEST-RESEND-EXIT
           END-IF.
       FIND-OLDEST-RESEND-LOOP.
           READ BNKOFR-NDX NEXT RECORD.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-OLDEST-RESEND-EXIT
           END-IF.
           IF NOT BOF-REC-RESEND
              GO TO FIND-OLDEST-RESEND-LOOP
           END-IF.
           ADD 1 TO WS-RESEND-COUNT.
           IF BOF-REC-BUS-DATE IS LESS THAN WS-RSND-BUS-DATE
              MOVE BOF-REC-KEY TO WS-RSND-KEY
           END-IF.
           GO TO FIND-OLDEST-RESEND-LOOP.
       FIND-OLDEST-RESEND-EXIT.
           EXIT.

      *****************************************************************
      * Write the file's archived records to OUTRSND as first sent,   *
      * counting and hashing them as the register did                 *
      *****************************************************************
       COPY-ARCHIVE.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-HASH.
           MOVE WS-RSND-KEY TO BOA-REC-XMIT-KEY.
           MOVE ZERO TO BOA-REC-NO.
           START BNKOFA-NDX KEY IS GREATER THAN OR EQUAL TO
                 BOA-REC-KEY.
           IF WS-BNKOFA-STATUS IS NOT EQUAL TO '00'
              GO TO COPY-ARCHIVE-EXIT
           END-IF.
       COPY-ARCHIVE-LOOP.
           READ BNKOFA-NDX NEXT RECORD.
           IF WS-BNKOFA-STATUS IS NOT EQUAL TO '00'
              GO TO COPY-ARCHIVE-EXIT
           END-IF.
           IF BOA-REC-XMIT-KEY IS NOT EQUAL TO WS-RSND-KEY
              GO TO COPY-ARCHIVE-EXIT
           END-IF.
           MOVE BOA-REC-LEN TO WS-RSND-LEN.
           MOVE BOA-REC-DATA TO OUTRSND-REC.
           WRITE OUTRSND-REC.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM FOLD-RECORD-BYTE
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-RSND-LEN.
           GO TO COPY-ARCHIVE-LOOP.
       COPY-ARCHIVE-EXIT.
           EXIT.

      *****************************************************************
      * One byte into the file's hash, cut back to 15 digits by       *
      * remainder                                                     *
      *****************************************************************
       FOLD-RECORD-BYTE.
           MOVE LOW-VALUES TO WS-TWO-BYTES-LEFT.
           MOVE BOA-REC-DATA (WS-SUB:1) TO WS-TWO-BYTES-RIGHT.
           MOVE WS-TWO-BYTES-BINARY TO WS-BYTE-VAL.
           COMPUTE WS-WORK = (WS-HASH * 31) + WS-BYTE-VAL + 1.
           DIVIDE WS-WORK BY 1000000000000000 GIVING WS-QUOT
               REMAINDER WS-REM.
           MOVE WS-REM TO WS-HASH.

      *****************************************************************
      * The recipient is given as many business days to acknowledge   *
      * the resent file as it was given for the first sending         *
      *****************************************************************
       FIND-ACK-DAYS.
           MOVE BOF-REC-BUS-DATE TO WS-DUE-DATE.
           MOVE ZERO TO WS-ACK-DAYS.
       FIND-ACK-DAYS-LOOP.
           IF WS-DUE-DATE IS NOT LESS THAN BOF-REC-DUE-DATE OR
              WS-ACK-DAYS IS EQUAL TO 9
              GO TO FIND-ACK-DAYS-DONE
           END-IF.
           SET BDA-REQUEST-NEXTBUS TO TRUE.
           MOVE WS-DUE-DATE TO BDA-IN-DATE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-DUE-DATE.
           ADD 1 TO WS-ACK-DAYS.
           GO TO FIND-ACK-DAYS-LOOP.
       FIND-ACK-DAYS-DONE.
           IF WS-ACK-DAYS IS EQUAL TO ZERO
              MOVE 1 TO WS-ACK-DAYS
           END-IF.
       FIND-ACK-DAYS-EXIT.
           EXIT.

       ADVANCE-DUE-DATE.
           SET BDA-REQUEST-NEXTBUS TO TRUE.
           MOVE WS-DUE-DATE TO BDA-IN-DATE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-DUE-DATE.
           ADD 1 TO WS-DAY-COUNT.

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
