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
      * Program:     ZBNKPRL1.CBL                                     *
      * Function:    Business parameter listing.  Shows the value of  *
      *              every business parameter in force on a date -    *
      *              the exec parm (YYYY-MM-DD), or the current       *
      *              business date when none is given - with who      *
      *              proposed and who approved it, followed by the    *
      *              changes on BNKPARM that take effect after that   *
      *              date and those still awaiting approval.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKPRL1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKPARM-NDX
                  ASSIGN       TO NDXPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BPM-REC-KEY
                  FILE STATUS  IS WS-BNKPARM-STATUS.

           SELECT PRLRPT-FILE
                  ASSIGN       TO PRLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PRLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKPARM-NDX.
       01  BNKPARM-REC.
       COPY CBANKVPM.

       FD  PRLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  PRLRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKPRL1'.
         05  WS-BNKPARM-STATUS                     PIC X(2).
         05  WS-PRLRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-AS-OF-DATE                         PIC X(10).
         05  WS-HELD-SW                            PIC X(1).
           88  WS-HELD                               VALUE 'Y'.
         05  WS-REMARK                             PIC X(20).

         05  WS-IN-FORCE-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-LATER-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-PENDING-COUNTER                    PIC 9(5)
             VALUE ZERO.

         05  WS-VALUE-ED                           PIC -(9)9.99.
         05  WS-TOTAL-ED                           PIC ZZZZ9.

      * The row in force for the parameter being read, written out
      * when the next parameter starts
       01  WS-HELD-REC.
       COPY CBANKVPM.

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(32).

       01  WS-PARM-PTR                             POINTER.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       LINKAGE SECTION.
       01  LK-EXEC-PARM.
         05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  LK-EXEC-PARM-DATA                     PIC X(32).

       PROCEDURE DIVISION USING LK-EXEC-PARM.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-AS-OF-DATE.

      *****************************************************************
      * EXEC-CARD processing is slightly different from normal MVS    *
      * processing in that we check the pointer (or address) of the   *
      * parm area first. This is so that we can migrate it to         *
      * distributed (Windows/Unix) environment wihout change.         *
      *****************************************************************
           MOVE ZEROES TO WS-EXEC-PARM-LL.
           MOVE SPACES TO WS-EXEC-PARM-DATA.

           SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
           IF WS-PARM-PTR IS NOT EQUAL TO NULL
              MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
              IF WS-EXEC-PARM-LL IS GREATER THAN
                   LENGTH OF WS-EXEC-PARM-DATA
                 MOVE LENGTH OF WS-EXEC-PARM-DATA TO WS-EXEC-PARM-LL
              END-IF
              IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
                 MOVE LK-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                   TO WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
              END-IF
           END-IF.

           IF WS-EXEC-PARM-LL IS EQUAL TO ZERO
              MOVE 'No exec card parm present'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Exec parm is "' DELIMITED BY SIZE
                     WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                       DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-EXEC-PARM-DATA (1:10) TO WS-AS-OF-DATE
           END-IF.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'PARMLIST' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * The parameter file is created by the first change proposed
           OPEN INPUT BNKPARM-NDX.
           IF WS-BNKPARM-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKPARM-NDX
              CLOSE BNKPARM-NDX
              OPEN INPUT BNKPARM-NDX
           END-IF.
           MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.
           MOVE 'BNKPARM-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT PRLRPT-FILE.
           MOVE WS-PRLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'PRLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO PRLRPT-REC.
           STRING 'Business parameters in force on ' DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
             INTO PRLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LIST-IN-FORCE THRU
                   LIST-IN-FORCE-EXIT.
           PERFORM LIST-OTHER-CHANGES THRU
                   LIST-OTHER-CHANGES-EXIT.

           CLOSE BNKPARM-NDX.

           MOVE SPACES TO PRLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-IN-FORCE-COUNTER TO WS-TOTAL-ED.
           MOVE SPACES TO PRLRPT-REC.
           STRING WS-TOTAL-ED DELIMITED BY SIZE
                  ' parameter(s) in force, ' DELIMITED BY SIZE
             INTO PRLRPT-REC.
           MOVE WS-LATER-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO PRLRPT-REC (30:5).
           MOVE ' change(s) to come, ' TO PRLRPT-REC (35:20).
           MOVE WS-PENDING-COUNTER TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO PRLRPT-REC (55:5).
           MOVE ' awaiting approval' TO PRLRPT-REC (60:18).
           PERFORM WRITE-REPORT-LINE.
           CLOSE PRLRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-IN-FORCE-COUNTER DELIMITED BY SIZE
                  ' parameter(s) in force, ' DELIMITED BY SIZE
                  WS-PENDING-COUNTER DELIMITED BY SIZE
                  ' pending' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * The file is in parameter then effective-date order, so the    *
      * last approved row of a parameter dated on or before the as-of *
      * date is the one in force; it is written out as the next       *
      * parameter starts                                              *
      *****************************************************************
       LIST-IN-FORCE.
           MOVE 'Values in force' TO PRLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE SPACE TO WS-HELD-SW.
           MOVE LOW-VALUES TO BPM-REC-KEY IN BNKPARM-REC.
           START BNKPARM-NDX KEY IS GREATER THAN OR EQUAL TO
                 BPM-REC-KEY IN BNKPARM-REC.
           IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-IN-FORCE-DONE
           END-IF.
       LIST-IN-FORCE-LOOP.
           READ BNKPARM-NDX NEXT RECORD.
           IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-IN-FORCE-DONE
           END-IF.
           IF WS-HELD AND
              BPM-REC-PARM-ID IN BNKPARM-REC IS NOT EQUAL TO
              BPM-REC-PARM-ID IN WS-HELD-REC
              PERFORM WRITE-HELD-LINE
           END-IF.
           IF BPM-REC-APPROVED IN BNKPARM-REC AND
              BPM-REC-EFF-DATE IN BNKPARM-REC IS NOT GREATER THAN
              WS-AS-OF-DATE
              MOVE BNKPARM-REC TO WS-HELD-REC
              SET WS-HELD TO TRUE
           END-IF.
           GO TO LIST-IN-FORCE-LOOP.
       LIST-IN-FORCE-DONE.
           IF WS-HELD
              PERFORM WRITE-HELD-LINE
           END-IF.
           IF WS-IN-FORCE-COUNTER IS EQUAL TO ZERO
              MOVE '  None - every program runs on its own defaults'
                TO PRLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PRLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LIST-IN-FORCE-EXIT.
           EXIT.

       WRITE-HELD-LINE.
           ADD 1 TO WS-IN-FORCE-COUNTER.
           MOVE WS-HELD-REC TO BNKPARM-REC.
           MOVE SPACES TO WS-REMARK.
           PERFORM WRITE-PARM-LINE.
           MOVE SPACE TO WS-HELD-SW.

      *****************************************************************
      * Approved changes that take effect after the as-of date, and   *
      * every change still awaiting a second user's approval          *
      *****************************************************************
       LIST-OTHER-CHANGES.
           MOVE 'Changes to come and awaiting approval' TO PRLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE LOW-VALUES TO BPM-REC-KEY IN BNKPARM-REC.
           START BNKPARM-NDX KEY IS GREATER THAN OR EQUAL TO
                 BPM-REC-KEY IN BNKPARM-REC.
           IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-OTHER-CHANGES-DONE
           END-IF.
       LIST-OTHER-CHANGES-LOOP.
           READ BNKPARM-NDX NEXT RECORD.
           IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00'
              GO TO LIST-OTHER-CHANGES-DONE
           END-IF.
           IF BPM-REC-PENDING IN BNKPARM-REC
              ADD 1 TO WS-PENDING-COUNTER
              MOVE 'Awaiting approval' TO WS-REMARK
              PERFORM WRITE-PARM-LINE
              GO TO LIST-OTHER-CHANGES-LOOP
           END-IF.
           IF BPM-REC-APPROVED IN BNKPARM-REC AND
              BPM-REC-EFF-DATE IN BNKPARM-REC IS GREATER THAN
              WS-AS-OF-DATE
              ADD 1 TO WS-LATER-COUNTER
              MOVE 'Approved, to come' TO WS-REMARK
              PERFORM WRITE-PARM-LINE
           END-IF.
           GO TO LIST-OTHER-CHANGES-LOOP.
       LIST-OTHER-CHANGES-DONE.
           IF WS-LATER-COUNTER IS EQUAL TO ZERO AND
              WS-PENDING-COUNTER IS EQUAL TO ZERO
              MOVE '  None' TO PRLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       LIST-OTHER-CHANGES-EXIT.
           EXIT.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO PRLRPT-REC.
           MOVE 'Parameter' TO PRLRPT-REC (1:9).
           MOVE 'Value' TO PRLRPT-REC (27:5).
           MOVE 'From' TO PRLRPT-REC (34:4).
           MOVE 'Owner' TO PRLRPT-REC (46:5).
           MOVE 'Made by' TO PRLRPT-REC (56:7).
           MOVE 'Approved' TO PRLRPT-REC (66:8).
           MOVE 'Description' TO PRLRPT-REC (76:11).
           MOVE 'Remark' TO PRLRPT-REC (104:6).
           PERFORM WRITE-REPORT-LINE.

       WRITE-PARM-LINE.
           MOVE SPACES TO PRLRPT-REC.
           MOVE BPM-REC-PARM-ID IN BNKPARM-REC TO PRLRPT-REC (1:16).
           MOVE BPM-REC-VALUE IN BNKPARM-REC TO WS-VALUE-ED.
           MOVE WS-VALUE-ED TO PRLRPT-REC (18:13).
           MOVE BPM-REC-EFF-DATE IN BNKPARM-REC TO PRLRPT-REC (34:10).
           MOVE BPM-REC-OWNER IN BNKPARM-REC TO PRLRPT-REC (46:8).
           MOVE BPM-REC-MAKER IN BNKPARM-REC TO PRLRPT-REC (56:8).
           MOVE BPM-REC-CHECKER IN BNKPARM-REC TO PRLRPT-REC (66:8).
           MOVE BPM-REC-DESC IN BNKPARM-REC (1:27)
             TO PRLRPT-REC (76:27).
           MOVE WS-REMARK TO PRLRPT-REC (104:18).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE PRLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE PRLRPT-REC TO RPD-LINE-TEXT.
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
