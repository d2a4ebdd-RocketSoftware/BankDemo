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
      * Program:     ZBNKRTR1.CBL                                     *
      * Function:    Morning night-run trend report from the run      *
      *              history BNKRUNH.  Each step's elapsed time last  *
      *              night is set against its norm - the average over *
      *              the previous 30 runs - and flagged when well     *
      *              above it; the report shows the night's critical  *
      *              path through the BNKJOBS dependency chain and    *
      *              whether the run finished inside the online-open  *
      *              deadline.  On the Monday report the steps whose  *
      *              elapsed time is growing are projected four weeks *
      *              ahead and listed with the finish time that       *
      *              growth would give, so capacity work can start    *
      *              before the window is missed.  Each step's norm   *
      *              is kept on its BNKJOBS record for the operator   *
      *              console's finish-time projection during the run. *
      *              Run in the morning once ZBNKRUN1 has finished -  *
      *              not as a step of the stream it reports on.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKRTR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKJOBS-NDX
                  ASSIGN       TO NDXJOBS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BJS-REC-STEP-NO
                  FILE STATUS  IS WS-BNKJOBS-STATUS.

           SELECT BNKRUNH-NDX
                  ASSIGN       TO NDXRUNH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BRH-REC-KEY
                  FILE STATUS  IS WS-BNKRUNH-STATUS.

           SELECT RTRRPT-FILE
                  ASSIGN       TO RTRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKJOBS-NDX.
       01  BNKJOBS-REC.
       COPY CBANKVJS.

       FD  BNKRUNH-NDX.
       01  BNKRUNH-REC.
       COPY CBANKVRH.

       FD  RTRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  RTRRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKRTR1'.
         05  WS-BNKJOBS-STATUS                     PIC X(2).
         05  WS-BNKRUNH-STATUS                     PIC X(2).
         05  WS-RTRRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      *****************************************************************
      * A step is well above its norm when it ran this many times its *
      * norm and at least this many seconds over it.  The online day  *
      * opens at the deadline time.  The growth projection looks this *
      * many runs ahead and lists steps growing by at least this      *
      * percentage over that horizon.                                 *
      *****************************************************************
         05  WS-NORM-FACTOR                        PIC 9V99
             VALUE 1.50.
         05  WS-NORM-MIN-SECS                      PIC 9(5)
             VALUE 60.
         05  WS-ONLINE-OPEN-HH                     PIC 9(2)
             VALUE 06.
         05  WS-ONLINE-OPEN-MM                     PIC 9(2)
             VALUE 00.
         05  WS-HORIZON-RUNS                       PIC 9(3)
             VALUE 28.
         05  WS-GROWTH-PCT                         PIC 9(3)
             VALUE 10.
         05  WS-HISTORY-RUNS                       PIC 9(2)
             VALUE 30.
         05  WS-RECENT-RUNS                        PIC 9(2)
             VALUE 7.

         05  WS-TONIGHT                            PIC X(10).
         05  WS-RECENT-FROM                        PIC X(10).
         05  WS-PREV-RUN-DATE                      PIC X(10).
         05  WS-HIST-RUNS-USED                     PIC 9(2).
         05  WS-MONDAY-SW                          PIC X(1).
           88  WS-MONDAY                             VALUE 'Y'.

      * Times as seconds from the start of the record's run date -
      * the day after counts on from 86400
         05  WS-TS-SECS                            PIC S9(7) COMP-3.
         05  WS-START-SECS                         PIC S9(7) COMP-3.
         05  WS-ELAPSED-SECS                       PIC S9(7) COMP-3.
         05  WS-RUN-START-SECS                     PIC S9(7) COMP-3.
         05  WS-RUN-END-SECS                       PIC S9(7) COMP-3.
         05  WS-DEADLINE-SECS                      PIC S9(7) COMP-3.
         05  WS-NORM-SECS                          PIC S9(7) COMP-3.
         05  WS-RECENT-AVG                         PIC S9(7)V99 COMP-3.
         05  WS-OLDER-AVG                          PIC S9(7)V99 COMP-3.
         05  WS-SLOPE                              PIC S9(7)V9(4)
                                                   COMP-3.
         05  WS-PROJECTED                          PIC S9(7) COMP-3.
         05  WS-GROWTH-SECS                        PIC S9(7) COMP-3.
         05  WS-TREND-PCT                          PIC S9(5)V9 COMP-3.
         05  WS-PATH-SECS                          PIC S9(7) COMP-3.
         05  WS-CLOCK-SECS                         PIC S9(7) COMP-3.
         05  WS-CLOCK-QUOT                         PIC S9(7) COMP-3.
         05  WS-TS-WORK.
           10  WS-TSW-DATE                         PIC X(10).
           10  FILLER                              PIC X(1).
           10  WS-TSW-HH                           PIC 9(2).
           10  FILLER                              PIC X(1).
           10  WS-TSW-MM                           PIC 9(2).
           10  FILLER                              PIC X(1).
           10  WS-TSW-SS                           PIC 9(2).
           10  FILLER                              PIC X(7).
         05  WS-CLOCK.
           10  WS-CLOCK-HH                         PIC 9(2).
           10  FILLER                              PIC X(1)
               VALUE ':'.
           10  WS-CLOCK-MM                         PIC 9(2).
           10  FILLER                              PIC X(1)
               VALUE ':'.
           10  WS-CLOCK-SS                         PIC 9(2).

         05  WS-D2D-DATE.
           10  WS-D2D-YYYY                         PIC 9(4).
           10  FILLER                              PIC X(1).
           10  WS-D2D-MM                           PIC 9(2).
           10  FILLER                              PIC X(1).
           10  WS-D2D-DD                           PIC 9(2).
         05  WS-D2D-DAYS                           PIC S9(9) COMP-3.
         05  WS-D2D-Y1                             PIC S9(9) COMP-3.
         05  WS-D2D-QUOT                           PIC S9(9) COMP-3.
         05  WS-D2D-REM4                           PIC S9(4) COMP-3.
         05  WS-D2D-REM100                         PIC S9(4) COMP-3.
         05  WS-D2D-REM400                         PIC S9(4) COMP-3.
         05  WS-DOW                                PIC S9(4) COMP-3.

         05  WS-MONTH-DAYS-TABLE.
           10  FILLER                              PIC X(36)
               VALUE '000031059090120151181212243273304334'.
         05  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           10  WS-MONTH-DAYS                       PIC 9(3)
               OCCURS 12 TIMES.

         05  WS-ABOVE-COUNTER                      PIC 9(3)
             VALUE ZERO.
         05  WS-GROWING-COUNTER                    PIC 9(3)
             VALUE ZERO.
         05  WS-NORM-COUNTER                       PIC 9(3)
             VALUE ZERO.
         05  WS-WINDOW-SW                          PIC X(1)
             VALUE 'N'.
           88  WS-WINDOW-MISSED                      VALUE 'Y'.
         05  WS-BREACH-SW                          PIC X(1)
             VALUE 'N'.
           88  WS-BREACH-PROJECTED                   VALUE 'Y'.

         05  WS-SECS-ED                            PIC Z(6)9.
         05  WS-COUNT-ED                           PIC ZZ9.
         05  WS-PCT-ED                             PIC +ZZZ9.9.

      * The last 31 run dates on the history - last night's run and
      * the runs before it that make up the norm
       01  WS-RUN-TABLE.
         05  WS-RUN-ENTRY OCCURS 31 TIMES
                          INDEXED BY WS-RUN-IX.
           10  WS-RUN-DATE                         PIC X(10).
       01  WS-RUN-USED                             PIC 9(2)
           VALUE ZERO.
       01  WS-RUN-SUB                              PIC S9(4) COMP.

      * One entry per BNKJOBS step, in step order
       01  WS-STEP-TABLE.
         05  WS-STP-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-STP-IX.
           10  WS-STP-NO                           PIC 9(3).
           10  WS-STP-PROGRAM                      PIC X(8).
           10  WS-STP-DEPENDS-ON                   PIC 9(3).
           10  WS-STP-ENABLED                      PIC X(1).
           10  WS-STP-HIST-COUNT                   PIC 9(3).
           10  WS-STP-HIST-SECS                    PIC S9(9) COMP-3.
           10  WS-STP-RECENT-COUNT                 PIC 9(3).
           10  WS-STP-RECENT-SECS                  PIC S9(9) COMP-3.
           10  WS-STP-MIN-SECS                     PIC S9(7) COMP-3.
           10  WS-STP-MAX-SECS                     PIC S9(7) COMP-3.
           10  WS-STP-TONIGHT-STATUS               PIC X(1).
             88  WS-STP-NOT-RUN                      VALUE SPACE.
             88  WS-STP-ENDED-OK                     VALUE 'E'.
           10  WS-STP-START-SECS                   PIC S9(7) COMP-3.
           10  WS-STP-END-SECS                     PIC S9(7) COMP-3.
           10  WS-STP-ELAPSED-SECS                 PIC S9(7) COMP-3.
       01  WS-STP-USED                             PIC 9(3)
           VALUE ZERO.
       01  WS-STP-SUB                              PIC S9(4) COMP.
       01  WS-LAST-STP-SUB                         PIC S9(4) COMP.

      * Tonight's critical path, collected from the finishing step
      * back to the start of the chain
       01  WS-PATH-TABLE.
         05  WS-PATH-STEP OCCURS 200 TIMES         PIC S9(4) COMP.
       01  WS-PATH-USED                            PIC 9(3)
           VALUE ZERO.
       01  WS-PATH-SUB                             PIC S9(4) COMP.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'RUNTRND ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN I-O BNKJOBS-NDX.
           MOVE WS-BNKJOBS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKJOBS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKRUNH-NDX.
           MOVE WS-BNKRUNH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRUNH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT RTRRPT-FILE.
           MOVE WS-RTRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'RTRRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM LOAD-STEPS THRU
                   LOAD-STEPS-DONE.
           PERFORM FIND-RUN-DATES THRU
                   FIND-RUN-DATES-DONE.

           IF WS-RUN-USED IS EQUAL TO ZERO
              MOVE 'No night-run history to report'
                TO RTRRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO END-OF-REPORT
           END-IF.

           MOVE WS-RUN-DATE (WS-RUN-USED) TO WS-TONIGHT.
           COMPUTE WS-HIST-RUNS-USED = WS-RUN-USED - 1.
           MOVE SPACES TO WS-RECENT-FROM.
           IF WS-HIST-RUNS-USED IS GREATER THAN WS-RECENT-RUNS
              COMPUTE WS-RUN-SUB = WS-RUN-USED - WS-RECENT-RUNS
              MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-RECENT-FROM
           END-IF.

           PERFORM GATHER-HISTORY THRU
                   GATHER-HISTORY-DONE.

           PERFORM REPORT-STEPS THRU
                   REPORT-STEPS-EXIT.
           PERFORM REPORT-WINDOW THRU
                   REPORT-WINDOW-EXIT.
           PERFORM REPORT-CRITICAL-PATH THRU
                   REPORT-CRITICAL-PATH-EXIT.

      * The growth projection is a weekly list, printed on the report
      * for Monday's run
           MOVE WS-TONIGHT TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
           DIVIDE WS-D2D-DAYS BY 7 GIVING WS-D2D-QUOT
               REMAINDER WS-DOW.
      * Day 1 (0001-01-01) was a Monday
           IF WS-DOW IS EQUAL TO 1
              SET WS-MONDAY TO TRUE
              PERFORM REPORT-GROWTH THRU
                      REPORT-GROWTH-EXIT
           END-IF.

           PERFORM UPDATE-NORMS THRU
                   UPDATE-NORMS-EXIT.

       END-OF-REPORT.
           CLOSE BNKJOBS-NDX.
           CLOSE BNKRUNH-NDX.
           CLOSE RTRRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-ABOVE-COUNTER DELIMITED BY SIZE
                  ' step(s) above norm, ' DELIMITED BY SIZE
                  WS-NORM-COUNTER DELIMITED BY SIZE
                  ' norm(s) kept' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           IF WS-ABOVE-COUNTER IS GREATER THAN ZERO OR
              WS-WINDOW-MISSED OR
              WS-BREACH-PROJECTED
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      * Load the stream's steps from BNKJOBS                          *
      *****************************************************************
       LOAD-STEPS.
           CONTINUE.
       LOAD-STEPS-LOOP.
           READ BNKJOBS-NDX NEXT RECORD.
           IF WS-BNKJOBS-STATUS IS NOT EQUAL TO '00'
              GO TO LOAD-STEPS-DONE
           END-IF.
           IF WS-STP-USED IS GREATER THAN OR EQUAL TO 200
              MOVE 'More than 200 steps - the rest not reported'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO LOAD-STEPS-DONE
           END-IF.
           ADD 1 TO WS-STP-USED.
           MOVE WS-STP-USED TO WS-STP-SUB.
           MOVE BJS-REC-STEP-NO TO WS-STP-NO (WS-STP-SUB).
           MOVE BJS-REC-PROGRAM TO WS-STP-PROGRAM (WS-STP-SUB).
           MOVE BJS-REC-DEPENDS-ON TO WS-STP-DEPENDS-ON (WS-STP-SUB).
           MOVE BJS-REC-ENABLED TO WS-STP-ENABLED (WS-STP-SUB).
           MOVE ZERO TO WS-STP-HIST-COUNT (WS-STP-SUB).
           MOVE ZERO TO WS-STP-HIST-SECS (WS-STP-SUB).
           MOVE ZERO TO WS-STP-RECENT-COUNT (WS-STP-SUB).
           MOVE ZERO TO WS-STP-RECENT-SECS (WS-STP-SUB).
           MOVE ZERO TO WS-STP-MIN-SECS (WS-STP-SUB).
           MOVE ZERO TO WS-STP-MAX-SECS (WS-STP-SUB).
           MOVE SPACE TO WS-STP-TONIGHT-STATUS (WS-STP-SUB).
           MOVE ZERO TO WS-STP-START-SECS (WS-STP-SUB).
           MOVE ZERO TO WS-STP-END-SECS (WS-STP-SUB).
           MOVE ZERO TO WS-STP-ELAPSED-SECS (WS-STP-SUB).
           GO TO LOAD-STEPS-LOOP.
       LOAD-STEPS-DONE.
           EXIT.

      *****************************************************************
      * Find the last 31 run dates on the history - the last is last  *
      * night's run                                                   *
      *****************************************************************
       FIND-RUN-DATES.
           MOVE SPACES TO WS-PREV-RUN-DATE.
       FIND-RUN-DATES-LOOP.
           READ BNKRUNH-NDX NEXT RECORD.
           IF WS-BNKRUNH-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-RUN-DATES-DONE
           END-IF.
           IF BRH-REC-RUN-DATE IS EQUAL TO WS-PREV-RUN-DATE
              GO TO FIND-RUN-DATES-LOOP
           END-IF.
           MOVE BRH-REC-RUN-DATE TO WS-PREV-RUN-DATE.
           IF WS-RUN-USED IS LESS THAN 31
              ADD 1 TO WS-RUN-USED
           ELSE
              PERFORM SHIFT-RUN-DATE
                 VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB IS GREATER THAN 30
           END-IF.
           MOVE BRH-REC-RUN-DATE TO WS-RUN-DATE (WS-RUN-USED).
           GO TO FIND-RUN-DATES-LOOP.
       FIND-RUN-DATES-DONE.
           EXIT.

       SHIFT-RUN-DATE.
           MOVE WS-RUN-DATE (WS-RUN-SUB + 1)
             TO WS-RUN-DATE (WS-RUN-SUB).

      *****************************************************************
      * Read the history from the oldest run kept, totalling each     *
      * step's elapsed time on the runs before last night and keeping *
      * last night's times apart.  Only steps that ended cleanly have *
      * a meaningful elapsed time.                                    *
      *****************************************************************
       GATHER-HISTORY.
           MOVE WS-RUN-DATE (1) TO BRH-REC-RUN-DATE.
           MOVE ZERO TO BRH-REC-STEP-NO.
           START BNKRUNH-NDX KEY IS GREATER THAN OR EQUAL TO
                 BRH-REC-KEY.
           IF WS-BNKRUNH-STATUS IS NOT EQUAL TO '00'
              GO TO GATHER-HISTORY-DONE
           END-IF.
       GATHER-HISTORY-LOOP.
           READ BNKRUNH-NDX NEXT RECORD.
           IF WS-BNKRUNH-STATUS IS NOT EQUAL TO '00'
              GO TO GATHER-HISTORY-DONE
           END-IF.
           PERFORM FIND-STEP THRU
                   FIND-STEP-EXIT.
           IF WS-STP-SUB IS EQUAL TO ZERO
              GO TO GATHER-HISTORY-LOOP
           END-IF.

           IF BRH-REC-RUN-DATE IS EQUAL TO WS-TONIGHT
              MOVE BRH-REC-STATUS TO
                   WS-STP-TONIGHT-STATUS (WS-STP-SUB)
           END-IF.
           IF NOT BRH-REC-ENDED-OK
              GO TO GATHER-HISTORY-LOOP
           END-IF.

           MOVE BRH-REC-START-TS TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECS THRU
                   TIMESTAMP-TO-SECS-EXIT.
           MOVE WS-TS-SECS TO WS-START-SECS.
           MOVE BRH-REC-END-TS TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECS THRU
                   TIMESTAMP-TO-SECS-EXIT.
           COMPUTE WS-ELAPSED-SECS = WS-TS-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS IS LESS THAN ZERO
              GO TO GATHER-HISTORY-LOOP
           END-IF.

           IF BRH-REC-RUN-DATE IS EQUAL TO WS-TONIGHT
              MOVE WS-START-SECS TO WS-STP-START-SECS (WS-STP-SUB)
              MOVE WS-TS-SECS TO WS-STP-END-SECS (WS-STP-SUB)
              MOVE WS-ELAPSED-SECS
                TO WS-STP-ELAPSED-SECS (WS-STP-SUB)
              GO TO GATHER-HISTORY-LOOP
           END-IF.

           IF WS-STP-HIST-COUNT (WS-STP-SUB) IS EQUAL TO ZERO OR
              WS-ELAPSED-SECS IS LESS THAN
                WS-STP-MIN-SECS (WS-STP-SUB)
              MOVE WS-ELAPSED-SECS TO WS-STP-MIN-SECS (WS-STP-SUB)
           END-IF.
           IF WS-ELAPSED-SECS IS GREATER THAN
                WS-STP-MAX-SECS (WS-STP-SUB)
              MOVE WS-ELAPSED-SECS TO WS-STP-MAX-SECS (WS-STP-SUB)
           END-IF.
           ADD 1 TO WS-STP-HIST-COUNT (WS-STP-SUB).
           ADD WS-ELAPSED-SECS TO WS-STP-HIST-SECS (WS-STP-SUB).
           IF WS-RECENT-FROM IS NOT EQUAL TO SPACES AND
              BRH-REC-RUN-DATE IS NOT LESS THAN WS-RECENT-FROM
              ADD 1 TO WS-STP-RECENT-COUNT (WS-STP-SUB)
              ADD WS-ELAPSED-SECS TO WS-STP-RECENT-SECS (WS-STP-SUB)
           END-IF.
           GO TO GATHER-HISTORY-LOOP.
       GATHER-HISTORY-DONE.
           EXIT.

      *****************************************************************
      * Find the history record's step in the table - WS-STP-SUB is   *
      * zero for a step no longer on BNKJOBS                          *
      *****************************************************************
       FIND-STEP.
           MOVE ZERO TO WS-STP-SUB.
           SET WS-STP-IX TO 1.
           SEARCH WS-STP-ENTRY
             AT END
               GO TO FIND-STEP-EXIT
             WHEN WS-STP-IX IS GREATER THAN WS-STP-USED
               GO TO FIND-STEP-EXIT
             WHEN WS-STP-NO (WS-STP-IX) IS EQUAL TO BRH-REC-STEP-NO
               SET WS-STP-SUB TO WS-STP-IX
           END-SEARCH.
       FIND-STEP-EXIT.
           EXIT.

      *****************************************************************
      * One line per step: last night, the norm, the range and the    *
      * last week's average with its change on the runs before it     *
      *****************************************************************
       REPORT-STEPS.
           MOVE SPACES TO RTRRPT-REC.
           MOVE WS-HIST-RUNS-USED TO WS-COUNT-ED.
           STRING 'Night-run elapsed-time trend for the run of '
                    DELIMITED BY SIZE
                  WS-TONIGHT DELIMITED BY SIZE
                  '  (norm over ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' previous runs)' DELIMITED BY SIZE
             INTO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RTRRPT-REC.
           MOVE 'Stp' TO RTRRPT-REC (1:3).
           MOVE 'Program' TO RTRRPT-REC (6:7).
           MOVE 'Tonight' TO RTRRPT-REC (15:7).
           MOVE 'Norm' TO RTRRPT-REC (25:4).
           MOVE 'Min' TO RTRRPT-REC (35:3).
           MOVE 'Max' TO RTRRPT-REC (45:3).
           MOVE 'Last 7' TO RTRRPT-REC (55:6).
           MOVE 'Trend' TO RTRRPT-REC (65:5).
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-STEP
              VARYING WS-STP-SUB FROM 1 BY 1
                UNTIL WS-STP-SUB IS GREATER THAN WS-STP-USED.
       REPORT-STEPS-EXIT.
           EXIT.

       REPORT-ONE-STEP.
           MOVE SPACES TO RTRRPT-REC.
           MOVE WS-STP-NO (WS-STP-SUB) TO RTRRPT-REC (1:3).
           MOVE WS-STP-PROGRAM (WS-STP-SUB) TO RTRRPT-REC (6:8).
           IF WS-STP-ENDED-OK (WS-STP-SUB)
              MOVE WS-STP-ELAPSED-SECS (WS-STP-SUB) TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK TO RTRRPT-REC (15:8)
           END-IF.
           MOVE ZERO TO WS-NORM-SECS.
           IF WS-STP-HIST-COUNT (WS-STP-SUB) IS GREATER THAN ZERO
              DIVIDE WS-STP-HIST-SECS (WS-STP-SUB)
                BY WS-STP-HIST-COUNT (WS-STP-SUB)
                GIVING WS-NORM-SECS ROUNDED
              MOVE WS-NORM-SECS TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK TO RTRRPT-REC (25:8)
              MOVE WS-STP-MIN-SECS (WS-STP-SUB) TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK TO RTRRPT-REC (35:8)
              MOVE WS-STP-MAX-SECS (WS-STP-SUB) TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK TO RTRRPT-REC (45:8)
           END-IF.
           PERFORM WORK-OUT-AVERAGES.
           IF WS-STP-RECENT-COUNT (WS-STP-SUB) IS GREATER THAN ZERO
              MOVE WS-RECENT-AVG TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK TO RTRRPT-REC (55:8)
              IF WS-OLDER-AVG IS GREATER THAN ZERO
                 COMPUTE WS-TREND-PCT ROUNDED =
                         (WS-RECENT-AVG - WS-OLDER-AVG) * 100
                         / WS-OLDER-AVG
                 MOVE WS-TREND-PCT TO WS-PCT-ED
                 MOVE WS-PCT-ED TO RTRRPT-REC (64:7)
                 MOVE '%' TO RTRRPT-REC (71:1)
              END-IF
           END-IF.

           EVALUATE TRUE
             WHEN WS-STP-ENABLED (WS-STP-SUB) IS NOT EQUAL TO 'Y'
              MOVE 'disabled' TO RTRRPT-REC (75:8)
             WHEN WS-STP-NOT-RUN (WS-STP-SUB)
              MOVE 'NOT RUN' TO RTRRPT-REC (75:7)
             WHEN NOT WS-STP-ENDED-OK (WS-STP-SUB)
              MOVE 'FAILED/INCOMPLETE' TO RTRRPT-REC (75:17)
             WHEN WS-STP-HIST-COUNT (WS-STP-SUB) IS EQUAL TO ZERO
              MOVE 'no norm yet' TO RTRRPT-REC (75:11)
             WHEN WS-STP-ELAPSED-SECS (WS-STP-SUB) IS GREATER THAN
                    WS-NORM-SECS * WS-NORM-FACTOR AND
                  WS-STP-ELAPSED-SECS (WS-STP-SUB) - WS-NORM-SECS
                    IS NOT LESS THAN WS-NORM-MIN-SECS
              MOVE '*** WELL ABOVE NORM ***' TO RTRRPT-REC (75:23)
              ADD 1 TO WS-ABOVE-COUNTER
             WHEN OTHER
              CONTINUE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Average of the last week's runs and of the runs before them   *
      *****************************************************************
       WORK-OUT-AVERAGES.
           MOVE ZERO TO WS-RECENT-AVG.
           MOVE ZERO TO WS-OLDER-AVG.
           IF WS-STP-RECENT-COUNT (WS-STP-SUB) IS GREATER THAN ZERO
              COMPUTE WS-RECENT-AVG ROUNDED =
                      WS-STP-RECENT-SECS (WS-STP-SUB) /
                      WS-STP-RECENT-COUNT (WS-STP-SUB)
           END-IF.
           IF WS-STP-HIST-COUNT (WS-STP-SUB) IS GREATER THAN
                WS-STP-RECENT-COUNT (WS-STP-SUB)
              COMPUTE WS-OLDER-AVG ROUNDED =
                      (WS-STP-HIST-SECS (WS-STP-SUB) -
                       WS-STP-RECENT-SECS (WS-STP-SUB)) /
                      (WS-STP-HIST-COUNT (WS-STP-SUB) -
                       WS-STP-RECENT-COUNT (WS-STP-SUB))
           END-IF.

      *****************************************************************
      * When the run started and ended, against the first online      *
      * opening after it started                                      *
      *****************************************************************
       REPORT-WINDOW.
           MOVE -1 TO WS-RUN-START-SECS.
           MOVE ZERO TO WS-RUN-END-SECS.
           MOVE ZERO TO WS-LAST-STP-SUB.
           PERFORM FIND-RUN-LIMITS
              VARYING WS-STP-SUB FROM 1 BY 1
                UNTIL WS-STP-SUB IS GREATER THAN WS-STP-USED.
           MOVE SPACES TO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RUN-START-SECS IS LESS THAN ZERO
              MOVE 'No step of the run ended cleanly' TO RTRRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO REPORT-WINDOW-EXIT
           END-IF.

           COMPUTE WS-DEADLINE-SECS = (WS-ONLINE-OPEN-HH * 3600) +
                                      (WS-ONLINE-OPEN-MM * 60).
           IF WS-RUN-START-SECS IS NOT LESS THAN WS-DEADLINE-SECS
              ADD 86400 TO WS-DEADLINE-SECS
           END-IF.

           MOVE SPACES TO RTRRPT-REC.
           MOVE 'Run started' TO RTRRPT-REC (1:11).
           MOVE WS-RUN-START-SECS TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (15:8).
           MOVE 'ended' TO RTRRPT-REC (25:5).
           MOVE WS-RUN-END-SECS TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (31:8).
           MOVE 'elapsed' TO RTRRPT-REC (41:7).
           COMPUTE WS-CLOCK-SECS = WS-RUN-END-SECS - WS-RUN-START-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (49:8).
           MOVE 'online opens' TO RTRRPT-REC (59:12).
           MOVE WS-DEADLINE-SECS TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (72:8).
           IF WS-RUN-END-SECS IS GREATER THAN WS-DEADLINE-SECS
              SET WS-WINDOW-MISSED TO TRUE
              MOVE '*** WINDOW MISSED ***' TO RTRRPT-REC (82:21)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       REPORT-WINDOW-EXIT.
           EXIT.

       FIND-RUN-LIMITS.
           IF WS-STP-ENDED-OK (WS-STP-SUB)
              IF WS-RUN-START-SECS IS LESS THAN ZERO OR
                 WS-STP-START-SECS (WS-STP-SUB) IS LESS THAN
                   WS-RUN-START-SECS
                 MOVE WS-STP-START-SECS (WS-STP-SUB)
                   TO WS-RUN-START-SECS
              END-IF
              IF WS-STP-END-SECS (WS-STP-SUB) IS GREATER THAN
                   WS-RUN-END-SECS
                 MOVE WS-STP-END-SECS (WS-STP-SUB) TO WS-RUN-END-SECS
                 MOVE WS-STP-SUB TO WS-LAST-STP-SUB
              END-IF
           END-IF.

      *****************************************************************
      * The critical path: from the step that finished last back      *
      * through what it waited on - its declared dependency, or with  *
      * none declared the step before it in file order - to the start *
      * of the chain.  Printed in running order.                      *
      *****************************************************************
       REPORT-CRITICAL-PATH.
           IF WS-LAST-STP-SUB IS EQUAL TO ZERO
              GO TO REPORT-CRITICAL-PATH-EXIT
           END-IF.
           MOVE ZERO TO WS-PATH-USED.
           MOVE ZERO TO WS-PATH-SECS.
           MOVE WS-LAST-STP-SUB TO WS-STP-SUB.
       REPORT-CRITICAL-PATH-LOOP.
           IF WS-PATH-USED IS GREATER THAN OR EQUAL TO 200
              GO TO REPORT-CRITICAL-PATH-PRINT
           END-IF.
           ADD 1 TO WS-PATH-USED.
           MOVE WS-STP-SUB TO WS-PATH-STEP (WS-PATH-USED).
           ADD WS-STP-ELAPSED-SECS (WS-STP-SUB) TO WS-PATH-SECS.
           IF WS-STP-DEPENDS-ON (WS-STP-SUB) IS EQUAL TO ZERO
              SUBTRACT 1 FROM WS-STP-SUB
           ELSE
              MOVE WS-STP-DEPENDS-ON (WS-STP-SUB) TO BRH-REC-STEP-NO
              PERFORM FIND-STEP THRU
                      FIND-STEP-EXIT
           END-IF.
           IF WS-STP-SUB IS LESS THAN 1
              GO TO REPORT-CRITICAL-PATH-PRINT
           END-IF.
           IF NOT WS-STP-ENDED-OK (WS-STP-SUB)
              GO TO REPORT-CRITICAL-PATH-PRINT
           END-IF.
           GO TO REPORT-CRITICAL-PATH-LOOP.
       REPORT-CRITICAL-PATH-PRINT.
           MOVE SPACES TO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RTRRPT-REC.
           MOVE WS-PATH-USED TO WS-COUNT-ED.
           MOVE WS-PATH-SECS TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           STRING 'Critical path - ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' step(s), ' DELIMITED BY SIZE
                  WS-CLOCK DELIMITED BY SIZE
                  ' of running time' DELIMITED BY SIZE
             INTO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RTRRPT-REC.
           MOVE 'Stp' TO RTRRPT-REC (1:3).
           MOVE 'Program' TO RTRRPT-REC (6:7).
           MOVE 'Started' TO RTRRPT-REC (15:7).
           MOVE 'Ended' TO RTRRPT-REC (25:5).
           MOVE 'Elapsed' TO RTRRPT-REC (35:7).
           MOVE 'After' TO RTRRPT-REC (45:5).
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-PATH-STEP
              VARYING WS-PATH-SUB FROM WS-PATH-USED BY -1
                UNTIL WS-PATH-SUB IS LESS THAN 1.
       REPORT-CRITICAL-PATH-EXIT.
           EXIT.

       REPORT-PATH-STEP.
           MOVE WS-PATH-STEP (WS-PATH-SUB) TO WS-STP-SUB.
           MOVE SPACES TO RTRRPT-REC.
           MOVE WS-STP-NO (WS-STP-SUB) TO RTRRPT-REC (1:3).
           MOVE WS-STP-PROGRAM (WS-STP-SUB) TO RTRRPT-REC (6:8).
           MOVE WS-STP-START-SECS (WS-STP-SUB) TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (15:8).
           MOVE WS-STP-END-SECS (WS-STP-SUB) TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (25:8).
           MOVE WS-STP-ELAPSED-SECS (WS-STP-SUB) TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (35:8).
           IF WS-STP-DEPENDS-ON (WS-STP-SUB) IS NOT EQUAL TO ZERO
              MOVE WS-STP-DEPENDS-ON (WS-STP-SUB) TO RTRRPT-REC (45:3)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Weekly: steps whose elapsed time is growing, projected over   *
      * the horizon from the trend between the last week's runs and   *
      * the runs before them, with the finish time the growth would   *
      * give last night's run                                         *
      *****************************************************************
       REPORT-GROWTH.
           MOVE ZERO TO WS-GROWTH-SECS.
           MOVE SPACES TO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RTRRPT-REC.
           MOVE WS-HORIZON-RUNS TO WS-COUNT-ED.
           STRING 'Weekly - steps trending towards a breach, projected '
                    DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' runs ahead' DELIMITED BY SIZE
             INTO RTRRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RTRRPT-REC.
           MOVE 'Stp' TO RTRRPT-REC (1:3).
           MOVE 'Program' TO RTRRPT-REC (6:7).
           MOVE 'Last 7' TO RTRRPT-REC (15:6).
           MOVE 'Earlier' TO RTRRPT-REC (25:7).
           MOVE 'Projected' TO RTRRPT-REC (35:9).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PROJECT-ONE-STEP
              VARYING WS-STP-SUB FROM 1 BY 1
                UNTIL WS-STP-SUB IS GREATER THAN WS-STP-USED.
           IF WS-GROWING-COUNTER IS EQUAL TO ZERO
              MOVE '  No step is growing towards a breach'
                TO RTRRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO REPORT-GROWTH-EXIT
           END-IF.
           IF WS-RUN-START-SECS IS LESS THAN ZERO
              GO TO REPORT-GROWTH-EXIT
           END-IF.
           MOVE SPACES TO RTRRPT-REC.
           COMPUTE WS-CLOCK-SECS = WS-RUN-END-SECS + WS-GROWTH-SECS.
           PERFORM SECS-TO-CLOCK.
           STRING 'At this growth last night''s run would end '
                    DELIMITED BY SIZE
                  WS-CLOCK DELIMITED BY SIZE
             INTO RTRRPT-REC.
           IF WS-RUN-END-SECS + WS-GROWTH-SECS IS GREATER THAN
                WS-DEADLINE-SECS
              SET WS-BREACH-PROJECTED TO TRUE
              MOVE '*** PAST THE ONLINE-OPEN DEADLINE ***'
                TO RTRRPT-REC (54:37)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       REPORT-GROWTH-EXIT.
           EXIT.

       PROJECT-ONE-STEP.
      * A trend needs a week of runs and at least a week before them
           IF WS-STP-RECENT-COUNT (WS-STP-SUB) IS LESS THAN
                WS-RECENT-RUNS OR
              WS-STP-HIST-COUNT (WS-STP-SUB) IS LESS THAN
                WS-RECENT-RUNS * 2
              GO TO PROJECT-ONE-STEP-EXIT
           END-IF.
           PERFORM WORK-OUT-AVERAGES.
           IF WS-RECENT-AVG IS NOT GREATER THAN WS-OLDER-AVG
              GO TO PROJECT-ONE-STEP-EXIT
           END-IF.
      * The two averages sit half the history apart in run order
           COMPUTE WS-SLOPE ROUNDED =
                   (WS-RECENT-AVG - WS-OLDER-AVG) /
                   (WS-STP-HIST-COUNT (WS-STP-SUB) / 2).
           COMPUTE WS-PROJECTED ROUNDED = WS-RECENT-AVG +
                   (WS-SLOPE * (WS-HORIZON-RUNS + 3)).
           IF WS-PROJECTED * 100 IS LESS THAN
                WS-RECENT-AVG * (100 + WS-GROWTH-PCT)
              GO TO PROJECT-ONE-STEP-EXIT
           END-IF.
           ADD 1 TO WS-GROWING-COUNTER.
           COMPUTE WS-GROWTH-SECS = WS-GROWTH-SECS +
                   WS-PROJECTED - WS-RECENT-AVG.
           MOVE SPACES TO RTRRPT-REC.
           MOVE WS-STP-NO (WS-STP-SUB) TO RTRRPT-REC (1:3).
           MOVE WS-STP-PROGRAM (WS-STP-SUB) TO RTRRPT-REC (6:8).
           MOVE WS-RECENT-AVG TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (15:8).
           MOVE WS-OLDER-AVG TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (25:8).
           MOVE WS-PROJECTED TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO RTRRPT-REC (35:8).
           PERFORM WRITE-REPORT-LINE.
       PROJECT-ONE-STEP-EXIT.
           EXIT.

      *****************************************************************
      * Keep each step's norm on BNKJOBS for the operator console -   *
      * the average over the previous runs and last night's           *
      *****************************************************************
       UPDATE-NORMS.
           PERFORM UPDATE-ONE-NORM THRU
                   UPDATE-ONE-NORM-EXIT
              VARYING WS-STP-SUB FROM 1 BY 1
                UNTIL WS-STP-SUB IS GREATER THAN WS-STP-USED.
       UPDATE-NORMS-EXIT.
           EXIT.

       UPDATE-ONE-NORM.
           MOVE WS-STP-HIST-SECS (WS-STP-SUB) TO WS-CLOCK-SECS.
           MOVE WS-STP-HIST-COUNT (WS-STP-SUB) TO WS-RUN-SUB.
           IF WS-STP-ENDED-OK (WS-STP-SUB)
              ADD WS-STP-ELAPSED-SECS (WS-STP-SUB) TO WS-CLOCK-SECS
              ADD 1 TO WS-RUN-SUB
           END-IF.
           IF WS-RUN-SUB IS EQUAL TO ZERO
              GO TO UPDATE-ONE-NORM-EXIT
           END-IF.
           MOVE WS-STP-NO (WS-STP-SUB) TO BJS-REC-STEP-NO.
           READ BNKJOBS-NDX RECORD
             INVALID KEY
               GO TO UPDATE-ONE-NORM-EXIT
           END-READ.
           DIVIDE WS-CLOCK-SECS BY WS-RUN-SUB
             GIVING BJS-REC-NORM-SECS ROUNDED.
           MOVE WS-RUN-SUB TO BJS-REC-NORM-RUNS.
           REWRITE BNKJOBS-REC.
           IF WS-BNKJOBS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKJOBS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKJOBS-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-NORM-COUNTER.
       UPDATE-ONE-NORM-EXIT.
           EXIT.

      *****************************************************************
      * A timestamp in WS-TS-WORK as seconds from the start of the    *
      * history record's run date; the night run spans at most one    *
      * midnight                                                      *
      *****************************************************************
       TIMESTAMP-TO-SECS.
           MOVE ZERO TO WS-TS-SECS.
           IF WS-TSW-HH IS NOT NUMERIC OR
              WS-TSW-MM IS NOT NUMERIC OR
              WS-TSW-SS IS NOT NUMERIC
              GO TO TIMESTAMP-TO-SECS-EXIT
           END-IF.
           COMPUTE WS-TS-SECS = (WS-TSW-HH * 3600) +
                                (WS-TSW-MM * 60) + WS-TSW-SS.
           IF WS-TSW-DATE IS GREATER THAN BRH-REC-RUN-DATE
              ADD 86400 TO WS-TS-SECS
           END-IF.
       TIMESTAMP-TO-SECS-EXIT.
           EXIT.

      *****************************************************************
      * Seconds in WS-CLOCK-SECS as HH:MM:SS - a time of day, or an   *
      * elapsed time under a day                                      *
      *****************************************************************
       SECS-TO-CLOCK.
           IF WS-CLOCK-SECS IS LESS THAN ZERO
              MOVE ZERO TO WS-CLOCK-SECS
           END-IF.
           DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-QUOT
               REMAINDER WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 60 GIVING WS-CLOCK-MM
               REMAINDER WS-CLOCK-SS.

      *****************************************************************
      * Convert a YYYY-MM-DD date in WS-D2D-DATE to a day count in    *
      * WS-D2D-DAYS.  Leap years are honoured; leap days in the       *
      * current year are counted once the date is past February.      *
      *****************************************************************
       DATE-TO-DAYS.
           COMPUTE WS-D2D-Y1 = WS-D2D-YYYY - 1.
           COMPUTE WS-D2D-DAYS =
                   (WS-D2D-Y1 * 365)
                 + (WS-D2D-Y1 / 4)
                 - (WS-D2D-Y1 / 100)
                 + (WS-D2D-Y1 / 400)
                 + WS-MONTH-DAYS (WS-D2D-MM)
                 + WS-D2D-DD.
           DIVIDE WS-D2D-YYYY BY 4 GIVING WS-D2D-QUOT
               REMAINDER WS-D2D-REM4.
           DIVIDE WS-D2D-YYYY BY 100 GIVING WS-D2D-QUOT
               REMAINDER WS-D2D-REM100.
           DIVIDE WS-D2D-YYYY BY 400 GIVING WS-D2D-QUOT
               REMAINDER WS-D2D-REM400.
           IF WS-D2D-MM IS GREATER THAN 2
              IF WS-D2D-REM4 IS EQUAL TO ZERO AND
                 (WS-D2D-REM100 IS NOT EQUAL TO ZERO OR
                  WS-D2D-REM400 IS EQUAL TO ZERO)
                 ADD 1 TO WS-D2D-DAYS
              END-IF
           END-IF.

      *****************************************************************
      * Write a report line and capture it to the repository          *
      *****************************************************************
       WRITE-REPORT-LINE.
           WRITE RTRRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE RTRRPT-REC TO RPD-LINE-TEXT.
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
