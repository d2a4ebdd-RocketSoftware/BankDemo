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
      * Program:     ZBNKRSP1.CBL                                     *
      * Function:    Daily online service-level report.  Reads the    *
      *              day's timed interactions from the response-time  *
      *              file BNKRSPT (written by SBANK00P and the mobile *
      *              gateway WBANK01P) and reports the 50th, 90th and *
      *              99th percentile response by hour and by program, *
      *              then the slowest interactions of the day.  Where *
      *              a program's 90th percentile for an hour exceeds  *
      *              its limit an incident is raised on BNKINC.       *
      *              The day reported is the business date, or the    *
      *              date (YYYY-MM-DD) given as the exec parm.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKRSP1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKRSPT-NDX
                  ASSIGN       TO NDXRSPT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BRT-REC-KEY
                  FILE STATUS  IS WS-BNKRSPT-STATUS.

           SELECT BNKINC-NDX
                  ASSIGN       TO NDXINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BIN-REC-KEY
                  FILE STATUS  IS WS-BNKINC-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

           SELECT RSPRPT-FILE
                  ASSIGN       TO RSPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RSPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKRSPT-NDX.
       01  BNKRSPT-REC.
       COPY CBANKVRT.

       FD  BNKINC-NDX.
       01  BNKINC-REC.
       COPY CBANKVIN.

      * Every interaction is released four times - under its hour,
      * under its program, under its program and hour, and once more
      * keyed slowest first - so one sort gives each group its
      * response times in order
       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-KIND                              PIC X(1).
           88  SRT-KIND-HOUR                         VALUE 'H'.
           88  SRT-KIND-PROGRAM                      VALUE 'P'.
           88  SRT-KIND-PGM-HOUR                     VALUE 'Q'.
           88  SRT-KIND-SLOWEST                      VALUE 'Z'.
         05  SRT-PROGRAM                           PIC X(8).
         05  SRT-HOUR                              PIC X(2).
         05  SRT-ELAPSED-KEY                       PIC 9(7).
         05  SRT-INTERACTION                       PIC X(100).

       FD  RSPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  RSPRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKRSP1'.
         05  WS-BNKRSPT-STATUS                     PIC X(2).
         05  WS-BNKINC-STATUS                      PIC X(2).
         05  WS-RSPRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * 90th percentile limit in milliseconds for a program in any
      * hour, and the fewest interactions an hour must have for its
      * percentile to count - the defaults apply unless BNKPARM holds
      * RSP-P90-DEFAULT, RSP-P90-<program> and RSP-MIN-SAMPLE
         05  WS-DEFAULT-LIMIT                      PIC 9(7)
             VALUE 2000.
         05  WS-MIN-SAMPLE                         PIC 9(7)
             VALUE 10.
      * How many of the slowest interactions are listed
         05  WS-SLOWEST-MAX                        PIC 9(3)
             VALUE 20.

         05  WS-REPORT-DATE                        PIC X(10).
         05  WS-READ-EOF-SW                        PIC X(1).
           88  WS-READ-EOF                           VALUE 'Y'.
         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-HOUR                               PIC 9(2).
         05  WS-HX                                 PIC S9(4) COMP.
         05  WS-TOTAL-COUNT                        PIC 9(7)
             VALUE ZERO.
         05  WS-BREACH-COUNT                       PIC 9(5)
             VALUE ZERO.
         05  WS-INCIDENT-COUNT                     PIC 9(5)
             VALUE ZERO.

      * The group being returned from the sort
         05  WS-CUR-KIND                           PIC X(1).
         05  WS-CUR-PROGRAM                        PIC X(8).
         05  WS-CUR-HOUR                           PIC X(2).
         05  WS-GROUP-COUNT                        PIC 9(7).
         05  WS-GROUP-POS                          PIC 9(7).
         05  WS-GROUP-LIMIT                        PIC 9(7).
         05  WS-RANK-50                            PIC 9(7).
         05  WS-RANK-90                            PIC 9(7).
         05  WS-RANK-99                            PIC 9(7).
         05  WS-P50                                PIC 9(7).
         05  WS-P90                                PIC 9(7).
         05  WS-P99                                PIC 9(7).
         05  WS-PMAX                               PIC 9(7).
         05  WS-ELAPSED                            PIC 9(7).

         05  WS-COUNT-ED                           PIC ZZZ,ZZ9.
         05  WS-MS-ED                              PIC Z,ZZZ,ZZ9.
         05  WS-LIMIT-ED                           PIC Z,ZZZ,ZZ9.
         05  WS-HOUR-ED                            PIC X(2).

      * Interactions per hour of the day
       01  WS-HOUR-TABLE.
         05  WS-HOUR-COUNT                         PIC 9(7)
             OCCURS 24 TIMES.

      * Interactions per program, in total and per hour, with the
      * program's limit; a program beyond the table's capacity is
      * counted under OTHERS
       01  WS-PGM-TABLE.
         05  WS-PGM-USED                           PIC S9(4) COMP
             VALUE ZERO.
         05  WS-PGM-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-PGM-IX.
           10  WS-PGM-NAME                         PIC X(8).
           10  WS-PGM-COUNT                        PIC 9(7).
           10  WS-PGM-LIMIT                        PIC 9(7).
           10  WS-PGM-HOUR-COUNT                   PIC 9(7)
               OCCURS 24 TIMES.

       01  WS-PCT-LINE.
         05  FILLER                                PIC X(2).
         05  WS-PL-LABEL                           PIC X(10).
         05  FILLER                                PIC X(1).
         05  WS-PL-COUNT                           PIC ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-PL-P50                             PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-PL-P90                             PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-PL-P99                             PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-PL-MAX                             PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-PL-LIMIT                           PIC Z,ZZZ,ZZ9.
         05  FILLER                                PIC X(2).
         05  WS-PL-NOTE                            PIC X(30).

       01  WS-SLOW-LINE.
         05  FILLER                                PIC X(2).
         05  WS-SL-TIMESTAMP                       PIC X(26).
         05  FILLER                                PIC X(1).
         05  WS-SL-TRANID                          PIC X(4).
         05  FILLER                                PIC X(1).
         05  WS-SL-TERMID                          PIC X(4).
         05  FILLER                                PIC X(1).
         05  WS-SL-CHANNEL                         PIC X(7).
         05  FILLER                                PIC X(1).
         05  WS-SL-PROGRAM                         PIC X(8).
         05  FILLER                                PIC X(1).
         05  WS-SL-FUNCTION                        PIC X(8).
         05  FILLER                                PIC X(1).
         05  WS-SL-USERID                          PIC X(8).
         05  FILLER                                PIC X(1).
         05  WS-SL-ELAPSED                         PIC Z,ZZZ,ZZ9.

       01  WS-INTERACTION-REC.
       COPY CBANKVRT REPLACING LEADING ==BRT== BY ==WRT==.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(16).

       01  WS-PARM-PTR                             POINTER.

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
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           PERFORM GET-EXEC-PARM THRU
                   GET-EXEC-PARM-EXIT.

           MOVE 'RSP-P90-DEFAULT' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-DEFAULT-LIMIT
           END-IF.
           MOVE 'RSP-MIN-SAMPLE' TO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-MIN-SAMPLE
           END-IF.

           INITIALIZE WS-HOUR-TABLE.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'RSPTIME ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT RSPRPT-FILE.
           MOVE WS-RSPRPT-STATUS TO WS-IO-STATUS.
           MOVE 'RSPRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The statistics file is created by the first interaction
      * timed online; until then there is nothing to report
           OPEN INPUT BNKRSPT-NDX.
           IF WS-BNKRSPT-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKRSPT-NDX
              CLOSE BNKRSPT-NDX
              OPEN INPUT BNKRSPT-NDX
           END-IF.
           MOVE WS-BNKRSPT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRSPT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKINC-NDX.
           IF WS-BNKINC-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKINC-NDX
              CLOSE BNKINC-NDX
              OPEN I-O BNKINC-NDX
           END-IF.
           MOVE WS-BNKINC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKINC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-ED.
           MOVE WS-MIN-SAMPLE TO WS-COUNT-ED.
           MOVE SPACES TO RSPRPT-REC.
           STRING 'Online response times for ' DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  ' - run ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RSPRPT-REC.
           STRING 'Times in milliseconds, receive to send.  Default '
                    DELIMITED BY SIZE
                  '90th percentile limit' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  ' ms, applied to hours of at least' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' interactions' DELIMITED BY SIZE
             INTO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-KIND
                                SRT-PROGRAM
                                SRT-HOUR
                                SRT-ELAPSED-KEY
               INPUT PROCEDURE IS SELECT-INTERACTIONS THRU
                                  SELECT-INTERACTIONS-EXIT
               OUTPUT PROCEDURE IS LIST-PERCENTILES THRU
                                   LIST-PERCENTILES-EXIT.

           MOVE SPACES TO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RSPRPT-REC.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' interaction(s) timed, ' DELIMITED BY SIZE
                  WS-BREACH-COUNT DELIMITED BY SIZE
                  ' program hour(s) over limit, ' DELIMITED BY SIZE
                  WS-INCIDENT-COUNT DELIMITED BY SIZE
                  ' incident(s) raised' DELIMITED BY SIZE
             INTO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKRSPT-NDX.
           CLOSE BNKINC-NDX.
           CLOSE RSPRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-BREACH-COUNT DELIMITED BY SIZE
                  ' program hour(s) over the response limit'
                    DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           IF WS-BREACH-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE SPACES TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.

      *****************************************************************
      * The exec parm, if present, is the date to report; otherwise   *
      * the business date is reported                                 *
      *****************************************************************
       GET-EXEC-PARM.
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
              MOVE '  Reporting the business date'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BUS-DATE TO WS-REPORT-DATE
              GO TO GET-EXEC-PARM-EXIT
           END-IF.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Exec parm is "' DELIMITED BY SIZE
                  WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                    DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE WS-EXEC-PARM-DATA (1:10) TO WS-REPORT-DATE.
           IF WS-REPORT-DATE (1:4) IS NOT NUMERIC OR
              WS-REPORT-DATE (5:1) IS NOT EQUAL TO '-' OR
              WS-REPORT-DATE (6:2) IS NOT NUMERIC OR
              WS-REPORT-DATE (8:1) IS NOT EQUAL TO '-' OR
              WS-REPORT-DATE (9:2) IS NOT NUMERIC
              MOVE 'Exec parm must be a date YYYY-MM-DD'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       GET-EXEC-PARM-EXIT.
           EXIT.

      *****************************************************************
      * The day's interactions, in time order from the first one      *
      * stamped on the report date                                    *
      *****************************************************************
       SELECT-INTERACTIONS.
           MOVE 'N' TO WS-READ-EOF-SW.
           MOVE LOW-VALUES TO BRT-REC-KEY.
           MOVE WS-REPORT-DATE TO BRT-REC-TIMESTAMP (1:10).
           START BNKRSPT-NDX KEY IS NOT LESS THAN BRT-REC-KEY
             INVALID KEY
               GO TO SELECT-INTERACTIONS-EXIT
           END-START.
       SELECT-INTERACTIONS-LOOP.
           READ BNKRSPT-NDX NEXT RECORD
             AT END
               GO TO SELECT-INTERACTIONS-EXIT
           END-READ.
           IF BRT-REC-TIMESTAMP (1:10) IS NOT EQUAL TO WS-REPORT-DATE
              GO TO SELECT-INTERACTIONS-EXIT
           END-IF.
           IF BRT-REC-TIMESTAMP (12:2) IS NOT NUMERIC OR
              BRT-REC-ELAPSED-MS IS NOT NUMERIC
              GO TO SELECT-INTERACTIONS-LOOP
           END-IF.
           MOVE BRT-REC-TIMESTAMP (12:2) TO WS-HOUR.
           IF WS-HOUR IS GREATER THAN 23
              GO TO SELECT-INTERACTIONS-LOOP
           END-IF.
           COMPUTE WS-HX = WS-HOUR + 1.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD 1 TO WS-HOUR-COUNT (WS-HX).
           PERFORM FIND-PROGRAM THRU
                   FIND-PROGRAM-EXIT.
           ADD 1 TO WS-PGM-COUNT (WS-PGM-IX).
           ADD 1 TO WS-PGM-HOUR-COUNT (WS-PGM-IX WS-HX).

           MOVE BRT-RECORD TO SRT-INTERACTION.
           MOVE BRT-REC-ELAPSED-MS TO SRT-ELAPSED-KEY.
           MOVE 'H' TO SRT-KIND.
           MOVE SPACES TO SRT-PROGRAM.
           MOVE BRT-REC-TIMESTAMP (12:2) TO SRT-HOUR.
           RELEASE SRT-REC.
           MOVE 'P' TO SRT-KIND.
           MOVE WS-PGM-NAME (WS-PGM-IX) TO SRT-PROGRAM.
           MOVE SPACES TO SRT-HOUR.
           RELEASE SRT-REC.
           MOVE 'Q' TO SRT-KIND.
           MOVE BRT-REC-TIMESTAMP (12:2) TO SRT-HOUR.
           RELEASE SRT-REC.
           MOVE 'Z' TO SRT-KIND.
           MOVE SPACES TO SRT-PROGRAM.
           MOVE SPACES TO SRT-HOUR.
           COMPUTE SRT-ELAPSED-KEY = 9999999 - BRT-REC-ELAPSED-MS.
           RELEASE SRT-REC.
           GO TO SELECT-INTERACTIONS-LOOP.
       SELECT-INTERACTIONS-EXIT.
           EXIT.

      *****************************************************************
      * Find the program's entry, adding it (with its limit from      *
      * BNKPARM) the first time it is seen                            *
      *****************************************************************
       FIND-PROGRAM.
           IF WS-PGM-USED IS GREATER THAN ZERO
              SET WS-PGM-IX TO 1
              SEARCH WS-PGM-ENTRY
                AT END
                  CONTINUE
                WHEN WS-PGM-IX IS GREATER THAN WS-PGM-USED
                  CONTINUE
                WHEN WS-PGM-NAME (WS-PGM-IX) IS EQUAL TO
                     BRT-REC-PROGRAM
                  GO TO FIND-PROGRAM-EXIT
              END-SEARCH
           END-IF.
           IF WS-PGM-USED IS EQUAL TO 100
              SET WS-PGM-IX TO 100
              GO TO FIND-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-PGM-USED.
           SET WS-PGM-IX TO WS-PGM-USED.
           INITIALIZE WS-PGM-ENTRY (WS-PGM-IX).
           IF WS-PGM-USED IS EQUAL TO 100
              MOVE 'OTHERS' TO WS-PGM-NAME (WS-PGM-IX)
           ELSE
              MOVE BRT-REC-PROGRAM TO WS-PGM-NAME (WS-PGM-IX)
           END-IF.
           MOVE WS-DEFAULT-LIMIT TO WS-PGM-LIMIT (WS-PGM-IX).
           MOVE SPACES TO WS-PRM-PARM.
           STRING 'RSP-P90-' DELIMITED BY SIZE
                  WS-PGM-NAME (WS-PGM-IX) DELIMITED BY SIZE
             INTO PMD-PARM-ID.
           PERFORM GET-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-PGM-LIMIT (WS-PGM-IX)
           END-IF.
       FIND-PROGRAM-EXIT.
           EXIT.

      *****************************************************************
      * Each group comes back fastest first, so the nearest-rank      *
      * percentiles are picked off as their positions go by           *
      *****************************************************************
       LIST-PERCENTILES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-KIND.
           MOVE LOW-VALUES TO WS-CUR-PROGRAM.
           MOVE LOW-VALUES TO WS-CUR-HOUR.
           IF WS-TOTAL-COUNT IS EQUAL TO ZERO
              MOVE SPACES TO RSPRPT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 'No interactions were recorded on this date'
                TO RSPRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       LIST-PERCENTILES-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-KIND IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-GROUP THRU
                         END-GROUP-EXIT
                 PERFORM END-SECTION
              END-IF
              GO TO LIST-PERCENTILES-EXIT
           END-IF.
           IF SRT-KIND IS NOT EQUAL TO WS-CUR-KIND
              IF WS-CUR-KIND IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-GROUP THRU
                         END-GROUP-EXIT
                 PERFORM END-SECTION
              END-IF
              MOVE SRT-KIND TO WS-CUR-KIND
              MOVE LOW-VALUES TO WS-CUR-PROGRAM
              MOVE LOW-VALUES TO WS-CUR-HOUR
              PERFORM BEGIN-SECTION
           END-IF.
           IF SRT-PROGRAM IS NOT EQUAL TO WS-CUR-PROGRAM OR
              SRT-HOUR IS NOT EQUAL TO WS-CUR-HOUR
              IF WS-CUR-PROGRAM IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-GROUP THRU
                         END-GROUP-EXIT
              END-IF
              MOVE SRT-PROGRAM TO WS-CUR-PROGRAM
              MOVE SRT-HOUR TO WS-CUR-HOUR
              PERFORM BEGIN-GROUP
           END-IF.
           ADD 1 TO WS-GROUP-POS.
           MOVE SRT-INTERACTION TO WRT-RECORD.
           MOVE WRT-REC-ELAPSED-MS TO WS-ELAPSED.
           IF SRT-KIND-SLOWEST
              IF WS-GROUP-POS IS NOT GREATER THAN WS-SLOWEST-MAX
                 PERFORM LIST-SLOW-INTERACTION
              END-IF
              GO TO LIST-PERCENTILES-LOOP
           END-IF.
           IF WS-GROUP-POS IS EQUAL TO WS-RANK-50
              MOVE WS-ELAPSED TO WS-P50
           END-IF.
           IF WS-GROUP-POS IS EQUAL TO WS-RANK-90
              MOVE WS-ELAPSED TO WS-P90
           END-IF.
           IF WS-GROUP-POS IS EQUAL TO WS-RANK-99
              MOVE WS-ELAPSED TO WS-P99
           END-IF.
           MOVE WS-ELAPSED TO WS-PMAX.
           GO TO LIST-PERCENTILES-LOOP.
       LIST-PERCENTILES-EXIT.
           EXIT.

       BEGIN-SECTION.
           MOVE ZERO TO WS-BREACH-COUNT.
           MOVE SPACES TO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
             WHEN SRT-KIND-HOUR
               MOVE 'By hour of the day' TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE '  Hour         Count     50th pct    90th pct    9
      -             '9th pct     Slowest' TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
             WHEN SRT-KIND-PROGRAM
               MOVE 'By program' TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE '  Program      Count     50th pct    90th pct    9
      -             '9th pct     Slowest   90th limit' TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
             WHEN SRT-KIND-PGM-HOUR
               MOVE 'Program hours over the 90th percentile limit'
                 TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE '  Prog/hour    Count     50th pct    90th pct    9
      -             '9th pct     Slowest   90th limit' TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
             WHEN SRT-KIND-SLOWEST
               MOVE SPACES TO RSPRPT-REC
               STRING 'The ' DELIMITED BY SIZE
                      WS-SLOWEST-MAX DELIMITED BY SIZE
                      ' slowest interactions' DELIMITED BY SIZE
                 INTO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE '  Ended at                   Tran Term Channel Pro
      -             'gram  Function Userid       Elapsed' TO RSPRPT-REC
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       END-SECTION.
           IF WS-CUR-KIND IS EQUAL TO 'Q' AND
              WS-BREACH-COUNT IS EQUAL TO ZERO
              MOVE '  None' TO RSPRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      * Nearest-rank percentile positions for the group's size        *
      *****************************************************************
       BEGIN-GROUP.
           MOVE ZERO TO WS-GROUP-POS.
           MOVE ZERO TO WS-P50.
           MOVE ZERO TO WS-P90.
           MOVE ZERO TO WS-P99.
           MOVE ZERO TO WS-PMAX.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GROUP-LIMIT.
           IF WS-CUR-HOUR IS NOT EQUAL TO SPACES
              MOVE WS-CUR-HOUR TO WS-HOUR
              COMPUTE WS-HX = WS-HOUR + 1
           END-IF.
           IF WS-CUR-PROGRAM IS NOT EQUAL TO SPACES
              MOVE WS-CUR-PROGRAM TO BRT-REC-PROGRAM
              PERFORM FIND-PROGRAM THRU
                      FIND-PROGRAM-EXIT
              MOVE WS-PGM-LIMIT (WS-PGM-IX) TO WS-GROUP-LIMIT
           END-IF.
           EVALUATE WS-CUR-KIND
             WHEN 'H'
               MOVE WS-HOUR-COUNT (WS-HX) TO WS-GROUP-COUNT
             WHEN 'P'
               MOVE WS-PGM-COUNT (WS-PGM-IX) TO WS-GROUP-COUNT
             WHEN 'Q'
               MOVE WS-PGM-HOUR-COUNT (WS-PGM-IX WS-HX)
                 TO WS-GROUP-COUNT
             WHEN OTHER
               MOVE WS-TOTAL-COUNT TO WS-GROUP-COUNT
           END-EVALUATE.
           COMPUTE WS-RANK-50 = (WS-GROUP-COUNT * 50 + 99) / 100.
           COMPUTE WS-RANK-90 = (WS-GROUP-COUNT * 90 + 99) / 100.
           COMPUTE WS-RANK-99 = (WS-GROUP-COUNT * 99 + 99) / 100.

       END-GROUP.
           IF WS-CUR-KIND IS EQUAL TO 'Z'
              GO TO END-GROUP-EXIT
           END-IF.
           MOVE SPACES TO WS-PCT-LINE.
           MOVE WS-GROUP-COUNT TO WS-PL-COUNT.
           MOVE WS-P50 TO WS-PL-P50.
           MOVE WS-P90 TO WS-PL-P90.
           MOVE WS-P99 TO WS-PL-P99.
           MOVE WS-PMAX TO WS-PL-MAX.
           EVALUATE WS-CUR-KIND
             WHEN 'H'
               MOVE WS-CUR-HOUR TO WS-PL-LABEL
               MOVE ':00' TO WS-PL-LABEL (3:3)
             WHEN 'P'
               MOVE WS-CUR-PROGRAM TO WS-PL-LABEL
               MOVE WS-GROUP-LIMIT TO WS-PL-LIMIT
               IF WS-P90 IS GREATER THAN WS-GROUP-LIMIT
                  MOVE 'Over limit on the day' TO WS-PL-NOTE
               END-IF
             WHEN 'Q'
               IF WS-GROUP-COUNT IS LESS THAN WS-MIN-SAMPLE OR
                  WS-P90 IS NOT GREATER THAN WS-GROUP-LIMIT
                  GO TO END-GROUP-EXIT
               END-IF
               MOVE WS-CUR-PROGRAM TO WS-PL-LABEL
               MOVE WS-CUR-HOUR TO WS-PL-LABEL (9:2)
               MOVE WS-GROUP-LIMIT TO WS-PL-LIMIT
               ADD 1 TO WS-BREACH-COUNT
               PERFORM RAISE-INCIDENT THRU
                       RAISE-INCIDENT-EXIT
           END-EVALUATE.
           MOVE WS-PCT-LINE TO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       END-GROUP-EXIT.
           EXIT.

       LIST-SLOW-INTERACTION.
           MOVE SPACES TO WS-SLOW-LINE.
           MOVE WRT-REC-TIMESTAMP TO WS-SL-TIMESTAMP.
           MOVE WRT-REC-TRANID TO WS-SL-TRANID.
           MOVE WRT-REC-TERMID TO WS-SL-TERMID.
           EVALUATE TRUE
             WHEN WRT-REC-CHAN-3270
               MOVE '3270' TO WS-SL-CHANNEL
             WHEN WRT-REC-CHAN-ECI
               MOVE 'ECI' TO WS-SL-CHANNEL
             WHEN WRT-REC-CHAN-WEBSERV
               MOVE 'WEBSERV' TO WS-SL-CHANNEL
             WHEN WRT-REC-CHAN-MOBILE
               MOVE 'MOBILE' TO WS-SL-CHANNEL
             WHEN OTHER
               MOVE WRT-REC-CHANNEL TO WS-SL-CHANNEL
           END-EVALUATE.
           MOVE WRT-REC-PROGRAM TO WS-SL-PROGRAM.
           MOVE WRT-REC-FUNCTION TO WS-SL-FUNCTION.
           MOVE WRT-REC-USERID TO WS-SL-USERID.
           MOVE WRT-REC-ELAPSED-MS TO WS-SL-ELAPSED.
           MOVE WS-SLOW-LINE TO RSPRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Raise an incident for a program hour over its limit.  Two in  *
      * the same hundredth of a second are kept apart by the sequence *
      * number, as DBANK19P does online.                              *
      *****************************************************************
       RAISE-INCIDENT.
           COPY CTSTAMPP.
           MOVE SPACES TO BIN-RECORD.
           MOVE WS-TIMESTAMP TO BIN-REC-TIMESTAMP.
           MOVE 0 TO BIN-REC-SEQNO.
           MOVE WS-CUR-PROGRAM TO BIN-REC-CULPRIT.
           MOVE 'SL90' TO BIN-REC-CODE.
           MOVE WS-P90 TO WS-MS-ED.
           MOVE WS-GROUP-LIMIT TO WS-LIMIT-ED.
           STRING WS-REPORT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-HOUR DELIMITED BY SIZE
                  'h p90' DELIMITED BY SIZE
                  WS-MS-ED DELIMITED BY SIZE
                  'ms over' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  'ms' DELIMITED BY SIZE
             INTO BIN-REC-REASON.
       RAISE-INCIDENT-WRITE.
           WRITE BNKINC-REC
             INVALID KEY
               IF BIN-REC-SEQNO IS LESS THAN 99
                  ADD 1 TO BIN-REC-SEQNO
                  GO TO RAISE-INCIDENT-WRITE
               END-IF
               MOVE SPACES TO WS-CONSOLE-MESSAGE
               STRING 'Incident not raised for ' DELIMITED BY SIZE
                      WS-CUR-PROGRAM DELIMITED BY SIZE
                 INTO WS-CONSOLE-MESSAGE
               PERFORM DISPLAY-CONSOLE-MESSAGE
               GO TO RAISE-INCIDENT-EXIT
           END-WRITE.
           ADD 1 TO WS-INCIDENT-COUNT.
           MOVE 'Incident raised on BNKINC' TO WS-PL-NOTE.
       RAISE-INCIDENT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE RSPRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE RSPRPT-REC TO RPD-LINE-TEXT.
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
