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
      * Program:     UBNKAML1.CBL                                     *
      * Function:    AML case writer for the batch monitoring jobs.   *
      *              OPEN readies the case and case event files,      *
      *              ALERT attaches one alert to the customer's open  *
      *              investigation case, opening one with its SAR     *
      *              filing deadline if there is none, CLOSE puts the *
      *              files away.  An alert whose reference is already *
      *              on file is not attached twice, so a job that     *
      *              sees the same item on a later run is harmless.   *
      *              Case writing is best-effort: missing case files  *
      *              never stop the job that is monitoring.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           UBNKAML1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKAMLC-NDX
                  ASSIGN       TO NDXAMLC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAM-REC-KEY
                  FILE STATUS  IS WS-BNKAMLC-STATUS.

           SELECT BNKAMLE-NDX
                  ASSIGN       TO NDXAMLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAE-REC-KEY
                  FILE STATUS  IS WS-BNKAMLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKAMLC-NDX.
       01  BNKAMLC-REC.
       COPY CBANKVAM.

       FD  BNKAMLE-NDX.
       01  BNKAMLE-REC.
       COPY CBANKVAN.

       WORKING-STORAGE SECTION.
       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'UBNKAML1'.
         05  WS-BNKAMLC-STATUS                     PIC X(2).
         05  WS-BNKAMLE-STATUS                     PIC X(2).
         05  WS-OPEN-SW                            PIC X(1)
             VALUE 'N'.
           88  WS-AML-OPEN                           VALUE 'Y'.
           88  WS-AML-DEAD                           VALUE 'D'.
         05  WS-CASE-SW                            PIC X(1).
           88  WS-CASE-FOUND                         VALUE 'Y'.
           88  WS-CASE-NEW                           VALUE 'N'.
         05  WS-SEQ-SUFFIX                         PIC 9(4)
             VALUE ZERO.

      * The window for filing a SAR, in calendar days from the first
      * alert on the case
         05  WS-DEADLINE-DAYS                      PIC S9(4) COMP
             VALUE +30.
         05  WS-RUN-YYYYMMDD                       PIC 9(8).
         05  WS-DEADLINE-YYYYMMDD                  PIC 9(8).
         05  FILLER REDEFINES WS-DEADLINE-YYYYMMDD.
           10  WS-DEADLINE-YYYY                    PIC X(4).
           10  WS-DEADLINE-MM                      PIC X(2).
           10  WS-DEADLINE-DD                      PIC X(2).

       LINKAGE SECTION.
       01  AML-PARM.
       COPY CBANKAMD.

       PROCEDURE DIVISION USING AML-PARM.
           SET AML-STATUS-OK TO TRUE.

           EVALUATE TRUE
             WHEN AML-REQUEST-OPEN
              PERFORM OPEN-CASES THRU OPEN-CASES-EXIT
             WHEN AML-REQUEST-ALERT
              PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
             WHEN AML-REQUEST-CLOSE
              PERFORM CLOSE-CASES THRU CLOSE-CASES-EXIT
             WHEN OTHER
              SET AML-STATUS-ERROR TO TRUE
           END-EVALUATE.
           GOBACK.

       OPEN-CASES.
           IF NOT WS-AML-OPEN
              OPEN I-O BNKAMLC-NDX
              IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00' AND
                 WS-BNKAMLC-STATUS IS NOT EQUAL TO '05'
                 MOVE 'D' TO WS-OPEN-SW
                 SET AML-STATUS-ERROR TO TRUE
                 GO TO OPEN-CASES-EXIT
              END-IF
              OPEN I-O BNKAMLE-NDX
              IF WS-BNKAMLE-STATUS IS NOT EQUAL TO '00' AND
                 WS-BNKAMLE-STATUS IS NOT EQUAL TO '05'
                 CLOSE BNKAMLC-NDX
                 MOVE 'D' TO WS-OPEN-SW
                 SET AML-STATUS-ERROR TO TRUE
                 GO TO OPEN-CASES-EXIT
              END-IF
              MOVE 'Y' TO WS-OPEN-SW
           END-IF.
       OPEN-CASES-EXIT.
           EXIT.

      *****************************************************************
      * Attach the alert to the customer's open case                  *
      *****************************************************************
       RAISE-ALERT.
           MOVE SPACES TO AML-RESULT.
           IF NOT WS-AML-OPEN
              SET AML-STATUS-ERROR TO TRUE
              GO TO RAISE-ALERT-EXIT
           END-IF.
           IF AML-PID IS EQUAL TO SPACES
              SET AML-STATUS-ERROR TO TRUE
              GO TO RAISE-ALERT-EXIT
           END-IF.

           MOVE AML-PID TO BAE-REC-PID.
           MOVE AML-REF TO BAE-REC-REF.
           READ BNKAMLE-NDX.
           IF WS-BNKAMLE-STATUS IS EQUAL TO '00'
              SET AML-ALERT-KNOWN TO TRUE
              GO TO RAISE-ALERT-EXIT
           END-IF.

           COPY CTSTAMPP.
           PERFORM FIND-OPEN-CASE THRU
                   FIND-OPEN-CASE-EXIT.
           IF WS-CASE-FOUND
              PERFORM COUNT-ALERT THRU
                      COUNT-ALERT-EXIT
              REWRITE BNKAMLC-REC
              IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00'
                 SET AML-STATUS-ERROR TO TRUE
                 GO TO RAISE-ALERT-EXIT
              END-IF
              SET AML-CASE-ATTACHED TO TRUE
           ELSE
              ADD 1 TO WS-SEQ-SUFFIX
              MOVE SPACES TO BAM-RECORD
              MOVE AML-PID TO BAM-REC-PID
              MOVE WS-TIMESTAMP TO BAM-REC-CASE-TS
              MOVE WS-SEQ-SUFFIX TO BAM-REC-CASE-TS (23:4)
              SET BAM-REC-CASE-OPEN TO TRUE
              MOVE AML-RUN-DATE TO BAM-REC-OPENED-DATE
              PERFORM SET-DEADLINE THRU
                      SET-DEADLINE-EXIT
              MOVE ZERO TO BAM-REC-ALERT-COUNT
              MOVE ZERO TO BAM-REC-MON-COUNT
              MOVE ZERO TO BAM-REC-RULE-COUNT
              MOVE ZERO TO BAM-REC-SANC-COUNT
              MOVE ZERO TO BAM-REC-RDC-COUNT
              MOVE 'N' TO BAM-REC-SAR-EXTRACT
              PERFORM COUNT-ALERT THRU
                      COUNT-ALERT-EXIT
              WRITE BNKAMLC-REC
              IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00'
                 SET AML-STATUS-ERROR TO TRUE
                 GO TO RAISE-ALERT-EXIT
              END-IF
              SET AML-CASE-OPENED TO TRUE
           END-IF.

           MOVE SPACES TO BAE-RECORD.
           MOVE AML-PID TO BAE-REC-PID.
           MOVE AML-REF TO BAE-REC-REF.
           MOVE BAM-REC-CASE-TS TO BAE-REC-CASE-TS.
           SET BAE-REC-ALERT TO TRUE.
           MOVE AML-SOURCE TO BAE-REC-SOURCE.
           MOVE AML-RUN-DATE TO BAE-REC-EVENT-DATE.
           MOVE AML-PROGRAM TO BAE-REC-USERID.
           MOVE AML-ACCNO TO BAE-REC-ACCNO.
           MOVE AML-AMOUNT TO BAE-REC-AMOUNT.
           MOVE AML-TEXT TO BAE-REC-TEXT.
           WRITE BNKAMLE-REC.
           IF WS-BNKAMLE-STATUS IS NOT EQUAL TO '00'
              SET AML-STATUS-ERROR TO TRUE
           END-IF.
       RAISE-ALERT-EXIT.
           EXIT.

      *****************************************************************
      * Find the customer's open case, held for update if there is    *
      * one                                                           *
      *****************************************************************
       FIND-OPEN-CASE.
           SET WS-CASE-NEW TO TRUE.
           MOVE AML-PID TO BAM-REC-PID.
           MOVE LOW-VALUES TO BAM-REC-CASE-TS.
           START BNKAMLC-NDX KEY IS GREATER THAN OR EQUAL TO
                 BAM-REC-KEY.
           IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-OPEN-CASE-EXIT
           END-IF.
       FIND-OPEN-CASE-LOOP.
           READ BNKAMLC-NDX NEXT RECORD.
           IF WS-BNKAMLC-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-OPEN-CASE-EXIT
           END-IF.
           IF BAM-REC-PID IS NOT EQUAL TO AML-PID
              GO TO FIND-OPEN-CASE-EXIT
           END-IF.
           IF BAM-REC-CASE-OPEN
              SET WS-CASE-FOUND TO TRUE
              GO TO FIND-OPEN-CASE-EXIT
           END-IF.
           GO TO FIND-OPEN-CASE-LOOP.
       FIND-OPEN-CASE-EXIT.
           EXIT.

      *****************************************************************
      * Count the alert on the case by where it came from             *
      *****************************************************************
       COUNT-ALERT.
           ADD 1 TO BAM-REC-ALERT-COUNT.
           MOVE AML-RUN-DATE TO BAM-REC-LAST-ALERT-DATE.
           EVALUATE AML-SOURCE
             WHEN 'M'
              ADD 1 TO BAM-REC-MON-COUNT
             WHEN 'R'
              ADD 1 TO BAM-REC-RULE-COUNT
             WHEN 'S'
              ADD 1 TO BAM-REC-SANC-COUNT
             WHEN 'D'
              ADD 1 TO BAM-REC-RDC-COUNT
           END-EVALUATE.
       COUNT-ALERT-EXIT.
           EXIT.

      *****************************************************************
      * The SAR filing window, as calendar days from the run date     *
      *****************************************************************
       SET-DEADLINE.
           MOVE AML-RUN-DATE (1:4) TO WS-RUN-YYYYMMDD (1:4).
           MOVE AML-RUN-DATE (6:2) TO WS-RUN-YYYYMMDD (5:2).
           MOVE AML-RUN-DATE (9:2) TO WS-RUN-YYYYMMDD (7:2).
           COMPUTE WS-DEADLINE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD) +
                     WS-DEADLINE-DAYS).
           MOVE SPACES TO BAM-REC-DEADLINE-DATE.
           MOVE WS-DEADLINE-YYYY TO BAM-REC-DEADLINE-DATE (1:4).
           MOVE '-' TO BAM-REC-DEADLINE-DATE (5:1).
           MOVE WS-DEADLINE-MM TO BAM-REC-DEADLINE-DATE (6:2).
           MOVE '-' TO BAM-REC-DEADLINE-DATE (8:1).
           MOVE WS-DEADLINE-DD TO BAM-REC-DEADLINE-DATE (9:2).
       SET-DEADLINE-EXIT.
           EXIT.

       CLOSE-CASES.
           IF WS-AML-OPEN
              CLOSE BNKAMLC-NDX
              CLOSE BNKAMLE-NDX
              MOVE 'N' TO WS-OPEN-SW
           END-IF.
       CLOSE-CASES-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
