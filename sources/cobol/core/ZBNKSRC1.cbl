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
      * Program:     ZBNKSRC1.CBL                                     *
      * Function:    Quarterly staff access recertification.  Every   *
      *              userid on BNKSTAFF is listed under its home      *
      *              branch with its role, status, expiry date and    *
      *              last signon, and any active userid that has not  *
      *              signed on for the idle period (or never has, and *
      *              was added longer ago than that) is flagged for   *
      *              removal.  Each branch ends with a sign-off block *
      *              for the branch manager.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKSRC1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKSTAFF-NDX
                  ASSIGN       TO NDXSTAFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS STF-REC-USERID
                  FILE STATUS  IS WS-BNKSTAFF-STATUS.

           SELECT SORT-WORK
                  ASSIGN       TO SORTWK.

           SELECT SRCRPT-FILE
                  ASSIGN       TO SRCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SRCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKSTAFF-NDX.
       01  BNKSTAFF-REC.
       COPY CBANKVST.

       SD  SORT-WORK.
       01  SRT-REC.
         05  SRT-BRANCH                            PIC X(4).
         05  SRT-USERID                            PIC X(8).
         05  SRT-STAFF                             PIC X(100).

       FD  SRCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  SRCRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKSRC1'.
         05  WS-BNKSTAFF-STATUS                    PIC X(2).
         05  WS-SRCRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Days without a signon before an active userid is reported
      * idle - site-tunable
         05  WS-IDLE-DAYS                          PIC S9(4) COMP
             VALUE +90.
         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-IDLE-YYYYMMDD                      PIC 9(8).
         05  WS-IDLE-DATE                          PIC X(10).
         05  WS-QUARTER                            PIC 9(1).
         05  WS-MONTH                              PIC 9(2).
         05  WS-SORT-EOF-SW                        PIC X(1).
           88  WS-SORT-EOF                           VALUE 'Y'.
         05  WS-CUR-BRANCH                         PIC X(4).
         05  WS-RPT-BRANCH                         PIC X(4).
         05  WS-RPT-ROLE                           PIC X(7).
         05  WS-RPT-STATE                          PIC X(9).
         05  WS-RPT-SIGNON                         PIC X(10).
         05  WS-RPT-EXPIRY                         PIC X(10).
         05  WS-RPT-FLAG                           PIC X(12).
         05  WS-BRANCH-USERS                       PIC 9(5).
         05  WS-BRANCH-IDLE                        PIC 9(5).
         05  WS-USER-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-IDLE-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-BRANCH-COUNTER                     PIC 9(5)
             VALUE ZERO.

       01  WS-STAFF-REC.
       COPY CBANKVST REPLACING LEADING ==STF== BY ==WST==.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      * An active userid last used before this date is idle
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).
           COMPUTE WS-IDLE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD) -
                     WS-IDLE-DAYS).
           MOVE SPACES TO WS-IDLE-DATE.
           STRING WS-IDLE-YYYYMMDD (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-IDLE-YYYYMMDD (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-IDLE-YYYYMMDD (7:2) DELIMITED BY SIZE
             INTO WS-IDLE-DATE.
           MOVE WS-BUS-DATE (6:2) TO WS-MONTH.
           COMPUTE WS-QUARTER = ((WS-MONTH - 1) / 3) + 1.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'STAFFREC' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT SRCRPT-FILE.
           MOVE WS-SRCRPT-STATUS TO WS-IO-STATUS.
           MOVE 'SRCRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO SRCRPT-REC.
           STRING 'Staff access recertification ' DELIMITED BY SIZE
                  WS-BUS-DATE (1:4) DELIMITED BY SIZE
                  ' quarter ' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  ' - at ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ', idle if not used since ' DELIMITED BY SIZE
                  WS-IDLE-DATE DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH
                                SRT-USERID
               INPUT PROCEDURE IS RELEASE-STAFF THRU
                                  RELEASE-STAFF-EXIT
               OUTPUT PROCEDURE IS LIST-BRANCHES THRU
                                   LIST-BRANCHES-EXIT.

           MOVE SPACES TO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SRCRPT-REC.
           STRING WS-USER-COUNTER DELIMITED BY SIZE
                  ' userid(s) in ' DELIMITED BY SIZE
                  WS-BRANCH-COUNTER DELIMITED BY SIZE
                  ' branch(es), ' DELIMITED BY SIZE
                  WS-IDLE-COUNTER DELIMITED BY SIZE
                  ' idle' DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE SRCRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-USER-COUNTER DELIMITED BY SIZE
                  ' userid(s) listed, ' DELIMITED BY SIZE
                  WS-IDLE-COUNTER DELIMITED BY SIZE
                  ' idle' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every staff userid goes to the sort under its home branch     *
      *****************************************************************
       RELEASE-STAFF.
           OPEN INPUT BNKSTAFF-NDX.
           MOVE WS-BNKSTAFF-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSTAFF-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       RELEASE-STAFF-LOOP.
           READ BNKSTAFF-NDX NEXT RECORD.
           IF WS-BNKSTAFF-STATUS IS NOT EQUAL TO '00'
              GO TO RELEASE-STAFF-DONE
           END-IF.
           MOVE STF-REC-BRANCH TO SRT-BRANCH.
           MOVE STF-REC-USERID TO SRT-USERID.
           MOVE STF-RECORD TO SRT-STAFF.
           RELEASE SRT-REC.
           GO TO RELEASE-STAFF-LOOP.
       RELEASE-STAFF-DONE.
           CLOSE BNKSTAFF-NDX.
       RELEASE-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * One block per branch, closed off for the manager's signature  *
      *****************************************************************
       LIST-BRANCHES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CUR-BRANCH.
       LIST-BRANCHES-LOOP.
           RETURN SORT-WORK
             AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-CUR-BRANCH IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-BRANCH
              END-IF
              GO TO LIST-BRANCHES-EXIT
           END-IF.
           IF SRT-BRANCH IS NOT EQUAL TO WS-CUR-BRANCH
              IF WS-CUR-BRANCH IS NOT EQUAL TO LOW-VALUES
                 PERFORM END-BRANCH
              END-IF
              MOVE SRT-BRANCH TO WS-CUR-BRANCH
              PERFORM BEGIN-BRANCH
           END-IF.
           MOVE SRT-STAFF TO WST-RECORD.
           PERFORM LIST-USERID.
           GO TO LIST-BRANCHES-LOOP.
       LIST-BRANCHES-EXIT.
           EXIT.

       BEGIN-BRANCH.
           ADD 1 TO WS-BRANCH-COUNTER.
           MOVE ZERO TO WS-BRANCH-USERS.
           MOVE ZERO TO WS-BRANCH-IDLE.
           IF WS-CUR-BRANCH IS EQUAL TO SPACES
              MOVE 'NONE' TO WS-RPT-BRANCH
           ELSE
              MOVE WS-CUR-BRANCH TO WS-RPT-BRANCH
           END-IF.
           MOVE SPACES TO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SRCRPT-REC.
           STRING 'Branch ' DELIMITED BY SIZE
                  WS-RPT-BRANCH DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SRCRPT-REC.
           STRING 'Userid   Name                      Role    '
                    DELIMITED BY SIZE
                  'Status    Last on    Expires    Note'
                    DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * An active userid is idle when its last signon - or, if it has *
      * never signed on, the date it was added - is before the idle  *
      * date; one never signed on with no added date is idle too     *
      *****************************************************************
       LIST-USERID.
           ADD 1 TO WS-USER-COUNTER.
           ADD 1 TO WS-BRANCH-USERS.
           EVALUATE TRUE
             WHEN WST-REC-ADMIN
               MOVE 'ADMIN  ' TO WS-RPT-ROLE
             WHEN WST-REC-TELLER
               MOVE 'TELLER ' TO WS-RPT-ROLE
             WHEN OTHER
               MOVE WST-REC-ROLE TO WS-RPT-ROLE
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WST-REC-ACTIVE
               MOVE 'ACTIVE   ' TO WS-RPT-STATE
             WHEN WST-REC-SUSPENDED
               MOVE 'SUSPENDED' TO WS-RPT-STATE
             WHEN WST-REC-REVOKED
               MOVE 'REVOKED  ' TO WS-RPT-STATE
             WHEN OTHER
               MOVE WST-REC-STATUS TO WS-RPT-STATE
           END-EVALUATE.
           IF WST-REC-LAST-SIGNON IS EQUAL TO SPACES
              MOVE 'NEVER' TO WS-RPT-SIGNON
           ELSE
              MOVE WST-REC-LAST-SIGNON TO WS-RPT-SIGNON
           END-IF.
           IF WST-REC-EXPIRY-DATE IS EQUAL TO SPACES
              MOVE '-' TO WS-RPT-EXPIRY
           ELSE
              MOVE WST-REC-EXPIRY-DATE TO WS-RPT-EXPIRY
           END-IF.
           MOVE SPACES TO WS-RPT-FLAG.
           IF WST-REC-ACTIVE
              IF WST-REC-EXPIRY-DATE IS NOT EQUAL TO SPACES AND
                 WST-REC-EXPIRY-DATE IS LESS THAN WS-BUS-DATE
                 MOVE 'EXPIRED' TO WS-RPT-FLAG
              ELSE
                 IF WST-REC-LAST-SIGNON IS NOT EQUAL TO SPACES
                    IF WST-REC-LAST-SIGNON IS LESS THAN WS-IDLE-DATE
                       MOVE '*** IDLE ***' TO WS-RPT-FLAG
                    END-IF
                 ELSE
                    IF WST-REC-ADDED-DATE IS EQUAL TO SPACES OR
                       WST-REC-ADDED-DATE IS LESS THAN WS-IDLE-DATE
                       MOVE '*** IDLE ***' TO WS-RPT-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-RPT-FLAG IS EQUAL TO '*** IDLE ***'
              ADD 1 TO WS-IDLE-COUNTER
              ADD 1 TO WS-BRANCH-IDLE
           END-IF.
           MOVE SPACES TO SRCRPT-REC.
           STRING WST-REC-USERID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WST-REC-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-ROLE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-SIGNON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-EXPIRY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-FLAG DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       END-BRANCH.
           MOVE SPACES TO SRCRPT-REC.
           STRING WS-BRANCH-USERS DELIMITED BY SIZE
                  ' userid(s), ' DELIMITED BY SIZE
                  WS-BRANCH-IDLE DELIMITED BY SIZE
                  ' idle' DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SRCRPT-REC.
           STRING 'Access above reviewed and confirmed for branch '
                    DELIMITED BY SIZE
                  WS-RPT-BRANCH DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SRCRPT-REC.
           STRING 'Branch manager ______________________  '
                    DELIMITED BY SIZE
                  'Signed ______________  Date __________'
                    DELIMITED BY SIZE
             INTO SRCRPT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE SRCRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE SRCRPT-REC TO RPD-LINE-TEXT.
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
