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
      * Program:     ZBNKSDL1.CBL                                     *
      * Function:    Nightly employee self-dealing review for the     *
      *              compliance officer.  Every staff action of the   *
      *              business day - a posting keyed at a staff        *
      *              screen, a reversal (a reversed fee being a fee   *
      *              waiver), a dual-control release and an overdraft *
      *              protection approval - is checked against the     *
      *              customers the acting userid is linked to on      *
      *              BNKSREL (its own PID and declared relations).    *
      *              Any action on an account one of those customers  *
      *              owns or is a joint signer on is reported.        *
      *              Postings are taken from the daily postings file  *
      *              DAYPOST, so run after ZBNKDPX1.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKSDL1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKSREL-NDX
                  ASSIGN       TO NDXSREL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BSE-REC-KEY
                  FILE STATUS  IS WS-BNKSREL-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT DAYPOST-FILE
                  ASSIGN       TO DAYPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DAYPOST-STATUS.

           SELECT BNKDCRL-NDX
                  ASSIGN       TO NDXDCRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BDU-REC-TIMESTAMP
                  FILE STATUS  IS WS-BNKDCRL-STATUS.

           SELECT BNKODP-NDX
                  ASSIGN       TO NDXODP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BOD-REC-ACCNO
                  FILE STATUS  IS WS-BNKODP-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT SDLRPT-FILE
                  ASSIGN       TO SDLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SDLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKSREL-NDX.
       01  BNKSREL-REC.
       COPY CBANKVSE.

      * Each posting from DAYPOST is worked on in this record area
       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  DAYPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  DAYPOST-REC.
       COPY CBANKDPX.

       FD  BNKDCRL-NDX.
       01  BNKDCRL-REC.
       COPY CBANKVDU.

       FD  BNKODP-NDX.
       01  BNKODP-REC.
       COPY CBANKVOD.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  SDLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  SDLRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKSDL1'.
         05  WS-BNKSREL-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-DAYPOST-STATUS                     PIC X(2).
         05  WS-BNKDCRL-STATUS                     PIC X(2).
         05  WS-BNKODP-STATUS                      PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-SDLRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-DAYPOST-END-SW                     PIC X(1)
             VALUE 'N'.
           88  WS-DAYPOST-END                        VALUE 'Y'.
         05  WS-DPX-COUNTER                        PIC 9(9)
             VALUE ZERO.
         05  WS-DPX-NET                            PIC S9(11)V99
                                                   COMP-3 VALUE ZERO.

         05  WS-SAVE-TXN-REC                       PIC X(432).
         05  WS-REL-USED                           PIC S9(4) COMP
             VALUE ZERO.
         05  WS-REL-FOUND-IX                       PIC S9(4) COMP.
         05  WS-REL-DROPPED                        PIC 9(5)
             VALUE ZERO.

      * The staff action being checked
         05  WS-ACT-KIND                           PIC X(12).
         05  WS-ACT-USERID                         PIC X(8).
         05  WS-ACT-ACCNO                          PIC X(9).
         05  WS-ACT-AMOUNT                         PIC S9(7)V99 COMP-3.
         05  WS-ACT-REF                            PIC X(26).
         05  WS-WORK-PID                           PIC X(5).
         05  WS-WORK-ROLE                          PIC X(6).

         05  WS-RPT-AMOUNT                         PIC Z,ZZZ,ZZ9.99-.
         05  WS-RPT-RELATION                       PIC X(6).
         05  WS-ACTION-COUNTER                     PIC 9(7)
             VALUE ZERO.
         05  WS-HIT-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-LINK-COUNTER                       PIC 9(5).

      * Customers each staff userid is linked to, in key order
       01  WS-REL-TABLE.
         05  WS-REL-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-REL-IX.
           10  WS-REL-USERID                       PIC X(8).
           10  WS-REL-PID                          PIC X(5).
           10  WS-REL-RELATION                     PIC X(1).

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

           PERFORM LOAD-RELATIONS THRU
                   LOAD-RELATIONS-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'STAFFREL' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT SDLRPT-FILE.
           MOVE WS-SDLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'SDLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO SDLRPT-REC.
           STRING 'Staff related-account activity for '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ' - for the compliance officer only'
                    DELIMITED BY SIZE
             INTO SDLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SDLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SDLRPT-REC.
           STRING 'Action       Userid   Account   Customer Role   '
                    DELIMITED BY SIZE
                  'Relation        Amount Reference'
                    DELIMITED BY SIZE
             INTO SDLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-POSTINGS THRU
                   SCAN-POSTINGS-EXIT.
           PERFORM SCAN-RELEASES THRU
                   SCAN-RELEASES-EXIT.
           PERFORM SCAN-APPROVALS THRU
                   SCAN-APPROVALS-EXIT.

           MOVE SPACES TO SDLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REL-USED TO WS-LINK-COUNTER.
           MOVE SPACES TO SDLRPT-REC.
           STRING WS-ACTION-COUNTER DELIMITED BY SIZE
                  ' staff action(s) checked against ' DELIMITED BY SIZE
                  WS-LINK-COUNTER DELIMITED BY SIZE
                  ' declared link(s), ' DELIMITED BY SIZE
                  WS-HIT-COUNTER DELIMITED BY SIZE
                  ' reported' DELIMITED BY SIZE
             INTO SDLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REL-DROPPED IS GREATER THAN ZERO
              MOVE SPACES TO SDLRPT-REC
              STRING '*** ' DELIMITED BY SIZE
                     WS-REL-DROPPED DELIMITED BY SIZE
                     ' link(s) not checked - table full ***'
                       DELIMITED BY SIZE
                INTO SDLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           CLOSE BNKACC-NDX.
           CLOSE SDLRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-ACTION-COUNTER DELIMITED BY SIZE
                  ' action(s) checked, ' DELIMITED BY SIZE
                  WS-HIT-COUNTER DELIMITED BY SIZE
                  ' reported' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Hold every declared link in storage for the matching          *
      *****************************************************************
       LOAD-RELATIONS.
           OPEN INPUT BNKSREL-NDX.
           MOVE WS-BNKSREL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSREL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       LOAD-RELATIONS-LOOP.
           READ BNKSREL-NDX NEXT RECORD.
           IF WS-BNKSREL-STATUS IS NOT EQUAL TO '00'
              GO TO LOAD-RELATIONS-DONE
           END-IF.
           IF WS-REL-USED IS GREATER THAN OR EQUAL TO 2000
              ADD 1 TO WS-REL-DROPPED
              GO TO LOAD-RELATIONS-LOOP
           END-IF.
           ADD 1 TO WS-REL-USED.
           SET WS-REL-IX TO WS-REL-USED.
           MOVE BSE-REC-USERID TO WS-REL-USERID (WS-REL-IX).
           MOVE BSE-REC-PID TO WS-REL-PID (WS-REL-IX).
           MOVE BSE-REC-RELATION TO WS-REL-RELATION (WS-REL-IX).
           GO TO LOAD-RELATIONS-LOOP.
       LOAD-RELATIONS-DONE.
           CLOSE BNKSREL-NDX.
       LOAD-RELATIONS-EXIT.
           EXIT.

      *****************************************************************
      * Entries a member of staff keyed or authorised today, from the *
      * daily postings file.  A reversal of a fee is how a fee is     *
      * waived, so it is shown as such.                               *
      *****************************************************************
       SCAN-POSTINGS.
           OPEN INPUT BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           OPEN INPUT DAYPOST-FILE.
           MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS.
           MOVE 'DAYPOST-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       SCAN-POSTINGS-LOOP.
           PERFORM READ-DAYPOST.
           IF WS-DAYPOST-END
              GO TO SCAN-POSTINGS-DONE
           END-IF.
           IF BTX-REC-USERID IS EQUAL TO SPACES OR
              BTX-REC-USERID IS EQUAL TO LOW-VALUES
              GO TO SCAN-POSTINGS-LOOP
           END-IF.
           MOVE 'POSTING     ' TO WS-ACT-KIND.
           MOVE BTX-REC-USERID TO WS-ACT-USERID.
           MOVE BTX-REC-ACCNO TO WS-ACT-ACCNO.
           MOVE BTX-REC-AMOUNT TO WS-ACT-AMOUNT.
           MOVE BTX-REC-TIMESTAMP TO WS-ACT-REF.
           IF BTX-REC-IS-REVERSAL
              MOVE 'REVERSAL    ' TO WS-ACT-KIND
              PERFORM CHECK-FEE-WAIVER THRU
                      CHECK-FEE-WAIVER-EXIT
           END-IF.
           PERFORM CHECK-ACTION THRU
                   CHECK-ACTION-EXIT.
           GO TO SCAN-POSTINGS-LOOP.
       SCAN-POSTINGS-DONE.
           CLOSE DAYPOST-FILE.
           CLOSE BNKTXN-NDX.
       SCAN-POSTINGS-EXIT.
           EXIT.

      *****************************************************************
      * Look up the entry a reversal undid on BNKTXN - it may be from *
      * an earlier day - then restore the reversal itself             *
      *****************************************************************
       CHECK-FEE-WAIVER.
           MOVE BTX-RECORD TO WS-SAVE-TXN-REC.
           MOVE BTX-REC-LINKED-TIMESTAMP TO BTX-REC-TIMESTAMP.
           READ BNKTXN-NDX KEY IS BTX-REC-TIMESTAMP.
           IF WS-BNKTXN-STATUS IS EQUAL TO '00' AND
              BTX-REC-TYPE IS EQUAL TO '3'
              MOVE 'FEE WAIVER  ' TO WS-ACT-KIND
           END-IF.
           MOVE WS-SAVE-TXN-REC TO BTX-RECORD.
       CHECK-FEE-WAIVER-EXIT.
           EXIT.

      *****************************************************************
      * Next posting from the daily postings file.  At the trailer    *
      * the postings read are proved against its control figures - a  *
      * file for another day, or one that does not agree with its own *
      * trailer, stops the job rather than report on wrong figures.   *
      *****************************************************************
       READ-DAYPOST.
           READ DAYPOST-FILE.
           IF WS-DAYPOST-STATUS IS NOT EQUAL TO '00'
              MOVE 'DAYPOST-FILE ended without its trailer'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-DAYPOST-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           IF DPX-REC-TRAILER
              SET WS-DAYPOST-END TO TRUE
              PERFORM CHECK-DAYPOST-TRAILER
           ELSE
              MOVE DPX-REC-BTX-IMAGE TO BTX-RECORD
              ADD 1 TO WS-DPX-COUNTER
              IF BTX-REC-TYPE IS NOT EQUAL TO '5'
                 ADD BTX-REC-AMOUNT TO WS-DPX-NET
              END-IF
           END-IF.

       CHECK-DAYPOST-TRAILER.
           IF DPX-TRL-BUS-DATE IS NOT EQUAL TO WS-BUS-DATE
              MOVE 'DAYPOST-FILE is not for the business date'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF DPX-TRL-COUNT IS NOT EQUAL TO WS-DPX-COUNTER OR
              DPX-TRL-NET IS NOT EQUAL TO WS-DPX-NET
              MOVE 'DAYPOST-FILE does not agree with its trailer'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

      *****************************************************************
      * Dual-control items released today - the checker is the one   *
      * acting.  A held reversal posts through the reversal module    *
      * under the checker's userid, so it is reported from BNKTXN.    *
      *****************************************************************
       SCAN-RELEASES.
           OPEN INPUT BNKDCRL-NDX.
           MOVE WS-BNKDCRL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDCRL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       SCAN-RELEASES-LOOP.
           READ BNKDCRL-NDX NEXT RECORD.
           IF WS-BNKDCRL-STATUS IS NOT EQUAL TO '00'
              GO TO SCAN-RELEASES-DONE
           END-IF.
           IF NOT BDU-REC-RELEASED OR
              BDU-REC-KIND-REVERSAL OR
              BDU-REC-DECIDED-DATE IS NOT EQUAL TO WS-BUS-DATE
              GO TO SCAN-RELEASES-LOOP
           END-IF.
           MOVE 'DC RELEASE  ' TO WS-ACT-KIND.
           MOVE BDU-REC-CHECKER TO WS-ACT-USERID.
           MOVE BDU-REC-AMOUNT TO WS-ACT-AMOUNT.
           MOVE BDU-REC-TIMESTAMP TO WS-ACT-REF.
           MOVE BDU-REC-FROM-ACCNO TO WS-ACT-ACCNO.
           PERFORM CHECK-ACTION THRU
                   CHECK-ACTION-EXIT.
           IF BDU-REC-TO-ACCNO IS NOT EQUAL TO SPACES AND
              BDU-REC-TO-ACCNO IS NOT EQUAL TO BDU-REC-FROM-ACCNO
              MOVE BDU-REC-TO-ACCNO TO WS-ACT-ACCNO
              PERFORM CHECK-ACTION THRU
                      CHECK-ACTION-EXIT
           END-IF.
           GO TO SCAN-RELEASES-LOOP.
       SCAN-RELEASES-DONE.
           CLOSE BNKDCRL-NDX.
       SCAN-RELEASES-EXIT.
           EXIT.

      *****************************************************************
      * Overdraft protection approved today - the checker is the one  *
      * acting, on both the protected and the funding account         *
      *****************************************************************
       SCAN-APPROVALS.
           OPEN INPUT BNKODP-NDX.
           MOVE WS-BNKODP-STATUS TO WS-IO-STATUS.
           MOVE 'BNKODP-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       SCAN-APPROVALS-LOOP.
           READ BNKODP-NDX NEXT RECORD.
           IF WS-BNKODP-STATUS IS NOT EQUAL TO '00'
              GO TO SCAN-APPROVALS-DONE
           END-IF.
           IF BOD-REC-APPROVED-DATE IS NOT EQUAL TO WS-BUS-DATE OR
              BOD-REC-CHECKER IS EQUAL TO SPACES
              GO TO SCAN-APPROVALS-LOOP
           END-IF.
           MOVE 'OD APPROVAL ' TO WS-ACT-KIND.
           MOVE BOD-REC-CHECKER TO WS-ACT-USERID.
           MOVE BOD-REC-DAY-CAP TO WS-ACT-AMOUNT.
           MOVE SPACES TO WS-ACT-REF.
           STRING 'Funded from ' DELIMITED BY SIZE
                  BOD-REC-FUND-ACCNO DELIMITED BY SIZE
             INTO WS-ACT-REF.
           MOVE BOD-REC-ACCNO TO WS-ACT-ACCNO.
           PERFORM CHECK-ACTION THRU
                   CHECK-ACTION-EXIT.
           IF BOD-REC-FUND-ACCNO IS NOT EQUAL TO SPACES
              MOVE BOD-REC-FUND-ACCNO TO WS-ACT-ACCNO
              PERFORM CHECK-ACTION THRU
                      CHECK-ACTION-EXIT
           END-IF.
           GO TO SCAN-APPROVALS-LOOP.
       SCAN-APPROVALS-DONE.
           CLOSE BNKODP-NDX.
       SCAN-APPROVALS-EXIT.
           EXIT.

      *****************************************************************
      * Report the action once for each owner or joint signer of the  *
      * account that the acting userid is linked to.  Signon ids are  *
      * held on the staff file with a leading B in place of Z.        *
      *****************************************************************
       CHECK-ACTION.
           ADD 1 TO WS-ACTION-COUNTER.
           IF WS-ACT-USERID (1:1) IS EQUAL TO 'Z'
              MOVE 'B' TO WS-ACT-USERID (1:1)
           END-IF.
           IF WS-REL-USED IS EQUAL TO ZERO
              GO TO CHECK-ACTION-EXIT
           END-IF.
           MOVE WS-ACT-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              GO TO CHECK-ACTION-EXIT
           END-IF.
           MOVE BAC-REC-PID TO WS-WORK-PID.
           MOVE 'OWNER ' TO WS-WORK-ROLE.
           PERFORM CHECK-PID THRU
                   CHECK-PID-EXIT.
           MOVE BAC-REC-JOINT-PID TO WS-WORK-PID.
           MOVE 'JOINT ' TO WS-WORK-ROLE.
           PERFORM CHECK-PID THRU
                   CHECK-PID-EXIT.
           MOVE BAC-REC-JOINT-PID2 TO WS-WORK-PID.
           PERFORM CHECK-PID THRU
                   CHECK-PID-EXIT.
       CHECK-ACTION-EXIT.
           EXIT.

       CHECK-PID.
           IF WS-WORK-PID IS EQUAL TO SPACES OR
              WS-WORK-PID IS EQUAL TO LOW-VALUES
              GO TO CHECK-PID-EXIT
           END-IF.
           PERFORM FIND-RELATION THRU
                   FIND-RELATION-EXIT.
           IF WS-REL-FOUND-IX IS EQUAL TO ZERO
              GO TO CHECK-PID-EXIT
           END-IF.
           SET WS-REL-IX TO WS-REL-FOUND-IX.
           EVALUATE WS-REL-RELATION (WS-REL-IX)
             WHEN 'S'
               MOVE 'SELF  ' TO WS-RPT-RELATION
             WHEN 'F'
               MOVE 'FAMILY' TO WS-RPT-RELATION
             WHEN OTHER
               MOVE 'OTHER ' TO WS-RPT-RELATION
           END-EVALUATE.
           MOVE WS-ACT-AMOUNT TO WS-RPT-AMOUNT.
           ADD 1 TO WS-HIT-COUNTER.
           MOVE SPACES TO SDLRPT-REC.
           STRING WS-ACT-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-USERID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WORK-PID DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-WORK-ROLE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-RELATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-REF DELIMITED BY SIZE
             INTO SDLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       CHECK-PID-EXIT.
           EXIT.

       FIND-RELATION.
           MOVE ZERO TO WS-REL-FOUND-IX.
           SET WS-REL-IX TO 1.
       FIND-RELATION-LOOP.
           IF WS-REL-USERID (WS-REL-IX) IS EQUAL TO WS-ACT-USERID AND
              WS-REL-PID (WS-REL-IX) IS EQUAL TO WS-WORK-PID
              SET WS-REL-FOUND-IX TO WS-REL-IX
              GO TO FIND-RELATION-EXIT
           END-IF.
           IF WS-REL-IX IS LESS THAN WS-REL-USED
              SET WS-REL-IX UP BY 1
              GO TO FIND-RELATION-LOOP
           END-IF.
       FIND-RELATION-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE SDLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE SDLRPT-REC TO RPD-LINE-TEXT.
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
