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
      * Program:     DBANK99P.CBL                                     *
      * Function:    Staff product referrals on BNKREFR.  CHECK       *
      *              confirms the referring userid is an active       *
      *              member of staff who is not a related party of    *
      *              the customer, and returns its home branch;       *
      *              RECORD does the same checks and files the        *
      *              referral of a newly opened account, pending the  *
      *              monthly incentive review (ZBNKREF1).             *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK99P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK99P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKSTAFF-RID                       PIC X(8).
         05  WS-BNKSREL-RID.
           10  WS-BNKSREL-RID-USERID               PIC X(8).
           10  WS-BNKSREL-RID-PID                  PIC X(5).
         05  WS-BNKREFR-RID                        PIC X(9).

       COPY CTSTAMPD.

       01  WS-BNKSTAFF-REC.
       COPY CBANKVST.

       01  WS-BNKSREL-REC.
       COPY CBANKVSE.

       01  WS-BNKREFR-REC.
       COPY CBANKVRE.

       01  WS-COMMAREA.
       COPY CBANKD99.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 4096 TIMES
               DEPENDING ON WS-COMMAREA-LENGTH.

       COPY CENTRY.
      *****************************************************************
      * Move the passed data to our area                              *
      *****************************************************************
           MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *****************************************************************
      * Initialize our output area                                    *
      *****************************************************************
           MOVE SPACES TO CD99O-DATA.
           SET CD99O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD99-REQUEST-CHECK
              PERFORM CHECK-REFERRER THRU CHECK-REFERRER-EXIT
             WHEN CD99-REQUEST-RECORD
              PERFORM RECORD-REFERRAL THRU RECORD-REFERRAL-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD99O-MSG
           END-EVALUATE.

       DBANK99P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The referrer must be an active staff userid.  Staff do not    *
      * earn an incentive on their own accounts or on those of a      *
      * customer they have declared a relation to (BNKSREL).          *
      *****************************************************************
       CHECK-REFERRER.
           MOVE CD99I-REFERRER TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          INTO(WS-BNKSTAFF-REC)
                          LENGTH(LENGTH OF WS-BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD99O-STATUS-NOTFOUND TO TRUE
              MOVE 'Referring userid is not a member of staff'
                TO CD99O-MSG
              GO TO CHECK-REFERRER-EXIT
           END-IF.
           IF NOT STF-REC-ACTIVE
              MOVE 'Referring userid is not active' TO CD99O-MSG
              GO TO CHECK-REFERRER-EXIT
           END-IF.

           IF CD99I-PID IS NOT EQUAL TO SPACES
              MOVE CD99I-REFERRER TO WS-BNKSREL-RID-USERID
              MOVE CD99I-PID TO WS-BNKSREL-RID-PID
              EXEC CICS READ FILE('BNKSREL')
                             INTO(WS-BNKSREL-REC)
                             LENGTH(LENGTH OF WS-BNKSREL-REC)
                             RIDFLD(WS-BNKSREL-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Referrer is a related party of customer'
                   TO CD99O-MSG
                 GO TO CHECK-REFERRER-EXIT
              END-IF
           END-IF.

           MOVE STF-REC-BRANCH TO CD99O-BRANCH.
           SET CD99O-STATUS-OK TO TRUE.
       CHECK-REFERRER-EXIT.
           EXIT.

      *****************************************************************
      * File the referral of a newly opened account                   *
      *****************************************************************
       RECORD-REFERRAL.
           PERFORM CHECK-REFERRER THRU CHECK-REFERRER-EXIT.
           IF NOT CD99O-STATUS-OK
              GO TO RECORD-REFERRAL-EXIT
           END-IF.
           SET CD99O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE SPACES TO BRE-RECORD.
           MOVE CD99I-ACCNO TO BRE-REC-ACCNO.
           MOVE CD99I-PID TO BRE-REC-PID.
           MOVE CD99I-REFERRER TO BRE-REC-STAFF-USERID.
           MOVE STF-REC-BRANCH TO BRE-REC-BRANCH.
           MOVE CD99I-PRODUCT TO BRE-REC-PRODUCT.
           MOVE CD99I-CHANNEL TO BRE-REC-CHANNEL.
           IF BRE-REC-CHANNEL IS EQUAL TO SPACE
              SET BRE-REC-CHAN-BRANCH TO TRUE
           END-IF.
           MOVE WS-TS-DATE TO BRE-REC-OPENED-DATE.
           SET BRE-REC-PENDING TO TRUE.
           MOVE ZERO TO BRE-REC-FUNDED-BAL.
           MOVE ZERO TO BRE-REC-INCENTIVE.
           MOVE BRE-REC-ACCNO TO WS-BNKREFR-RID.
           EXEC CICS WRITE FILE('BNKREFR')
                           FROM(WS-BNKREFR-REC)
                           LENGTH(LENGTH OF WS-BNKREFR-REC)
                           RIDFLD(WS-BNKREFR-RID)
                           KEYLENGTH(LENGTH OF WS-BNKREFR-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
              MOVE 'Referral already recorded for account'
                TO CD99O-MSG
              GO TO RECORD-REFERRAL-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the referral' TO CD99O-MSG
              GO TO RECORD-REFERRAL-EXIT
           END-IF.
           SET CD99O-STATUS-OK TO TRUE.
       RECORD-REFERRAL-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
