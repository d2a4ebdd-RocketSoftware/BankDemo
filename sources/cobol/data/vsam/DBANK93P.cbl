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
      * Program:     DBANK93P.CBL                                     *
      * Function:    Business parameters on BNKPARM.  GET returns the *
      *              value of one parameter in force on a date and    *
      *              LIST every parameter in force on a date.         *
      *              PROPOSE records a change with its effective date *
      *              for approval, PENDING lists the changes awaiting *
      *              approval, and APPROVE or REJECT decides one - a  *
      *              DIFFERENT user must approve, and every decision  *
      *              is written to the activity log with the old and  *
      *              new values.                                      *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK93P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK93P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKPARM-RID                        PIC X(26).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-AS-OF-DATE                         PIC X(10).
         05  WS-FIND-PARM-ID                       PIC X(16).
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.
         05  WS-FOUND-VALUE                        PIC S9(9)V99 COMP-3.
         05  WS-FOUND-EFF-DATE                     PIC X(10).
         05  WS-FOUND-OWNER                        PIC X(8).
         05  WS-FOUND-DESC                         PIC X(30).
         05  WS-FOUND-MAKER                        PIC X(8).
         05  WS-LIST-PARM-ID                       PIC X(16).
         05  WS-LIST-FULL-SW                       PIC X(1).
           88  WS-LIST-FULL                          VALUE 'Y'.
         05  WS-LOG-ACTION                         PIC X(8).
         05  WS-LOG-OLD                            PIC X(13).
         05  WS-LOG-VALUE-EDIT                     PIC -(9)9.99.
         05  WS-LOG-NEW                            PIC X(13).

       COPY CTSTAMPD.

       01  WS-BNKPARM-REC.
       COPY CBANKVPM.

       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD93.

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
           MOVE SPACES TO CD93O-DATA.
           MOVE ZERO TO CD93O-VALUE.
           MOVE ZERO TO CD93O-LIST-COUNT.
           SET CD93O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.

           EVALUATE TRUE
             WHEN CD93-REQUEST-GET
              PERFORM GET-VALUE THRU GET-VALUE-EXIT
             WHEN CD93-REQUEST-LIST
              PERFORM LIST-IN-FORCE THRU LIST-IN-FORCE-EXIT
             WHEN CD93-REQUEST-PROPOSE
              PERFORM PROPOSE-CHANGE THRU PROPOSE-CHANGE-EXIT
             WHEN CD93-REQUEST-PENDING
              PERFORM LIST-PENDING THRU LIST-PENDING-EXIT
             WHEN CD93-REQUEST-APPROVE
              PERFORM APPROVE-CHANGE THRU APPROVE-CHANGE-EXIT
             WHEN CD93-REQUEST-REJECT
              PERFORM REJECT-CHANGE THRU REJECT-CHANGE-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD93O-MSG
           END-EVALUATE.

       DBANK93P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * One parameter's value in force on a date - NOTFOUND leaves    *
      * the caller on the value it was built with                     *
      *****************************************************************
       GET-VALUE.
           MOVE CD93I-DATE TO WS-AS-OF-DATE.
           IF WS-AS-OF-DATE IS EQUAL TO SPACES
              MOVE WS-TS-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE CD93I-PARM-ID TO WS-FIND-PARM-ID.
           PERFORM FIND-IN-FORCE THRU FIND-IN-FORCE-EXIT.
           IF NOT WS-FOUND
              SET CD93O-STATUS-NOTFOUND TO TRUE
              MOVE 'No value in force for that parameter'
                TO CD93O-MSG
              GO TO GET-VALUE-EXIT
           END-IF.
           MOVE WS-FOUND-VALUE TO CD93O-VALUE.
           MOVE WS-FOUND-EFF-DATE TO CD93O-EFF-DATE.
           SET CD93O-STATUS-OK TO TRUE.
       GET-VALUE-EXIT.
           EXIT.

      *****************************************************************
      * Walk one parameter's rows in effective-date order up to the   *
      * as-of date, keeping the last approved one                     *
      *****************************************************************
       FIND-IN-FORCE.
           MOVE SPACE TO WS-FOUND-SW.
           MOVE ZERO TO WS-FOUND-VALUE.
           MOVE SPACES TO WS-FOUND-EFF-DATE.
           MOVE SPACES TO WS-FOUND-OWNER.
           MOVE SPACES TO WS-FOUND-DESC.
           MOVE SPACES TO BPM-REC-KEY.
           MOVE WS-FIND-PARM-ID TO BPM-REC-PARM-ID.
           MOVE LOW-VALUES TO BPM-REC-EFF-DATE.
           MOVE BPM-REC-KEY TO WS-BNKPARM-RID.
           EXEC CICS STARTBR FILE('BNKPARM')
                             RIDFLD(WS-BNKPARM-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-IN-FORCE-EXIT
           END-IF.
       FIND-IN-FORCE-LOOP.
           EXEC CICS READNEXT FILE('BNKPARM')
                              INTO(WS-BNKPARM-REC)
                              LENGTH(LENGTH OF WS-BNKPARM-REC)
                              RIDFLD(WS-BNKPARM-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BPM-REC-PARM-ID IS NOT EQUAL TO WS-FIND-PARM-ID OR
              BPM-REC-EFF-DATE IS GREATER THAN WS-AS-OF-DATE
              GO TO FIND-IN-FORCE-DONE
           END-IF.
           IF BPM-REC-APPROVED
              SET WS-FOUND TO TRUE
              MOVE BPM-REC-VALUE TO WS-FOUND-VALUE
              MOVE BPM-REC-EFF-DATE TO WS-FOUND-EFF-DATE
              MOVE BPM-REC-OWNER TO WS-FOUND-OWNER
              MOVE BPM-REC-DESC TO WS-FOUND-DESC
              MOVE BPM-REC-MAKER TO WS-FOUND-MAKER
           END-IF.
           GO TO FIND-IN-FORCE-LOOP.
       FIND-IN-FORCE-DONE.
           EXEC CICS ENDBR FILE('BNKPARM')
           END-EXEC.
       FIND-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      * Every parameter in force on a date, one entry per parameter   *
      *****************************************************************
       LIST-IN-FORCE.
           MOVE CD93I-DATE TO WS-AS-OF-DATE.
           IF WS-AS-OF-DATE IS EQUAL TO SPACES
              MOVE WS-TS-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE SPACE TO WS-LIST-FULL-SW.
           MOVE LOW-VALUES TO WS-LIST-PARM-ID.
       LIST-IN-FORCE-NEXT.
      * Position after the last parameter listed and take the next
      * parameter id on file
           MOVE SPACES TO BPM-REC-KEY.
           MOVE WS-LIST-PARM-ID TO BPM-REC-PARM-ID.
           MOVE HIGH-VALUES TO BPM-REC-EFF-DATE.
           MOVE BPM-REC-KEY TO WS-BNKPARM-RID.
           EXEC CICS STARTBR FILE('BNKPARM')
                             RIDFLD(WS-BNKPARM-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-IN-FORCE-DONE
           END-IF.
           EXEC CICS READNEXT FILE('BNKPARM')
                              INTO(WS-BNKPARM-REC)
                              LENGTH(LENGTH OF WS-BNKPARM-REC)
                              RIDFLD(WS-BNKPARM-RID)
                              RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ENDBR FILE('BNKPARM')
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-IN-FORCE-DONE
           END-IF.
           MOVE BPM-REC-PARM-ID TO WS-LIST-PARM-ID.
           MOVE BPM-REC-PARM-ID TO WS-FIND-PARM-ID.
           PERFORM FIND-IN-FORCE THRU FIND-IN-FORCE-EXIT.
           IF NOT WS-FOUND
              GO TO LIST-IN-FORCE-NEXT
           END-IF.
           IF CD93O-LIST-COUNT IS EQUAL TO 20
              SET WS-LIST-FULL TO TRUE
              GO TO LIST-IN-FORCE-DONE
           END-IF.
           ADD 1 TO CD93O-LIST-COUNT.
           MOVE CD93O-LIST-COUNT TO WS-SUB.
           MOVE WS-FIND-PARM-ID TO CD93O-LIST-PARM-ID (WS-SUB).
           MOVE WS-FOUND-EFF-DATE TO CD93O-LIST-EFF-DATE (WS-SUB).
           MOVE WS-FOUND-VALUE TO CD93O-LIST-VALUE (WS-SUB).
           MOVE WS-FOUND-OWNER TO CD93O-LIST-OWNER (WS-SUB).
           MOVE WS-FOUND-MAKER TO CD93O-LIST-MAKER (WS-SUB).
           MOVE WS-FOUND-DESC TO CD93O-LIST-DESC (WS-SUB).
           GO TO LIST-IN-FORCE-NEXT.
       LIST-IN-FORCE-DONE.
           SET CD93O-STATUS-OK TO TRUE.
           IF WS-LIST-FULL
              MOVE 'More parameters on file - see PARMLIST'
                TO CD93O-MSG
           END-IF.
       LIST-IN-FORCE-EXIT.
           EXIT.

      *****************************************************************
      * Record a change for approval.  It cannot take effect in the   *
      * past, and a date that already carries a value or a pending    *
      * change cannot be proposed again - propose another date.  The  *
      * owner and description carry over from the value in force      *
      * when they are not given.                                      *
      *****************************************************************
       PROPOSE-CHANGE.
           IF CD93I-PARM-ID IS EQUAL TO SPACES OR
              CD93I-DATE IS EQUAL TO SPACES
              MOVE 'Parameter and effective date are required'
                TO CD93O-MSG
              GO TO PROPOSE-CHANGE-EXIT
           END-IF.
           IF CD93I-DATE IS LESS THAN WS-TS-DATE
              MOVE 'Effective date is in the past' TO CD93O-MSG
              GO TO PROPOSE-CHANGE-EXIT
           END-IF.
           IF CD93I-USERID IS EQUAL TO SPACES
              MOVE 'Userid is required' TO CD93O-MSG
              GO TO PROPOSE-CHANGE-EXIT
           END-IF.

           MOVE CD93I-PARM-ID TO WS-FIND-PARM-ID.
           MOVE CD93I-DATE TO WS-AS-OF-DATE.
           PERFORM FIND-IN-FORCE THRU FIND-IN-FORCE-EXIT.
           IF CD93I-OWNER IS EQUAL TO SPACES
              MOVE WS-FOUND-OWNER TO CD93I-OWNER
           END-IF.
           IF CD93I-DESC IS EQUAL TO SPACES
              MOVE WS-FOUND-DESC TO CD93I-DESC
           END-IF.
           IF CD93I-OWNER IS EQUAL TO SPACES
              MOVE 'Owner is required for a new parameter'
                TO CD93O-MSG
              GO TO PROPOSE-CHANGE-EXIT
           END-IF.

      * A rejected change on the same date is simply replaced
           MOVE SPACES TO BPM-REC-KEY.
           MOVE CD93I-PARM-ID TO BPM-REC-PARM-ID.
           MOVE CD93I-DATE TO BPM-REC-EFF-DATE.
           MOVE BPM-REC-KEY TO WS-BNKPARM-RID.
           EXEC CICS READ FILE('BNKPARM')
                          UPDATE
                          INTO(WS-BNKPARM-REC)
                          LENGTH(LENGTH OF WS-BNKPARM-REC)
                          RIDFLD(WS-BNKPARM-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              IF NOT BPM-REC-REJECTED
                 EXEC CICS UNLOCK FILE('BNKPARM')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 IF BPM-REC-PENDING
                    MOVE 'A change is already pending for that date'
                      TO CD93O-MSG
                 ELSE
                    MOVE 'A value is already set from that date'
                      TO CD93O-MSG
                 END-IF
                 GO TO PROPOSE-CHANGE-EXIT
              END-IF
           END-IF.

           PERFORM BUILD-PROPOSAL THRU BUILD-PROPOSAL-EXIT.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE('BNKPARM')
                                FROM(WS-BNKPARM-REC)
                                LENGTH(LENGTH OF WS-BNKPARM-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKPARM')
                              FROM(WS-BNKPARM-REC)
                              LENGTH(LENGTH OF WS-BNKPARM-REC)
                              RIDFLD(WS-BNKPARM-RID)
                              KEYLENGTH(LENGTH OF WS-BNKPARM-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the change' TO CD93O-MSG
              GO TO PROPOSE-CHANGE-EXIT
           END-IF.
           SET CD93O-STATUS-OK TO TRUE.
           MOVE 'Change recorded - awaiting approval' TO CD93O-MSG.
       PROPOSE-CHANGE-EXIT.
           EXIT.

       BUILD-PROPOSAL.
           MOVE SPACES TO BPM-RECORD.
           MOVE CD93I-PARM-ID TO BPM-REC-PARM-ID.
           MOVE CD93I-DATE TO BPM-REC-EFF-DATE.
           MOVE CD93I-VALUE TO BPM-REC-VALUE.
           MOVE CD93I-OWNER TO BPM-REC-OWNER.
           MOVE CD93I-DESC TO BPM-REC-DESC.
           SET BPM-REC-PENDING TO TRUE.
           MOVE CD93I-USERID TO BPM-REC-MAKER.
           MOVE WS-TIMESTAMP TO BPM-REC-REQUESTED-TS.
           MOVE ZERO TO BPM-REC-PRIOR-VALUE.
       BUILD-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      * The changes awaiting a second user's approval                 *
      *****************************************************************
       LIST-PENDING.
           MOVE LOW-VALUES TO WS-BNKPARM-RID.
           EXEC CICS STARTBR FILE('BNKPARM')
                             RIDFLD(WS-BNKPARM-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD93O-STATUS-OK TO TRUE
              GO TO LIST-PENDING-EXIT
           END-IF.
       LIST-PENDING-LOOP.
           EXEC CICS READNEXT FILE('BNKPARM')
                              INTO(WS-BNKPARM-REC)
                              LENGTH(LENGTH OF WS-BNKPARM-REC)
                              RIDFLD(WS-BNKPARM-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-PENDING-DONE
           END-IF.
           IF NOT BPM-REC-PENDING
              GO TO LIST-PENDING-LOOP
           END-IF.
           IF CD93O-LIST-COUNT IS EQUAL TO 20
              GO TO LIST-PENDING-DONE
           END-IF.
           ADD 1 TO CD93O-LIST-COUNT.
           MOVE CD93O-LIST-COUNT TO WS-SUB.
           MOVE BPM-REC-PARM-ID TO CD93O-LIST-PARM-ID (WS-SUB).
           MOVE BPM-REC-EFF-DATE TO CD93O-LIST-EFF-DATE (WS-SUB).
           MOVE BPM-REC-VALUE TO CD93O-LIST-VALUE (WS-SUB).
           MOVE BPM-REC-OWNER TO CD93O-LIST-OWNER (WS-SUB).
           MOVE BPM-REC-MAKER TO CD93O-LIST-MAKER (WS-SUB).
           MOVE BPM-REC-DESC TO CD93O-LIST-DESC (WS-SUB).
           GO TO LIST-PENDING-LOOP.
       LIST-PENDING-DONE.
           EXEC CICS ENDBR FILE('BNKPARM')
           END-EXEC.
           SET CD93O-STATUS-OK TO TRUE.
       LIST-PENDING-EXIT.
           EXIT.

      *****************************************************************
      * Approve: a DIFFERENT user, before the effective date has      *
      * passed.  The value it replaces is kept on the row and both    *
      * go to the activity log.                                       *
      *****************************************************************
       APPROVE-CHANGE.
      * The value in force on the effective date before this change
           MOVE CD93I-PARM-ID TO WS-FIND-PARM-ID.
           MOVE CD93I-DATE TO WS-AS-OF-DATE.
           PERFORM FIND-IN-FORCE THRU FIND-IN-FORCE-EXIT.

           PERFORM READ-CHANGE-UPDATE THRU READ-CHANGE-UPDATE-EXIT.
           IF NOT CD93O-STATUS-OK
              GO TO APPROVE-CHANGE-EXIT
           END-IF.
           SET CD93O-STATUS-ERROR TO TRUE.
           IF BPM-REC-MAKER IS EQUAL TO CD93I-USERID
              EXEC CICS UNLOCK FILE('BNKPARM')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Maker cannot approve their own change'
                TO CD93O-MSG
              GO TO APPROVE-CHANGE-EXIT
           END-IF.
           IF BPM-REC-EFF-DATE IS LESS THAN WS-TS-DATE
              EXEC CICS UNLOCK FILE('BNKPARM')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Effective date has passed - propose again'
                TO CD93O-MSG
              GO TO APPROVE-CHANGE-EXIT
           END-IF.

           SET BPM-REC-APPROVED TO TRUE.
           MOVE WS-FOUND-VALUE TO BPM-REC-PRIOR-VALUE.
           PERFORM DECIDE-CHANGE THRU DECIDE-CHANGE-EXIT.
           IF NOT CD93O-STATUS-OK
              GO TO APPROVE-CHANGE-EXIT
           END-IF.
           MOVE 'APPROVED' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           MOVE 'Change approved' TO CD93O-MSG.
       APPROVE-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * Reject: the row stays on file for the record but never takes  *
      * effect                                                        *
      *****************************************************************
       REJECT-CHANGE.
           MOVE CD93I-PARM-ID TO WS-FIND-PARM-ID.
           MOVE CD93I-DATE TO WS-AS-OF-DATE.
           PERFORM FIND-IN-FORCE THRU FIND-IN-FORCE-EXIT.

           PERFORM READ-CHANGE-UPDATE THRU READ-CHANGE-UPDATE-EXIT.
           IF NOT CD93O-STATUS-OK
              GO TO REJECT-CHANGE-EXIT
           END-IF.
           SET BPM-REC-REJECTED TO TRUE.
           PERFORM DECIDE-CHANGE THRU DECIDE-CHANGE-EXIT.
           IF NOT CD93O-STATUS-OK
              GO TO REJECT-CHANGE-EXIT
           END-IF.
           MOVE 'REJECTED' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           MOVE 'Change rejected' TO CD93O-MSG.
       REJECT-CHANGE-EXIT.
           EXIT.

       READ-CHANGE-UPDATE.
           SET CD93O-STATUS-ERROR TO TRUE.
           MOVE SPACES TO BPM-REC-KEY.
           MOVE CD93I-PARM-ID TO BPM-REC-PARM-ID.
           MOVE CD93I-DATE TO BPM-REC-EFF-DATE.
           MOVE BPM-REC-KEY TO WS-BNKPARM-RID.
           EXEC CICS READ FILE('BNKPARM')
                          UPDATE
                          INTO(WS-BNKPARM-REC)
                          LENGTH(LENGTH OF WS-BNKPARM-REC)
                          RIDFLD(WS-BNKPARM-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD93O-STATUS-NOTFOUND TO TRUE
              MOVE 'Change not found' TO CD93O-MSG
              GO TO READ-CHANGE-UPDATE-EXIT
           END-IF.
           IF NOT BPM-REC-PENDING
              EXEC CICS UNLOCK FILE('BNKPARM')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Change is no longer pending' TO CD93O-MSG
              GO TO READ-CHANGE-UPDATE-EXIT
           END-IF.
           SET CD93O-STATUS-OK TO TRUE.
       READ-CHANGE-UPDATE-EXIT.
           EXIT.

       DECIDE-CHANGE.
           MOVE CD93I-USERID TO BPM-REC-CHECKER.
           MOVE WS-TIMESTAMP TO BPM-REC-DECIDED-TS.
           EXEC CICS REWRITE FILE('BNKPARM')
                             FROM(WS-BNKPARM-REC)
                             LENGTH(LENGTH OF WS-BNKPARM-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD93O-STATUS-ERROR TO TRUE
              MOVE 'Unable to update the change' TO CD93O-MSG
              GO TO DECIDE-CHANGE-EXIT
           END-IF.
           SET CD93O-STATUS-OK TO TRUE.
       DECIDE-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * Every decision is traced with the old value (in force on the  *
      * effective date beforehand) and the new one.  The entry is     *
      * made under the userid that proposed the change; the deciding  *
      * user is on the parameter row.                                 *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           IF WS-FOUND
              MOVE WS-FOUND-VALUE TO WS-LOG-VALUE-EDIT
              MOVE WS-LOG-VALUE-EDIT TO WS-LOG-OLD
           ELSE
              MOVE 'NONE' TO WS-LOG-OLD
           END-IF.
           MOVE BPM-REC-VALUE TO WS-LOG-VALUE-EDIT.
           MOVE WS-LOG-VALUE-EDIT TO WS-LOG-NEW.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD93I-TERMID TO CD18I-TERMID.
           MOVE CD93I-TRANID TO CD18I-TRANID.
           MOVE BPM-REC-MAKER TO CD18I-USERID.
           STRING WS-LOG-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BPM-REC-PARM-ID DELIMITED BY SPACE
                  ' FROM ' DELIMITED BY SIZE
                  BPM-REC-EFF-DATE DELIMITED BY SIZE
                  ' OLD ' DELIMITED BY SIZE
                  WS-LOG-OLD DELIMITED BY SIZE
                  ' NEW ' DELIMITED BY SIZE
                  WS-LOG-NEW DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-ACTIVITY-LOG-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
