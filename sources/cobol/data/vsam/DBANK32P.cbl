      * Function:    Serve the night-run history BNKRUNH to the       *
      *              operator console: list a run date's steps, and   *
      *              clear a failed step's record so the next run of  *
      *              the orchestrator resumes from it.  The list      *
      *              carries the run's projected finish - now plus    *
      *              the normal elapsed time of the steps still to    *
      *              run - against the online-open deadline.  Also    *
      *              lists the inbound files held by intake control   *
      *              on BNKIFR and releases or rejects one for the    *
      *              operator, and lists the outbound files on BNKOFR *
      *              awaiting acknowledgement and marks one for the   *
      *              resend job                                       *
      *              VSAM Version                                     *
      *****************************************************************

         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKRUNH-RID                        PIC X(13).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BNKJOBS-RID                        PIC 9(3).
         05  WS-BNKIFR-RID                         PIC X(28).
         05  WS-BNKOFR-RID                         PIC X(20).
      * The online day opens at this time; a night run finishing
      * later has missed its window
         05  WS-ONLINE-OPEN-HH                     PIC 9(2)
             VALUE 06.
         05  WS-ONLINE-OPEN-MM                     PIC 9(2)
             VALUE 00.
      * Times as seconds from the start of the run date - the day
      * after counts on from 86400
         05  WS-NOW-SECS                           PIC S9(7) COMP-3.
         05  WS-TS-SECS                            PIC S9(7) COMP-3.
         05  WS-FIRST-START-SECS                   PIC S9(7) COMP-3.
         05  WS-LAST-END-SECS                      PIC S9(7) COMP-3.
         05  WS-STEP-SECS                          PIC S9(7) COMP-3.
         05  WS-REMAINING-SECS                     PIC S9(7) COMP-3.
         05  WS-FINISH-SECS                        PIC S9(7) COMP-3.
         05  WS-DEADLINE-SECS                      PIC S9(7) COMP-3.
         05  WS-CLOCK-SECS                         PIC S9(7) COMP-3.
         05  WS-CLOCK-QUOT                         PIC S9(7) COMP-3.
         05  WS-HALTED-SW                          PIC X(1).
           88  WS-HALTED                             VALUE 'Y'.
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

       01  WS-BNKRUNH-REC.
       COPY CBANKVRH.

       01  WS-BNKJOBS-REC.
       COPY CBANKVJS.

       01  WS-BNKIFR-REC.
       COPY CBANKVIF.

       01  WS-BNKOFR-REC.
       COPY CBANKVOF.

       COPY CTSTAMPD.

       01  WS-COMMAREA.
       COPY CBANKD32.

      *****************************************************************
           MOVE SPACES TO CD32O-DATA.
           MOVE ZERO TO CD32O-STEP-COUNT.
           MOVE ZERO TO CD32O-PROJ-REMAINING.
           MOVE ZERO TO CD32O-HELD-COUNT.
           MOVE ZERO TO CD32O-XMIT-COUNT.
           SET CD32O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
              PERFORM LIST-RUN THRU LIST-RUN-EXIT
             WHEN CD32-REQUEST-RETRY
              PERFORM RETRY-STEP THRU RETRY-STEP-EXIT
             WHEN CD32-REQUEST-INTAKE
              PERFORM LIST-HELD-FILES THRU LIST-HELD-FILES-EXIT
             WHEN CD32-REQUEST-RELEASE
              PERFORM RELEASE-HELD-FILE THRU RELEASE-HELD-FILE-EXIT
             WHEN CD32-REQUEST-REJECT
              PERFORM REJECT-HELD-FILE THRU REJECT-HELD-FILE-EXIT
             WHEN CD32-REQUEST-XMITS
              PERFORM LIST-XMITS THRU LIST-XMITS-EXIT
             WHEN CD32-REQUEST-RESEND
              PERFORM MARK-RESEND THRU MARK-RESEND-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD32O-MSG
           END-EVALUATE.
       LIST-RUN-DONE.
           EXEC CICS ENDBR FILE('BNKRUNH')
           END-EXEC.
           PERFORM PROJECT-FINISH THRU PROJECT-FINISH-EXIT.
           SET CD32O-STATUS-OK TO TRUE.
       LIST-RUN-EXIT.
           EXIT.

      *****************************************************************
      * Project the run's finish.  Each enabled step not yet ended    *
      * adds its normal elapsed time (the running step only what is   *
      * left of it) to the time now; a finished run shows when it     *
      * actually ended.  The deadline is the first online opening     *
      * after the run started.                                        *
      *****************************************************************
       PROJECT-FINISH.
           SET CD32O-PROJ-NONE TO TRUE.
           MOVE ZERO TO CD32O-PROJ-REMAINING.
           MOVE ZERO TO WS-REMAINING-SECS.
           MOVE ZERO TO WS-LAST-END-SECS.
           MOVE -1 TO WS-FIRST-START-SECS.
           MOVE SPACE TO WS-HALTED-SW.
      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECS THRU TIMESTAMP-TO-SECS-EXIT.
           MOVE WS-TS-SECS TO WS-NOW-SECS.

           MOVE ZERO TO WS-BNKJOBS-RID.
           EXEC CICS STARTBR FILE('BNKJOBS')
                             RIDFLD(WS-BNKJOBS-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO PROJECT-FINISH-EXIT
           END-IF.
       PROJECT-FINISH-LOOP.
           EXEC CICS READNEXT FILE('BNKJOBS')
                              INTO(WS-BNKJOBS-REC)
                              LENGTH(LENGTH OF WS-BNKJOBS-REC)
                              RIDFLD(WS-BNKJOBS-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO PROJECT-FINISH-DONE
           END-IF.
           IF NOT BJS-REC-IS-ENABLED
              GO TO PROJECT-FINISH-LOOP
           END-IF.
           MOVE SPACES TO WS-BNKRUNH-RID.
           MOVE CD32I-RUN-DATE TO WS-BNKRUNH-RID (1:10).
           MOVE BJS-REC-STEP-NO TO WS-BNKRUNH-RID (11:3).
           EXEC CICS READ FILE('BNKRUNH')
                          INTO(WS-BNKRUNH-REC)
                          LENGTH(LENGTH OF WS-BNKRUNH-REC)
                          RIDFLD(WS-BNKRUNH-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO CD32O-PROJ-REMAINING
              ADD BJS-REC-NORM-SECS TO WS-REMAINING-SECS
              GO TO PROJECT-FINISH-LOOP
           END-IF.
           IF BRH-REC-SKIPPED
              GO TO PROJECT-FINISH-LOOP
           END-IF.
           MOVE BRH-REC-START-TS TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECS THRU TIMESTAMP-TO-SECS-EXIT.
           IF WS-FIRST-START-SECS IS LESS THAN ZERO OR
              WS-TS-SECS IS LESS THAN WS-FIRST-START-SECS
              MOVE WS-TS-SECS TO WS-FIRST-START-SECS
           END-IF.
           EVALUATE TRUE
             WHEN BRH-REC-RUNNING
              ADD 1 TO CD32O-PROJ-REMAINING
              COMPUTE WS-STEP-SECS = BJS-REC-NORM-SECS -
                      (WS-NOW-SECS - WS-TS-SECS)
              IF WS-STEP-SECS IS GREATER THAN ZERO
                 ADD WS-STEP-SECS TO WS-REMAINING-SECS
              END-IF
             WHEN BRH-REC-FAILED
      * The stream has stopped here - the projection assumes the step
      * is cleared and rerun now
              SET WS-HALTED TO TRUE
              ADD 1 TO CD32O-PROJ-REMAINING
              ADD BJS-REC-NORM-SECS TO WS-REMAINING-SECS
             WHEN OTHER
              MOVE BRH-REC-END-TS TO WS-TS-WORK
              PERFORM TIMESTAMP-TO-SECS THRU TIMESTAMP-TO-SECS-EXIT
              IF WS-TS-SECS IS GREATER THAN WS-LAST-END-SECS
                 MOVE WS-TS-SECS TO WS-LAST-END-SECS
              END-IF
           END-EVALUATE.
           GO TO PROJECT-FINISH-LOOP.
       PROJECT-FINISH-DONE.
           EXEC CICS ENDBR FILE('BNKJOBS')
           END-EXEC.
      * Nothing of the run has started - nothing to project from
           IF WS-FIRST-START-SECS IS LESS THAN ZERO
              GO TO PROJECT-FINISH-EXIT
           END-IF.
           IF CD32O-PROJ-REMAINING IS EQUAL TO ZERO
              MOVE WS-LAST-END-SECS TO WS-FINISH-SECS
           ELSE
              COMPUTE WS-FINISH-SECS = WS-NOW-SECS + WS-REMAINING-SECS
           END-IF.
           COMPUTE WS-DEADLINE-SECS = (WS-ONLINE-OPEN-HH * 3600) +
                                      (WS-ONLINE-OPEN-MM * 60).
           IF WS-FIRST-START-SECS IS NOT LESS THAN WS-DEADLINE-SECS
              ADD 86400 TO WS-DEADLINE-SECS
           END-IF.
           MOVE WS-FINISH-SECS TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO CD32O-PROJ-FINISH.
           MOVE WS-DEADLINE-SECS TO WS-CLOCK-SECS.
           PERFORM SECS-TO-CLOCK.
           MOVE WS-CLOCK TO CD32O-DEADLINE.
           IF WS-HALTED
              SET CD32O-PROJ-HALTED TO TRUE
           ELSE
              IF WS-FINISH-SECS IS GREATER THAN WS-DEADLINE-SECS
                 SET CD32O-PROJ-BREACH TO TRUE
              ELSE
                 SET CD32O-PROJ-ON-TIME TO TRUE
              END-IF
           END-IF.
       PROJECT-FINISH-EXIT.
           EXIT.

      *****************************************************************
      * A timestamp in WS-TS-WORK as seconds from the start of the    *
      * run date; the night run spans at most one midnight            *
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
           IF WS-TSW-DATE IS GREATER THAN CD32I-RUN-DATE
              ADD 86400 TO WS-TS-SECS
           END-IF.
       TIMESTAMP-TO-SECS-EXIT.
           EXIT.

      *****************************************************************
      * Seconds in WS-CLOCK-SECS as a time of day HH:MM:SS            *
      *****************************************************************
       SECS-TO-CLOCK.
           DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-QUOT
               REMAINDER WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 60 GIVING WS-CLOCK-MM
               REMAINDER WS-CLOCK-SS.

      *****************************************************************
      * Clear a failed/skipped step so the orchestrator reruns it     *
      *****************************************************************
       RETRY-STEP-EXIT.
           EXIT.

      *****************************************************************
      * List the inbound files awaiting the operator - held by intake *
      * control, or released and not yet taken up                     *
      *****************************************************************
       LIST-HELD-FILES.
           MOVE LOW-VALUES TO WS-BNKIFR-RID.
           EXEC CICS STARTBR FILE('BNKIFR')
                             RIDFLD(WS-BNKIFR-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD32O-STATUS-OK TO TRUE
              MOVE 'No inbound files held' TO CD32O-MSG
              GO TO LIST-HELD-FILES-EXIT
           END-IF.
       LIST-HELD-FILES-LOOP.
           EXEC CICS READNEXT FILE('BNKIFR')
                              INTO(WS-BNKIFR-REC)
                              LENGTH(LENGTH OF WS-BNKIFR-REC)
                              RIDFLD(WS-BNKIFR-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-HELD-FILES-DONE
           END-IF.
           IF NOT BIF-REC-HELD AND
              NOT BIF-REC-RELEASED
              GO TO LIST-HELD-FILES-LOOP
           END-IF.
           IF CD32O-HELD-COUNT IS GREATER THAN OR EQUAL TO 10
              MOVE 'More files held than shown' TO CD32O-MSG
              GO TO LIST-HELD-FILES-DONE
           END-IF.
           ADD 1 TO CD32O-HELD-COUNT.
           MOVE CD32O-HELD-COUNT TO WS-SUB.
           MOVE BIF-REC-FEED TO CD32O-HELD-FEED (WS-SUB).
           MOVE BIF-REC-FILE-ID TO CD32O-HELD-FILE-ID (WS-SUB).
           MOVE BIF-REC-CREATED TO CD32O-HELD-CREATED (WS-SUB).
           MOVE BIF-REC-SEQUENCE TO CD32O-HELD-SEQUENCE (WS-SUB).
           MOVE BIF-REC-STATUS TO CD32O-HELD-STATUS (WS-SUB).
           MOVE BIF-REC-REASON TO CD32O-HELD-REASON (WS-SUB).
           GO TO LIST-HELD-FILES-LOOP.
       LIST-HELD-FILES-DONE.
           EXEC CICS ENDBR FILE('BNKIFR')
           END-EXEC.
           IF CD32O-HELD-COUNT IS EQUAL TO ZERO
              MOVE 'No inbound files held' TO CD32O-MSG
           END-IF.
           SET CD32O-STATUS-OK TO TRUE.
       LIST-HELD-FILES-EXIT.
           EXIT.

      *****************************************************************
      * Release a held file - its importer takes it up on its next    *
      * run whatever its header and trailer say                       *
      *****************************************************************
       RELEASE-HELD-FILE.
           PERFORM READ-HELD-FILE THRU READ-HELD-FILE-EXIT.
           IF NOT CD32O-STATUS-OK
              GO TO RELEASE-HELD-FILE-EXIT
           END-IF.
           SET CD32O-STATUS-ERROR TO TRUE.
           IF NOT BIF-REC-HELD
              MOVE 'Only a held file can be released' TO CD32O-MSG
              GO TO RELEASE-HELD-FILE-EXIT
           END-IF.
           SET BIF-REC-RELEASED TO TRUE.
           MOVE 'Released by the operator' TO BIF-REC-REASON.
           PERFORM REWRITE-HELD-FILE THRU REWRITE-HELD-FILE-EXIT.
           IF CD32O-STATUS-OK
              MOVE 'File released - rerun its importer to take it up'
                TO CD32O-MSG
           END-IF.
       RELEASE-HELD-FILE-EXIT.
           EXIT.

      *****************************************************************
      * Reject a held or released file - it is never taken up         *
      *****************************************************************
       REJECT-HELD-FILE.
           PERFORM READ-HELD-FILE THRU READ-HELD-FILE-EXIT.
           IF NOT CD32O-STATUS-OK
              GO TO REJECT-HELD-FILE-EXIT
           END-IF.
           SET CD32O-STATUS-ERROR TO TRUE.
           IF NOT BIF-REC-HELD AND
              NOT BIF-REC-RELEASED
              MOVE 'Only a held file can be rejected' TO CD32O-MSG
              GO TO REJECT-HELD-FILE-EXIT
           END-IF.
           SET BIF-REC-REJECTED TO TRUE.
           MOVE 'Rejected by the operator' TO BIF-REC-REASON.
           PERFORM REWRITE-HELD-FILE THRU REWRITE-HELD-FILE-EXIT.
           IF CD32O-STATUS-OK
              MOVE 'File rejected - it will not be posted' TO CD32O-MSG
           END-IF.
       REJECT-HELD-FILE-EXIT.
           EXIT.

       READ-HELD-FILE.
           MOVE CD32I-FEED TO WS-BNKIFR-RID (1:8).
           MOVE CD32I-FILE-ID TO WS-BNKIFR-RID (9:20).
           EXEC CICS READ FILE('BNKIFR')
                          UPDATE
                          INTO(WS-BNKIFR-REC)
                          LENGTH(LENGTH OF WS-BNKIFR-REC)
                          RIDFLD(WS-BNKIFR-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD32O-STATUS-NOTFOUND TO TRUE
              MOVE 'No such inbound file' TO CD32O-MSG
              GO TO READ-HELD-FILE-EXIT
           END-IF.
           SET CD32O-STATUS-OK TO TRUE.
       READ-HELD-FILE-EXIT.
           EXIT.

       REWRITE-HELD-FILE.
      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO BIF-REC-ACTION-TS.
           EXEC CICS REWRITE FILE('BNKIFR')
                             FROM(WS-BNKIFR-REC)
                             LENGTH(LENGTH OF WS-BNKIFR-REC)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the inbound file' TO CD32O-MSG
              GO TO REWRITE-HELD-FILE-EXIT
           END-IF.
           SET CD32O-STATUS-OK TO TRUE.
       REWRITE-HELD-FILE-EXIT.
           EXIT.

      *****************************************************************
      * List the outbound files awaiting acknowledgement, marked for  *
      * resend, or acknowledged with a disagreement                   *
      *****************************************************************
       LIST-XMITS.
           MOVE LOW-VALUES TO WS-BNKOFR-RID.
           EXEC CICS STARTBR FILE('BNKOFR')
                             RIDFLD(WS-BNKOFR-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD32O-STATUS-OK TO TRUE
              MOVE 'No outbound files outstanding' TO CD32O-MSG
              GO TO LIST-XMITS-EXIT
           END-IF.
       LIST-XMITS-LOOP.
           EXEC CICS READNEXT FILE('BNKOFR')
                              INTO(WS-BNKOFR-REC)
                              LENGTH(LENGTH OF WS-BNKOFR-REC)
                              RIDFLD(WS-BNKOFR-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-XMITS-DONE
           END-IF.
           IF BOF-REC-ACKNOWLEDGED
              GO TO LIST-XMITS-LOOP
           END-IF.
           IF CD32O-XMIT-COUNT IS GREATER THAN OR EQUAL TO 10
              MOVE 'More files outstanding than shown' TO CD32O-MSG
              GO TO LIST-XMITS-DONE
           END-IF.
           ADD 1 TO CD32O-XMIT-COUNT.
           MOVE CD32O-XMIT-COUNT TO WS-SUB.
           MOVE BOF-REC-FILE-ID TO CD32O-XMIT-FILE-ID (WS-SUB).
           MOVE BOF-REC-BUS-DATE TO CD32O-XMIT-BUS-DATE (WS-SUB).
           MOVE BOF-REC-SEQ TO CD32O-XMIT-SEQ (WS-SUB).
           MOVE BOF-REC-COUNT TO CD32O-XMIT-RECORDS (WS-SUB).
           MOVE BOF-REC-DUE-DATE TO CD32O-XMIT-DUE-DATE (WS-SUB).
           MOVE BOF-REC-STATUS TO CD32O-XMIT-STATUS (WS-SUB).
           MOVE BOF-REC-RECIPIENT TO CD32O-XMIT-RECIPIENT (WS-SUB).
           GO TO LIST-XMITS-LOOP.
       LIST-XMITS-DONE.
           EXEC CICS ENDBR FILE('BNKOFR')
           END-EXEC.
           IF CD32O-XMIT-COUNT IS EQUAL TO ZERO
              MOVE 'No outbound files outstanding' TO CD32O-MSG
           END-IF.
           SET CD32O-STATUS-OK TO TRUE.
       LIST-XMITS-EXIT.
           EXIT.

      *****************************************************************
      * Mark an outbound file for resend - the resend job sends the   *
      * archived copy again unchanged                                 *
      *****************************************************************
       MARK-RESEND.
           MOVE CD32I-FEED TO WS-BNKOFR-RID (1:8).
           MOVE CD32I-RUN-DATE TO WS-BNKOFR-RID (9:10).
           MOVE CD32I-XMIT-SEQ TO WS-BNKOFR-RID (19:2).
           EXEC CICS READ FILE('BNKOFR')
                          UPDATE
                          INTO(WS-BNKOFR-REC)
                          LENGTH(LENGTH OF WS-BNKOFR-REC)
                          RIDFLD(WS-BNKOFR-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD32O-STATUS-NOTFOUND TO TRUE
              MOVE 'No such outbound file' TO CD32O-MSG
              GO TO MARK-RESEND-EXIT
           END-IF.
           IF BOF-REC-ACKNOWLEDGED
              MOVE 'File acknowledged - no resend needed' TO CD32O-MSG
              GO TO MARK-RESEND-EXIT
           END-IF.
           IF BOF-REC-RESEND
              MOVE 'File already marked for resend' TO CD32O-MSG
              GO TO MARK-RESEND-EXIT
           END-IF.
           SET BOF-REC-RESEND TO TRUE.
           EXEC CICS REWRITE FILE('BNKOFR')
                             FROM(WS-BNKOFR-REC)
                             LENGTH(LENGTH OF WS-BNKOFR-REC)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the outbound file' TO CD32O-MSG
              GO TO MARK-RESEND-EXIT
           END-IF.
           MOVE 'File marked - run the resend job to send it'
             TO CD32O-MSG.
           SET CD32O-STATUS-OK TO TRUE.
       MARK-RESEND-EXIT.
           EXIT.

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 6:00pm
