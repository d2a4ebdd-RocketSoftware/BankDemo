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
      * Program:     DBANK82P.CBL                                     *
      * Function:    Staff related-party links on BNKSREL.  DECLARE   *
      *              links a staff userid to its own customer PID or  *
      *              to the PID of a relative or other connected      *
      *              customer, REMOVE drops a link and LIST returns   *
      *              the links held for a userid.  Every change is    *
      *              written to the activity log.                     *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK82P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK82P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKSTAFF-RID                       PIC X(8).
         05  WS-BNKSREL-RID.
           10  WS-BNKSREL-RID-USERID               PIC X(8).
           10  WS-BNKSREL-RID-PID                  PIC X(5).
         05  WS-ON-FILE-SW                         PIC X(1).
           88  WS-ON-FILE                            VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKSTAFF-REC.
       COPY CBANKVST.

       01  WS-BNKSREL-REC.
       COPY CBANKVSE.

       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD82.

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
           MOVE SPACES TO CD82O-DATA.
           MOVE ZERO TO CD82O-LIST-COUNT.
           SET CD82O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD82-REQUEST-DECLARE
              PERFORM DECLARE-LINK THRU DECLARE-LINK-EXIT
             WHEN CD82-REQUEST-REMOVE
              PERFORM REMOVE-LINK THRU REMOVE-LINK-EXIT
             WHEN CD82-REQUEST-LIST
              PERFORM LIST-LINKS THRU LIST-LINKS-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD82O-MSG
           END-EVALUATE.

       DBANK82P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Link the userid to a customer.  Both must exist; a link that  *
      * is already on file is replaced with the new relation.         *
      *****************************************************************
       DECLARE-LINK.
           IF CD82I-RELATION IS NOT EQUAL TO 'S' AND
              CD82I-RELATION IS NOT EQUAL TO 'F' AND
              CD82I-RELATION IS NOT EQUAL TO 'O'
              MOVE 'Relation must be S, F or O' TO CD82O-MSG
              GO TO DECLARE-LINK-EXIT
           END-IF.
           MOVE CD82I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          INTO(WS-BNKSTAFF-REC)
                          LENGTH(LENGTH OF WS-BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD82O-STATUS-NOTFOUND TO TRUE
              MOVE 'Staff userid not found' TO CD82O-MSG
              GO TO DECLARE-LINK-EXIT
           END-IF.
           MOVE CD82I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD82O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD82O-MSG
              GO TO DECLARE-LINK-EXIT
           END-IF.

           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE CD82I-USERID TO WS-BNKSREL-RID-USERID.
           MOVE CD82I-PID TO WS-BNKSREL-RID-PID.
           EXEC CICS READ FILE('BNKSREL')
                          UPDATE
                          INTO(WS-BNKSREL-REC)
                          LENGTH(LENGTH OF WS-BNKSREL-REC)
                          RIDFLD(WS-BNKSREL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ON-FILE-SW
           END-IF.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE SPACES TO BSE-RECORD.
           MOVE CD82I-USERID TO BSE-REC-USERID.
           MOVE CD82I-PID TO BSE-REC-PID.
           MOVE CD82I-RELATION TO BSE-REC-RELATION.
           MOVE WS-TS-DATE (1:10) TO BSE-REC-DECLARED-DATE.
           MOVE CD82I-ACTOR TO BSE-REC-DECLARED-BY.
           MOVE CD82I-NOTE TO BSE-REC-NOTE.

           IF WS-ON-FILE
              EXEC CICS REWRITE FILE('BNKSREL')
                                FROM(WS-BNKSREL-REC)
                                LENGTH(LENGTH OF WS-BNKSREL-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKSREL')
                              FROM(WS-BNKSREL-REC)
                              LENGTH(LENGTH OF WS-BNKSREL-REC)
                              RIDFLD(WS-BNKSREL-RID)
                              KEYLENGTH(LENGTH OF WS-BNKSREL-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the link' TO CD82O-MSG
              GO TO DECLARE-LINK-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD82O-STATUS-OK TO TRUE.
       DECLARE-LINK-EXIT.
           EXIT.

      *****************************************************************
      * Drop a link                                                   *
      *****************************************************************
       REMOVE-LINK.
           MOVE CD82I-USERID TO WS-BNKSREL-RID-USERID.
           MOVE CD82I-PID TO WS-BNKSREL-RID-PID.
           EXEC CICS DELETE FILE('BNKSREL')
                            RIDFLD(WS-BNKSREL-RID)
                            KEYLENGTH(LENGTH OF WS-BNKSREL-RID)
                            RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
              SET CD82O-STATUS-NOTFOUND TO TRUE
              MOVE 'No such link on file' TO CD82O-MSG
              GO TO REMOVE-LINK-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to remove the link' TO CD82O-MSG
              GO TO REMOVE-LINK-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD82O-STATUS-OK TO TRUE.
       REMOVE-LINK-EXIT.
           EXIT.

      *****************************************************************
      * List the first ten links held for the userid                  *
      *****************************************************************
       LIST-LINKS.
           MOVE CD82I-USERID TO WS-BNKSREL-RID-USERID.
           MOVE LOW-VALUES TO WS-BNKSREL-RID-PID.
           EXEC CICS STARTBR FILE('BNKSREL')
                             RIDFLD(WS-BNKSREL-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD82O-STATUS-OK TO TRUE
              GO TO LIST-LINKS-EXIT
           END-IF.
           MOVE ZERO TO WS-SUB.
       LIST-LINKS-LOOP.
           EXEC CICS READNEXT FILE('BNKSREL')
                              INTO(WS-BNKSREL-REC)
                              LENGTH(LENGTH OF WS-BNKSREL-REC)
                              RIDFLD(WS-BNKSREL-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-LINKS-DONE
           END-IF.
           IF BSE-REC-USERID IS NOT EQUAL TO CD82I-USERID
              GO TO LIST-LINKS-DONE
           END-IF.
           IF WS-SUB IS GREATER THAN OR EQUAL TO 10
              GO TO LIST-LINKS-DONE
           END-IF.
           ADD 1 TO WS-SUB.
           MOVE BSE-REC-PID TO CD82O-LIST-PID (WS-SUB).
           MOVE BSE-REC-RELATION TO CD82O-LIST-RELATION (WS-SUB).
           MOVE BSE-REC-DECLARED-DATE
             TO CD82O-LIST-DECLARED-DATE (WS-SUB).
           MOVE BSE-REC-DECLARED-BY TO CD82O-LIST-DECLARED-BY (WS-SUB).
           MOVE BSE-REC-NOTE TO CD82O-LIST-NOTE (WS-SUB).
           MOVE WS-SUB TO CD82O-LIST-COUNT.
           GO TO LIST-LINKS-LOOP.
       LIST-LINKS-DONE.
           EXEC CICS ENDBR FILE('BNKSREL')
           END-EXEC.
           SET CD82O-STATUS-OK TO TRUE.
       LIST-LINKS-EXIT.
           EXIT.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD82I-TERMID TO CD18I-TERMID.
           MOVE CD82I-TRANID TO CD18I-TRANID.
           MOVE CD82I-PID TO CD18I-PID.
           MOVE CD82I-USERID TO CD18I-USERID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
