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
      * Program:     DBANK96P.CBL                                     *
      * Function:    Bankruptcy register BNKBKRP.  REGISTER records   *
      *              the notice of a customer's filing - case number, *
      *              chapter, filing date and trustee - which starts  *
      *              the automatic stay; ENDCASE records the          *
      *              discharge or dismissal that lifts it; INQUIRE    *
      *              shows the entry.  Changes are audited through    *
      *              DBANK18P.                                        *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK96P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK96P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKBKRP-RID                        PIC X(5).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-TODAY                              PIC X(10).
         05  WS-ACTION                             PIC X(10).

       COPY CTSTAMPD.

       01  WS-BNKBKRP-REC.
       COPY CBANKVBR.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD96.

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
           MOVE SPACES TO CD96O-DATA.
           SET CD96O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CD96-REQUEST-INQUIRE
              PERFORM INQUIRE-CASE THRU INQUIRE-CASE-EXIT
             WHEN CD96-REQUEST-REGISTER
              PERFORM REGISTER-CASE THRU REGISTER-CASE-EXIT
             WHEN CD96-REQUEST-ENDCASE
              PERFORM END-CASE THRU END-CASE-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD96O-MSG
           END-EVALUATE.

       DBANK96P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Show the customer's entry on the register                     *
      *****************************************************************
       INQUIRE-CASE.
           MOVE CD96I-PID TO WS-BNKBKRP-RID.
           EXEC CICS READ FILE('BNKBKRP')
                          INTO(WS-BNKBKRP-REC)
                          LENGTH(LENGTH OF WS-BNKBKRP-REC)
                          RIDFLD(WS-BNKBKRP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD96O-STATUS-NOTFOUND TO TRUE
              MOVE 'No bankruptcy registered' TO CD96O-MSG
              GO TO INQUIRE-CASE-EXIT
           END-IF.
           PERFORM MOVE-CASE-TO-OUTPUT.
           SET CD96O-STATUS-OK TO TRUE.
           IF BBR-REC-STAY-ACTIVE
              MOVE 'Case active - automatic stay in force'
                TO CD96O-MSG
           ELSE
              MOVE 'Case ended - no stay' TO CD96O-MSG
           END-IF.
       INQUIRE-CASE-EXIT.
           EXIT.

      *****************************************************************
      * Register a filing notice.  A customer has one entry; a new    *
      * filing replaces one whose case has ended, but never an active *
      * case.                                                         *
      *****************************************************************
       REGISTER-CASE.
           MOVE CD96I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD96O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD96O-MSG
              GO TO REGISTER-CASE-EXIT
           END-IF.

           MOVE CD96I-PID TO WS-BNKBKRP-RID.
           EXEC CICS READ FILE('BNKBKRP')
                          UPDATE
                          INTO(WS-BNKBKRP-REC)
                          LENGTH(LENGTH OF WS-BNKBKRP-REC)
                          RIDFLD(WS-BNKBKRP-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              IF BBR-REC-STAY-ACTIVE
                 EXEC CICS UNLOCK FILE('BNKBKRP')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 PERFORM MOVE-CASE-TO-OUTPUT
                 MOVE 'An active case is already registered'
                   TO CD96O-MSG
                 GO TO REGISTER-CASE-EXIT
              END-IF
              PERFORM BUILD-NEW-CASE
              EXEC CICS REWRITE FILE('BNKBKRP')
                                FROM(WS-BNKBKRP-REC)
                                LENGTH(LENGTH OF WS-BNKBKRP-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              PERFORM BUILD-NEW-CASE
              EXEC CICS WRITE FILE('BNKBKRP')
                              FROM(WS-BNKBKRP-REC)
                              LENGTH(LENGTH OF WS-BNKBKRP-REC)
                              RIDFLD(WS-BNKBKRP-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to register the case' TO CD96O-MSG
              GO TO REGISTER-CASE-EXIT
           END-IF.
           MOVE 'REGISTERED' TO WS-ACTION.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-CASE-TO-OUTPUT.
           SET CD96O-STATUS-OK TO TRUE.
           MOVE 'Case registered - automatic stay in force'
             TO CD96O-MSG.
       REGISTER-CASE-EXIT.
           EXIT.

       BUILD-NEW-CASE.
           MOVE SPACES TO BBR-RECORD.
           MOVE CD96I-PID TO BBR-REC-PID.
           MOVE CD96I-CASE-NO TO BBR-REC-CASE-NO.
           MOVE CD96I-CHAPTER TO BBR-REC-CHAPTER.
           MOVE CD96I-FILING-DATE TO BBR-REC-FILING-DATE.
           MOVE CD96I-TRUSTEE TO BBR-REC-TRUSTEE.
           SET BBR-REC-STAY-ACTIVE TO TRUE.
           MOVE CD96I-USERID TO BBR-REC-REGISTERED-BY.
           MOVE WS-TODAY TO BBR-REC-REGISTERED-DATE.

      *****************************************************************
      * Record the discharge or dismissal that ends the case and      *
      * lifts the stay                                                *
      *****************************************************************
       END-CASE.
           MOVE CD96I-PID TO WS-BNKBKRP-RID.
           EXEC CICS READ FILE('BNKBKRP')
                          UPDATE
                          INTO(WS-BNKBKRP-REC)
                          LENGTH(LENGTH OF WS-BNKBKRP-REC)
                          RIDFLD(WS-BNKBKRP-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD96O-STATUS-NOTFOUND TO TRUE
              MOVE 'No bankruptcy registered' TO CD96O-MSG
              GO TO END-CASE-EXIT
           END-IF.
           IF NOT BBR-REC-STAY-ACTIVE
              EXEC CICS UNLOCK FILE('BNKBKRP')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              PERFORM MOVE-CASE-TO-OUTPUT
              MOVE 'The case has already ended' TO CD96O-MSG
              GO TO END-CASE-EXIT
           END-IF.
           IF CD96I-OUTCOME-DISCHARGED
              SET BBR-REC-DISCHARGED TO TRUE
              MOVE 'DISCHARGED' TO WS-ACTION
           ELSE
              SET BBR-REC-DISMISSED TO TRUE
              MOVE 'DISMISSED' TO WS-ACTION
           END-IF.
           IF CD96I-ENDED-DATE IS EQUAL TO SPACES
              MOVE WS-TODAY TO BBR-REC-ENDED-DATE
           ELSE
              MOVE CD96I-ENDED-DATE TO BBR-REC-ENDED-DATE
           END-IF.
           MOVE CD96I-USERID TO BBR-REC-ENDED-BY.
           EXEC CICS REWRITE FILE('BNKBKRP')
                             FROM(WS-BNKBKRP-REC)
                             LENGTH(LENGTH OF WS-BNKBKRP-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to end the case' TO CD96O-MSG
              GO TO END-CASE-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-CASE-TO-OUTPUT.
           SET CD96O-STATUS-OK TO TRUE.
           MOVE 'Case ended - automatic stay lifted' TO CD96O-MSG.
       END-CASE-EXIT.
           EXIT.

       MOVE-CASE-TO-OUTPUT.
           MOVE BBR-REC-CASE-NO TO CD96O-CASE-NO.
           MOVE BBR-REC-CHAPTER TO CD96O-CHAPTER.
           MOVE BBR-REC-FILING-DATE TO CD96O-FILING-DATE.
           MOVE BBR-REC-TRUSTEE TO CD96O-TRUSTEE.
           MOVE BBR-REC-STATUS TO CD96O-CASE-STATUS.
           MOVE BBR-REC-ENDED-DATE TO CD96O-ENDED-DATE.
           MOVE BBR-REC-REGISTERED-BY TO CD96O-REGISTERED-BY.
           MOVE BBR-REC-REGISTERED-DATE TO CD96O-REGISTERED-DATE.
           MOVE BBR-REC-ENDED-BY TO CD96O-ENDED-BY.

      *****************************************************************
      * Audit the change to the register                              *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD96I-USERID (1:4) TO CD18I-TERMID.
           MOVE SPACES TO CD18I-TRANID.
           STRING 'BK' DELIMITED BY SIZE
                  BBR-REC-STATUS DELIMITED BY SIZE
             INTO CD18I-TRANID.
           MOVE CD96I-PID TO CD18I-PID.
           MOVE CD96I-USERID TO CD18I-USERID.
           STRING 'BANKRUPTCY ' DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SPACE
                  ' CASE ' DELIMITED BY SIZE
                  BBR-REC-CASE-NO DELIMITED BY SPACE
                  ' CH ' DELIMITED BY SIZE
                  BBR-REC-CHAPTER DELIMITED BY SIZE
                  ' FILED ' DELIMITED BY SIZE
                  BBR-REC-FILING-DATE DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
