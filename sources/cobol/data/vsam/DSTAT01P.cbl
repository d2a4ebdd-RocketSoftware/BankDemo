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
      * Program:     DSTAT01P.CBL                                     *
      * Function:    Online response-time statistics on BNKRSPT.      *
      *              RECORD files one timed interaction for the       *
      *              daily service-level report (ZBNKRSP1).  The      *
      *              caller's interaction has already been answered,  *
      *              so a record that cannot be filed is dropped      *
      *              rather than failing anything.                    *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DSTAT01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DSTAT01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKRSPT-RID                        PIC X(32).
         05  WS-RETRY-COUNT                        PIC 9(2).
         05  WS-WRITE-DONE-SW                      PIC X(1).
           88  WS-WRITE-DONE                        VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKRSPT-REC.
       COPY CBANKVRT.

       01  WS-COMMAREA.
       COPY CSTATD01.

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
           MOVE SPACES TO CDS1O-DATA.
           SET CDS1O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CDS1-REQUEST-RECORD
              PERFORM RECORD-INTERACTION THRU
                      RECORD-INTERACTION-EXIT
             WHEN OTHER
              CONTINUE
           END-EVALUATE.

       DSTAT01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Append one interaction, stamped with the time it ended.  Two  *
      * interactions ending at one terminal in the same hundredth of  *
      * a second would collide on the key, so on a duplicate key the  *
      * sequence number is bumped and the write tried again, as the   *
      * incident file writer DBANK19P does.                           *
      *****************************************************************
       RECORD-INTERACTION.
           COPY CTSTAMPP.

           MOVE SPACES TO BRT-RECORD.
           MOVE WS-TIMESTAMP TO BRT-REC-TIMESTAMP.
           MOVE CDS1I-TERMID TO BRT-REC-TERMID.
           IF BRT-REC-TERMID IS EQUAL TO LOW-VALUES
              MOVE SPACES TO BRT-REC-TERMID
           END-IF.
           MOVE CDS1I-TRANID TO BRT-REC-TRANID.
           MOVE CDS1I-PROGRAM TO BRT-REC-PROGRAM.
           MOVE CDS1I-FUNCTION-ID TO BRT-REC-FUNCTION.
           MOVE CDS1I-CHANNEL TO BRT-REC-CHANNEL.
           MOVE CDS1I-USERID TO BRT-REC-USERID.
           MOVE CDS1I-ELAPSED-MS TO BRT-REC-ELAPSED-MS.
           MOVE 0 TO BRT-REC-SEQNO.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-WRITE-DONE-SW.
           PERFORM RECORD-INTERACTION-ATTEMPT THRU
                   RECORD-INTERACTION-ATTEMPT-EXIT
              UNTIL WS-WRITE-DONE
                 OR WS-RETRY-COUNT IS GREATER THAN 99.
           IF WS-WRITE-DONE
              SET CDS1O-STATUS-OK TO TRUE
           END-IF.
       RECORD-INTERACTION-EXIT.
           EXIT.

      *****************************************************************
      * One write attempt.  Only a duplicate key is worth another     *
      * try - anything else (the file closed or full) gives up.       *
      *****************************************************************
       RECORD-INTERACTION-ATTEMPT.
           MOVE BRT-REC-KEY TO WS-BNKRSPT-RID.
           EXEC CICS WRITE FILE('BNKRSPT')
                           FROM(WS-BNKRSPT-REC)
                           LENGTH(LENGTH OF WS-BNKRSPT-REC)
                           RIDFLD(WS-BNKRSPT-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-WRITE-DONE TO TRUE
              GO TO RECORD-INTERACTION-ATTEMPT-EXIT
           END-IF.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
              ADD 1 TO WS-RETRY-COUNT
              MOVE WS-RETRY-COUNT TO BRT-REC-SEQNO
           ELSE
              MOVE 100 TO WS-RETRY-COUNT
           END-IF.
       RECORD-INTERACTION-ATTEMPT-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
