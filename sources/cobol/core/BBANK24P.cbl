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
      * Program:     BBANK24P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Bankruptcy register - staff record a customer's  *
      *              filing notice, which starts the automatic stay,  *
      *              and the discharge or dismissal that lifts it     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK24P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK24P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD96-USER-ROLE                        PIC X(1).
           88  CD96-ROLE-TELLER                      VALUE 'T'.
           88  CD96-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD96.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 6144 TIMES
               DEPENDING ON WS-COMMAREA-LENGTH.

       COPY CENTRY.
      *****************************************************************
      * Move the passed data to our area                              *
      *****************************************************************
           MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *****************************************************************
      * This is the main process.  Any member of staff may look up    *
      * or register a filing notice - the stay must start at once.    *
      * Ending a case lets collection resume, so it needs an          *
      * administrator.                                                *
      *****************************************************************
           IF CD96-ROLE-TELLER OR
              CD96-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD96O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for bankruptcy register'
                TO CD96O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD96-REQUEST-ENDCASE AND
              NOT CD96-ROLE-ADMIN
              SET CD96O-STATUS-ERROR TO TRUE
              MOVE 'Administrator only for that function'
                TO CD96O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD96I-PID IS EQUAL TO SPACES
              SET CD96O-STATUS-ERROR TO TRUE
              MOVE 'Customer must be identified' TO CD96O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD96-REQUEST-REGISTER OR
              CD96-REQUEST-ENDCASE
              IF CD96I-USERID IS EQUAL TO SPACES
                 SET CD96O-STATUS-ERROR TO TRUE
                 MOVE 'Staff member must be identified' TO CD96O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD96-REQUEST-REGISTER
              IF CD96I-CASE-NO IS EQUAL TO SPACES
                 SET CD96O-STATUS-ERROR TO TRUE
                 MOVE 'Case number is required' TO CD96O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF NOT CD96I-CHAPTER-VALID
                 SET CD96O-STATUS-ERROR TO TRUE
                 MOVE 'Chapter must be 07, 11 or 13' TO CD96O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD96I-FILING-DATE (1:4) IS NOT NUMERIC OR
                 CD96I-FILING-DATE (6:2) IS NOT NUMERIC OR
                 CD96I-FILING-DATE (9:2) IS NOT NUMERIC
                 SET CD96O-STATUS-ERROR TO TRUE
                 MOVE 'Filing date must be YYYY-MM-DD' TO CD96O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD96-REQUEST-ENDCASE
              IF NOT CD96I-OUTCOME-DISCHARGED AND
                 NOT CD96I-OUTCOME-DISMISSED
                 SET CD96O-STATUS-ERROR TO TRUE
                 MOVE 'Outcome must be D (discharged) or X'
                   TO CD96O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD96I-ENDED-DATE IS NOT EQUAL TO SPACES AND
                 (CD96I-ENDED-DATE (1:4) IS NOT NUMERIC OR
                  CD96I-ENDED-DATE (6:2) IS NOT NUMERIC OR
                  CD96I-ENDED-DATE (9:2) IS NOT NUMERIC)
                 SET CD96O-STATUS-ERROR TO TRUE
                 MOVE 'End date must be YYYY-MM-DD' TO CD96O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK96P')
                          COMMAREA(CD96-DATA)
                          LENGTH(LENGTH OF CD96-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
