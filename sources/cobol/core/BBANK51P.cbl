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
      * Program:     BBANK51P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    AML case screen - staff work the queue of open   *
      *              investigation cases, claim one, review its       *
      *              alerts, record notes and close it as no action   *
      *              or SAR filed                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK51P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK51P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD80-USER-ROLE                        PIC X(1).
           88  CD80-ROLE-TELLER                      VALUE 'T'.
           88  CD80-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD80.

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
      * This is the main process.  Investigations are staff work;     *
      * alerts are raised by the monitoring programs, not from here.  *
      *****************************************************************
           IF CD80-ROLE-TELLER OR
              CD80-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD80O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for AML cases' TO CD80O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD80-REQUEST-ALERT
              SET CD80O-STATUS-ERROR TO TRUE
              MOVE 'Alerts are raised by monitoring' TO CD80O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD80-REQUEST-CLAIM OR
              CD80-REQUEST-NOTE OR
              CD80-REQUEST-CLOSE OR
              CD80-REQUEST-EVENTS
              IF CD80I-PID IS EQUAL TO SPACES OR
                 CD80I-CASE-TS IS EQUAL TO SPACES
                 SET CD80O-STATUS-ERROR TO TRUE
                 MOVE 'Select the case first' TO CD80O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD80-REQUEST-NOTE OR
              CD80-REQUEST-CLOSE
              IF CD80I-TEXT IS EQUAL TO SPACES
                 SET CD80O-STATUS-ERROR TO TRUE
                 MOVE 'Record the reasoning' TO CD80O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD80-REQUEST-CLOSE
              IF CD80I-DISPOSITION IS NOT EQUAL TO 'N' AND
                 CD80I-DISPOSITION IS NOT EQUAL TO 'S'
                 SET CD80O-STATUS-ERROR TO TRUE
                 MOVE 'Disposition must be N or S' TO CD80O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK80P')
                          COMMAREA(CD80-DATA)
                          LENGTH(LENGTH OF CD80-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
