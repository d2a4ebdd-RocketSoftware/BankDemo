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
      * Program:     BBANK36P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Term deposit maturity instruction at the branch  *
      *              - a teller shows a customer's deposit with its   *
      *              term, rollover rate and maturity date and, once  *
      *              the pre-maturity notice period has started,      *
      *              changes the instruction to roll over or to pay   *
      *              out to one of the customer's own accounts        *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK36P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK36P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD84-USER-ROLE                        PIC X(1).
           88  CD84-ROLE-TELLER                      VALUE 'T'.
           88  CD84-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD84.

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
      * This is the main process.  Branch staff only; customers make  *
      * the same change from the mobile app.                          *
      *****************************************************************
           IF NOT CD84-ROLE-TELLER AND
              NOT CD84-ROLE-ADMIN
              SET CD84O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to change TD instructions'
                TO CD84O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD84I-PID IS EQUAL TO SPACES OR
              CD84I-ACCNO IS EQUAL TO SPACES
              SET CD84O-STATUS-ERROR TO TRUE
              MOVE 'Enter the customer PID and deposit a/c'
                TO CD84O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD84-REQUEST-GETTD
              GO TO PASS-REQUEST
           END-IF.

           IF CD84I-USERID IS EQUAL TO SPACES
              SET CD84O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD84O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD84-REQUEST-SETINSTR
              IF CD84I-INSTR IS NOT EQUAL TO 'R' AND
                 CD84I-INSTR IS NOT EQUAL TO 'P'
                 SET CD84O-STATUS-ERROR TO TRUE
                 MOVE 'Instruction must be R or P' TO CD84O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD84I-INSTR IS EQUAL TO 'P' AND
                 CD84I-NOM-ACCNO IS EQUAL TO SPACES
                 SET CD84O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the account to pay out to'
                   TO CD84O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       PASS-REQUEST.
           EXEC CICS LINK PROGRAM('DBANK84P')
                          COMMAREA(CD84-DATA)
                          LENGTH(LENGTH OF CD84-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
