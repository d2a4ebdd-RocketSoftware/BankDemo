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
      * Program:     BBANK31P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Third-party authority registry at the branch -   *
      *              staff record a power of attorney, trusteeship    *
      *              or court appointment against a customer, revoke  *
      *              one, list the customer's authorities, or ask     *
      *              whether a representative may act today           *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK31P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK31P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD89-USER-ROLE                        PIC X(1).
           88  CD89-ROLE-TELLER                      VALUE 'T'.
           88  CD89-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD89.

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
      * This is the main process.  Branch staff only, and the         *
      * termination on death belongs to the deceased workflow, not    *
      * the screen.                                                   *
      *****************************************************************
           IF NOT CD89-ROLE-TELLER AND
              NOT CD89-ROLE-ADMIN
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to maintain authorities'
                TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89-REQUEST-TERMALL
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Not a screen function' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89-REQUEST-CHECK
              IF CD89I-PID IS EQUAL TO SPACES AND
                 CD89I-ACCNO IS EQUAL TO SPACES
                 SET CD89O-STATUS-ERROR TO TRUE
                 MOVE 'Customer or account is required' TO CD89O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD89I-REP-IDREF IS EQUAL TO SPACES
                 SET CD89O-STATUS-ERROR TO TRUE
                 MOVE 'Representative id is required' TO CD89O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF NOT CD89I-SCOPE-VALID
                 SET CD89O-STATUS-ERROR TO TRUE
                 MOVE 'Scope must be V, T or C' TO CD89O-MSG
                 GO TO COMMON-RETURN
              END-IF
              GO TO CALL-IO-MODULE
           END-IF.

           IF CD89I-PID IS EQUAL TO SPACES
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Customer id is required' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89-REQUEST-LIST
              GO TO CALL-IO-MODULE
           END-IF.

           IF CD89I-USERID IS EQUAL TO SPACES
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89-REQUEST-REVOKE
              IF CD89I-SEQ IS NOT NUMERIC OR
                 CD89I-SEQ IS EQUAL TO ZERO
                 SET CD89O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the authority to revoke' TO CD89O-MSG
                 GO TO COMMON-RETURN
              END-IF
              GO TO CALL-IO-MODULE
           END-IF.

           IF NOT CD89-REQUEST-ADD
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Unknown request' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * A new authority needs the representative identified, its      *
      * type and scope, and a start date; an expiry, when given,      *
      * cannot come before the start                                  *
      *****************************************************************
           IF CD89I-REP-NAME IS EQUAL TO SPACES OR
              CD89I-REP-IDREF IS EQUAL TO SPACES
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Representative name and id required'
                TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89I-REP-PID IS EQUAL TO CD89I-PID
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Customer cannot represent themselves'
                TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CD89I-TYPE-VALID
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Type must be P, T or C' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CD89I-SCOPE-VALID
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Scope must be V, T or C' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89I-START-DATE IS EQUAL TO SPACES
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Start date is required' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD89I-EXPIRY-DATE IS NOT EQUAL TO SPACES AND
              CD89I-EXPIRY-DATE IS LESS THAN CD89I-START-DATE
              SET CD89O-STATUS-ERROR TO TRUE
              MOVE 'Expiry is before the start date' TO CD89O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       CALL-IO-MODULE.
           EXEC CICS LINK PROGRAM('DBANK89P')
                          COMMAREA(CD89-DATA)
                          LENGTH(LENGTH OF CD89-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
