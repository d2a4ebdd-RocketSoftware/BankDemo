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
      * Program:     BBANK29P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Contact-change cooling-off - branch staff see    *
      *              when a customer's contact details were changed,  *
      *              how long the restriction runs and the restricted *
      *              actions attempted since, and may lift the        *
      *              restriction once satisfied the change was the    *
      *              customer's own, giving the reason                *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK29P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK29P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CDK1-USER-ROLE                        PIC X(1).
           88  CDK1-ROLE-CUSTOMER                    VALUE 'C'.
           88  CDK1-ROLE-TELLER                      VALUE 'T'.
           88  CDK1-ROLE-ADMIN                       VALUE 'A'.
       COPY CCOOLD01.

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
      * This is the main process.  Only branch staff review or lift   *
      * a cooling-off restriction - never the customer.               *
      *****************************************************************
           IF CDK1-ROLE-TELLER OR
              CDK1-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CDK1O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to override cooling-off'
                TO CDK1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CDK1-REQUEST-GET AND
              NOT CDK1-REQUEST-OVERRIDE
              SET CDK1O-STATUS-ERROR TO TRUE
              MOVE 'Unknown request' TO CDK1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDK1I-PID IS EQUAL TO SPACES
              SET CDK1O-STATUS-ERROR TO TRUE
              MOVE 'Customer number is required' TO CDK1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDK1-REQUEST-OVERRIDE
              IF CDK1I-USERID IS EQUAL TO SPACES
                 SET CDK1O-STATUS-ERROR TO TRUE
                 MOVE 'Your user id is required' TO CDK1O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CDK1I-REASON IS EQUAL TO SPACES
                 SET CDK1O-STATUS-ERROR TO TRUE
                 MOVE 'A reason for the override is required'
                   TO CDK1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DCOOL01P')
                          COMMAREA(CDK1-DATA)
                          LENGTH(LENGTH OF CDK1-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
