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
      * Program:     BBANK11P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Business loan covenants - credit staff register  *
      *              the conditions a business loan was granted on,   *
      *              record each submission of the borrower's figures *
      *              with the values tested, and follow the register; *
      *              only an administrator retires a covenant         *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK11P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK11P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CDV1-USER-ROLE                        PIC X(1).
           88  CDV1-ROLE-CUSTOMER                    VALUE 'C'.
           88  CDV1-ROLE-TELLER                      VALUE 'T'.
           88  CDV1-ROLE-ADMIN                       VALUE 'A'.
       COPY CCOVND01.

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
      * This is the main process.  The register belongs to staff; a   *
      * covenant stops being monitored only on an administrator's     *
      * word.                                                         *
      *****************************************************************
           IF CDV1-ROLE-TELLER OR
              CDV1-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CDV1O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for loan covenants' TO CDV1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CDV1-REQUEST-ADD AND
              NOT CDV1-REQUEST-SUBMIT AND
              NOT CDV1-REQUEST-RETIRE AND
              NOT CDV1-REQUEST-GET AND
              NOT CDV1-REQUEST-LIST
              SET CDV1O-STATUS-ERROR TO TRUE
              MOVE 'Unknown request' TO CDV1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDV1-REQUEST-RETIRE
              IF NOT CDV1-ROLE-ADMIN
                 SET CDV1O-STATUS-ERROR TO TRUE
                 MOVE 'Only an administrator may retire a covenant'
                   TO CDV1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDV1-REQUEST-ADD OR
              CDV1-REQUEST-SUBMIT OR
              CDV1-REQUEST-RETIRE
              IF CDV1I-USERID IS EQUAL TO SPACES
                 SET CDV1O-STATUS-ERROR TO TRUE
                 MOVE 'Your user id is required' TO CDV1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDV1I-ACCNO IS EQUAL TO SPACES
              SET CDV1O-STATUS-ERROR TO TRUE
              MOVE 'Loan account number is required' TO CDV1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDV1-REQUEST-SUBMIT OR
              CDV1-REQUEST-RETIRE OR
              CDV1-REQUEST-GET
              IF CDV1I-SEQ IS NOT NUMERIC OR
                 CDV1I-SEQ IS EQUAL TO ZERO
                 SET CDV1O-STATUS-ERROR TO TRUE
                 MOVE 'Covenant number is required' TO CDV1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDV1-REQUEST-ADD
              IF CDV1I-TYPE IS NOT EQUAL TO 'A' AND
                 CDV1I-TYPE IS NOT EQUAL TO 'D' AND
                 CDV1I-TYPE IS NOT EQUAL TO 'L'
                 SET CDV1O-STATUS-ERROR TO TRUE
                 MOVE 'Covenant type must be A, D or L' TO CDV1O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CDV1I-PERIOD-END IS EQUAL TO SPACES
                 SET CDV1O-STATUS-ERROR TO TRUE
                 MOVE 'First period end is required' TO CDV1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DCOVN01P')
                          COMMAREA(CDV1-DATA)
                          LENGTH(LENGTH OF CDV1-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
