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
      * Program:     BBANK38P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Insider register screen - compliance puts        *
      *              directors, officers, principal shareholders and  *
      *              staff on the register with their related         *
      *              interests, ends their insider status, and        *
      *              records the board's decision on an insider loan  *
      *              held at conversion                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK38P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK38P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-CHECK-DATE                         PIC X(10).
         05  WS-DATE-SW                            PIC X(1).
           88  WS-DATE-BAD                           VALUE 'Y'.

       01  WS-COMMAREA.
         05  CD83-USER-ROLE                        PIC X(1).
           88  CD83-ROLE-TELLER                      VALUE 'T'.
           88  CD83-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD83.

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
      * This is the main process.  The register is kept by compliance *
      * (administrators); the loan conversion does its own clearance. *
      *****************************************************************
           IF NOT CD83-ROLE-ADMIN
              SET CD83O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for the insider register'
                TO CD83O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD83-REQUEST-CLEAR OR
              CD83-REQUEST-USE
              SET CD83O-STATUS-ERROR TO TRUE
              MOVE 'Loan clearance is not made from here' TO CD83O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD83I-PID IS EQUAL TO SPACES
              SET CD83O-STATUS-ERROR TO TRUE
              MOVE 'Enter the customer PID' TO CD83O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD83-REQUEST-GET OR
              CD83-REQUEST-GETAPPR
              GO TO PASS-REQUEST
           END-IF.

           IF CD83I-USERID IS EQUAL TO SPACES
              SET CD83O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD83O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD83-REQUEST-ADD OR
              CD83-REQUEST-UPDATE
              IF CD83I-ROLE IS NOT EQUAL TO 'D' AND
                 CD83I-ROLE IS NOT EQUAL TO 'O' AND
                 CD83I-ROLE IS NOT EQUAL TO 'P' AND
                 CD83I-ROLE IS NOT EQUAL TO 'S'
                 SET CD83O-STATUS-ERROR TO TRUE
                 MOVE 'Role must be D, O, P or S' TO CD83O-MSG
                 GO TO COMMON-RETURN
              END-IF
              MOVE CD83I-EFF-FROM TO WS-CHECK-DATE
              PERFORM CHECK-DATE
              IF WS-DATE-BAD OR
                 CD83I-EFF-FROM IS EQUAL TO SPACES
                 SET CD83O-STATUS-ERROR TO TRUE
                 MOVE 'Insider from date must be YYYY-MM-DD'
                   TO CD83O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD83-REQUEST-ADD OR
              CD83-REQUEST-UPDATE OR
              CD83-REQUEST-END
              MOVE CD83I-EFF-TO TO WS-CHECK-DATE
              PERFORM CHECK-DATE
              IF WS-DATE-BAD
                 SET CD83O-STATUS-ERROR TO TRUE
                 MOVE 'Insider to date must be YYYY-MM-DD'
                   TO CD83O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD83-REQUEST-APPROVE OR
              CD83-REQUEST-DECLINE
              IF CD83I-MINUTE-REF IS EQUAL TO SPACES
                 SET CD83O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the board minute reference'
                   TO CD83O-MSG
                 GO TO COMMON-RETURN
              END-IF
              MOVE CD83I-DECIDED-DATE TO WS-CHECK-DATE
              PERFORM CHECK-DATE
              IF WS-DATE-BAD OR
                 CD83I-DECIDED-DATE IS EQUAL TO SPACES
                 SET CD83O-STATUS-ERROR TO TRUE
                 MOVE 'Board meeting date must be YYYY-MM-DD'
                   TO CD83O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       PASS-REQUEST.
           EXEC CICS LINK PROGRAM('DBANK83P')
                          COMMAREA(CD83-DATA)
                          LENGTH(LENGTH OF CD83-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      *****************************************************************
      * A date keyed as YYYY-MM-DD (spaces are left to the caller)    *
      *****************************************************************
       CHECK-DATE.
           MOVE 'N' TO WS-DATE-SW.
           IF WS-CHECK-DATE IS NOT EQUAL TO SPACES
              IF WS-CHECK-DATE (1:4) IS NOT NUMERIC OR
                 WS-CHECK-DATE (5:1) IS NOT EQUAL TO '-' OR
                 WS-CHECK-DATE (6:2) IS NOT NUMERIC OR
                 WS-CHECK-DATE (8:1) IS NOT EQUAL TO '-' OR
                 WS-CHECK-DATE (9:2) IS NOT NUMERIC OR
                 WS-CHECK-DATE (6:2) IS LESS THAN '01' OR
                 WS-CHECK-DATE (6:2) IS GREATER THAN '12' OR
                 WS-CHECK-DATE (9:2) IS LESS THAN '01' OR
                 WS-CHECK-DATE (9:2) IS GREATER THAN '31'
                 MOVE 'Y' TO WS-DATE-SW
              END-IF
           END-IF.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
