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
      * Program:     BBANK53P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Staff administration screen - an administrator   *
      *              adds a member of staff, changes their role, home *
      *              branch and expiry date, and suspends or          *
      *              reinstates their userid                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK53P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK53P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD14-USER-ROLE                        PIC X(1).
           88  CD14-ROLE-TELLER                      VALUE 'T'.
           88  CD14-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD14.

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
      * This is the main process.  Staff records are maintained by    *
      * administrators only; the signon checks are not made from here *
      *****************************************************************
           IF NOT CD14-ROLE-ADMIN
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for staff administration'
                TO CD14O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD14-REQUEST-CHECK OR
              CD14-REQUEST-VERIFY OR
              CD14-REQUEST-SIGNON
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Signon checks are not made from here' TO CD14O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD14I-USERID IS EQUAL TO SPACES
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Enter the userid' TO CD14O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD14-REQUEST-GET
              GO TO PASS-REQUEST
           END-IF.

           IF CD14I-ADMIN-USERID IS EQUAL TO SPACES
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Administrator userid is required' TO CD14O-MSG
              GO TO COMMON-RETURN
           END-IF.

      * An administrator cannot lock themselves out or change their
      * own access - another administrator must do it
           IF CD14I-ADMIN-USERID IS EQUAL TO CD14I-USERID
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'You cannot change your own userid' TO CD14O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD14-REQUEST-ADD
              IF CD14I-NAME IS EQUAL TO SPACES
                 SET CD14O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the name' TO CD14O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD14-REQUEST-ADD OR
              CD14-REQUEST-UPDATE
              IF CD14I-ROLE IS NOT EQUAL TO 'T' AND
                 CD14I-ROLE IS NOT EQUAL TO 'A'
                 SET CD14O-STATUS-ERROR TO TRUE
                 MOVE 'Role must be T or A' TO CD14O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD14I-BRANCH IS EQUAL TO SPACES
                 SET CD14O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the home branch' TO CD14O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD14I-EXPIRY-DATE IS NOT EQUAL TO SPACES
                 IF CD14I-EXPIRY-DATE (1:4) IS NOT NUMERIC OR
                    CD14I-EXPIRY-DATE (5:1) IS NOT EQUAL TO '-' OR
                    CD14I-EXPIRY-DATE (6:2) IS NOT NUMERIC OR
                    CD14I-EXPIRY-DATE (8:1) IS NOT EQUAL TO '-' OR
                    CD14I-EXPIRY-DATE (9:2) IS NOT NUMERIC OR
                    CD14I-EXPIRY-DATE (6:2) IS LESS THAN '01' OR
                    CD14I-EXPIRY-DATE (6:2) IS GREATER THAN '12' OR
                    CD14I-EXPIRY-DATE (9:2) IS LESS THAN '01' OR
                    CD14I-EXPIRY-DATE (9:2) IS GREATER THAN '31'
                    SET CD14O-STATUS-ERROR TO TRUE
                    MOVE 'Expiry date must be YYYY-MM-DD'
                      TO CD14O-MSG
                    GO TO COMMON-RETURN
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       PASS-REQUEST.
           EXEC CICS LINK PROGRAM('DBANK14P')
                          COMMAREA(CD14-DATA)
                          LENGTH(LENGTH OF CD14-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
