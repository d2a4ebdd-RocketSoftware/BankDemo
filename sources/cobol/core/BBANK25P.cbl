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
      * Program:     BBANK25P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Construction loans - open an approved            *
      *              commitment, request staged draws against it,     *
      *              sign draws off on inspection (or reject them)    *
      *              and mark construction complete for conversion    *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK25P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK25P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD97-USER-ROLE                        PIC X(1).
           88  CD97-ROLE-TELLER                      VALUE 'T'.
           88  CD97-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD97.

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
      * This is the main process.  Any member of staff may look up a  *
      * construction loan, request a draw or sign one off (the I/O    *
      * module insists the sign-off is not by the requester).         *
      * Opening the commitment and declaring construction complete    *
      * need an administrator.                                        *
      *****************************************************************
           IF CD97-ROLE-TELLER OR
              CD97-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD97O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for construction loans'
                TO CD97O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF (CD97-REQUEST-OPEN OR
               CD97-REQUEST-COMPLETE) AND
              NOT CD97-ROLE-ADMIN
              SET CD97O-STATUS-ERROR TO TRUE
              MOVE 'Administrator only for that function'
                TO CD97O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD97I-PID IS EQUAL TO SPACES
              SET CD97O-STATUS-ERROR TO TRUE
              MOVE 'Customer must be identified' TO CD97O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CD97-REQUEST-INQUIRE
              IF CD97I-USERID IS EQUAL TO SPACES
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Staff member must be identified' TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD97-REQUEST-OPEN
              IF CD97I-PAYOUT-ACCNO IS EQUAL TO SPACES
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Payout account is required' TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD97I-COMMITMENT IS NOT GREATER THAN ZERO
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Commitment must be greater than zero'
                   TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD97I-RATE IS NOT GREATER THAN ZERO
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Interest rate must be greater than zero'
                   TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD97I-TERM IS NOT GREATER THAN ZERO
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Repayment term is required' TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD97I-DRAW-END-DATE (1:4) IS NOT NUMERIC OR
                 CD97I-DRAW-END-DATE (6:2) IS NOT NUMERIC OR
                 CD97I-DRAW-END-DATE (9:2) IS NOT NUMERIC
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Draw end date must be YYYY-MM-DD'
                   TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
           ELSE
              IF CD97I-SEQ IS NOT GREATER THAN ZERO
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Loan sequence number is required'
                   TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD97-REQUEST-DRAW
              IF CD97I-AMOUNT IS NOT GREATER THAN ZERO
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Draw amount must be greater than zero'
                   TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD97-REQUEST-SIGNOFF OR
              CD97-REQUEST-REJECT
              IF CD97I-DRAW-NO IS NOT GREATER THAN ZERO
                 SET CD97O-STATUS-ERROR TO TRUE
                 MOVE 'Draw number is required' TO CD97O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK97P')
                          COMMAREA(CD97-DATA)
                          LENGTH(LENGTH OF CD97-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
