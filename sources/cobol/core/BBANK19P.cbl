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
      * Program:     BBANK19P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Foreign cheque collection - branch staff lodge   *
      *              a cheque drawn on a foreign bank for collection  *
      *              and follow it on the register; only an           *
      *              administrator confirms the proceeds received or  *
      *              closes an item returned unpaid                   *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK19P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK19P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CDF1-USER-ROLE                        PIC X(1).
           88  CDF1-ROLE-CUSTOMER                    VALUE 'C'.
           88  CDF1-ROLE-TELLER                      VALUE 'T'.
           88  CDF1-ROLE-ADMIN                       VALUE 'A'.
       COPY CFCOLD01.

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
      * This is the main process.  Branch staff lodge and enquire;    *
      * money moves on the account only on an administrator's word.   *
      *****************************************************************
           IF CDF1-ROLE-TELLER OR
              CDF1-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CDF1O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for foreign collections'
                TO CDF1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CDF1-REQUEST-LODGE AND
              NOT CDF1-REQUEST-PROCEEDS AND
              NOT CDF1-REQUEST-RETURN AND
              NOT CDF1-REQUEST-GET AND
              NOT CDF1-REQUEST-LIST
              SET CDF1O-STATUS-ERROR TO TRUE
              MOVE 'Unknown request' TO CDF1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDF1-REQUEST-PROCEEDS OR
              CDF1-REQUEST-RETURN
              IF NOT CDF1-ROLE-ADMIN
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'Only an administrator may close a collection'
                   TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDF1-REQUEST-LODGE OR
              CDF1-REQUEST-PROCEEDS OR
              CDF1-REQUEST-RETURN
              IF CDF1I-USERID IS EQUAL TO SPACES
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'Your user id is required' TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDF1-REQUEST-LODGE OR
              CDF1-REQUEST-LIST
              IF CDF1I-ACCNO IS EQUAL TO SPACES
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'Account number is required' TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           ELSE
              IF CDF1I-REF IS EQUAL TO SPACES
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'Collection reference is required' TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDF1-REQUEST-LODGE
              IF CDF1I-AMOUNT IS NOT GREATER THAN ZERO
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'Cheque amount must be positive' TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CDF1I-CURRENCY IS EQUAL TO SPACES OR
                 CDF1I-DRAWEE-BANK IS EQUAL TO SPACES
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'Drawee bank and currency are required'
                   TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDF1-REQUEST-RETURN
              IF CDF1I-REASON IS EQUAL TO SPACES
                 SET CDF1O-STATUS-ERROR TO TRUE
                 MOVE 'A reason for the return is required'
                   TO CDF1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DFCOL01P')
                          COMMAREA(CDF1-DATA)
                          LENGTH(LENGTH OF CDF1-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
