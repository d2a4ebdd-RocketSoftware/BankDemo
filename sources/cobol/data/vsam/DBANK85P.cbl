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
      * Program:     DBANK85P.CBL                                     *
      * Function:    Record a billable service (outbound wire, off-us *
      *              ATM withdrawal, stop-payment placement or        *
      *              statement reprint) as a zero-amount type F entry *
      *              on the audit trail, so the month-end activity    *
      *              fee run can count it with the month's other      *
      *              postings.  The entry carries no money; the fee   *
      *              itself is debited by the month-end run.          *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK85P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK85P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKACC-AIX1-RID                    PIC X(5).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-ACC-FOUND-SW                       PIC X(1).
           88  WS-ACC-FOUND                         VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-TWOS-COMP.
         05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.
         05  WS-TWOS-COMP-INPUT                    PIC X(256).
         05  WS-TWOS-COMP-OUTPUT                   PIC X(256).

       01  WS-COMMAREA.
       COPY CBANKD85.

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
      * Initialize our output area                                    *
      *****************************************************************
           MOVE SPACES TO CD85O-DATA.
           SET CD85O-STATUS-ERROR TO TRUE.

           IF CD85-REQUEST-RECORD
              PERFORM RECORD-SERVICE THRU RECORD-SERVICE-EXIT
           ELSE
              MOVE 'Unknown request' TO CD85O-MSG
           END-IF.

       DBANK85P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Find the account the item is billed to and write the entry    *
      *****************************************************************
       RECORD-SERVICE.
           IF NOT CD85I-SVC-WIRE-OUT AND
              NOT CD85I-SVC-OFFUS-ATM AND
              NOT CD85I-SVC-STOP-PAYMENT AND
              NOT CD85I-SVC-STMT-REPRINT
              MOVE 'Unknown billable service' TO CD85O-MSG
              GO TO RECORD-SERVICE-EXIT
           END-IF.

           MOVE SPACE TO WS-ACC-FOUND-SW.
           IF CD85I-ACCNO IS EQUAL TO SPACES OR
              CD85I-ACCNO IS EQUAL TO LOW-VALUES
              PERFORM FIND-FEE-ACCOUNT THRU
                      FIND-FEE-ACCOUNT-EXIT
           ELSE
              MOVE CD85I-ACCNO TO WS-BNKACC-RID
              EXEC CICS READ FILE('BNKACC')
                             INTO(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             RIDFLD(WS-BNKACC-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 SET WS-ACC-FOUND TO TRUE
              END-IF
           END-IF.
           IF NOT WS-ACC-FOUND
              SET CD85O-STATUS-NOTFOUND TO TRUE
              MOVE 'No account to record the service on'
                TO CD85O-MSG
              GO TO RECORD-SERVICE-EXIT
           END-IF.

       COPY CTSTAMPP.
           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE 'F' TO BTX-REC-TYPE.
           MOVE CD85I-SERVICE TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE ZERO TO BTX-REC-AMOUNT.
           MOVE CD85I-DESC TO BTX-REC-DATA-OLD (1:30).
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           MOVE WS-TS-DATE TO BTX-REC-POST-DATE.
           IF CD85I-TERMINAL-ID IS NOT EQUAL TO LOW-VALUES
              MOVE CD85I-TERMINAL-ID TO BTX-REC-TERMINAL-ID
           END-IF.
           IF CD85I-CHANNEL IS EQUAL TO SPACES OR
              CD85I-CHANNEL IS EQUAL TO LOW-VALUES
              MOVE 'G' TO BTX-REC-CHANNEL
           ELSE
              MOVE CD85I-CHANNEL TO BTX-REC-CHANNEL
           END-IF.
           IF CD85I-USERID IS NOT EQUAL TO LOW-VALUES
              MOVE CD85I-USERID TO BTX-REC-USERID
           END-IF.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the service' TO CD85O-MSG
              GO TO RECORD-SERVICE-EXIT
           END-IF.
           MOVE BAC-REC-ACCNO TO CD85O-ACCNO.
           SET CD85O-STATUS-OK TO TRUE.
       RECORD-SERVICE-EXIT.
           EXIT.

      *****************************************************************
      * A service that belongs to the customer rather than an account *
      * (a statement reprint) is billed to their first open everyday  *
      * account - term deposits, loans, mortgages and cards carry no  *
      * activity fees                                                 *
      *****************************************************************
       FIND-FEE-ACCOUNT.
           MOVE CD85I-PID TO WS-BNKACC-AIX1-RID.
           EXEC CICS STARTBR FILE('BNKACC1')
                             RIDFLD(WS-BNKACC-AIX1-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-FEE-ACCOUNT-EXIT
           END-IF.
       FIND-FEE-ACCOUNT-LOOP.
           EXEC CICS READNEXT FILE('BNKACC1')
                              INTO(WS-BNKACC-REC)
                              LENGTH(LENGTH OF WS-BNKACC-REC)
                              RIDFLD(WS-BNKACC-AIX1-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)
              GO TO FIND-FEE-ACCOUNT-DONE
           END-IF.
           IF BAC-REC-PID IS NOT EQUAL TO CD85I-PID
              GO TO FIND-FEE-ACCOUNT-DONE
           END-IF.
           IF NOT BAC-REC-OPEN OR
              BAC-REC-TYPE-TERM-DEP OR
              BAC-REC-TYPE-HOUSE OR
              BAC-REC-TYPE-REVOLVING OR
              BAC-REC-TYPE IS EQUAL TO 'L'
              GO TO FIND-FEE-ACCOUNT-LOOP
           END-IF.
           SET WS-ACC-FOUND TO TRUE.
       FIND-FEE-ACCOUNT-DONE.
           EXEC CICS ENDBR FILE('BNKACC1')
           END-EXEC.
       FIND-FEE-ACCOUNT-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
