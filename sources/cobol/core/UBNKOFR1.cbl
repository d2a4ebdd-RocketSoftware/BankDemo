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
      * Program:     UBNKOFR1.CBL                                     *
      * Function:    Outbound file register.  Each program that sends *
      *              a file out of the bank calls here: OPEN when the *
      *              file is opened, RECORD with every record as it   *
      *              is written and CLOSE once the file is closed.    *
      *              Every record is kept on the archive BNKOFA, so   *
      *              the file can be sent again unchanged, and CLOSE  *
      *              registers the file on BNKOFR with its record     *
      *              count, amount total, hash, recipient and the     *
      *              business date its acknowledgement is due by.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           UBNKOFR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKOFR-NDX
                  ASSIGN       TO NDXOFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BOF-REC-KEY
                  FILE STATUS  IS WS-BNKOFR-STATUS.
           SELECT BNKOFA-NDX
                  ASSIGN       TO NDXOFA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BOA-REC-KEY
                  FILE STATUS  IS WS-BNKOFA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKOFR-NDX.
       01  BNKOFR-REC.
       COPY CBANKVOF.

       FD  BNKOFA-NDX.
       01  BNKOFA-REC.
       COPY CBANKVOA.

       WORKING-STORAGE SECTION.
       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'UBNKOFR1'.
         05  WS-BNKOFR-STATUS                      PIC X(2).
         05  WS-BNKOFA-STATUS                      PIC X(2).
         05  WS-BUS-DATE                           PIC X(10).

      * The file in hand, from OPEN through to CLOSE
         05  WS-CUR-KEY.
           10  WS-CUR-FILE-ID                      PIC X(8).
           10  WS-CUR-BUS-DATE                     PIC X(10).
           10  WS-CUR-SEQ                          PIC 9(2).
         05  WS-ARCHIVE-SW                         PIC X(1)
             VALUE 'N'.
           88  WS-ARCHIVE-OPEN                       VALUE 'Y'.
         05  WS-ARCHIVED-SW                        PIC X(1).
           88  WS-ARCHIVE-COMPLETE                   VALUE 'Y'.
         05  WS-RECORD-COUNT                       PIC 9(9).
         05  WS-AMOUNT-CENTS                       PIC 9(15).
         05  WS-AMOUNT-FIELD                       PIC 9(15).
         05  WS-HASH                               PIC 9(15).
         05  WS-DUE-DATE                           PIC X(10).
         05  WS-DAY-COUNT                          PIC 9(1).

         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BYTE-VAL                           PIC 9(3) COMP.
         05  WS-WORK                               PIC 9(18) COMP.
         05  WS-QUOT                               PIC 9(18) COMP.
         05  WS-REM                                PIC 9(18) COMP.
         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(4) COMP.

      *****************************************************************
      * What the register knows of each outbound file: the record     *
      * type that carries an amount (position zero where every record *
      * does), where the amount lies (length zero where the file has  *
      * none), the business days its recipient has to acknowledge it, *
      * the record length, and who it goes to                         *
      *****************************************************************
       01  WS-FILE-TABLE.
         05  FILLER                                PIC X(19)
             VALUE 'GLFEED  00 10111080'.
         05  FILLER                                PIC X(30)
             VALUE 'General ledger'.
         05  FILLER                                PIC X(19)
             VALUE 'BUREXT  01116113080'.
         05  FILLER                                PIC X(30)
             VALUE 'Credit bureau'.
         05  FILLER                                PIC X(19)
             VALUE 'BILREMIT01D28111080'.
         05  FILLER                                PIC X(30)
             VALUE 'Biller remittance'.
         05  FILLER                                PIC X(19)
             VALUE 'ESCHEAT 01154095080'.
         05  FILLER                                PIC X(30)
             VALUE 'State unclaimed property'.
         05  FILLER                                PIC X(19)
             VALUE 'PAYROLL 00 10111080'.
         05  FILLER                                PIC X(30)
             VALUE 'ACH operator'.
         05  FILLER                                PIC X(19)
             VALUE 'SORDPAY 01D28111100'.
         05  FILLER                                PIC X(30)
             VALUE 'ACH operator'.
         05  FILLER                                PIC X(19)
             VALUE 'WHSEXT  00 00001100'.
         05  FILLER                                PIC X(30)
             VALUE 'Data warehouse'.
       01  FILLER REDEFINES WS-FILE-TABLE.
         05  WS-FILE-ENTRY OCCURS 7 TIMES
                           INDEXED BY WS-FILE-IX.
           10  WS-FILE-NAME                        PIC X(8).
           10  WS-FILE-TYPE-POS                    PIC 9(2).
           10  WS-FILE-TYPE-VALUE                  PIC X(1).
           10  WS-FILE-AMOUNT-POS                  PIC 9(2).
           10  WS-FILE-AMOUNT-LEN                  PIC 9(2).
           10  WS-FILE-ACK-DAYS                    PIC 9(1).
           10  WS-FILE-REC-LEN                     PIC 9(3).
           10  WS-FILE-RECIPIENT                   PIC X(30).
       01  WS-TYPE-POS                             PIC 9(2).
       01  WS-TYPE-VALUE                           PIC X(1).
       01  WS-AMOUNT-POS                           PIC 9(2).
       01  WS-AMOUNT-LEN                           PIC 9(2).
       01  WS-ACK-DAYS                             PIC 9(1).
       01  WS-REC-LEN                              PIC 9(3).
       01  WS-RECIPIENT                            PIC X(30).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       LINKAGE SECTION.
       01  OFR-PARM.
       COPY CBANKOFD.

       PROCEDURE DIVISION USING OFR-PARM.
           EVALUATE TRUE
             WHEN OFD-REQUEST-OPEN
              PERFORM OPEN-XMIT THRU OPEN-XMIT-EXIT
             WHEN OFD-REQUEST-RECORD
              PERFORM TAKE-RECORD THRU TAKE-RECORD-EXIT
             WHEN OFD-REQUEST-CLOSE
              PERFORM CLOSE-XMIT THRU CLOSE-XMIT-EXIT
             WHEN OTHER
              SET OFD-STATUS-UNAVAILABLE TO TRUE
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Start a file: take the next sequence for the file on today's  *
      * business date and open the archive to keep its records        *
      *****************************************************************
       OPEN-XMIT.
           IF WS-ARCHIVE-OPEN
              CLOSE BNKOFA-NDX
              MOVE 'N' TO WS-ARCHIVE-SW
           END-IF.
           MOVE OFD-FILE-ID TO WS-CUR-FILE-ID.
           MOVE ZERO TO WS-CUR-SEQ.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-AMOUNT-CENTS.
           MOVE ZERO TO WS-HASH.
           MOVE 'Y' TO WS-ARCHIVED-SW.
           MOVE ZERO TO WS-TYPE-POS.
           MOVE SPACE TO WS-TYPE-VALUE.
           MOVE ZERO TO WS-AMOUNT-POS.
           MOVE ZERO TO WS-AMOUNT-LEN.
           MOVE 1 TO WS-ACK-DAYS.
           MOVE 100 TO WS-REC-LEN.
           MOVE 'Not named' TO WS-RECIPIENT.
           SET WS-FILE-IX TO 1.
           SEARCH WS-FILE-ENTRY
             AT END
               CONTINUE
             WHEN WS-FILE-NAME (WS-FILE-IX) IS EQUAL TO WS-CUR-FILE-ID
               MOVE WS-FILE-TYPE-POS (WS-FILE-IX) TO WS-TYPE-POS
               MOVE WS-FILE-TYPE-VALUE (WS-FILE-IX) TO WS-TYPE-VALUE
               MOVE WS-FILE-AMOUNT-POS (WS-FILE-IX) TO WS-AMOUNT-POS
               MOVE WS-FILE-AMOUNT-LEN (WS-FILE-IX) TO WS-AMOUNT-LEN
               MOVE WS-FILE-ACK-DAYS (WS-FILE-IX) TO WS-ACK-DAYS
               MOVE WS-FILE-REC-LEN (WS-FILE-IX) TO WS-REC-LEN
               MOVE WS-FILE-RECIPIENT (WS-FILE-IX) TO WS-RECIPIENT
           END-SEARCH.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE TO WS-CUR-BUS-DATE.

           SET OFD-STATUS-OK TO TRUE.
           OPEN INPUT BNKOFR-NDX.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              SET OFD-STATUS-UNAVAILABLE TO TRUE
              GO TO OPEN-XMIT-DONE
           END-IF.
           PERFORM FIND-NEXT-SEQ THRU
                   FIND-NEXT-SEQ-EXIT.
           CLOSE BNKOFR-NDX.

           OPEN I-O BNKOFA-NDX.
           IF WS-BNKOFA-STATUS IS EQUAL TO '00'
              SET WS-ARCHIVE-OPEN TO TRUE
           ELSE
              SET OFD-STATUS-UNAVAILABLE TO TRUE
           END-IF.
       OPEN-XMIT-DONE.
           MOVE WS-CUR-KEY TO OFD-XMIT-KEY.
       OPEN-XMIT-EXIT.
           EXIT.

      *****************************************************************
      * One more than the last sequence sent today under this file id *
      *****************************************************************
       FIND-NEXT-SEQ.
           MOVE 1 TO WS-CUR-SEQ.
           MOVE WS-CUR-KEY TO BOF-REC-KEY.
           MOVE ZERO TO BOF-REC-SEQ.
           START BNKOFR-NDX KEY IS GREATER THAN OR EQUAL TO
                 BOF-REC-KEY.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-NEXT-SEQ-EXIT
           END-IF.
       FIND-NEXT-SEQ-LOOP.
           READ BNKOFR-NDX NEXT RECORD.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-NEXT-SEQ-EXIT
           END-IF.
           IF BOF-REC-FILE-ID IS NOT EQUAL TO WS-CUR-FILE-ID OR
              BOF-REC-BUS-DATE IS NOT EQUAL TO WS-CUR-BUS-DATE
              GO TO FIND-NEXT-SEQ-EXIT
           END-IF.
           IF BOF-REC-SEQ IS NOT LESS THAN WS-CUR-SEQ AND
              BOF-REC-SEQ IS LESS THAN 99
              COMPUTE WS-CUR-SEQ = BOF-REC-SEQ + 1
           END-IF.
           GO TO FIND-NEXT-SEQ-LOOP.
       FIND-NEXT-SEQ-EXIT.
           EXIT.

      *****************************************************************
      * Count, total, hash and archive one record as written          *
      *****************************************************************
       TAKE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-AMOUNT-LEN IS GREATER THAN ZERO
              IF WS-TYPE-POS IS EQUAL TO ZERO OR
                 OFD-RECORD (WS-TYPE-POS:1) IS EQUAL TO WS-TYPE-VALUE
                 IF OFD-RECORD (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                    IS NUMERIC
                    MOVE OFD-RECORD (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                      TO WS-AMOUNT-FIELD
                    ADD WS-AMOUNT-FIELD TO WS-AMOUNT-CENTS
                 END-IF
              END-IF
           END-IF.
           PERFORM FOLD-RECORD-BYTE
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-REC-LEN.

           IF NOT WS-ARCHIVE-OPEN
              GO TO TAKE-RECORD-EXIT
           END-IF.
           MOVE SPACES TO BOA-RECORD.
           MOVE WS-CUR-KEY TO BOA-REC-XMIT-KEY.
           MOVE WS-RECORD-COUNT TO BOA-REC-NO.
           MOVE WS-REC-LEN TO BOA-REC-LEN.
           MOVE OFD-RECORD TO BOA-REC-DATA.
           WRITE BNKOFA-REC.
           IF WS-BNKOFA-STATUS IS NOT EQUAL TO '00'
              MOVE 'N' TO WS-ARCHIVED-SW
           END-IF.
       TAKE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * One byte into the file's hash, cut back to 15 digits by       *
      * remainder                                                     *
      *****************************************************************
       FOLD-RECORD-BYTE.
           MOVE LOW-VALUES TO WS-TWO-BYTES-LEFT.
           MOVE OFD-RECORD (WS-SUB:1) TO WS-TWO-BYTES-RIGHT.
           MOVE WS-TWO-BYTES-BINARY TO WS-BYTE-VAL.
           COMPUTE WS-WORK = (WS-HASH * 31) + WS-BYTE-VAL + 1.
           DIVIDE WS-WORK BY 1000000000000000 GIVING WS-QUOT
               REMAINDER WS-REM.
           MOVE WS-REM TO WS-HASH.

      *****************************************************************
      * The file is closed: register it as sent                       *
      *****************************************************************
       CLOSE-XMIT.
           IF WS-ARCHIVE-OPEN
              CLOSE BNKOFA-NDX
              MOVE 'N' TO WS-ARCHIVE-SW
           ELSE
              MOVE 'N' TO WS-ARCHIVED-SW
           END-IF.
           MOVE WS-CUR-KEY TO OFD-XMIT-KEY.
           SET OFD-STATUS-OK TO TRUE.

           MOVE WS-BUS-DATE TO WS-DUE-DATE.
           MOVE ZERO TO WS-DAY-COUNT.
           PERFORM ADVANCE-DUE-DATE
             UNTIL WS-DAY-COUNT IS NOT LESS THAN WS-ACK-DAYS.

           OPEN I-O BNKOFR-NDX.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              SET OFD-STATUS-UNAVAILABLE TO TRUE
              GO TO CLOSE-XMIT-EXIT
           END-IF.
           MOVE SPACES TO BOF-RECORD.
           MOVE WS-CUR-KEY TO BOF-REC-KEY.
           MOVE WS-RECIPIENT TO BOF-REC-RECIPIENT.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO BOF-REC-CREATED-TS.
           MOVE WS-RECORD-COUNT TO BOF-REC-COUNT.
           COMPUTE BOF-REC-AMOUNT = WS-AMOUNT-CENTS / 100.
           MOVE WS-HASH TO BOF-REC-HASH.
           MOVE WS-DUE-DATE TO BOF-REC-DUE-DATE.
           SET BOF-REC-SENT TO TRUE.
      * Without a complete archive the file cannot be sent again
           IF NOT WS-ARCHIVE-COMPLETE
              MOVE 'Archive incomplete - no resend'
                TO BOF-REC-ACK-REASON
           END-IF.
           MOVE ZERO TO BOF-REC-RESEND-COUNT.
           WRITE BNKOFR-REC.
           IF WS-BNKOFR-STATUS IS NOT EQUAL TO '00'
              SET OFD-STATUS-UNAVAILABLE TO TRUE
           END-IF.
           CLOSE BNKOFR-NDX.
       CLOSE-XMIT-EXIT.
           EXIT.

       ADVANCE-DUE-DATE.
           SET BDA-REQUEST-NEXTBUS TO TRUE.
           MOVE WS-DUE-DATE TO BDA-IN-DATE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-DUE-DATE.
           ADD 1 TO WS-DAY-COUNT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
