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
      * Program:     UBNKIFC1.CBL                                     *
      * Function:    Intake control for the inbound feeds.  Each      *
      *              importer passes every record of its feed through *
      *              here before posting any of it: OPEN names the    *
      *              feed, RECORD takes one record, CLOSE checks the  *
      *              sender's header (feed, file id, creation date,   *
      *              sequence number) and the trailer's record count  *
      *              and hash totals, and registers the file on       *
      *              BNKIFR.  A file already taken up is refused as a *
      *              duplicate; one failing its checks is held there  *
      *              until the operator releases or rejects it from   *
      *              the console.  POSTED marks the file posted once  *
      *              the importer has finished with it.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           UBNKIFC1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKIFR-NDX
                  ASSIGN       TO NDXIFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BIF-REC-KEY
                  FILE STATUS  IS WS-BNKIFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKIFR-NDX.
       01  BNKIFR-REC.
       COPY CBANKVIF.

       WORKING-STORAGE SECTION.
       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'UBNKIFC1'.
         05  WS-BNKIFR-STATUS                      PIC X(2).
         05  WS-BUS-DATE                           PIC X(10).

      * The file in hand, from OPEN through to POSTED
         05  WS-CUR-FEED                           PIC X(8).
         05  WS-CUR-KEY.
           10  WS-CUR-KEY-FEED                     PIC X(8).
           10  WS-CUR-KEY-FILE-ID                  PIC X(20).
         05  WS-CUR-TAKEN-SW                       PIC X(1)
             VALUE 'N'.
           88  WS-CUR-TAKEN-UP                       VALUE 'Y'.
         05  WS-RECORD-COUNT                       PIC 9(9).
         05  WS-DATA-COUNT                         PIC 9(9).
         05  WS-HASH-1                             PIC 9(15).
         05  WS-HASH-2                             PIC 9(15).
         05  WS-HASH-FIELD                         PIC 9(15).
         05  WS-HEADER-SW                          PIC X(1).
           88  WS-HEADER-SEEN                        VALUE 'Y'.
         05  WS-TRAILER-SW                         PIC X(1).
           88  WS-TRAILER-SEEN                       VALUE 'Y'.
         05  WS-HEADER-REC                         PIC X(80).
         05  WS-TRAILER-REC                        PIC X(80).
         05  WS-REASON                             PIC X(30).
         05  WS-LAST-SEQUENCE                      PIC 9(6).
         05  WS-LAST-SEQ-SW                        PIC X(1).
           88  WS-LAST-SEQ-FOUND                     VALUE 'Y'.
         05  WS-NEXT-SEQUENCE                      PIC 9(6).
         05  WS-CREATED-DATE.
           10  WS-CRD-YYYY                         PIC X(4).
           10  WS-CRD-DASH1                        PIC X(1).
           10  WS-CRD-MM                           PIC 9(2).
           10  WS-CRD-DASH2                        PIC X(1).
           10  WS-CRD-DD                           PIC 9(2).

      *****************************************************************
      * Where each feed carries its hash fields - position and length *
      * in the record; a zero length means the feed has no such field *
      * and its trailer carries zero                                  *
      *****************************************************************
       01  WS-FEED-TABLE.
         05  FILLER                                PIC X(16)
             VALUE 'ACHWIRE 10110109'.
         05  FILLER                                PIC X(16)
             VALUE 'MICRCLR 20111109'.
         05  FILLER                                PIC X(16)
             VALUE 'NETSETL 24121509'.
         05  FILLER                                PIC X(16)
             VALUE 'BUROIN  06030105'.
         05  FILLER                                PIC X(16)
             VALUE 'SWITCHIN00000000'.
         05  FILLER                                PIC X(16)
             VALUE 'CARSTAT 01060807'.
         05  FILLER                                PIC X(16)
             VALUE 'NSTSTMT 32110000'.
         05  FILLER                                PIC X(16)
             VALUE 'DTHREG  01090000'.
       01  FILLER REDEFINES WS-FEED-TABLE.
         05  WS-FEED-ENTRY OCCURS 8 TIMES
                           INDEXED BY WS-FEED-IX.
           10  WS-FEED-NAME                        PIC X(8).
           10  WS-FEED-HASH-1-POS                  PIC 9(2).
           10  WS-FEED-HASH-1-LEN                  PIC 9(2).
           10  WS-FEED-HASH-2-POS                  PIC 9(2).
           10  WS-FEED-HASH-2-LEN                  PIC 9(2).
       01  WS-HASH-1-POS                           PIC 9(2).
       01  WS-HASH-1-LEN                           PIC 9(2).
       01  WS-HASH-2-POS                           PIC 9(2).
       01  WS-HASH-2-LEN                           PIC 9(2).

       01  WS-HDR.
         05  WS-HDR-ID                             PIC X(4).
         05  WS-HDR-FEED                           PIC X(8).
         05  WS-HDR-FILE-ID                        PIC X(20).
         05  WS-HDR-CREATED                        PIC X(10).
         05  WS-HDR-SEQUENCE                       PIC 9(6).
         05  WS-HDR-SENDER                         PIC X(20).
         05  FILLER                                PIC X(12).
       01  WS-TRL.
         05  WS-TRL-ID                             PIC X(4).
         05  WS-TRL-COUNT                          PIC 9(9).
         05  WS-TRL-HASH-1                         PIC 9(15).
         05  WS-TRL-HASH-2                         PIC 9(15).
         05  FILLER                                PIC X(37).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       LINKAGE SECTION.
       01  IFC-PARM.
       COPY CBANKIFD.

       PROCEDURE DIVISION USING IFC-PARM.
           EVALUATE TRUE
             WHEN IFD-REQUEST-OPEN
              PERFORM OPEN-INTAKE THRU OPEN-INTAKE-EXIT
             WHEN IFD-REQUEST-RECORD
              PERFORM TAKE-RECORD THRU TAKE-RECORD-EXIT
             WHEN IFD-REQUEST-CLOSE
              PERFORM CLOSE-INTAKE THRU CLOSE-INTAKE-EXIT
             WHEN IFD-REQUEST-POSTED
              PERFORM MARK-POSTED THRU MARK-POSTED-EXIT
             WHEN OTHER
              SET IFD-RESULT-UNAVAILABLE TO TRUE
              MOVE 8 TO IFD-RETURN-CODE
              MOVE 'Unknown intake control request' TO IFD-MESSAGE
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Start a feed's file                                           *
      *****************************************************************
       OPEN-INTAKE.
           MOVE IFD-FEED TO WS-CUR-FEED.
           MOVE SPACES TO WS-CUR-KEY.
           MOVE 'N' TO WS-CUR-TAKEN-SW.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-DATA-COUNT.
           MOVE ZERO TO WS-HASH-1.
           MOVE ZERO TO WS-HASH-2.
           MOVE 'N' TO WS-HEADER-SW.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE SPACES TO WS-HEADER-REC.
           MOVE SPACES TO WS-TRAILER-REC.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-HASH-1-POS.
           MOVE ZERO TO WS-HASH-1-LEN.
           MOVE ZERO TO WS-HASH-2-POS.
           MOVE ZERO TO WS-HASH-2-LEN.
           SET WS-FEED-IX TO 1.
           SEARCH WS-FEED-ENTRY
             AT END
               CONTINUE
             WHEN WS-FEED-NAME (WS-FEED-IX) IS EQUAL TO WS-CUR-FEED
               MOVE WS-FEED-HASH-1-POS (WS-FEED-IX) TO WS-HASH-1-POS
               MOVE WS-FEED-HASH-1-LEN (WS-FEED-IX) TO WS-HASH-1-LEN
               MOVE WS-FEED-HASH-2-POS (WS-FEED-IX) TO WS-HASH-2-POS
               MOVE WS-FEED-HASH-2-LEN (WS-FEED-IX) TO WS-HASH-2-LEN
           END-SEARCH.
           SET IFD-RESULT-ACCEPTED TO TRUE.
           MOVE ZERO TO IFD-RETURN-CODE.
           MOVE SPACES TO IFD-MESSAGE.
       OPEN-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Take one record: the header must come first and the trailer   *
      * last; everything between is counted and hashed                *
      *****************************************************************
       TAKE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF IFD-REC-HEADER
              IF WS-RECORD-COUNT IS EQUAL TO 1
                 SET WS-HEADER-SEEN TO TRUE
                 MOVE IFD-RECORD TO WS-HEADER-REC
              ELSE
                 IF WS-REASON IS EQUAL TO SPACES
                    MOVE 'Header out of place' TO WS-REASON
                 END-IF
              END-IF
              GO TO TAKE-RECORD-EXIT
           END-IF.
           IF WS-TRAILER-SEEN AND
              WS-REASON IS EQUAL TO SPACES
              MOVE 'Records after the trailer' TO WS-REASON
           END-IF.
           IF IFD-REC-TRAILER
              SET WS-TRAILER-SEEN TO TRUE
              MOVE IFD-RECORD TO WS-TRAILER-REC
              GO TO TAKE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-DATA-COUNT.
           IF WS-HASH-1-LEN IS GREATER THAN ZERO
              IF IFD-RECORD (WS-HASH-1-POS:WS-HASH-1-LEN) IS NUMERIC
                 MOVE IFD-RECORD (WS-HASH-1-POS:WS-HASH-1-LEN)
                   TO WS-HASH-FIELD
                 ADD WS-HASH-FIELD TO WS-HASH-1
              END-IF
           END-IF.
           IF WS-HASH-2-LEN IS GREATER THAN ZERO
              IF IFD-RECORD (WS-HASH-2-POS:WS-HASH-2-LEN) IS NUMERIC
                 MOVE IFD-RECORD (WS-HASH-2-POS:WS-HASH-2-LEN)
                   TO WS-HASH-FIELD
                 ADD WS-HASH-FIELD TO WS-HASH-2
              END-IF
           END-IF.
       TAKE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * End of the file: check it, then decide against the register   *
      *****************************************************************
       CLOSE-INTAKE.
           MOVE ZERO TO IFD-RETURN-CODE.
           MOVE SPACES TO IFD-MESSAGE.
      * Nothing delivered tonight - nothing to take up
           IF WS-RECORD-COUNT IS EQUAL TO ZERO
              SET IFD-RESULT-EMPTY TO TRUE
              GO TO CLOSE-INTAKE-EXIT
           END-IF.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           OPEN I-O BNKIFR-NDX.
           IF WS-BNKIFR-STATUS IS NOT EQUAL TO '00'
              SET IFD-RESULT-UNAVAILABLE TO TRUE
              MOVE 8 TO IFD-RETURN-CODE
              MOVE 'Inbound file register unavailable - feed not taken'
                TO IFD-MESSAGE
              GO TO CLOSE-INTAKE-EXIT
           END-IF.

           MOVE WS-HEADER-REC TO WS-HDR.
           MOVE WS-TRAILER-REC TO WS-TRL.
           MOVE WS-CUR-FEED TO WS-CUR-KEY-FEED.
      * A file without its header has no identity of its own; it is
      * held under the business date it arrived on
           IF WS-HEADER-SEEN
              MOVE WS-HDR-FILE-ID TO WS-CUR-KEY-FILE-ID
           ELSE
              MOVE SPACES TO WS-CUR-KEY-FILE-ID
              STRING 'NOHDR-' DELIMITED BY SIZE
                     WS-BUS-DATE DELIMITED BY SIZE
                INTO WS-CUR-KEY-FILE-ID
           END-IF.

           PERFORM CHECK-CONTROLS THRU
                   CHECK-CONTROLS-EXIT.

           MOVE WS-CUR-KEY TO BIF-REC-KEY.
           READ BNKIFR-NDX RECORD
             INVALID KEY
               PERFORM REGISTER-NEW-FILE THRU
                       REGISTER-NEW-FILE-EXIT
               GO TO CLOSE-INTAKE-DONE
           END-READ.
           PERFORM DECIDE-KNOWN-FILE THRU
                   DECIDE-KNOWN-FILE-EXIT.
       CLOSE-INTAKE-DONE.
           CLOSE BNKIFR-NDX.
       CLOSE-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * The header's feed, creation date and sequence, and the        *
      * trailer's count and hash totals.  The first failure found is  *
      * the reason the file is held.                                  *
      *****************************************************************
       CHECK-CONTROLS.
           IF WS-REASON IS NOT EQUAL TO SPACES
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF NOT WS-HEADER-SEEN
              MOVE 'No header record' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-HDR-FEED IS NOT EQUAL TO WS-CUR-FEED
              MOVE 'Header is for another feed' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-HDR-FILE-ID IS EQUAL TO SPACES
              MOVE 'Header has no file id' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           MOVE WS-HDR-CREATED TO WS-CREATED-DATE.
           IF WS-CRD-YYYY IS NOT NUMERIC OR
              WS-CRD-MM IS NOT NUMERIC OR
              WS-CRD-DD IS NOT NUMERIC OR
              WS-CRD-DASH1 IS NOT EQUAL TO '-' OR
              WS-CRD-DASH2 IS NOT EQUAL TO '-' OR
              WS-CRD-MM IS LESS THAN 1 OR
              WS-CRD-MM IS GREATER THAN 12 OR
              WS-CRD-DD IS LESS THAN 1 OR
              WS-CRD-DD IS GREATER THAN 31
              MOVE 'Creation date invalid' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-HDR-CREATED IS GREATER THAN WS-BUS-DATE
              MOVE 'Creation date in the future' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-HDR-SEQUENCE IS NOT NUMERIC
              MOVE 'Sequence number invalid' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
              MOVE 'No trailer record' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-TRL-COUNT IS NOT NUMERIC OR
              WS-TRL-COUNT IS NOT EQUAL TO WS-DATA-COUNT
              MOVE 'Trailer record count wrong' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-TRL-HASH-1 IS NOT NUMERIC OR
              WS-TRL-HASH-1 IS NOT EQUAL TO WS-HASH-1 OR
              WS-TRL-HASH-2 IS NOT NUMERIC OR
              WS-TRL-HASH-2 IS NOT EQUAL TO WS-HASH-2
              MOVE 'Trailer hash total wrong' TO WS-REASON
              GO TO CHECK-CONTROLS-EXIT
           END-IF.
           PERFORM FIND-LAST-SEQUENCE THRU
                   FIND-LAST-SEQUENCE-EXIT.
           IF WS-LAST-SEQ-FOUND
              COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1
              IF WS-HDR-SEQUENCE IS NOT EQUAL TO WS-NEXT-SEQUENCE
                 MOVE 'Sequence number out of order' TO WS-REASON
                 GO TO CHECK-CONTROLS-EXIT
              END-IF
           END-IF.
       CHECK-CONTROLS-EXIT.
           EXIT.

      *****************************************************************
      * The highest sequence number taken up so far on this feed      *
      *****************************************************************
       FIND-LAST-SEQUENCE.
           MOVE 'N' TO WS-LAST-SEQ-SW.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE LOW-VALUES TO BIF-REC-KEY.
           MOVE WS-CUR-FEED TO BIF-REC-FEED.
           START BNKIFR-NDX KEY IS GREATER THAN OR EQUAL TO
                 BIF-REC-KEY.
           IF WS-BNKIFR-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-LAST-SEQUENCE-EXIT
           END-IF.
       FIND-LAST-SEQUENCE-LOOP.
           READ BNKIFR-NDX NEXT RECORD.
           IF WS-BNKIFR-STATUS IS NOT EQUAL TO '00'
              GO TO FIND-LAST-SEQUENCE-EXIT
           END-IF.
           IF BIF-REC-FEED IS NOT EQUAL TO WS-CUR-FEED
              GO TO FIND-LAST-SEQUENCE-EXIT
           END-IF.
           IF (BIF-REC-TAKEN-UP OR BIF-REC-POSTED) AND
              BIF-REC-SEQUENCE IS NUMERIC
              IF NOT WS-LAST-SEQ-FOUND OR
                 BIF-REC-SEQUENCE IS GREATER THAN WS-LAST-SEQUENCE
                 SET WS-LAST-SEQ-FOUND TO TRUE
                 MOVE BIF-REC-SEQUENCE TO WS-LAST-SEQUENCE
              END-IF
           END-IF.
           GO TO FIND-LAST-SEQUENCE-LOOP.
       FIND-LAST-SEQUENCE-EXIT.
           EXIT.

      *****************************************************************
      * A file not seen before is taken up if it passed its checks,   *
      * otherwise held for the operator                               *
      *****************************************************************
       REGISTER-NEW-FILE.
           MOVE SPACES TO BIF-RECORD.
           MOVE WS-CUR-KEY TO BIF-REC-KEY.
           IF WS-HEADER-SEEN
              MOVE WS-HDR-CREATED TO BIF-REC-CREATED
              MOVE WS-HDR-SENDER TO BIF-REC-SENDER
           END-IF.
           IF WS-HEADER-SEEN AND
              WS-HDR-SEQUENCE IS NUMERIC
              MOVE WS-HDR-SEQUENCE TO BIF-REC-SEQUENCE
           ELSE
              MOVE ZERO TO BIF-REC-SEQUENCE
           END-IF.
           MOVE WS-DATA-COUNT TO BIF-REC-COUNT.
           MOVE WS-HASH-1 TO BIF-REC-HASH-1.
           MOVE WS-HASH-2 TO BIF-REC-HASH-2.
           MOVE WS-BUS-DATE TO BIF-REC-BUS-DATE.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO BIF-REC-RECEIVED-TS.
           IF WS-REASON IS EQUAL TO SPACES
              PERFORM SET-TAKEN-UP
           ELSE
              PERFORM SET-HELD
           END-IF.
           WRITE BNKIFR-REC.
           IF WS-BNKIFR-STATUS IS NOT EQUAL TO '00'
              PERFORM SET-UNAVAILABLE
           END-IF.
       REGISTER-NEW-FILE-EXIT.
           EXIT.

      *****************************************************************
      * A file already on the register: posted or part-taken files    *
      * are never taken again, rejected ones stay rejected, a         *
      * released one is taken on the operator's say-so, and a held    *
      * one is taken once it passes its checks                        *
      *****************************************************************
       DECIDE-KNOWN-FILE.
           EVALUATE TRUE
             WHEN BIF-REC-POSTED
              SET IFD-RESULT-DUPLICATE TO TRUE
              MOVE 4 TO IFD-RETURN-CODE
              MOVE SPACES TO IFD-MESSAGE
              STRING 'Duplicate file ' DELIMITED BY SIZE
                     WS-CUR-KEY-FILE-ID DELIMITED BY SIZE
                     ' refused - already posted' DELIMITED BY SIZE
                INTO IFD-MESSAGE
              GO TO DECIDE-KNOWN-FILE-EXIT
             WHEN BIF-REC-REJECTED
              SET IFD-RESULT-REJECTED TO TRUE
              MOVE 4 TO IFD-RETURN-CODE
              MOVE SPACES TO IFD-MESSAGE
              STRING 'File ' DELIMITED BY SIZE
                     WS-CUR-KEY-FILE-ID DELIMITED BY SIZE
                     ' rejected by the operator' DELIMITED BY SIZE
                INTO IFD-MESSAGE
              GO TO DECIDE-KNOWN-FILE-EXIT
             WHEN BIF-REC-TAKEN-UP
              MOVE 'Earlier take-up not completed' TO WS-REASON
              PERFORM SET-HELD
             WHEN BIF-REC-RELEASED
              PERFORM SET-TAKEN-UP
             WHEN WS-REASON IS EQUAL TO SPACES
              PERFORM SET-TAKEN-UP
             WHEN OTHER
              PERFORM SET-HELD
           END-EVALUATE.
           MOVE WS-DATA-COUNT TO BIF-REC-COUNT.
           MOVE WS-HASH-1 TO BIF-REC-HASH-1.
           MOVE WS-HASH-2 TO BIF-REC-HASH-2.
           REWRITE BNKIFR-REC.
           IF WS-BNKIFR-STATUS IS NOT EQUAL TO '00'
              PERFORM SET-UNAVAILABLE
           END-IF.
       DECIDE-KNOWN-FILE-EXIT.
           EXIT.

       SET-TAKEN-UP.
           SET BIF-REC-TAKEN-UP TO TRUE.
           MOVE SPACES TO BIF-REC-REASON.
           SET WS-CUR-TAKEN-UP TO TRUE.
           SET IFD-RESULT-ACCEPTED TO TRUE.
           MOVE ZERO TO IFD-RETURN-CODE.

       SET-HELD.
           SET BIF-REC-HELD TO TRUE.
           MOVE WS-REASON TO BIF-REC-REASON.
           SET IFD-RESULT-HELD TO TRUE.
           MOVE 4 TO IFD-RETURN-CODE.
           MOVE SPACES TO IFD-MESSAGE.
           STRING 'File ' DELIMITED BY SIZE
                  WS-CUR-KEY-FILE-ID DELIMITED BY SIZE
                  ' held: ' DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
             INTO IFD-MESSAGE.

       SET-UNAVAILABLE.
           MOVE 'N' TO WS-CUR-TAKEN-SW.
           SET IFD-RESULT-UNAVAILABLE TO TRUE.
           MOVE 8 TO IFD-RETURN-CODE.
           MOVE 'Unable to update the inbound file register'
             TO IFD-MESSAGE.

      *****************************************************************
      * The importer has posted the file taken up                     *
      *****************************************************************
       MARK-POSTED.
           IF NOT WS-CUR-TAKEN-UP
              GO TO MARK-POSTED-EXIT
           END-IF.
           MOVE 'N' TO WS-CUR-TAKEN-SW.
           OPEN I-O BNKIFR-NDX.
           IF WS-BNKIFR-STATUS IS NOT EQUAL TO '00'
              GO TO MARK-POSTED-EXIT
           END-IF.
           MOVE WS-CUR-KEY TO BIF-REC-KEY.
           READ BNKIFR-NDX RECORD
             INVALID KEY
               GO TO MARK-POSTED-DONE
           END-READ.
           SET BIF-REC-POSTED TO TRUE.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE WS-TIMESTAMP TO BIF-REC-ACTION-TS.
           REWRITE BNKIFR-REC.
       MARK-POSTED-DONE.
           CLOSE BNKIFR-NDX.
       MARK-POSTED-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
