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
      * Program:     UBNKBKR1.CBL                                     *
      * Function:    Automatic stay utility for the batch jobs.       *
      *              CHECK reads the customer's entry on the          *
      *              bankruptcy register BNKBKRP and says whether an  *
      *              active case protects them, returning the case    *
      *              number, chapter and filing date when it does.    *
      *              No entry, an ended case or no register at all    *
      *              is reported as no stay.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           UBNKBKR1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKBKRP-NDX
                  ASSIGN       TO NDXBKRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBR-REC-PID
                  FILE STATUS  IS WS-BNKBKRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKBKRP-NDX.
       01  BNKBKRP-REC.
       COPY CBANKVBR.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'UBNKBKR1'.
         05  WS-BNKBKRP-STATUS                     PIC X(2).

       LINKAGE SECTION.
       01  BKR-PARM.
       COPY CBANKBKD.

       PROCEDURE DIVISION USING BKR-PARM.
           SET BKD-NO-STAY TO TRUE.
           MOVE SPACES TO BKD-CASE-NO.
           MOVE SPACES TO BKD-CHAPTER.
           MOVE SPACES TO BKD-FILING-DATE.
           IF NOT BKD-REQUEST-CHECK
              GOBACK
           END-IF.

           OPEN INPUT BNKBKRP-NDX.
           IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00'
              GOBACK
           END-IF.

           MOVE BKD-PID TO BBR-REC-PID.
           READ BNKBKRP-NDX RECORD
             INVALID KEY
               MOVE '23' TO WS-BNKBKRP-STATUS
           END-READ.
           IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND
              BBR-REC-STAY-ACTIVE
              SET BKD-STAY-ACTIVE TO TRUE
              MOVE BBR-REC-CASE-NO TO BKD-CASE-NO
              MOVE BBR-REC-CHAPTER TO BKD-CHAPTER
              MOVE BBR-REC-FILING-DATE TO BKD-FILING-DATE
           END-IF.

           CLOSE BNKBKRP-NDX.
           GOBACK.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
