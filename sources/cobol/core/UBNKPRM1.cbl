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
      * Program:     UBNKPRM1.CBL                                     *
      * Function:    Business parameter utility for the batch jobs.   *
      *              GET returns the value of a business parameter in *
      *              force on a date (the current business date when  *
      *              none is given) from the parameter file BNKPARM - *
      *              the approved row with the latest effective date  *
      *              not after that date.  When there is none, or the *
      *              file is not there, NOTFOUND is returned and the  *
      *              caller keeps the value it was built with.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           UBNKPRM1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKPARM-NDX
                  ASSIGN       TO NDXPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BPM-REC-KEY
                  FILE STATUS  IS WS-BNKPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKPARM-NDX.
       01  BNKPARM-REC.
       COPY CBANKVPM.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'UBNKPRM1'.
         05  WS-BNKPARM-STATUS                     PIC X(2).
         05  WS-AS-OF-DATE                         PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       LINKAGE SECTION.
       01  PRM-PARM.
       COPY CBANKPMD.

       PROCEDURE DIVISION USING PRM-PARM.
           SET PMD-STATUS-NOTFOUND TO TRUE.
           MOVE SPACES TO PMD-EFF-DATE.
           IF NOT PMD-REQUEST-GET
              GOBACK
           END-IF.

           MOVE PMD-AS-OF TO WS-AS-OF-DATE.
           IF WS-AS-OF-DATE IS EQUAL TO SPACES
              SET BDA-REQUEST-GET TO TRUE
              CALL 'UBNKBDAY' USING WS-BDAY-PARM
              MOVE BDA-OUT-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT BNKPARM-NDX.
           IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00'
              GOBACK
           END-IF.

           PERFORM FIND-VALUE-IN-FORCE THRU
                   FIND-VALUE-IN-FORCE-EXIT.

           CLOSE BNKPARM-NDX.
           GOBACK.

      *****************************************************************
      * Walk the parameter's rows in effective-date order up to the   *
      * as-of date, keeping the last approved one                     *
      *****************************************************************
       FIND-VALUE-IN-FORCE.
           MOVE PMD-PARM-ID TO BPM-REC-PARM-ID.
           MOVE LOW-VALUES TO BPM-REC-EFF-DATE.
           START BNKPARM-NDX KEY IS GREATER THAN OR EQUAL TO
                 BPM-REC-KEY
             INVALID KEY
               GO TO FIND-VALUE-IN-FORCE-EXIT
           END-START.
       FIND-VALUE-IN-FORCE-LOOP.
           READ BNKPARM-NDX NEXT RECORD
             AT END
               GO TO FIND-VALUE-IN-FORCE-EXIT
           END-READ.
           IF WS-BNKPARM-STATUS IS NOT EQUAL TO '00' OR
              BPM-REC-PARM-ID IS NOT EQUAL TO PMD-PARM-ID OR
              BPM-REC-EFF-DATE IS GREATER THAN WS-AS-OF-DATE
              GO TO FIND-VALUE-IN-FORCE-EXIT
           END-IF.
           IF BPM-REC-APPROVED
              MOVE BPM-REC-VALUE TO PMD-VALUE
              MOVE BPM-REC-EFF-DATE TO PMD-EFF-DATE
              SET PMD-STATUS-FOUND TO TRUE
           END-IF.
           GO TO FIND-VALUE-IN-FORCE-LOOP.
       FIND-VALUE-IN-FORCE-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
