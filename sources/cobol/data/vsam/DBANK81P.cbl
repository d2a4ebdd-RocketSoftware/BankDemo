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
      * Program:     DBANK81P.CBL                                     *
      * Function:    Customer tax residency self-certification on     *
      *              BNKTAXR.  CERTIFY checks and records the         *
      *              countries of residence and TINs the customer     *
      *              has certified, replacing any earlier             *
      *              certification; VIEW returns what is on file.     *
      *              Used by the teller maintenance screen and by     *
      *              mobile onboarding (DBANK41P) alike.              *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK81P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK81P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKTAXR-RID                        PIC X(5).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-RES-COUNT                          PIC S9(4) COMP.
         05  WS-BAD-MSG                            PIC X(40).
         05  WS-ON-FILE-SW                         PIC X(1).
           88  WS-ON-FILE                            VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKTAXR-REC.
       COPY CBANKVTR.

       01  WS-COMMAREA.
       COPY CBANKD81.

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
           MOVE SPACES TO CD81O-DATA.
           SET CD81O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD81-REQUEST-CERTIFY
              PERFORM CERTIFY-RESIDENCY THRU CERTIFY-RESIDENCY-EXIT
             WHEN CD81-REQUEST-VIEW
              PERFORM VIEW-RESIDENCY THRU VIEW-RESIDENCY-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD81O-MSG
           END-EVALUATE.

       DBANK81P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Record the certification as given.  At least one country is  *
      * needed; each must be an ISO two-letter code with either a TIN *
      * or the reason there is none.                                  *
      *****************************************************************
       CERTIFY-RESIDENCY.
           MOVE CD81I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD81O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD81O-MSG
              GO TO CERTIFY-RESIDENCY-EXIT
           END-IF.

           MOVE ZERO TO WS-RES-COUNT.
           MOVE SPACES TO WS-BAD-MSG.
           PERFORM CHECK-RESIDENCE THRU
                   CHECK-RESIDENCE-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 3.
           IF WS-BAD-MSG IS NOT EQUAL TO SPACES
              MOVE WS-BAD-MSG TO CD81O-MSG
              GO TO CERTIFY-RESIDENCY-EXIT
           END-IF.
           IF WS-RES-COUNT IS EQUAL TO ZERO
              MOVE 'At least one country is required' TO CD81O-MSG
              GO TO CERTIFY-RESIDENCY-EXIT
           END-IF.

           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE CD81I-PID TO WS-BNKTAXR-RID.
           EXEC CICS READ FILE('BNKTAXR')
                          UPDATE
                          INTO(WS-BNKTAXR-REC)
                          LENGTH(LENGTH OF WS-BNKTAXR-REC)
                          RIDFLD(WS-BNKTAXR-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ON-FILE-SW
           END-IF.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE SPACES TO BTR-RECORD.
           MOVE CD81I-PID TO BTR-REC-PID.
           SET BTR-REC-CERTIFIED TO TRUE.
           MOVE WS-TS-DATE (1:10) TO BTR-REC-CERT-DATE.
           MOVE CD81I-SOURCE TO BTR-REC-SOURCE.
           MOVE CD81I-USERID TO BTR-REC-CERT-BY.
           PERFORM COPY-RESIDENCE-IN THRU
                   COPY-RESIDENCE-IN-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 3.

           IF WS-ON-FILE
              EXEC CICS REWRITE FILE('BNKTAXR')
                                FROM(WS-BNKTAXR-REC)
                                LENGTH(LENGTH OF WS-BNKTAXR-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('BNKTAXR')
                              FROM(WS-BNKTAXR-REC)
                              LENGTH(LENGTH OF WS-BNKTAXR-REC)
                              RIDFLD(WS-BNKTAXR-RID)
                              KEYLENGTH(LENGTH OF WS-BNKTAXR-RID)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the certification' TO CD81O-MSG
              GO TO CERTIFY-RESIDENCY-EXIT
           END-IF.
           MOVE BTR-REC-CERT-DATE TO CD81O-CERT-DATE.
           MOVE BTR-REC-SOURCE TO CD81O-SOURCE.
           SET CD81O-STATUS-OK TO TRUE.
       CERTIFY-RESIDENCY-EXIT.
           EXIT.

       CHECK-RESIDENCE.
           IF CD81I-RES-CNTRY (WS-SUB) IS EQUAL TO SPACES
              IF CD81I-RES-TIN (WS-SUB) IS NOT EQUAL TO SPACES
                 MOVE 'A TIN needs its country' TO WS-BAD-MSG
              END-IF
              GO TO CHECK-RESIDENCE-EXIT
           END-IF.
           ADD 1 TO WS-RES-COUNT.
           IF CD81I-RES-CNTRY (WS-SUB) IS NOT ALPHABETIC-UPPER OR
              CD81I-RES-CNTRY (WS-SUB) (1:1) IS EQUAL TO SPACE OR
              CD81I-RES-CNTRY (WS-SUB) (2:1) IS EQUAL TO SPACE
              MOVE 'Country must be a two-letter ISO code'
                TO WS-BAD-MSG
              GO TO CHECK-RESIDENCE-EXIT
           END-IF.
           IF CD81I-RES-TIN (WS-SUB) IS EQUAL TO SPACES
              IF CD81I-RES-NO-TIN (WS-SUB) IS NOT EQUAL TO 'A' AND
                 CD81I-RES-NO-TIN (WS-SUB) IS NOT EQUAL TO 'B' AND
                 CD81I-RES-NO-TIN (WS-SUB) IS NOT EQUAL TO 'C'
                 MOVE 'Give the TIN or why there is none (A/B/C)'
                   TO WS-BAD-MSG
              END-IF
           ELSE
              MOVE SPACE TO CD81I-RES-NO-TIN (WS-SUB)
           END-IF.
       CHECK-RESIDENCE-EXIT.
           EXIT.

       COPY-RESIDENCE-IN.
           MOVE CD81I-RES-CNTRY (WS-SUB) TO BTR-REC-RES-CNTRY (WS-SUB).
           MOVE CD81I-RES-TIN (WS-SUB) TO BTR-REC-RES-TIN (WS-SUB).
           MOVE CD81I-RES-NO-TIN (WS-SUB)
             TO BTR-REC-RES-NO-TIN (WS-SUB).
       COPY-RESIDENCE-IN-EXIT.
           EXIT.

      *****************************************************************
      * What the customer has certified                               *
      *****************************************************************
       VIEW-RESIDENCY.
           MOVE CD81I-PID TO WS-BNKTAXR-RID.
           EXEC CICS READ FILE('BNKTAXR')
                          INTO(WS-BNKTAXR-REC)
                          LENGTH(LENGTH OF WS-BNKTAXR-REC)
                          RIDFLD(WS-BNKTAXR-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD81O-STATUS-NOTFOUND TO TRUE
              MOVE 'No certification on file' TO CD81O-MSG
              GO TO VIEW-RESIDENCY-EXIT
           END-IF.
           MOVE BTR-REC-CERT-DATE TO CD81O-CERT-DATE.
           MOVE BTR-REC-SOURCE TO CD81O-SOURCE.
           PERFORM COPY-RESIDENCE-OUT THRU
                   COPY-RESIDENCE-OUT-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 3.
           SET CD81O-STATUS-OK TO TRUE.
       VIEW-RESIDENCY-EXIT.
           EXIT.

       COPY-RESIDENCE-OUT.
           MOVE BTR-REC-RES-CNTRY (WS-SUB) TO CD81O-RES-CNTRY (WS-SUB).
           MOVE BTR-REC-RES-TIN (WS-SUB) TO CD81O-RES-TIN (WS-SUB).
           MOVE BTR-REC-RES-NO-TIN (WS-SUB)
             TO CD81O-RES-NO-TIN (WS-SUB).
       COPY-RESIDENCE-OUT-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
