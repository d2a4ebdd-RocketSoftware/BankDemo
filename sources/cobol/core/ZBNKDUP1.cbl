      * Program:     ZBNKDUP1.CBL                                     *
      * Function:    Periodic duplicate-customer scoring.  Every      *
      *              pair of active customers is compared (exact SIN  *
      *              = 100, same name and postal code = 60, unless    *
      *              the business parameters DUP-SIN-SCORE and        *
      *              DUP-NAME-SCORE say otherwise); scoring           *
      *              pairs not already queued are written to the      *
      *              review queue BNKDUPQ for staff to link, merge    *
      *              or clear online.                                 *
         05  WS-SEQ-SUFFIX                         PIC 9(4)
             VALUE ZERO.
         05  WS-PAIR-SCORE                         PIC 9(3).
         05  WS-SIN-SCORE                          PIC 9(3)
             VALUE 100.
         05  WS-NAME-SCORE                         PIC 9(3)
             VALUE 60.
         05  WS-QUEUED-COUNTER                     PIC 9(5)
             VALUE ZERO.

       01  WS-CST-USED                             PIC 9(4)
           VALUE ZERO.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'DUP-SIN-SCORE' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-SIN-SCORE
           END-IF.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'DUP-NAME-SCORE' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-NAME-SCORE
           END-IF.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           IF WS-CST-SIN (WS-CST-IX) IS NOT EQUAL TO SPACES AND
              WS-CST-SIN (WS-CST-IX) IS EQUAL TO
              WS-CST-SIN (WS-CST-JX)
              MOVE WS-SIN-SCORE TO WS-PAIR-SCORE
           ELSE
              IF WS-CST-NAME (WS-CST-IX) IS EQUAL TO
                 WS-CST-NAME (WS-CST-JX) AND
                 SPACES AND
                 WS-CST-POST-CODE (WS-CST-IX) IS EQUAL TO
                 WS-CST-POST-CODE (WS-CST-JX)
                 MOVE WS-NAME-SCORE TO WS-PAIR-SCORE
              END-IF
           END-IF.
           IF WS-PAIR-SCORE IS EQUAL TO ZERO
