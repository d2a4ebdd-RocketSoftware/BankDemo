         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-RAISE-SW                           PIC X(1).
           88  WS-LIMIT-RAISED                       VALUE 'Y'.
         05  WS-D2D-DATE.
           10  WS-D2D-YYYY                         PIC 9(4).
           10  FILLER                              PIC X(1).
       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COOL-DATA.
       COPY CCOOLD01.

       01  WS-COMMAREA.
       COPY CBANKD43.

              MOVE 'Customer not found' TO CD43O-MSG
              GO TO SET-LIMITS-EXIT
           END-IF.

      * Raising a limit is refused while a recent contact-detail
      * change is still cooling off; lowering one never is
           PERFORM CHECK-LIMIT-RAISE THRU CHECK-LIMIT-RAISE-EXIT.
           IF WS-LIMIT-RAISED
              MOVE SPACES TO CDK1-DATA
              SET CDK1-REQUEST-CHECK TO TRUE
              MOVE CD43I-PID TO CDK1I-PID
              MOVE CD43I-USERID TO CDK1I-USERID
              SET CDK1I-ACTION-LIMIT TO TRUE
              MOVE ZERO TO CDK1I-AMOUNT
              EXEC CICS LINK PROGRAM('DCOOL01P')
                             COMMAREA(CDK1-DATA)
                             LENGTH(LENGTH OF CDK1-DATA)
              END-EXEC
              IF CDK1O-STATUS-BLOCKED
                 EXEC CICS UNLOCK FILE('BNKCUST')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 MOVE CDK1O-MSG TO CD43O-MSG
                 GO TO SET-LIMITS-EXIT
              END-IF
           END-IF.

           MOVE CD43I-TXN-LIMIT TO BCS-REC-XFER-TXN-LIMIT.
           MOVE CD43I-DAY-LIMIT TO BCS-REC-XFER-DAY-LIMIT.
           MOVE CD43I-WEEK-LIMIT TO BCS-REC-XFER-WEEK-LIMIT.
       SET-LIMITS-EXIT.
           EXIT.

      *****************************************************************
      * Does the change raise any limit?  Zero means no limit, so     *
      * going to zero from a set limit is a raise, and a record with  *
      * no limits yet cannot be raised.                               *
      *****************************************************************
       CHECK-LIMIT-RAISE.
           MOVE SPACE TO WS-RAISE-SW.
           IF BCS-REC-XFER-TXN-LIMIT IS NOT NUMERIC OR
              BCS-REC-XFER-DAY-LIMIT IS NOT NUMERIC OR
              BCS-REC-XFER-WEEK-LIMIT IS NOT NUMERIC
              GO TO CHECK-LIMIT-RAISE-EXIT
           END-IF.
           IF BCS-REC-XFER-TXN-LIMIT IS GREATER THAN ZERO AND
              (CD43I-TXN-LIMIT IS EQUAL TO ZERO OR
               CD43I-TXN-LIMIT IS GREATER THAN BCS-REC-XFER-TXN-LIMIT)
              SET WS-LIMIT-RAISED TO TRUE
           END-IF.
           IF BCS-REC-XFER-DAY-LIMIT IS GREATER THAN ZERO AND
              (CD43I-DAY-LIMIT IS EQUAL TO ZERO OR
               CD43I-DAY-LIMIT IS GREATER THAN BCS-REC-XFER-DAY-LIMIT)
              SET WS-LIMIT-RAISED TO TRUE
           END-IF.
           IF BCS-REC-XFER-WEEK-LIMIT IS GREATER THAN ZERO AND
              (CD43I-WEEK-LIMIT IS EQUAL TO ZERO OR
               CD43I-WEEK-LIMIT IS GREATER THAN
               BCS-REC-XFER-WEEK-LIMIT)
              SET WS-LIMIT-RAISED TO TRUE
           END-IF.
       CHECK-LIMIT-RAISE-EXIT.
           EXIT.

       LOG-OVERRIDE.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
