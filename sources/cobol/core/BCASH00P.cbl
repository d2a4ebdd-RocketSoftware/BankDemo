       01  WS-PERSON-DATA.
       COPY CCASHD01.

       01  WS-CARDLESS-DATA.
       COPY CCASHD06.

       COPY CABENDD.

       LINKAGE SECTION.
      *****************************************************************
      * This is the main process                                      *
      *****************************************************************
      * A cardless withdrawal carries no card - the one-time code
      * keyed at the machine tells us whose PIN to verify
           IF CASH-REQUEST-CARDLESS
              MOVE SPACES TO CDC6-DATA
              SET CDC6-REQUEST-LOOKUP TO TRUE
              MOVE CASH-ATM7-CODE TO CDC6I-CODE
              EXEC CICS LINK PROGRAM('DCASH06P')
                             COMMAREA(CDC6-DATA)
                             LENGTH(LENGTH OF CDC6-DATA)
              END-EXEC
              IF NOT CDC6O-STATUS-OK
                 SET CASH-PIN-STATUS-NO-USER TO TRUE
                 MOVE CDC6O-MSG TO CASH-ERROR-MSG
                 GO TO COMMON-RETURN
              END-IF
              MOVE CDC6O-PID TO CASH-USERID
           END-IF.
      * The entered PIN is verified inside the data layer against
      * the stored digest - the stored value never comes back here
           MOVE SPACES TO CD01-DATA.
               SET CASH-PIN-STATUS-INVALID TO TRUE
               MOVE 'PIN invalid' TO CASH-ERROR-MSG
           END-EVALUATE.
      * Wrong PINs count against the code, which locks on the last
      * allowed attempt
           IF CASH-REQUEST-CARDLESS AND
              CASH-PIN-STATUS-INVALID
              MOVE SPACES TO CDC6-DATA
              SET CDC6-REQUEST-BADPIN TO TRUE
              MOVE CASH-ATM7-CODE TO CDC6I-CODE
              EXEC CICS LINK PROGRAM('DCASH06P')
                             COMMAREA(CDC6-DATA)
                             LENGTH(LENGTH OF CDC6-DATA)
              END-EXEC
              IF CDC6O-STATUS-OK
                 MOVE CDC6O-MSG TO CASH-ERROR-MSG
              END-IF
           END-IF.
           IF NOT CASH-PIN-STATUS-OK
              GO TO COMMON-RETURN
           END-IF.
