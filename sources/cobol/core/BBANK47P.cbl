       01  WS-DRAWER-DATA.
       COPY CBANKD37.

       01  WS-POA-DATA.
       COPY CBANKD89.

       01  WS-COMMAREA.
         05  CD76-USER-ROLE                        PIC X(1).
           88  CD76-ROLE-TELLER                      VALUE 'T'.
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * A representative at the counter for the customer must hold a  *
      * current authority with the transact scope                     *
      *****************************************************************
           IF CD76I-REP-ID IS NOT EQUAL TO SPACES AND
              (CD76-REQUEST-FXSELL OR CD76-REQUEST-FXBUY)
              MOVE SPACES TO CD89-DATA
              SET CD89-REQUEST-CHECK TO TRUE
              MOVE CD76I-PID TO CD89I-PID
              MOVE CD76I-REP-ID TO CD89I-REP-IDREF
              MOVE 'T' TO CD89I-SCOPE
              EXEC CICS LINK PROGRAM('DBANK89P')
                             COMMAREA(CD89-DATA)
                             LENGTH(LENGTH OF CD89-DATA)
              END-EXEC
              IF NOT CD89O-STATUS-OK
                 SET CD76O-STATUS-ERROR TO TRUE
                 MOVE CD89O-MSG TO CD76O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
              END-IF
              MOVE CD76I-TELLER TO CD37I-TELLER
              MOVE CD76O-BASE-AMOUNT TO CD37I-AMOUNT
              MOVE CD76I-PID TO CD37I-PID
              MOVE CD76I-CURRENCY TO CD37I-CURRENCY
              EXEC CICS LINK PROGRAM('DBANK37P')
                             COMMAREA(CD37-DATA)
                             LENGTH(LENGTH OF CD37-DATA)
