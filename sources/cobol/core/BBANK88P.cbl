      * Program:     BBANK88P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Teller cash drawer - open with a float, show     *
      *              the running position, buy cash from or sell it   *
      *              back to the branch vault, close against counted  *
      *              cash                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
           88  CD37-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD37.

       01  WS-POA-DATA.
       COPY CBANKD89.

       COPY CABENDD.

       LINKAGE SECTION.
              MOVE 'Counted cash cannot be negative' TO CD37O-MSG
              GO TO COMMON-RETURN
           END-IF.
           IF (CD37-REQUEST-BUY OR CD37-REQUEST-SELL) AND
              CD37I-AMOUNT IS NOT GREATER THAN ZERO
              SET CD37O-STATUS-ERROR TO TRUE
              MOVE 'Amount must be greater than zero' TO CD37O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * A representative at the counter for the customer must hold a  *
      * current authority with the transact scope                     *
      *****************************************************************
           IF CD37I-REP-ID IS NOT EQUAL TO SPACES AND
              (CD37-REQUEST-CASHIN OR CD37-REQUEST-CASHOUT)
              MOVE SPACES TO CD89-DATA
              SET CD89-REQUEST-CHECK TO TRUE
              MOVE CD37I-PID TO CD89I-PID
              MOVE CD37I-ACCNO TO CD89I-ACCNO
              MOVE CD37I-REP-ID TO CD89I-REP-IDREF
              MOVE 'T' TO CD89I-SCOPE
              EXEC CICS LINK PROGRAM('DBANK89P')
                             COMMAREA(CD89-DATA)
                             LENGTH(LENGTH OF CD89-DATA)
              END-EXEC
              IF NOT CD89O-STATUS-OK
                 SET CD37O-STATUS-ERROR TO TRUE
                 MOVE CD89O-MSG TO CD37O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
