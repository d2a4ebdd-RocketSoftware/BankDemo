         05  WS-TD-CURRENCY                        PIC X(3).
         05  WS-NOM-ACCNO                          PIC X(9).

      * Early-redemption penalty, percent of principal - the
      * business parameter TD-PENALTY-PCT when one is in force.
         05  WS-PENALTY-PCT                        PIC 9(2)V99 COMP-3
             VALUE 2.00.

         05  WS-TWOS-COMP-INPUT                    PIC X(256).
         05  WS-TWOS-COMP-OUTPUT                   PIC X(256).

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-COMMAREA.
       COPY CBANKD36.

             TO WS-TD-CURRENCY.
           MOVE BAC-REC-TD-NOM-ACCNO IN WS-BNKACC-TD-REC
             TO WS-NOM-ACCNO.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'TD-PENALTY-PCT' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-PENALTY-PCT
           END-IF.
           COMPUTE WS-PENALTY ROUNDED =
                   WS-PRINCIPAL * WS-PENALTY-PCT / 100.
           COMPUTE WS-NET-PROCEEDS =
