         05  WS-BNKCMPL-RID                        PIC X(26).
         05  WS-SUB                                PIC S9(4) COMP.

      * The statutory response window in calendar days - the
      * business parameter CMPL-DEADLINE-DAYS when one is in force
         05  WS-DEADLINE-DAYS                      PIC S9(4) COMP
             VALUE +30.
         05  WS-DL-YYYY                            PIC 9(4).
       01  WS-STAFF-DATA.
       COPY CBANKD14.

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-COMMAREA.
       COPY CBANKD65.

      * The regulator's window, as calendar days from the opening     *
      *****************************************************************
       SET-DEADLINE.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'CMPL-DEADLINE-DAYS' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-DEADLINE-DAYS
           END-IF.
           MOVE WS-TS-DATE (1:4) TO WS-DL-YYYY.
           MOVE WS-TS-DATE (6:2) TO WS-DL-MM.
           MOVE WS-TS-DATE (9:2) TO WS-DL-DD.
