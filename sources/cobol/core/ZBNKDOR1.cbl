      *****************************************************************
      * A year without activity is DORMANT, five years is treated as  *
      * UNCLAIMED funds that would be reportable to the state/escheat *
      * authority under most jurisdictions.  The business parameters  *
      * DORMANT-DAYS and ESCHEAT-DAYS override these when in force.   *
      *****************************************************************
         05  WS-DORMANT-THRESHOLD-DAYS              PIC S9(4) COMP
             VALUE +365.
       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'DORMANT-DAYS' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-DORMANT-THRESHOLD-DAYS
           END-IF.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'ESCHEAT-DAYS' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-UNCLAIMED-THRESHOLD-DAYS
           END-IF.

      *****************************************************************
      * Work out the cutoff dates for DORMANT and UNCLAIMED once, up  *
      * front, so every account is simply compared against them.      *
