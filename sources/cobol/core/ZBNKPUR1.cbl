         05  WS-PURGE-DATE                         PIC X(10).
         05  WS-WARN-DATE                          PIC X(10).
      * Identifying data is destroyed this many years after closure;
      * the final year before that is the sign-off window.  The
      * business parameter RETAIN-YEARS overrides this when one is
      * in force.
         05  WS-RETAIN-YEARS                       PIC 9(2) COMP-3
             VALUE 7.
         05  WS-WORK-YYYY                          PIC 9(4).
       01  WS-PUR-USED                             PIC 9(3)
           VALUE ZERO.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'RETAIN-YEARS' TO PMD-PARM-ID.
           MOVE WS-RUN-DATE TO PMD-AS-OF.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RETAIN-YEARS
           END-IF.
           MOVE WS-RUN-DATE TO WS-PURGE-DATE.
           MOVE WS-RUN-DATE (1:4) TO WS-WORK-YYYY.
           SUBTRACT WS-RETAIN-YEARS FROM WS-WORK-YYYY.
