           MOVE WS-MAT-YYYY TO BAC-REC-TD-MATURITY (1:4).
           MOVE WS-MAT-MM TO BAC-REC-TD-MATURITY (6:2).
           MOVE WS-MAT-DD TO BAC-REC-TD-MATURITY (9:2).
           MOVE SPACE TO BAC-REC-TD-NOTICED.
           REWRITE BNKACC-REC.

           COPY CTSTAMPP.
