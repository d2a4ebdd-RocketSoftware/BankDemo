                 MOVE 'Valuation must be positive' TO CD72O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD72I-TYPE IS NOT EQUAL TO 'R' AND
                 CD72I-TYPE IS NOT EQUAL TO 'C' AND
                 CD72I-TYPE IS NOT EQUAL TO 'F' AND
                 CD72I-TYPE IS NOT EQUAL TO 'V' AND
                 CD72I-TYPE IS NOT EQUAL TO 'O' AND
                 CD72I-TYPE IS NOT EQUAL TO SPACE
                 SET CD72O-STATUS-ERROR TO TRUE
                 MOVE 'Collateral kind must be R, C, F, V or O'
                   TO CD72O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
