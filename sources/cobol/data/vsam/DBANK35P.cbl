      *              and returns approve, refer or decline with the   *
      *              deciding rule as the reason code.  Every refer   *
      *              or decline is logged to the activity log         *
      *              through DBANK18P and raised as an alert on the   *
      *              customer's AML case through DBANK80P.            *
      *              COOLOFF asks only the cooling-off rules about an *
      *              action taken soon after a contact-detail change. *
      *              VSAM Version                                     *
      *****************************************************************

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-AML-DATA.
       COPY CBANKD80.

       01  WS-COMMAREA.
       COPY CBANKD35.

           MOVE SPACES TO CD35O-DATA.
           SET CD35O-APPROVE TO TRUE.

           IF NOT CD35-REQUEST-EVALUATE AND
              NOT CD35-REQUEST-COOLOFF
              GO TO DBANK35P-EXIT
           END-IF.

       COPY CTSTAMPP.
           MOVE WS-TIMESTAMP (1:13) TO WS-HOUR-NOW.

      *****************************************************************
      * An action soon after a contact-detail change is at least      *
      * referred; a cooling-off rule on file may decline it instead   *
      *****************************************************************
           IF CD35-REQUEST-COOLOFF
              PERFORM WALK-RULES THRU WALK-RULES-EXIT
              IF CD35O-APPROVE
                 SET CD35O-REFER TO TRUE
                 MOVE 'COOL' TO CD35O-REASON-RULE
                 MOVE 'Referred - contact details recently changed'
                   TO CD35O-MSG
              END-IF
              PERFORM LOG-VERDICT THRU LOG-VERDICT-EXIT
              PERFORM RAISE-AML-ALERT THRU RAISE-AML-ALERT-EXIT
              GO TO DBANK35P-EXIT
           END-IF.

           PERFORM ROLL-COUNTERS THRU ROLL-COUNTERS-EXIT.
           PERFORM WALK-RULES THRU WALK-RULES-EXIT.
           PERFORM SAVE-COUNTERS THRU SAVE-COUNTERS-EXIT.

           IF CD35O-REFER OR CD35O-DECLINE
              PERFORM LOG-VERDICT THRU LOG-VERDICT-EXIT
              PERFORM RAISE-AML-ALERT THRU RAISE-AML-ALERT-EXIT
           END-IF.

       DBANK35P-EXIT.
              BRL-REC-CHANNEL IS NOT EQUAL TO CD35I-CHANNEL
              GO TO WALK-RULES-LOOP
           END-IF.
      * The cooling-off rules answer COOLOFF requests and nothing else
           IF CD35-REQUEST-COOLOFF
              IF NOT BRL-REC-TYPE-COOLING-OFF
                 GO TO WALK-RULES-LOOP
              END-IF
           ELSE
              IF BRL-REC-TYPE-COOLING-OFF
                 GO TO WALK-RULES-LOOP
              END-IF
           END-IF.
           PERFORM APPLY-ONE-RULE THRU APPLY-ONE-RULE-EXIT.
           GO TO WALK-RULES-LOOP.
       WALK-RULES-EXIT.
              END-IF
             WHEN BRL-REC-TYPE-GEO-SEQUENCE
              PERFORM CHECK-GEO-RULE THRU CHECK-GEO-RULE-EXIT
             WHEN BRL-REC-TYPE-COOLING-OFF
              IF CD35I-AMOUNT IS GREATER THAN BRL-REC-LIMIT-AMOUNT OR
                 (CD35I-IS-NEW-PAYEE AND
                  BRL-REC-LIMIT-COUNT IS GREATER THAN ZERO)
                 PERFORM TAKE-RULE-ACTION THRU
                         TAKE-RULE-ACTION-EXIT
              END-IF
             WHEN OTHER
              CONTINUE
           END-EVALUATE.
       LOG-VERDICT-EXIT.
           EXIT.

      *****************************************************************
      * ... and to the customer's AML investigation case              *
      *****************************************************************
       RAISE-AML-ALERT.
           MOVE SPACES TO CD80-DATA.
           SET CD80-REQUEST-ALERT TO TRUE.
           MOVE CD35I-PID TO CD80I-PID.
           MOVE 'R' TO CD80I-SOURCE.
           MOVE WS-TIMESTAMP TO CD80I-REF.
           MOVE WS-PROGRAM-ID TO CD80I-USERID.
           MOVE CD35I-AMOUNT TO CD80I-AMOUNT.
           STRING 'Rule ' DELIMITED BY SIZE
                  CD35O-REASON-RULE DELIMITED BY SIZE
                  ' verdict ' DELIMITED BY SIZE
                  CD35O-VERDICT DELIMITED BY SIZE
                  ' channel ' DELIMITED BY SIZE
                  CD35I-CHANNEL DELIMITED BY SIZE
             INTO CD80I-TEXT.
           EXEC CICS LINK PROGRAM('DBANK80P')
                          COMMAREA(CD80-DATA)
                          LENGTH(LENGTH OF CD80-DATA)
           END-EXEC.
       RAISE-AML-ALERT-EXIT.
           EXIT.

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 8:30pm
