       01  WS-NOSTRO-DATA.
       COPY CBANKD46.

       01  WS-BILL-DATA.
       COPY CBANKD85.

       01  WS-WAIVER-DATA.
       COPY CBANKD86.

       01  WS-COMMAREA.
       COPY CBANKD42.

              GO TO RELEASE-ITEM-EXIT
           END-IF.

      * A held fee waiver goes back to the waiver module, which
      * refunds the fee and closes its waiver log entry
           IF BDU-REC-KIND-FEE-WAIVER
              MOVE SPACES TO CD86-DATA
              SET CD86-REQUEST-RELEASE TO TRUE
              MOVE CD42I-USERID TO CD86I-USERID
              MOVE BDU-REC-FROM-ACCNO TO CD86I-ACCNO
              MOVE BDU-REC-REF-TS TO CD86I-FEE-TS
              EXEC CICS LINK PROGRAM('DBANK86P')
                             COMMAREA(CD86-DATA)
                             LENGTH(LENGTH OF CD86-DATA)
              END-EXEC
              IF NOT CD86O-STATUS-OK
                 MOVE CD86O-MSG TO CD42O-MSG
                 GO TO RELEASE-ITEM-EXIT
              END-IF
              GO TO RELEASE-ITEM-DECIDED
           END-IF.

           IF BDU-REC-KIND-REVERSAL
              MOVE SPACES TO CD31-DATA
              SET CD31-REQUEST-REVERSE TO TRUE
                                LENGTH(LENGTH OF CD46-DATA)
                 END-EXEC
              END-IF
      * and is a billable item for the month-end activity fee run
              IF BDU-REC-KIND-WIRE
                 MOVE SPACES TO CD85-DATA
                 SET CD85-REQUEST-RECORD TO TRUE
                 MOVE BDU-REC-FROM-PID TO CD85I-PID
                 MOVE BDU-REC-FROM-ACCNO TO CD85I-ACCNO
                 SET CD85I-SVC-WIRE-OUT TO TRUE
                 MOVE BDU-REC-DESC TO CD85I-DESC
                 MOVE CD42I-USERID TO CD85I-USERID
                 EXEC CICS LINK PROGRAM('DBANK85P')
                                COMMAREA(CD85-DATA)
                                LENGTH(LENGTH OF CD85-DATA)
                 END-EXEC
              END-IF
           END-IF.

       RELEASE-ITEM-DECIDED.
           COPY CTSTAMPP.
           SET BDU-REC-RELEASED TO TRUE.
           MOVE CD42I-USERID TO BDU-REC-CHECKER.
           MOVE WS-TS-DATE (1:10) TO BDU-REC-DECIDED-DATE.
           PERFORM REWRITE-ITEM THRU REWRITE-ITEM-EXIT.
       RELEASE-ITEM-EXIT.
           EXIT.
              GO TO REJECT-ITEM-EXIT
           END-IF.
           SET CD42O-STATUS-ERROR TO TRUE.
           IF BDU-REC-KIND-FEE-WAIVER
              MOVE SPACES TO CD86-DATA
              SET CD86-REQUEST-REJECT TO TRUE
              MOVE CD42I-USERID TO CD86I-USERID
              MOVE BDU-REC-FROM-ACCNO TO CD86I-ACCNO
              MOVE BDU-REC-REF-TS TO CD86I-FEE-TS
              EXEC CICS LINK PROGRAM('DBANK86P')
                             COMMAREA(CD86-DATA)
                             LENGTH(LENGTH OF CD86-DATA)
              END-EXEC
           END-IF.
           COPY CTSTAMPP.
           SET BDU-REC-REJECTED TO TRUE.
           MOVE CD42I-USERID TO BDU-REC-CHECKER.
           MOVE WS-TS-DATE (1:10) TO BDU-REC-DECIDED-DATE.
           PERFORM REWRITE-ITEM THRU REWRITE-ITEM-EXIT.
       REJECT-ITEM-EXIT.
           EXIT.
