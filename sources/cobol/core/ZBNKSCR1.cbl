      *              denied-party list after a list update.  Every    *
      *              active customer whose name matches an active     *
      *              list entry is written to the compliance referral *
      *              queue BNKSREF and to the run report, and raised  *
      *              once per list entry as an alert on the           *
      *              customer's AML investigation case (UBNKAML1).    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
         05  WS-HIT-COUNTER                        PIC 9(5)
             VALUE ZERO.

       01  WS-AML-PARM.
       COPY CBANKAMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET AML-REQUEST-OPEN TO TRUE.
           CALL 'UBNKAML1' USING WS-AML-PARM.

           OPEN OUTPUT SCRRPT-FILE.
           MOVE WS-SCRRPT-STATUS TO WS-IO-STATUS.
           MOVE 'SCRRPT-FILE' TO WS-FILE.
           CLOSE BNKDENY-NDX.
           CLOSE BNKSREF-NDX.
           CLOSE SCRRPT-FILE.
           SET AML-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKAML1' USING WS-AML-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-HIT-COUNTER DELIMITED BY SIZE
           SET BRF-REC-NEW TO TRUE.
           WRITE BNKSREF-REC.

      * The case alert is keyed on the list entry, not the referral,
      * so rescreening the same customer does not raise it again
           SET AML-REQUEST-ALERT TO TRUE.
           MOVE BCS-REC-PID TO AML-PID.
           MOVE 'S' TO AML-SOURCE.
           MOVE SPACES TO AML-REF.
           STRING 'SCAN ' DELIMITED BY SIZE
                  BDL-REC-NAME DELIMITED BY SIZE
             INTO AML-REF.
           MOVE WS-PROGRAM-ID TO AML-PROGRAM.
           MOVE SPACES TO AML-ACCNO.
           MOVE ZERO TO AML-AMOUNT.
           MOVE SPACES TO AML-TEXT.
           STRING 'Sanctions rescreen match ' DELIMITED BY SIZE
                  BDL-REC-NAME DELIMITED BY SIZE
             INTO AML-TEXT.
           MOVE WS-RUN-DATE TO AML-RUN-DATE.
           CALL 'UBNKAML1' USING WS-AML-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
