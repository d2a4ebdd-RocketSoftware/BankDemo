      *              LIST/ACCEPT/REJECT work the review queue:        *
      *              accept clears the review flag so the release     *
      *              run can free the funds on schedule, reject       *
      *              reverses the credit, retires the hold, alerts    *
      *              the customer on their preferred channel and      *
      *              raises an alert on their AML case (DBANK80P).    *
      *              VSAM Version                                     *
      *****************************************************************

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-AML-DATA.
       COPY CBANKD80.

       01  WS-COMMAREA.
       COPY CBANKD57.


           PERFORM SEND-REJECT-ALERT THRU
                   SEND-REJECT-ALERT-EXIT.
           PERFORM RAISE-AML-ALERT THRU
                   RAISE-AML-ALERT-EXIT.
           SET CD57O-STATUS-OK TO TRUE.
       REJECT-ITEM-EXIT.
           EXIT.
       SEND-REJECT-ALERT-EXIT.
           EXIT.

      *****************************************************************
      * A rejected item is an alert on the customer's AML case,       *
      * referenced by the queue item                                  *
      *****************************************************************
       RAISE-AML-ALERT.
           MOVE SPACES TO CD80-DATA.
           SET CD80-REQUEST-ALERT TO TRUE.
           MOVE BRD-REC-PID TO CD80I-PID.
           MOVE 'D' TO CD80I-SOURCE.
           MOVE BRD-REC-TIMESTAMP TO CD80I-REF.
           MOVE WS-PROGRAM-ID TO CD80I-USERID.
           MOVE BRD-REC-ACCNO TO CD80I-ACCNO.
           MOVE BRD-REC-AMOUNT TO CD80I-AMOUNT.
           STRING 'Mobile deposit rejected serial ' DELIMITED BY SIZE
                  BRD-REC-SERIAL DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  CD57I-USERID DELIMITED BY SIZE
             INTO CD80I-TEXT.
           EXEC CICS LINK PROGRAM('DBANK80P')
                          COMMAREA(CD80-DATA)
                          LENGTH(LENGTH OF CD80-DATA)
           END-EXEC.
       RAISE-AML-ALERT-EXIT.
           EXIT.

      * $ Version 8.02a sequenced on Wednesday 2 Sep 2026 at 9:00am
