      * Program:     DBANK29P.CBL                                     *
      * Function:    Check a party name against the denied-party      *
      *              (sanctions) list BNKDENY.  A match writes a      *
      *              referral to the compliance queue BNKSREF, raises *
      *              an alert on the customer's AML case (DBANK80P)   *
      *              when the party is a customer, and comes back as  *
      *              a HIT so the caller can block or refer the       *
      *              business at hand.  Matching is on the            *
      *              significant leading characters of either name    *
      *              against the other, both taken as keyed.          *
      *              VSAM Version                                     *
       01  WS-BNKSREF-REC.
       COPY CBANKVRF.

       01  WS-AML-DATA.
       COPY CBANKD80.

       01  WS-COMMAREA.
       COPY CBANKD29.

                           KEYLENGTH(LENGTH OF WS-BNKSREF-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF CD29I-PID IS NOT EQUAL TO SPACES
              PERFORM RAISE-AML-ALERT THRU RAISE-AML-ALERT-EXIT
           END-IF.
       WRITE-REFERRAL-EXIT.
           EXIT.

      *****************************************************************
      * A customer on the list is also an AML case alert, referenced  *
      * by the referral                                               *
      *****************************************************************
       RAISE-AML-ALERT.
           MOVE SPACES TO CD80-DATA.
           SET CD80-REQUEST-ALERT TO TRUE.
           MOVE CD29I-PID TO CD80I-PID.
           MOVE 'S' TO CD80I-SOURCE.
           MOVE BRF-REC-TIMESTAMP TO CD80I-REF.
           MOVE WS-PROGRAM-ID TO CD80I-USERID.
           MOVE ZERO TO CD80I-AMOUNT.
           STRING 'Sanctions match ' DELIMITED BY SIZE
                  BDL-REC-NAME DELIMITED BY SIZE
             INTO CD80I-TEXT.
           EXEC CICS LINK PROGRAM('DBANK80P')
                          COMMAREA(CD80-DATA)
                          LENGTH(LENGTH OF CD80-DATA)
           END-EXEC.
       RAISE-AML-ALERT-EXIT.
           EXIT.

      *****************************************************************
      * Add one entry to the denied-party list                        *
      *****************************************************************
