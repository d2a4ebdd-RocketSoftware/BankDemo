       01  WS-DUP-DATA.
       COPY CBANKD48.

       01  WS-POA-DATA.
       COPY CBANKD89.

       01  WS-REFERRAL-DATA.
       COPY CBANKD99.

       COPY CABENDD.

       LINKAGE SECTION.
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * A representative acting for the customer needs a current      *
      * authority on the registry - closing needs the close scope,    *
      * anything else the transact scope.  A new customer has no one  *
      * to act for them yet.                                          *
      *****************************************************************
           IF CD15I-REP-ID IS NOT EQUAL TO SPACES
              IF CD15-REQUEST-ADDCUST
                 MOVE 'ERROR   ' TO CD15O-STATUS
                 MOVE 'Customer must be present to open'
                   TO CD15O-MSG
                 GO TO COMMON-RETURN
              END-IF
              MOVE SPACES TO CD89-DATA
              SET CD89-REQUEST-CHECK TO TRUE
              MOVE CD15I-PID TO CD89I-PID
              MOVE CD15I-ACCNO TO CD89I-ACCNO
              MOVE CD15I-REP-ID TO CD89I-REP-IDREF
              IF CD15-REQUEST-CLOSECUST OR
                 CD15-REQUEST-CLOSEACC
                 MOVE 'C' TO CD89I-SCOPE
              ELSE
                 MOVE 'T' TO CD89I-SCOPE
              END-IF
              EXEC CICS LINK PROGRAM('DBANK89P')
                             COMMAREA(CD89-DATA)
                             LENGTH(LENGTH OF CD89-DATA)
              END-EXEC
              IF NOT CD89O-STATUS-OK
                 MOVE 'ERROR   ' TO CD15O-STATUS
                 MOVE CD89O-MSG TO CD15O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Denied-party screening - a new customer whose name matches    *
      * the sanctions list is not opened; the match has already been  *
              MOVE 'USD' TO CD15I-CURRENCY
           END-IF.

      *****************************************************************
      * A referring userid keyed with a new account must be an active *
      * member of staff with no relation to the customer - checked    *
      * before the account is opened so a bad userid can be rekeyed   *
      *****************************************************************
           IF CD15-REQUEST-ADDACC AND
              CD15I-REFERRER IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD99-DATA
              SET CD99-REQUEST-CHECK TO TRUE
              MOVE CD15I-REFERRER TO CD99I-REFERRER
              MOVE CD15I-PID TO CD99I-PID
              EXEC CICS LINK PROGRAM('DBANK99P')
                             COMMAREA(CD99-DATA)
                             LENGTH(LENGTH OF CD99-DATA)
              END-EXEC
              IF NOT CD99O-STATUS-OK
                 MOVE 'ERROR   ' TO CD15O-STATUS
                 MOVE CD99O-MSG TO CD15O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD15I-REF-CHANNEL IS EQUAL TO SPACE
                 MOVE 'B' TO CD15I-REF-CHANNEL
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
