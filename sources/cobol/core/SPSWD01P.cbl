       01  WS-LOCKOUT-AREA.
       COPY CBANKD13.

       01  WS-STAFF-AREA.
       COPY CBANKD14.

       01  WS-SESSION-AREA.
       COPY CBANKD91.

       01  WS-SIGNON-USERID                        PIC X(8).

       01  WS-COMMAREA.
       COPY CPSWDD01.

      * access is now controlled instead by the role looked up for   *
      * the signed-on userid (see BANK-USER-ROLE in CBANKDAT and      *
      * DBANK14P) - signon/signoff processing itself always runs.     *
      * A member of staff must also be allowed to sign on at all -    *
      * not suspended, revoked or past the userid's expiry date.      *
      * Every signon and signoff, good or bad, goes on the userid's   *
      * signon history, and a good signon is registered as the        *
      * userid's session - see DBANK91P for the concurrent signon     *
      * policy that may refuse it.                                    *
      *****************************************************************
           EVALUATE TRUE
             WHEN PSWD-NOOP
      * SIGNON Process                                                *
      *****************************************************************
       SIGNON-PROCESS.
           MOVE CPSWDD01I-USERID TO WS-SIGNON-USERID.
           PERFORM CHECK-SIGNON-LOCK.
           IF CD13O-IS-LOCKED
              MOVE 'Userid is locked out - too many bad passwords~'
                TO CPSWDD01O-MESSAGE
              PERFORM RECORD-SIGNON-FAILURE
              GO TO SIGNON-PROCESS-EXIT
           END-IF.
           PERFORM CHECK-STAFF-ALLOWED.
           IF CD14O-STATUS-REFUSED
              PERFORM STAFF-REFUSED
              PERFORM RECORD-SIGNON-FAILURE
              GO TO SIGNON-PROCESS-EXIT
           END-IF.

              END-EXEC
           END-IF.

      * A second signon the policy refuses is undone at once
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM REGISTER-SESSION
              IF CD91O-STATUS-REFUSED
                 EXEC CICS SIGNOFF
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE SPACES TO WS-MSG-DATA
                 STRING CD91O-MSG DELIMITED BY '  '
                        '~' DELIMITED BY SIZE
                   INTO WS-MSG-DATA
                 MOVE WS-MSG-DATA TO CPSWDD01O-MESSAGE
                 PERFORM DISPLAY-MSG
                 GO TO SIGNON-PROCESS-EXIT
              END-IF
              PERFORM RESET-SIGNON-LOCK
              IF CD14O-STATUS-OK
                 PERFORM RECORD-STAFF-SIGNON
              END-IF
           END-IF.
           IF WS-RESP IS EQUAL TO DFHRESP(NOTAUTH) AND
              EIBRESP2 IS EQUAL TO 2
              END-IF
              MOVE WS-MSG-DATA TO CPSWDD01O-MESSAGE
              PERFORM DISPLAY-MSG
              PERFORM RECORD-SIGNON-FAILURE
           END-IF.

       SIGNON-PROCESS-EXIT.
      * SIGNOFF Process                                               *
      *****************************************************************
       SIGNOFF-PROCESS.
           IF CPSWDD01I-SESSION-ID IS NOT EQUAL TO SPACES
              PERFORM END-REGISTERED-SESSION
           END-IF.
           EXEC CICS SIGNOFF
                RESP(WS-RESP)
           END-EXEC.
                TO CPSWDD01O-MESSAGE
              GO TO CHANGE-PASSWORD-PROCESS-EXIT
           END-IF.
           PERFORM CHECK-STAFF-ALLOWED.
           IF CD14O-STATUS-REFUSED
              PERFORM STAFF-REFUSED
              GO TO CHANGE-PASSWORD-PROCESS-EXIT
           END-IF.

           EXEC CICS SIGNON
                USERID(CPSWDD01I-USERID)
                          LENGTH(LENGTH OF CD13-DATA)
           END-EXEC.

      *****************************************************************
      * A member of staff whose userid is suspended, revoked or past  *
      * its expiry date is refused before the security manager is    *
      * asked; a userid that is not staff is not affected             *
      *****************************************************************
       CHECK-STAFF-ALLOWED.
           MOVE SPACES TO CD14-DATA.
           MOVE CPSWDD01I-USERID TO CD14I-USERID.
           SET CD14-REQUEST-VERIFY TO TRUE.
           EXEC CICS LINK PROGRAM('DBANK14P')
                          COMMAREA(CD14-DATA)
                          LENGTH(LENGTH OF CD14-DATA)
           END-EXEC.

       STAFF-REFUSED.
           MOVE SPACES TO WS-MSG-DATA.
           STRING CD14O-MSG DELIMITED BY '  '
                  '~' DELIMITED BY SIZE
             INTO WS-MSG-DATA.
           MOVE WS-MSG-DATA TO CPSWDD01O-MESSAGE.
           PERFORM DISPLAY-MSG.

      *****************************************************************
      * Note a member of staff's signon for access recertification    *
      *****************************************************************
       RECORD-STAFF-SIGNON.
           SET CD14-REQUEST-SIGNON TO TRUE.
           EXEC CICS LINK PROGRAM('DBANK14P')
                          COMMAREA(CD14-DATA)
                          LENGTH(LENGTH OF CD14-DATA)
           END-EXEC.

      *****************************************************************
      * Register a good signon as the userid's session.  Staff and    *
      * customers can be under different concurrent signon policies.  *
      *****************************************************************
       REGISTER-SESSION.
           MOVE SPACES TO CD91-DATA.
           SET CD91-REQUEST-SIGNON TO TRUE.
           PERFORM SET-SESSION-DETAILS.
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
           END-EXEC.
           IF CD91O-STATUS-OK AND
              CD91O-OTHER-TERMINAL IS NOT EQUAL TO SPACES
              MOVE CD91O-MSG TO CPSWDD01O-NOTICE
           END-IF.

      *****************************************************************
      * Put a refused or failed signon on the userid's history        *
      *****************************************************************
       RECORD-SIGNON-FAILURE.
           MOVE SPACES TO CD91-DATA.
           SET CD91-REQUEST-FAIL TO TRUE.
           PERFORM SET-SESSION-DETAILS.
           STRING CPSWDD01O-MESSAGE DELIMITED BY '~'
             INTO CD91I-REASON.
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
           END-EXEC.

       END-REGISTERED-SESSION.
           MOVE SPACES TO CD91-DATA.
           SET CD91-REQUEST-SIGNOFF TO TRUE.
           MOVE CPSWDD01I-USERID TO WS-SIGNON-USERID.
           MOVE SPACES TO CD14-DATA.
           PERFORM SET-SESSION-DETAILS.
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
           END-EXEC.

       SET-SESSION-DETAILS.
           MOVE WS-SIGNON-USERID TO CD91I-USERID.
           IF CD14O-STATUS-OK
              SET CD91I-KIND-STAFF TO TRUE
           ELSE
              MOVE 'C' TO CD91I-KIND
           END-IF.
           MOVE CPSWDD01I-SESSION-ID TO CD91I-SESSION-ID.
           MOVE EIBTRMID TO CD91I-TERMINAL.
           MOVE CPSWDD01I-CHANNEL TO CD91I-CHANNEL.

      *****************************************************************
      * Write the log message                                         *
      *****************************************************************
