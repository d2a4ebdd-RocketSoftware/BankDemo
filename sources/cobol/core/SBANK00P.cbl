         05  WS-DYNAMIC-PGM                        PIC X(8)
             VALUE 'UNKNOWN'.
         05  WS-ABSTIME                            PIC S9(15) COMP-3.
      * Clock (milliseconds) when this interaction's input arrived,
      * and when its reply was sent, for the response-time file
         05  WS-RSP-START-ABS                      PIC S9(15) COMP-3.
         05  WS-RSP-END-ABS                        PIC S9(15) COMP-3.
         05  WS-RSP-ELAPSED                        PIC S9(15) COMP-3.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-INPUT-SOURCE-MSG.
           10  FILLER                              PIC X(20)
       01  WS-BC-DATA.
       COPY CBANKD62.

       01  WS-SESSION-DATA.
       COPY CBANKD91.

       01  WS-STAT-DATA.
       COPY CSTATD01.

       01  TS-DATA.
         05  TS-QUEUE-NAME                         PIC X(8).
         05  TS-QUEUE-NAME-PARTS REDEFINES TS-QUEUE-NAME.
      * Store our transaction-id                                      *
      *****************************************************************
           MOVE EIBTRNID TO WS-TRAN-ID.
           EXEC CICS ASKTIME
                     ABSTIME(WS-RSP-START-ABS)
           END-EXEC.

      *****************************************************************
      * If we have a commarea then its either not the first time in   *
              IF BANK-ENV-INET
                 MOVE TS-QUEUE-NAME TO LK-TS-QUEUE-NAME
              END-IF
      * The queue name identifies the session at signon
              MOVE TS-QUEUE-NAME TO BANK-TS-QUEUE-NAME
           ELSE
              MOVE LOW-VALUES TO WS-BANK-DATA
              MOVE LK-TS-QUEUE-NAME TO TS-QUEUE-NAME
                 END-IF
              END-IF
              PERFORM CHECK-IDLE-TIMEOUT THRU CHECK-IDLE-TIMEOUT-EXIT
              PERFORM CHECK-SESSION-HELD THRU CHECK-SESSION-HELD-EXIT
           END-IF.

      *****************************************************************
              MOVE WS-BANK-EXT-DATA TO LK-PASSED-DATA
           END-IF.

           PERFORM RECORD-RESPONSE-TIME THRU
                   RECORD-RESPONSE-TIME-EXIT.

           IF BANK-CICS-TRANCODE IS EQUAL TO SPACES OR
              BANK-ENV-INET
              EXEC CICS RETURN
           END-IF.

           IF TIMER-ELAPSED IS GREATER THAN WS-IDLE-THRESHOLD
              PERFORM END-SIGNED-ON-SESSION THRU
                      END-SIGNED-ON-SESSION-EXIT
              MOVE SPACES TO BANK-LAST-MAPSET
              MOVE SPACES TO BANK-LAST-MAP
              MOVE SPACES TO BANK-LAST-PROG
       CHECK-IDLE-TIMEOUT-EXIT.
           EXIT.

      *****************************************************************
      * A signed-on conversation must still hold its userid in the    *
      * session registry.  If a signon elsewhere has ended it, the    *
      * conversation goes back to signon just as a timeout does.      *
      *****************************************************************
       CHECK-SESSION-HELD.
           IF NOT BANK-ROLE-CUSTOMER AND
              NOT BANK-ROLE-TELLER AND
              NOT BANK-ROLE-ADMIN
              GO TO CHECK-SESSION-HELD-EXIT
           END-IF.
           MOVE SPACES TO CD91-DATA.
           SET CD91-REQUEST-TOUCH TO TRUE.
           PERFORM SET-SESSION-KEY.
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CHECK-SESSION-HELD-EXIT
           END-IF.
           IF CD91O-STATUS-ENDED
              MOVE SPACES TO BANK-LAST-MAPSET
              MOVE SPACES TO BANK-LAST-MAP
              MOVE SPACES TO BANK-LAST-PROG
              MOVE SPACES TO BANK-NEXT-PROG
              MOVE SPACE TO BANK-USER-ROLE
              SET BANK-RETURN-FLAG-ON TO TRUE
              MOVE SPACES TO BANK-RETURN-MSG
              STRING 'Your session was ended by a signon at '
                       DELIMITED BY SIZE
                     CD91O-OTHER-TERMINAL DELIMITED BY SIZE
                INTO BANK-RETURN-MSG
           END-IF.
       CHECK-SESSION-HELD-EXIT.
           EXIT.

      *****************************************************************
      * A timed-out conversation gives up its userid                  *
      *****************************************************************
       END-SIGNED-ON-SESSION.
           IF NOT BANK-ROLE-CUSTOMER AND
              NOT BANK-ROLE-TELLER AND
              NOT BANK-ROLE-ADMIN
              GO TO END-SIGNED-ON-SESSION-EXIT
           END-IF.
           MOVE SPACES TO CD91-DATA.
           SET CD91-REQUEST-SIGNOFF TO TRUE.
           PERFORM SET-SESSION-KEY.
           MOVE 'Timed out' TO CD91I-REASON.
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
                          RESP(WS-RESP)
           END-EXEC.
           MOVE SPACE TO BANK-USER-ROLE.
       END-SIGNED-ON-SESSION-EXIT.
           EXIT.

       SET-SESSION-KEY.
           MOVE BANK-SIGNON-ID TO CD91I-USERID.
           IF CD91I-USERID (1:1) IS EQUAL TO 'Z'
              MOVE 'B' TO CD91I-USERID (1:1)
           END-IF.
           MOVE BANK-TS-QUEUE-NAME TO CD91I-SESSION-ID.

      *****************************************************************
      * Fetch the active broadcast for this user.  A critical banner  *
      * not yet acknowledged overrides whatever the screen was going  *
       APPLY-BROADCAST-BANNER-EXIT.
           EXIT.

      *****************************************************************
      * The screen has been sent - time the interaction from its      *
      * input arriving and file it for the daily service-level        *
      * report, against the business program that answered and the   *
      * screen program that sent the reply                            *
      *****************************************************************
       RECORD-RESPONSE-TIME.
           EXEC CICS ASKTIME
                     ABSTIME(WS-RSP-END-ABS)
           END-EXEC.
           COMPUTE WS-RSP-ELAPSED = WS-RSP-END-ABS - WS-RSP-START-ABS.
           IF WS-RSP-ELAPSED IS LESS THAN ZERO
              MOVE ZERO TO WS-RSP-ELAPSED
           END-IF.
           IF WS-RSP-ELAPSED IS GREATER THAN 9999999
              MOVE 9999999 TO WS-RSP-ELAPSED
           END-IF.
           MOVE SPACES TO CDS1-DATA.
           SET CDS1-REQUEST-RECORD TO TRUE.
           MOVE WS-TRAN-ID TO CDS1I-TRANID.
           MOVE EIBTRMID TO CDS1I-TERMID.
           MOVE BANK-LAST-PROG TO CDS1I-PROGRAM.
           MOVE WS-SCREEN-LOGIC-PGM TO CDS1I-FUNCTION-ID.
           IF BANK-ENV-CICS
              SET CDS1I-CHAN-3270 TO TRUE
           ELSE
              IF EIBCALEN IS NOT LESS THAN 16 AND
                 CALL-TYPE-WEBSERV
                 SET CDS1I-CHAN-WEBSERV TO TRUE
              ELSE
                 SET CDS1I-CHAN-ECI TO TRUE
              END-IF
           END-IF.
           IF BANK-USERID IS NOT EQUAL TO LOW-VALUES
              MOVE BANK-USERID TO CDS1I-USERID
           END-IF.
           MOVE WS-RSP-ELAPSED TO CDS1I-ELAPSED-MS.
           EXEC CICS LINK PROGRAM('DSTAT01P')
                          COMMAREA(CDS1-DATA)
                          LENGTH(LENGTH OF CDS1-DATA)
                          RESP(WS-RESP)
           END-EXEC.
       RECORD-RESPONSE-TIME-EXIT.
           EXIT.

       ZZ-ABEND SECTION.

           STRING ABEND-CULPRIT DELIMITED BY SIZE
