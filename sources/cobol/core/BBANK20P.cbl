       01  WS-CATALOG-DATA.
       COPY CBANKD39.

       01  WS-SESSION-DATA.
       COPY CBANKD91.

       COPY CABENDD.

       LINKAGE SECTION.
      * Check if we have set the screen up before or is this 1st time
           IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK20'
              MOVE WS-RETURN-MSG TO BANK-ERROR-MSG
      * A customer is told when and where they last signed on
              IF BANK-ROLE-CUSTOMER AND
                 (WS-RETURN-MSG IS EQUAL TO SPACES OR
                  WS-RETURN-MSG IS EQUAL TO LOW-VALUES)
                 PERFORM SHOW-LAST-SIGNON THRU
                         SHOW-LAST-SIGNON-EXIT
              END-IF
              MOVE 'BBANK20P' TO BANK-LAST-PROG
              MOVE 'BBANK20P' TO BANK-NEXT-PROG
              MOVE 'MBANK20' TO BANK-LAST-MAPSET
       RESOLVE-OPTION-TEXT-EXIT.
           EXIT.

      *****************************************************************
      * "Last signed on" - the signon before this one, from the       *
      * session registry                                              *
      *****************************************************************
       SHOW-LAST-SIGNON.
           MOVE SPACES TO CD91-DATA.
           SET CD91-REQUEST-LAST TO TRUE.
           MOVE BANK-SIGNON-ID TO CD91I-USERID.
           IF CD91I-USERID (1:1) IS EQUAL TO 'Z'
              MOVE 'B' TO CD91I-USERID (1:1)
           END-IF.
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
           END-EXEC.
           IF NOT CD91O-STATUS-OK
              GO TO SHOW-LAST-SIGNON-EXIT
           END-IF.
           MOVE SPACES TO BANK-ERROR-MSG.
           IF CD91O-PREV-CHANNEL IS EQUAL TO 'W'
              STRING 'Last signed on at ' DELIMITED BY SIZE
                     CD91O-PREV-SIGNON-TS (1:10) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CD91O-PREV-SIGNON-TS (12:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     CD91O-PREV-SIGNON-TS (15:2) DELIMITED BY SIZE
                     ' from the internet' DELIMITED BY SIZE
                INTO BANK-ERROR-MSG
           ELSE
              STRING 'Last signed on at ' DELIMITED BY SIZE
                     CD91O-PREV-SIGNON-TS (1:10) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CD91O-PREV-SIGNON-TS (12:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     CD91O-PREV-SIGNON-TS (15:2) DELIMITED BY SIZE
                     ' from terminal ' DELIMITED BY SIZE
                     CD91O-PREV-TERMINAL DELIMITED BY SIZE
                INTO BANK-ERROR-MSG
           END-IF.
       SHOW-LAST-SIGNON-EXIT.
           EXIT.

      * $ Version 8.02a sequenced on Sunday 23 Aug 2026 at 10:00am
