              MOVE 'B' TO  CPSWDD01I-USERID(1:1)
           END-IF.

      * The conversation and channel are registered as the session
           MOVE BANK-TS-QUEUE-NAME TO CPSWDD01I-SESSION-ID.
           IF BANK-ENV-INET
              MOVE 'W' TO CPSWDD01I-CHANNEL
           ELSE
              MOVE 'G' TO CPSWDD01I-CHANNEL
           END-IF.

           SET PSWD-SIGNON TO TRUE

      *COPY CPSWDX01.
              MOVE CPSWDD01O-MESSAGE TO WS-ERROR-MSG
              GO TO VALIDATE-USER-ERROR
           END-IF.
      * Let the user know when this signon ended a session elsewhere
           IF CPSWDD01O-NOTICE IS NOT EQUAL TO SPACES
              MOVE CPSWDD01O-NOTICE TO BANK-RETURN-MSG
              SET BANK-RETURN-FLAG-ON TO TRUE
           END-IF.
      * A password check on its own does not tell us who the userid
      * belongs to, so see whether it is a member of staff first......
           MOVE SPACES TO CD14-DATA.
