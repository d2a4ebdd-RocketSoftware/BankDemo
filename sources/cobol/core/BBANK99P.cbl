              MOVE 'B' TO  CPSWDD01I-USERID(1:1)
           END-IF.

           MOVE BANK-TS-QUEUE-NAME TO CPSWDD01I-SESSION-ID.

           SET PSWD-SIGNOFF TO TRUE

       COPY CPSWDX01.
