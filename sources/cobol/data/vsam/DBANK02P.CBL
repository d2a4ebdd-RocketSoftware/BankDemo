       01 WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-COOL-DATA.
       COPY CCOOLD01.

       01  WS-COMMAREA.
       COPY CBANKD02.

              GO TO WRITE-PROCESSING-EXIT
           END-IF.

      *****************************************************************
      * Note which contact points are changing, and what they were,   *
      * so the change can be confirmed to both the old and the new    *
      *****************************************************************
           MOVE SPACES TO CDK1-DATA.
           SET CDK1-REQUEST-START TO TRUE.
           MOVE BCS-REC-PID TO CDK1I-PID.
           MOVE WS-PROGRAM-ID TO CDK1I-USERID.
           IF CD02I-CONTACT-ADDR1 IS NOT EQUAL TO BCS-REC-ADDR1 OR
              CD02I-CONTACT-ADDR2 IS NOT EQUAL TO BCS-REC-ADDR2 OR
              CD02I-CONTACT-STATE IS NOT EQUAL TO BCS-REC-STATE OR
              CD02I-CONTACT-CNTRY IS NOT EQUAL TO BCS-REC-CNTRY OR
              CD02I-CONTACT-PSTCDE IS NOT EQUAL TO BCS-REC-POST-CODE
              SET CDK1I-ADDR-WAS-CHANGED TO TRUE
           END-IF.
           IF CD02I-CONTACT-TELNO IS NOT EQUAL TO BCS-REC-TEL
              SET CDK1I-TEL-WAS-CHANGED TO TRUE
           END-IF.
           IF CD02I-CONTACT-EMAIL IS NOT EQUAL TO BCS-REC-EMAIL
              SET CDK1I-EMAIL-WAS-CHANGED TO TRUE
           END-IF.
           MOVE BCS-REC-ADDR1 TO CDK1I-OLD-ADDR1.
           MOVE BCS-REC-POST-CODE TO CDK1I-OLD-PSTCDE.
           MOVE BCS-REC-TEL TO CDK1I-OLD-TEL.
           MOVE BCS-REC-EMAIL TO CDK1I-OLD-EMAIL.
           MOVE CD02I-CONTACT-ADDR1 TO CDK1I-NEW-ADDR1.
           MOVE CD02I-CONTACT-PSTCDE TO CDK1I-NEW-PSTCDE.
           MOVE CD02I-CONTACT-TELNO TO CDK1I-NEW-TEL.
           MOVE CD02I-CONTACT-EMAIL TO CDK1I-NEW-EMAIL.

           MOVE CD02I-CONTACT-ADDR1 TO BCS-REC-ADDR1.
           MOVE CD02I-CONTACT-ADDR2 TO BCS-REC-ADDR2.
           MOVE CD02I-CONTACT-STATE TO BCS-REC-STATE.
              MOVE 'Update OK' TO CD02O-CONTACT-NAME
           END-IF.

      *****************************************************************
      * A changed contact point is confirmed to the old and the new   *
      * and starts the cooling-off period on the riskier actions      *
      *****************************************************************
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              IF CDK1I-ADDR-WAS-CHANGED OR
                 CDK1I-TEL-WAS-CHANGED OR
                 CDK1I-EMAIL-WAS-CHANGED
                 EXEC CICS LINK PROGRAM('DCOOL01P')
                                COMMAREA(CDK1-DATA)
                                LENGTH(LENGTH OF CDK1-DATA)
                 END-EXEC
              END-IF
           END-IF.

      *****************************************************************
      * The record update failed                                      *
      *****************************************************************
