      * Program:     BBANK98P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Operator console for the night-run stream -      *
      *              show tonight's step status and the run's         *
      *              projected finish against the online-open         *
      *              deadline, and clear a failed step for restart.   *
      *              List the inbound files held by intake control    *
      *              and release or reject one.  List the outbound    *
      *              files not yet acknowledged and mark one for      *
      *              resend                                           *
      *****************************************************************

       IDENTIFICATION DIVISION.
              GO TO COMMON-RETURN
           END-IF.

           IF (CD32-REQUEST-RELEASE OR
               CD32-REQUEST-REJECT) AND
              (CD32I-FEED IS EQUAL TO SPACES OR
               CD32I-FILE-ID IS EQUAL TO SPACES)
              SET CD32O-STATUS-ERROR TO TRUE
              MOVE 'Key the feed and file id' TO CD32O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD32-REQUEST-RESEND AND
              (CD32I-FEED IS EQUAL TO SPACES OR
               CD32I-RUN-DATE IS EQUAL TO SPACES OR
               CD32I-XMIT-SEQ IS NOT NUMERIC)
              SET CD32O-STATUS-ERROR TO TRUE
              MOVE 'Key the file id, date and sequence' TO CD32O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
