      * Program:     DBANK26P.CBL                                     *
      * Function:    Serve the collections work queue BNKCOLLQ -      *
      *              sequential presentation of open items, claiming  *
      *              an item, and recording promise-to-pay notes.     *
      *              Each item shows any bankruptcy stay protecting   *
      *              the customer; a stayed item cannot be worked.    *
      *              VSAM Version                                     *
      *****************************************************************

         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCOLLQ-RID                       PIC X(9).
         05  WS-BNKBKRP-RID                        PIC X(5).

       01  WS-BNKCOLLQ-REC.
       COPY CBANKVCQ.

       01  WS-BNKBKRP-REC.
       COPY CBANKVBR.

       01  WS-COMMAREA.
       COPY CBANKD26.

           IF NOT CD26O-STATUS-OK
              GO TO CLAIM-ITEM-EXIT
           END-IF.
           PERFORM REFUSE-IF-STAYED THRU
                   REFUSE-IF-STAYED-EXIT.
           IF NOT CD26O-STATUS-OK
              GO TO CLAIM-ITEM-EXIT
           END-IF.
           SET BCQ-REC-WORKING TO TRUE.
           MOVE CD26I-USERID TO BCQ-REC-CLAIMED-BY.
           PERFORM REWRITE-ITEM THRU REWRITE-ITEM-EXIT.
           IF NOT CD26O-STATUS-OK
              GO TO NOTE-ITEM-EXIT
           END-IF.
           PERFORM REFUSE-IF-STAYED THRU
                   REFUSE-IF-STAYED-EXIT.
           IF NOT CD26O-STATUS-OK
              GO TO NOTE-ITEM-EXIT
           END-IF.
           MOVE CD26I-PROMISE-DATE TO BCQ-REC-PROMISE-DATE.
           MOVE CD26I-PROMISE-AMOUNT TO BCQ-REC-PROMISE-AMOUNT.
           MOVE CD26I-NOTE TO BCQ-REC-NOTE.
       READ-ITEM-FOR-UPDATE-EXIT.
           EXIT.

      *****************************************************************
      * The automatic stay bars collection work on a customer with an *
      * active bankruptcy case - the item is released untouched       *
      *****************************************************************
       REFUSE-IF-STAYED.
           PERFORM READ-STAY.
           IF CD26O-STAY-ACTIVE
              EXEC CICS UNLOCK FILE('BNKCOLLQ')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              PERFORM MOVE-ITEM-TO-OUTPUT
              SET CD26O-STATUS-ERROR TO TRUE
              MOVE 'Collection stayed - customer bankrupt'
                TO CD26O-MSG
           END-IF.
       REFUSE-IF-STAYED-EXIT.
           EXIT.

       REWRITE-ITEM.
           EXEC CICS REWRITE FILE('BNKCOLLQ')
                             FROM(WS-BNKCOLLQ-REC)
           MOVE BCQ-REC-PROMISE-DATE TO CD26O-PROMISE-DATE.
           MOVE BCQ-REC-PROMISE-AMOUNT TO CD26O-PROMISE-AMOUNT.
           MOVE BCQ-REC-NOTE TO CD26O-NOTE.
           PERFORM READ-STAY.

      *****************************************************************
      * Look the item's customer up on the bankruptcy register        *
      *****************************************************************
       READ-STAY.
           MOVE 'N' TO CD26O-STAY.
           MOVE SPACES TO CD26O-STAY-CASE-NO.
           MOVE SPACES TO CD26O-STAY-CHAPTER.
           MOVE SPACES TO CD26O-STAY-FILING-DATE.
           MOVE BCQ-REC-PID TO WS-BNKBKRP-RID.
           EXEC CICS READ FILE('BNKBKRP')
                          INTO(WS-BNKBKRP-REC)
                          LENGTH(LENGTH OF WS-BNKBKRP-REC)
                          RIDFLD(WS-BNKBKRP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BBR-REC-STAY-ACTIVE
              SET CD26O-STAY-ACTIVE TO TRUE
              MOVE BBR-REC-CASE-NO TO CD26O-STAY-CASE-NO
              MOVE BBR-REC-CHAPTER TO CD26O-STAY-CHAPTER
              MOVE BBR-REC-FILING-DATE TO CD26O-STAY-FILING-DATE
           END-IF.

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 2:00pm
