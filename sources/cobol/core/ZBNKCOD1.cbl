      *              carrier's status file to the BNKCORD orders -    *
      *              confirmed, in transit, delivered - posting a     *
      *              delivery's counted notes to the terminal's cash  *
      *              position on BNKTERM or to the branch vault on    *
      *              BNKVALT, taking a collected pickup out of the    *
      *              vault, and reports every order still open past   *
      *              its delivery window.                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  RECORD KEY   IS BTM-REC-TERMINAL-ID
                  FILE STATUS  IS WS-BNKTERM-STATUS.

           SELECT BNKVALT-NDX
                  ASSIGN       TO NDXVALT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BVT-REC-BRANCH
                  FILE STATUS  IS WS-BNKVALT-STATUS.

           SELECT CODRPT-FILE
                  ASSIGN       TO CODRPT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKTERM-REC.
       COPY CBANKVTM.

       FD  BNKVALT-NDX.
       01  BNKVALT-REC.
       COPY CBANKVVT.

       FD  CODRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
         05  WS-CARSTAT-STATUS                     PIC X(2).
         05  WS-BNKCORD-STATUS                     PIC X(2).
         05  WS-BNKTERM-STATUS                     PIC X(2).
         05  WS-BNKVALT-STATUS                     PIC X(2).
         05  WS-CODRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-IFC-PARM.
       COPY CBANKIFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * A carrier's file failing intake control is held unapplied;
      * the outstanding-orders report still runs
           PERFORM CONTROL-INTAKE THRU
                   CONTROL-INTAKE-EXIT.
           IF NOT IFD-TAKE-UP
              MOVE IFD-MESSAGE TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'CODRPT  ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKVALT-NDX.
           MOVE WS-BNKVALT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKVALT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The carrier's status file is optional - a day with no
      * movements still gets the outstanding-orders report
           OPEN INPUT CARSTAT-FILE.
           IF WS-CARSTAT-STATUS IS EQUAL TO '00'
              IF IFD-TAKE-UP
                 PERFORM APPLY-LOOP THRU
                         APPLY-LOOP-EXIT
              END-IF
              CLOSE CARSTAT-FILE
           END-IF.


           CLOSE BNKCORD-NDX.
           CLOSE BNKTERM-NDX.
           CLOSE BNKVALT-NDX.
           CLOSE CODRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.

           PERFORM RUN-TIME.

           SET IFD-REQUEST-POSTED TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.

           MOVE IFD-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the whole carrier's status file through intake           *
      * control before any of it is taken                             *
      *****************************************************************
       CONTROL-INTAKE.
           SET IFD-REQUEST-OPEN TO TRUE.
           MOVE 'CARSTAT ' TO IFD-FEED.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           OPEN INPUT CARSTAT-FILE.
           IF WS-CARSTAT-STATUS IS NOT EQUAL TO '00'
              GO TO CONTROL-INTAKE-CHECK
           END-IF.
       CONTROL-INTAKE-LOOP.
           READ CARSTAT-FILE.
           IF WS-CARSTAT-STATUS IS EQUAL TO '10'
              GO TO CONTROL-INTAKE-DONE
           END-IF.
           IF WS-CARSTAT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading CARSTAT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET IFD-REQUEST-RECORD TO TRUE.
           MOVE CARSTAT-REC TO IFD-RECORD.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           GO TO CONTROL-INTAKE-LOOP.
       CONTROL-INTAKE-DONE.
           CLOSE CARSTAT-FILE.
       CONTROL-INTAKE-CHECK.
           SET IFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
       CONTROL-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Walk the carrier's status records onto the orders             *
      *****************************************************************
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE CARSTAT-REC TO IFD-RECORD.
           IF IFD-REC-CONTROL
              GO TO APPLY-LOOP
           END-IF.

           MOVE CST-REC-ORDER-NO TO BCO-REC-ORDER-NO.
           READ BNKCORD-NDX RECORD

      *****************************************************************
      * A delivery: the counted notes land on the order and, for a    *
      * terminal order, on the machine's cassettes and cash position; *
      * a branch order goes into the vault and a pickup comes out     *
      *****************************************************************
       APPLY-DELIVERY.
           SET BCO-REC-DELIVERED TO TRUE.
                  TO BTM-REC-CAS-COUNT (WS-SUB)
              END-PERFORM
              ADD WS-DELIVERED-VALUE TO BTM-REC-CASH-ON-HAND
              IF BTM-REC-CUT-DATE IS NOT EQUAL TO SPACES
                 ADD WS-DELIVERED-VALUE TO BTM-REC-CUT-LOADED
              END-IF
              MOVE CST-REC-DLV-DATE TO BTM-REC-LAST-REPLENISH
              REWRITE BNKTERM-REC
           END-IF.

           IF BCO-REC-DEST-BRANCH OR
              BCO-REC-DEST-PICKUP
              PERFORM APPLY-VAULT-MOVE THRU
                      APPLY-VAULT-MOVE-EXIT
           END-IF.

       APPLY-DELIVERY-REPORT.
           MOVE WS-DELIVERED-VALUE TO WS-AMOUNT-ED.
           MOVE SPACES TO CODRPT-REC.
           IF BCO-REC-DEST-PICKUP
              STRING 'Order ' DELIMITED BY SIZE
                     BCO-REC-ORDER-NO DELIMITED BY SIZE
                     ' picked up from ' DELIMITED BY SIZE
                     BCO-REC-DEST-ID DELIMITED BY SIZE
                     ' value ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO CODRPT-REC
           ELSE
              STRING 'Order ' DELIMITED BY SIZE
                     BCO-REC-ORDER-NO DELIMITED BY SIZE
                     ' delivered to ' DELIMITED BY SIZE
                     BCO-REC-DEST-ID DELIMITED BY SIZE
                     ' value ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO CODRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       APPLY-DELIVERY-EXIT.
           EXIT.

      *****************************************************************
      * A branch delivery adds the counted value to the vault's book; *
      * a pickup takes what the carrier collected out of it and       *
      * clears the order from the vault's pending pickups             *
      *****************************************************************
       APPLY-VAULT-MOVE.
           MOVE BCO-REC-DEST-ID (1:4) TO BVT-REC-BRANCH.
           READ BNKVALT-NDX RECORD
             INVALID KEY
               MOVE SPACES TO CODRPT-REC
               STRING 'Order ' DELIMITED BY SIZE
                      BCO-REC-ORDER-NO DELIMITED BY SIZE
                      ' - no vault for branch ' DELIMITED BY SIZE
                      BCO-REC-DEST-ID DELIMITED BY SIZE
                 INTO CODRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO APPLY-VAULT-MOVE-EXIT
           END-READ.
           IF BCO-REC-DEST-PICKUP
              ADD WS-DELIVERED-VALUE TO BVT-REC-PICKED-UP
              SUBTRACT WS-DELIVERED-VALUE FROM BVT-REC-BOOK
              SUBTRACT BCO-REC-TOTAL FROM BVT-REC-PICKUP-PENDING
              IF BVT-REC-PICKUP-PENDING IS LESS THAN ZERO
                 MOVE ZERO TO BVT-REC-PICKUP-PENDING
              END-IF
           ELSE
              ADD WS-DELIVERED-VALUE TO BVT-REC-DELIVERED
              ADD WS-DELIVERED-VALUE TO BVT-REC-BOOK
           END-IF.
           REWRITE BNKVALT-REC.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKVALT-NDX'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       APPLY-VAULT-MOVE-EXIT.
           EXIT.

      *****************************************************************
      * Orders still open past their delivery window                  *
      *****************************************************************
