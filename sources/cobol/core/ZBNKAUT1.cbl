      *              it has gone stale, and every account's available *
      *              balance is then resynchronized to its ledger     *
      *              balance less its remaining pending               *
      *              authorizations.  Cardless ATM withdrawal codes   *
      *              (BNKCLWD) never used by their expiry are expired *
      *              first and their holds released with them.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKCLWD-NDX
                  ASSIGN       TO NDXCLWD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCW-REC-CODE
                  FILE STATUS  IS WS-BNKCLWD-STATUS.

           SELECT AUTRPT-FILE
                  ASSIGN       TO AUTRPT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKCLWD-NDX.
       01  BNKCLWD-REC.
       COPY CBANKVCW.

       FD  AUTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
         05  WS-BNKDEPH-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKCLWD-STATUS                     PIC X(2).
         05  WS-AUTRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
         05  WS-FILE                               PIC X(16).

         05  WS-RUN-DATE                           PIC X(10).
      * The run's clock in minutes since the calendar base, to compare
      * with a cardless code's expiry
         05  WS-CLOCK                              PIC 9(8).
         05  FILLER REDEFINES WS-CLOCK.
           10  WS-CLOCK-HH                         PIC 9(2).
           10  WS-CLOCK-MM                         PIC 9(2).
           10  FILLER                              PIC 9(4).
         05  WS-NOW-MIN                            PIC 9(9).

         05  WS-AUTH-ACCNO                         PIC X(9).
         05  WS-AUTH-TIMESTAMP                     PIC X(26).
             VALUE ZERO.
         05  WS-RESYNC-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-CODE-EXPIRED-COUNTER               PIC 9(5)
             VALUE ZERO.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

      *****************************************************************
           COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-RUN-DATE.
           MOVE WS-ACCEPT-TIME TO WS-CLOCK.
           COMPUTE WS-NOW-MIN =
                   FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE) * 1440
                   + WS-CLOCK-HH * 60 + WS-CLOCK-MM.

           OPEN OUTPUT AUTRPT-FILE.
           MOVE WS-AUTRPT-STATUS TO WS-IO-STATUS.
             INTO AUTRPT-REC.
           WRITE AUTRPT-REC.

           PERFORM EXPIRE-CARDLESS THRU
                   EXPIRE-CARDLESS-DONE.
           PERFORM MATCH-AND-EXPIRE THRU
                   MATCH-AND-EXPIRE-DONE.
           PERFORM RESYNC-AVAILABLE THRU
                  ' account(s) resynchronized' DELIMITED BY SIZE
             INTO AUTRPT-REC.
           WRITE AUTRPT-REC.
           MOVE SPACES TO AUTRPT-REC.
           STRING WS-CODE-EXPIRED-COUNTER DELIMITED BY SIZE
                  ' cardless withdrawal code(s) expired unused'
                  DELIMITED BY SIZE
             INTO AUTRPT-REC.
           WRITE AUTRPT-REC.
           CLOSE AUTRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass 0 - walk the cardless withdrawal codes.  A code still    *
      * pending (or left claimed by a machine that never settled it)  *
      * whose expiry has passed is expired, and the memo-post hold    *
      * it took is expired with it so pass 2 releases the funds.      *
      *****************************************************************
       EXPIRE-CARDLESS.
           OPEN I-O BNKCLWD-NDX.
           MOVE WS-BNKCLWD-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCLWD-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKAUTH-NDX.
           MOVE WS-BNKAUTH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKAUTH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

       EXPIRE-CARDLESS-LOOP.
           READ BNKCLWD-NDX NEXT RECORD.
           IF WS-BNKCLWD-STATUS IS EQUAL TO '10'
              GO TO EXPIRE-CARDLESS-DONE
           END-IF.
           IF WS-BNKCLWD-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCLWD-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BCW-REC-PENDING AND
              NOT BCW-REC-IN-USE
              GO TO EXPIRE-CARDLESS-LOOP
           END-IF.
           IF BCW-REC-EXPIRY-MIN IS NOT LESS THAN WS-NOW-MIN
              GO TO EXPIRE-CARDLESS-LOOP
           END-IF.

           SET BCW-REC-EXPIRED TO TRUE.
           REWRITE BNKCLWD-REC.
           IF WS-BNKCLWD-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKCLWD-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-CODE-EXPIRED-COUNTER.

           MOVE BCW-REC-ACCNO TO BAU-REC-ACCNO.
           MOVE BCW-REC-AUTH-TIMESTAMP TO BAU-REC-TIMESTAMP.
           READ BNKAUTH-NDX KEY IS BAU-REC-KEY.
           IF WS-BNKAUTH-STATUS IS EQUAL TO '00' AND
              BAU-REC-PENDING
              SET BAU-REC-EXPIRED TO TRUE
              REWRITE BNKAUTH-REC
              MOVE BAU-REC-ACCNO TO WS-AUTH-ACCNO
              MOVE BAU-REC-TIMESTAMP TO WS-AUTH-TIMESTAMP
              ADD 1 TO WS-EXPIRED-COUNTER
              PERFORM WRITE-EXPIRED-LINE
           END-IF.
           GO TO EXPIRE-CARDLESS-LOOP.
       EXPIRE-CARDLESS-DONE.
           CLOSE BNKCLWD-NDX.
           CLOSE BNKAUTH-NDX.

      *****************************************************************
      * Pass 1 - walk the authorization file; complete every pending  *
      * authorization whose matching posted transaction can be found  *
           IF NOT BAU-REC-PENDING
              GO TO MATCH-AND-EXPIRE-LOOP
           END-IF.
      * A cardless withdrawal's hold is settled by its code - used
      * at the machine or expired in pass 0 - never by matching
           IF BAU-REC-CHANNEL-CARDLESS
              GO TO MATCH-AND-EXPIRE-LOOP
           END-IF.

           MOVE BAU-REC-ACCNO TO WS-AUTH-ACCNO.
           MOVE BAU-REC-TIMESTAMP TO WS-AUTH-TIMESTAMP.
