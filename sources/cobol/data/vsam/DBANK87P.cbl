      *****************************************************************
      *                                                               *
      * Copyright (C) 2010-2021 Micro Focus.  All Rights Reserved     *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for internal demonstration purposes with other         *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED             *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************

      *****************************************************************
      * Program:     DBANK87P.CBL                                     *
      * Function:    Branch vault cash ledger on BNKVALT.  GET        *
      *              returns a vault's book figure and insured limit; *
      *              POST moves cash in or out of the book for a      *
      *              teller drawer (float or buy out, sale or close   *
      *              back in) or a verified night bag, keeping the    *
      *              movement against its kind for the end-of-day     *
      *              proof.  Cash is never issued beyond the book.    *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK87P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK87P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKVALT-RID                        PIC X(4).

       01  WS-BNKVALT-REC.
       COPY CBANKVVT.

       01  WS-COMMAREA.
       COPY CBANKD87.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 4096 TIMES
               DEPENDING ON WS-COMMAREA-LENGTH.

       COPY CENTRY.
      *****************************************************************
      * Move the passed data to our area                              *
      *****************************************************************
           MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *****************************************************************
      * Initialize our output area                                    *
      *****************************************************************
           MOVE SPACES TO CD87O-DATA.
           MOVE ZERO TO CD87O-BOOK.
           MOVE ZERO TO CD87O-INSURED-LIMIT.
           SET CD87O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD87-REQUEST-GET
              PERFORM GET-VAULT THRU GET-VAULT-EXIT
             WHEN CD87-REQUEST-POST
              PERFORM POST-VAULT THRU POST-VAULT-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD87O-MSG
           END-EVALUATE.

       DBANK87P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

       GET-VAULT.
           MOVE CD87I-BRANCH TO WS-BNKVALT-RID.
           EXEC CICS READ FILE('BNKVALT')
                          INTO(WS-BNKVALT-REC)
                          LENGTH(LENGTH OF WS-BNKVALT-REC)
                          RIDFLD(WS-BNKVALT-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD87O-STATUS-NOTFOUND TO TRUE
              MOVE 'No vault on file for the branch' TO CD87O-MSG
              GO TO GET-VAULT-EXIT
           END-IF.
           MOVE BVT-REC-BOOK TO CD87O-BOOK.
           MOVE BVT-REC-INSURED-LIMIT TO CD87O-INSURED-LIMIT.
           SET CD87O-STATUS-OK TO TRUE.
       GET-VAULT-EXIT.
           EXIT.

      *****************************************************************
      * Move cash in or out of the book.  Cash going out to a drawer  *
      * must be there; a negative amount reverses an earlier movement *
      * of the same kind and is always allowed.                       *
      *****************************************************************
       POST-VAULT.
           MOVE CD87I-BRANCH TO WS-BNKVALT-RID.
           EXEC CICS READ FILE('BNKVALT')
                          UPDATE
                          INTO(WS-BNKVALT-REC)
                          LENGTH(LENGTH OF WS-BNKVALT-REC)
                          RIDFLD(WS-BNKVALT-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD87O-STATUS-NOTFOUND TO TRUE
              MOVE 'No vault on file for the branch' TO CD87O-MSG
              GO TO POST-VAULT-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN CD87I-MOVE-TO-DRAWER
              IF CD87I-AMOUNT IS GREATER THAN BVT-REC-BOOK
                 EXEC CICS UNLOCK FILE('BNKVALT')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 MOVE BVT-REC-BOOK TO CD87O-BOOK
                 MOVE 'Vault does not hold that much cash'
                   TO CD87O-MSG
                 GO TO POST-VAULT-EXIT
              END-IF
              ADD CD87I-AMOUNT TO BVT-REC-TO-DRAWERS
              SUBTRACT CD87I-AMOUNT FROM BVT-REC-BOOK
             WHEN CD87I-MOVE-FROM-DRAWER
              ADD CD87I-AMOUNT TO BVT-REC-FROM-DRAWERS
              ADD CD87I-AMOUNT TO BVT-REC-BOOK
             WHEN CD87I-MOVE-DRAWER-CLOSE
              ADD CD87I-AMOUNT TO BVT-REC-FROM-CLOSES
              ADD CD87I-AMOUNT TO BVT-REC-BOOK
             WHEN CD87I-MOVE-BAG
              ADD CD87I-AMOUNT TO BVT-REC-BAGS
              ADD CD87I-AMOUNT TO BVT-REC-BOOK
             WHEN OTHER
              EXEC CICS UNLOCK FILE('BNKVALT')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Unknown vault movement' TO CD87O-MSG
              GO TO POST-VAULT-EXIT
           END-EVALUATE.

           EXEC CICS REWRITE FILE('BNKVALT')
                             FROM(WS-BNKVALT-REC)
                             LENGTH(LENGTH OF WS-BNKVALT-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the vault' TO CD87O-MSG
              GO TO POST-VAULT-EXIT
           END-IF.
           MOVE BVT-REC-BOOK TO CD87O-BOOK.
           MOVE BVT-REC-INSURED-LIMIT TO CD87O-INSURED-LIMIT.
           SET CD87O-STATUS-OK TO TRUE.
       POST-VAULT-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
