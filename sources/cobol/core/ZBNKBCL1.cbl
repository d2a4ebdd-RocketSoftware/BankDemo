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
      * Program:     ZBNKBCL1.CBL                                     *
      * Function:    Branch closure and consolidation.  Driven by an  *
      *              exec card FROM,TO,YYYY-MM-DD, every record that  *
      *              carries the closing branch's code is re-homed to *
      *              the branch taking it over: customers, accounts,  *
      *              teller drawers, safe deposit boxes, ATM          *
      *              terminals, staff, the vault cash book and the    *
      *              branch control totals.  The run refuses to start *
      *              while a drawer at the closing branch is still    *
      *              open or a box number would clash at the          *
      *              receiving branch, waits until the effective date *
      *              has come, writes each affected customer a        *
      *              letter, logs every account moved on BNKBRXF so   *
      *              the profitability run keeps the year so far with *
      *              the old branch, and proves with before and after *
      *              control totals that nothing was lost on the way. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKBCL1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKBRNCH-NDX
                  ASSIGN       TO NDXBRNCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBN-REC-BRANCH
                  FILE STATUS  IS WS-BNKBRNCH-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKDRWR-NDX
                  ASSIGN       TO NDXDRWR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BDR-REC-KEY
                  FILE STATUS  IS WS-BNKDRWR-STATUS.

           SELECT BNKSDBX-NDX
                  ASSIGN       TO NDXSDBX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSB-REC-KEY
                  FILE STATUS  IS WS-BNKSDBX-STATUS.

           SELECT BNKTERM-NDX
                  ASSIGN       TO NDXTERM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BTM-REC-TERMINAL-ID
                  FILE STATUS  IS WS-BNKTERM-STATUS.

           SELECT BNKSTAFF-NDX
                  ASSIGN       TO NDXSTAFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS STF-REC-USERID
                  FILE STATUS  IS WS-BNKSTAFF-STATUS.

           SELECT BNKVALT-NDX
                  ASSIGN       TO NDXVALT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BVT-REC-BRANCH
                  FILE STATUS  IS WS-BNKVALT-STATUS.

           SELECT BNKBRCT-NDX
                  ASSIGN       TO NDXBRCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BANKCT02-BRANCH
                  FILE STATUS  IS WS-BNKBRCT-STATUS.

           SELECT BNKBRXF-NDX
                  ASSIGN       TO NDXBRXF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BBX-REC-KEY
                  FILE STATUS  IS WS-BNKBRXF-STATUS.

           SELECT BNKMSGC-NDX
                  ASSIGN       TO NDXMSGC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BMC-REC-KEY
                  FILE STATUS  IS WS-BNKMSGC-STATUS.

           SELECT BCLLTR-FILE
                  ASSIGN       TO BCLLTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BCLLTR-STATUS.

           SELECT BCLRPT-FILE
                  ASSIGN       TO BCLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BCLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKBRNCH-NDX.
       01  BNKBRNCH-REC.
       COPY CBANKVBN.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKDRWR-NDX.
       01  BNKDRWR-REC.
       COPY CBANKVDR.

       FD  BNKSDBX-NDX.
       01  BNKSDBX-REC.
       COPY CBANKVSB.

       FD  BNKTERM-NDX.
       01  BNKTERM-REC.
       COPY CBANKVTM.

       FD  BNKSTAFF-NDX.
       01  BNKSTAFF-REC.
       COPY CBANKVST.

       FD  BNKVALT-NDX.
       01  BNKVALT-REC.
       COPY CBANKVVT.

       FD  BNKBRCT-NDX.
       01  BNKBRCT-REC.
       COPY CBANKCT2.

       FD  BNKBRXF-NDX.
       01  BNKBRXF-REC.
       COPY CBANKVBX.

       FD  BNKMSGC-NDX.
       01  BNKMSGC-REC.
       COPY CBANKVMC.

       FD  BCLLTR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  BCLLTR-REC                              PIC X(121).

       FD  BCLRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  BCLRPT-REC                              PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKBCL1'.
         05  WS-BNKBRNCH-STATUS                    PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKDRWR-STATUS                     PIC X(2).
         05  WS-BNKSDBX-STATUS                     PIC X(2).
         05  WS-BNKTERM-STATUS                     PIC X(2).
         05  WS-BNKSTAFF-STATUS                    PIC X(2).
         05  WS-BNKVALT-STATUS                     PIC X(2).
         05  WS-BNKBRCT-STATUS                     PIC X(2).
         05  WS-BNKBRXF-STATUS                     PIC X(2).
         05  WS-BNKMSGC-STATUS                     PIC X(2).
         05  WS-BCLLTR-STATUS                      PIC X(2).
         05  WS-BCLRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * What the run decided: A go ahead, W the effective date has
      * not come yet, R refused (nothing is changed)
         05  WS-RUN-SW                             PIC X(1)
             VALUE SPACE.
           88  WS-RUN-ACCEPTED                       VALUE 'A'.
           88  WS-RUN-WAITING                        VALUE 'W'.
           88  WS-RUN-REFUSED                        VALUE 'R'.
         05  WS-REFUSE-REASON                      PIC X(50).
         05  WS-RETURN-CODE                        PIC 9(2)
             VALUE ZERO.

         05  WS-FROM-NAME                          PIC X(30).
         05  WS-TO-NAME                            PIC X(30).
         05  WS-TO-CITY                            PIC X(20).

         05  WS-CUST-MOVED                         PIC 9(7)
             VALUE ZERO.
         05  WS-ACC-MOVED                          PIC 9(7)
             VALUE ZERO.
         05  WS-ORPHAN-MOVED                       PIC 9(7)
             VALUE ZERO.
         05  WS-DRW-MOVED                          PIC 9(7)
             VALUE ZERO.
         05  WS-BOX-MOVED                          PIC 9(7)
             VALUE ZERO.
         05  WS-TRM-MOVED                          PIC 9(7)
             VALUE ZERO.
         05  WS-STF-MOVED                          PIC 9(7)
             VALUE ZERO.
         05  WS-VAULT-MOVED                        PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-VAULT-ED                           PIC Z(8)9.99-.
         05  WS-OPEN-DRAWERS                       PIC 9(5)
             VALUE ZERO.
         05  WS-BOX-CLASHES                        PIC 9(5)
             VALUE ZERO.
         05  WS-COUNT-ED                           PIC Z(6)9.

      * Customer letters: wording from the message catalog in the
      * customer's language, sent by their channel preference
         05  WS-MSGC-OPEN-SW                       PIC X(1)
             VALUE 'N'.
           88  WS-MSGC-OPEN                          VALUE 'Y'.
         05  WS-CUST-LANGUAGE                      PIC X(1).
         05  WS-WORDING-NO                         PIC X(5).
         05  WS-WORDING                            PIC X(75).

         05  WS-CHANNELS                           PIC X(30).
         05  WS-CHANNEL-PTR                        PIC S9(4) COMP.
         05  WS-MAIL-SW                            PIC X(1).
           88  WS-SEND-BY-MAIL                       VALUE 'Y'.
         05  WS-EMAIL-SW                           PIC X(1).
           88  WS-SEND-BY-EMAIL                      VALUE 'Y'.
         05  WS-SMS-SW                             PIC X(1).
           88  WS-SEND-BY-SMS                        VALUE 'Y'.

         05  WS-LETTER-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-MAIL-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-EMAIL-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-SMS-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-WITHHELD-COUNTER                   PIC 9(5)
             VALUE ZERO.

         05  WS-LTR-SW                             PIC X(1).
           88  WS-LTR-DUE                            VALUE 'Y'.
         05  WS-LTR-USED                           PIC 9(2).
         05  WS-LTR-IX                             PIC 9(2).
         05  WS-LTR-MORE                           PIC 9(3).
         05  WS-LTR-MORE-ED                        PIC ZZ9.
         05  WS-LTR-ACCNO                          PIC X(9)
             OCCURS 20 TIMES.

      * Boxes at the closing branch, collected before anything moves
      * so each can be checked against the receiving branch's numbers
       01  WS-BOX-TABLE.
         05  WS-BOX-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-BOX-IX.
           10  WS-BOX-NO                           PIC X(5).
           10  WS-BOX-PID                          PIC X(5).
       01  WS-BOX-USED                             PIC 9(4)
           VALUE ZERO.

      *****************************************************************
      * Control totals for the two branches, taken before the move    *
      * (pass 1) and after it (pass 2).  Side 1 is the closing branch *
      * and side 2 the receiving one; after the move side 1 must be   *
      * empty and side 2 must hold both sides' before figures.        *
      *****************************************************************
       01  WS-CTL-TABLE.
         05  WS-CTL-PASS OCCURS 2 TIMES.
           10  WS-CTL-SIDE OCCURS 2 TIMES.
             15  WS-CTL-CUSTOMERS                  PIC 9(7) COMP-3.
             15  WS-CTL-ACCOUNTS                   PIC 9(7) COMP-3.
             15  WS-CTL-BALANCE                    PIC S9(11)V99
                                                     COMP-3.
             15  WS-CTL-DRAWERS                    PIC 9(7) COMP-3.
             15  WS-CTL-BOXES                      PIC 9(7) COMP-3.
             15  WS-CTL-TERMINALS                  PIC 9(7) COMP-3.
             15  WS-CTL-STAFF                      PIC 9(7) COMP-3.
             15  WS-CTL-VAULT-BOOK                 PIC S9(11)V99
                                                     COMP-3.
             15  WS-CTL-BRCT-CUST                  PIC 9(7) COMP-3.
             15  WS-CTL-BRCT-ACCS                  PIC 9(7) COMP-3.
             15  WS-CTL-BRCT-ASSETS                PIC S9(11)V99
                                                     COMP-3.
       01  WS-CTL-WORK.
         05  WS-CTL-PX                             PIC S9(4) COMP.
         05  WS-CTL-SX                             PIC S9(4) COMP.
         05  WS-CTL-BRANCH                         PIC X(4).
         05  WS-CTL-ITEM                           PIC X(24).
         05  WS-CTL-BEFORE-FROM                    PIC S9(11)V99
                                                     COMP-3.
         05  WS-CTL-BEFORE-TO                      PIC S9(11)V99
                                                     COMP-3.
         05  WS-CTL-AFTER-FROM                     PIC S9(11)V99
                                                     COMP-3.
         05  WS-CTL-AFTER-TO                       PIC S9(11)V99
                                                     COMP-3.
         05  WS-CTL-AMOUNT-SW                      PIC X(1).
           88  WS-CTL-IS-AMOUNT                      VALUE 'Y'.
         05  WS-CTL-BALANCED-SW                    PIC X(1)
             VALUE 'Y'.
           88  WS-CTL-BALANCED                       VALUE 'Y'.
         05  WS-CTL-COUNT-ED1                      PIC Z(12)9.
         05  WS-CTL-COUNT-ED2                      PIC Z(12)9.
         05  WS-CTL-COUNT-ED3                      PIC Z(12)9.
         05  WS-CTL-COUNT-ED4                      PIC Z(12)9.
         05  WS-CTL-AMOUNT-ED1                     PIC Z(9)9.99-.
         05  WS-CTL-AMOUNT-ED2                     PIC Z(9)9.99-.
         05  WS-CTL-AMOUNT-ED3                     PIC Z(9)9.99-.
         05  WS-CTL-AMOUNT-ED4                     PIC Z(9)9.99-.
         05  WS-CTL-VERDICT                        PIC X(14).

      * The closing branch's vault record while it is folded into
      * the receiving branch's
       01  WS-FOLD-VAULT.
         05  WS-FOLD-VT-OPENING                    PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-BOOK                       PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-TO-DRAWERS                 PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-FROM-DRAWERS               PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-FROM-CLOSES                PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-DELIVERED                  PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-PICKED-UP                  PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-BAGS                       PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-PICKUP-PENDING             PIC S9(9)V99 COMP-3.
         05  WS-FOLD-VT-COUNTED                    PIC S9(9)V99 COMP-3.

      * The closing branch's BNKBRCT totals while they are folded
      * into the receiving branch's record
       01  WS-FOLD-WORK.
         05  WS-FOLD-CUSTOMERS                     PIC 9(7).
         05  WS-FOLD-ACCOUNTS                      PIC 9(7).
         05  WS-FOLD-ASSETS                        PIC S9(9)V99
                                                     COMP-3.
         05  WS-FOLD-TXNS                          PIC 9(7).
         05  WS-FOLD-TXN-AMOUNT                    PIC S9(9)V99
                                                     COMP-3.

      * The exec card: closing branch, receiving branch and the date
      * the closure takes effect, e.g. 0007,0002,2026-11-02
       01  WS-PARM-FIELDS.
         05  WS-PARM-FROM                          PIC X(4)
             VALUE SPACES.
         05  WS-PARM-TO                            PIC X(4)
             VALUE SPACES.
         05  WS-PARM-EFF-DATE                      PIC X(10)
             VALUE SPACES.
         05  FILLER REDEFINES WS-PARM-EFF-DATE.
           10  WS-PARM-EFF-YYYY                    PIC X(4).
           10  WS-PARM-EFF-DASH1                   PIC X(1).
           10  WS-PARM-EFF-MM                      PIC X(2).
           10  WS-PARM-EFF-DASH2                   PIC X(1).
           10  WS-PARM-EFF-DD                      PIC X(2).

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(32).

       01  WS-PARM-PTR                             POINTER.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       LINKAGE SECTION.
       01  LK-EXEC-PARM.
         05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  LK-EXEC-PARM-DATA                     PIC X(32).

       PROCEDURE DIVISION USING LK-EXEC-PARM.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      *****************************************************************
      * EXEC-CARD processing is slightly different from normal MVS    *
      * processing in that we check the pointer (or address) of the   *
      * parm area first. This is so that we can migrate it to         *
      * distributed (Windows/Unix) environment wihout change.         *
      *****************************************************************
           MOVE ZEROES TO WS-EXEC-PARM-LL.
           MOVE SPACES TO WS-EXEC-PARM-DATA.

           SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
           IF WS-PARM-PTR IS NOT EQUAL TO NULL
              MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
              IF WS-EXEC-PARM-LL IS GREATER THAN
                   LENGTH OF WS-EXEC-PARM-DATA
                 MOVE LENGTH OF WS-EXEC-PARM-DATA TO WS-EXEC-PARM-LL
              END-IF
              IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
                 MOVE LK-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                   TO WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
              END-IF
           END-IF.

           IF WS-EXEC-PARM-LL IS EQUAL TO ZERO
              MOVE 'No exec card parm present'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Exec parm is "' DELIMITED BY SIZE
                     WS-EXEC-PARM-DATA (1:WS-EXEC-PARM-LL)
                       DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              UNSTRING WS-EXEC-PARM-DATA DELIMITED BY ','
                INTO WS-PARM-FROM WS-PARM-TO WS-PARM-EFF-DATE
           END-IF.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'BRCLOSE ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT BCLRPT-FILE.
           MOVE WS-BCLRPT-STATUS TO WS-IO-STATUS.
           MOVE 'BCLRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT BCLLTR-FILE.
           MOVE WS-BCLLTR-STATUS TO WS-IO-STATUS.
           MOVE 'BCLLTR-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKBRNCH-NDX.
           MOVE WS-BNKBRNCH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBRNCH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKDRWR-NDX.
           MOVE WS-BNKDRWR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDRWR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKSDBX-NDX.
           MOVE WS-BNKSDBX-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSDBX-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKTERM-NDX.
           MOVE WS-BNKTERM-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTERM-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKSTAFF-NDX.
           MOVE WS-BNKSTAFF-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSTAFF-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKVALT-NDX.
           MOVE WS-BNKVALT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKVALT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKBRCT-NDX.
           MOVE WS-BNKBRCT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBRCT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The transfer log is created by the first closure ever run
           OPEN I-O BNKBRXF-NDX.
           IF WS-BNKBRXF-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKBRXF-NDX
           END-IF.
           MOVE WS-BNKBRXF-STATUS TO WS-IO-STATUS.
           MOVE 'BNKBRXF-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO BCLRPT-REC.
           STRING 'Branch consolidation ' DELIMITED BY SIZE
                  WS-PARM-FROM DELIMITED BY SIZE
                  ' into ' DELIMITED BY SIZE
                  WS-PARM-TO DELIMITED BY SIZE
                  ' effective ' DELIMITED BY SIZE
                  WS-PARM-EFF-DATE DELIMITED BY SIZE
                  ' - run ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VALIDATE-RUN THRU
                   VALIDATE-RUN-EXIT.

           EVALUATE TRUE
             WHEN WS-RUN-ACCEPTED
               PERFORM CONSOLIDATE-BRANCH THRU
                       CONSOLIDATE-BRANCH-EXIT
             WHEN WS-RUN-WAITING
               MOVE SPACES TO BCLRPT-REC
               STRING 'Not yet effective - nothing moved before '
                        DELIMITED BY SIZE
                      WS-PARM-EFF-DATE DELIMITED BY SIZE
                 INTO BCLRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO WS-RETURN-CODE
             WHEN OTHER
               MOVE SPACES TO BCLRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO BCLRPT-REC
               STRING 'RUN REFUSED - ' DELIMITED BY SIZE
                      WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO BCLRPT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

           CLOSE BNKBRNCH-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKDRWR-NDX.
           CLOSE BNKSDBX-NDX.
           CLOSE BNKTERM-NDX.
           CLOSE BNKSTAFF-NDX.
           CLOSE BNKVALT-NDX.
           CLOSE BNKBRCT-NDX.
           CLOSE BNKBRXF-NDX.
           IF WS-MSGC-OPEN
              CLOSE BNKMSGC-NDX
           END-IF.
           CLOSE BCLLTR-FILE.
           CLOSE BCLRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           EVALUATE TRUE
             WHEN WS-RUN-REFUSED
               MOVE 'Branch consolidation refused' TO WS-CONSOLE-MESSAGE
             WHEN WS-RUN-WAITING
               MOVE 'Branch consolidation not yet effective'
                 TO WS-CONSOLE-MESSAGE
             WHEN NOT WS-CTL-BALANCED
               MOVE 'Control totals OUT OF BALANCE'
                 TO WS-CONSOLE-MESSAGE
             WHEN OTHER
               MOVE SPACES TO WS-CONSOLE-MESSAGE
               STRING WS-ACC-MOVED DELIMITED BY SIZE
                      ' account(s) re-homed, ' DELIMITED BY SIZE
                      WS-LETTER-COUNTER DELIMITED BY SIZE
                      ' letter(s)' DELIMITED BY SIZE
                 INTO WS-CONSOLE-MESSAGE
           END-EVALUATE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Nothing moves unless the card is good, both branches are on   *
      * the branch master with the receiving one open, every drawer   *
      * at the closing branch has been closed and every box number    *
      * there is free at the receiving branch.  A run scheduled ahead *
      * of the effective date simply waits.                           *
      *****************************************************************
       VALIDATE-RUN.
           SET WS-RUN-REFUSED TO TRUE.
           IF WS-PARM-FROM IS EQUAL TO SPACES OR
              WS-PARM-TO IS EQUAL TO SPACES
              MOVE 'exec card must be FROM,TO,YYYY-MM-DD'
                TO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.
           IF WS-PARM-FROM IS EQUAL TO WS-PARM-TO
              MOVE 'closing and receiving branch are the same'
                TO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.
           IF WS-PARM-EFF-YYYY IS NOT NUMERIC OR
              WS-PARM-EFF-MM IS NOT NUMERIC OR
              WS-PARM-EFF-DD IS NOT NUMERIC OR
              WS-PARM-EFF-DASH1 IS NOT EQUAL TO '-' OR
              WS-PARM-EFF-DASH2 IS NOT EQUAL TO '-'
              MOVE 'effective date must be YYYY-MM-DD'
                TO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.

           MOVE WS-PARM-FROM TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD
             INVALID KEY
               MOVE 'closing branch is not on BNKBRNCH'
                 TO WS-REFUSE-REASON
               GO TO VALIDATE-RUN-EXIT
           END-READ.
           MOVE BBN-REC-NAME TO WS-FROM-NAME.
           MOVE WS-PARM-TO TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD
             INVALID KEY
               MOVE 'receiving branch is not on BNKBRNCH'
                 TO WS-REFUSE-REASON
               GO TO VALIDATE-RUN-EXIT
           END-READ.
           IF BBN-REC-BRANCH-CLOSED
              MOVE 'receiving branch is itself closed'
                TO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.
           MOVE BBN-REC-NAME TO WS-TO-NAME.
           MOVE BBN-REC-CITY TO WS-TO-CITY.

           MOVE SPACES TO BCLRPT-REC.
           STRING '  Closing   ' DELIMITED BY SIZE
                  WS-PARM-FROM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FROM-NAME DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BCLRPT-REC.
           STRING '  Receiving ' DELIMITED BY SIZE
                  WS-PARM-TO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TO-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TO-CITY DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           IF WS-BUS-DATE IS LESS THAN WS-PARM-EFF-DATE
              SET WS-RUN-WAITING TO TRUE
              GO TO VALIDATE-RUN-EXIT
           END-IF.

           PERFORM CHECK-DRAWERS THRU
                   CHECK-DRAWERS-EXIT.
           PERFORM CHECK-BOXES THRU
                   CHECK-BOXES-EXIT.
           IF WS-OPEN-DRAWERS IS GREATER THAN ZERO
              MOVE WS-OPEN-DRAWERS TO WS-COUNT-ED
              MOVE SPACES TO WS-REFUSE-REASON
              STRING WS-COUNT-ED DELIMITED BY SIZE
                     ' drawer(s) still open at the closing branch'
                       DELIMITED BY SIZE
                INTO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.
           IF WS-BOX-CLASHES IS GREATER THAN ZERO
              MOVE WS-BOX-CLASHES TO WS-COUNT-ED
              MOVE SPACES TO WS-REFUSE-REASON
              STRING WS-COUNT-ED DELIMITED BY SIZE
                     ' box number(s) taken at the receiving branch'
                       DELIMITED BY SIZE
                INTO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.
           IF WS-BOX-USED IS GREATER THAN 500
              MOVE 'more than 500 safe deposit boxes to move'
                TO WS-REFUSE-REASON
              GO TO VALIDATE-RUN-EXIT
           END-IF.
           SET WS-RUN-ACCEPTED TO TRUE.
       VALIDATE-RUN-EXIT.
           EXIT.

      *****************************************************************
      * List every drawer at the closing branch not yet counted and   *
      * closed - on any business day                                  *
      *****************************************************************
       CHECK-DRAWERS.
           MOVE LOW-VALUES TO BDR-REC-KEY.
           START BNKDRWR-NDX KEY IS NOT LESS THAN BDR-REC-KEY
             INVALID KEY
               GO TO CHECK-DRAWERS-EXIT
           END-START.
       CHECK-DRAWERS-NEXT.
           READ BNKDRWR-NDX NEXT RECORD.
           IF WS-BNKDRWR-STATUS IS EQUAL TO '10'
              GO TO CHECK-DRAWERS-EXIT
           END-IF.
           IF WS-BNKDRWR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKDRWR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BDR-REC-BRANCH IS EQUAL TO WS-PARM-FROM AND
              BDR-REC-DRAWER-OPEN
              ADD 1 TO WS-OPEN-DRAWERS
              MOVE SPACES TO BCLRPT-REC
              STRING '  Drawer still open: teller ' DELIMITED BY SIZE
                     BDR-REC-TELLER DELIMITED BY SIZE
                     ' opened ' DELIMITED BY SIZE
                     BDR-REC-DATE DELIMITED BY SIZE
                INTO BCLRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           GO TO CHECK-DRAWERS-NEXT.
       CHECK-DRAWERS-EXIT.
           EXIT.

      *****************************************************************
      * Collect the closing branch's boxes (box numbers stay the same *
      * when they move) and list any number already in use at the     *
      * receiving branch                                              *
      *****************************************************************
       CHECK-BOXES.
           MOVE SPACES TO BSB-REC-KEY.
           MOVE WS-PARM-FROM TO BSB-REC-BRANCH.
           START BNKSDBX-NDX KEY IS NOT LESS THAN BSB-REC-KEY
             INVALID KEY
               GO TO CHECK-BOXES-EXIT
           END-START.
       CHECK-BOXES-NEXT.
           READ BNKSDBX-NDX NEXT RECORD.
           IF WS-BNKSDBX-STATUS IS EQUAL TO '10'
              GO TO CHECK-BOXES-CLASH
           END-IF.
           IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKSDBX-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BSB-REC-BRANCH IS NOT EQUAL TO WS-PARM-FROM
              GO TO CHECK-BOXES-CLASH
           END-IF.
           ADD 1 TO WS-BOX-USED.
           IF WS-BOX-USED IS GREATER THAN 500
              GO TO CHECK-BOXES-EXIT
           END-IF.
           SET WS-BOX-IX TO WS-BOX-USED.
           MOVE BSB-REC-BOX-NO TO WS-BOX-NO (WS-BOX-IX).
           MOVE SPACES TO WS-BOX-PID (WS-BOX-IX).
           IF BSB-REC-BOX-RENTED OR
              BSB-REC-BOX-DRILL-FLAGGED
              MOVE BSB-REC-PID TO WS-BOX-PID (WS-BOX-IX)
           END-IF.
           GO TO CHECK-BOXES-NEXT.
       CHECK-BOXES-CLASH.
           IF WS-BOX-USED IS EQUAL TO ZERO
              GO TO CHECK-BOXES-EXIT
           END-IF.
           PERFORM CHECK-ONE-BOX THRU
                   CHECK-ONE-BOX-EXIT
             VARYING WS-BOX-IX FROM 1 BY 1
               UNTIL WS-BOX-IX IS GREATER THAN WS-BOX-USED.
       CHECK-BOXES-EXIT.
           EXIT.

       CHECK-ONE-BOX.
           MOVE WS-PARM-TO TO BSB-REC-BRANCH.
           MOVE WS-BOX-NO (WS-BOX-IX) TO BSB-REC-BOX-NO.
           READ BNKSDBX-NDX RECORD
             INVALID KEY
               GO TO CHECK-ONE-BOX-EXIT
           END-READ.
           ADD 1 TO WS-BOX-CLASHES.
           MOVE SPACES TO BCLRPT-REC.
           STRING '  Box number already used at the receiving branch: '
                    DELIMITED BY SIZE
                  WS-BOX-NO (WS-BOX-IX) DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       CHECK-ONE-BOX-EXIT.
           EXIT.

      *****************************************************************
      * The consolidation proper, between the two sets of totals      *
      *****************************************************************
       CONSOLIDATE-BRANCH.
           MOVE 1 TO WS-CTL-PX.
           PERFORM COUNT-TOTALS THRU
                   COUNT-TOTALS-EXIT.

           PERFORM MOVE-CUSTOMERS THRU
                   MOVE-CUSTOMERS-EXIT.
           PERFORM MOVE-ORPHAN-ACCOUNTS THRU
                   MOVE-ORPHAN-ACCOUNTS-EXIT.
           PERFORM MOVE-DRAWERS THRU
                   MOVE-DRAWERS-EXIT.
           PERFORM MOVE-ONE-BOX THRU
                   MOVE-ONE-BOX-EXIT
             VARYING WS-BOX-IX FROM 1 BY 1
               UNTIL WS-BOX-IX IS GREATER THAN WS-BOX-USED.
           PERFORM MOVE-TERMINALS THRU
                   MOVE-TERMINALS-EXIT.
           PERFORM MOVE-STAFF THRU
                   MOVE-STAFF-EXIT.
           PERFORM FOLD-VAULT THRU
                   FOLD-VAULT-EXIT.
           PERFORM FOLD-BRANCH-CONTROL THRU
                   FOLD-BRANCH-CONTROL-EXIT.

      * The closing branch stays on the master, marked closed, so its
      * name still prints against the history left with it
           MOVE WS-PARM-FROM TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD.
           IF WS-BNKBRNCH-STATUS IS EQUAL TO '00'
              SET BBN-REC-BRANCH-CLOSED TO TRUE
              REWRITE BNKBRNCH-REC
           END-IF.
           IF WS-BNKBRNCH-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKBRNCH-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE 2 TO WS-CTL-PX.
           PERFORM COUNT-TOTALS THRU
                   COUNT-TOTALS-EXIT.

           MOVE SPACES TO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BCLRPT-REC.
           STRING 'Re-homed: customers ' DELIMITED BY SIZE
                  WS-CUST-MOVED DELIMITED BY SIZE
                  ', accounts ' DELIMITED BY SIZE
                  WS-ACC-MOVED DELIMITED BY SIZE
                  ' (no customer record ' DELIMITED BY SIZE
                  WS-ORPHAN-MOVED DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BCLRPT-REC.
           STRING '          drawers ' DELIMITED BY SIZE
                  WS-DRW-MOVED DELIMITED BY SIZE
                  ', boxes ' DELIMITED BY SIZE
                  WS-BOX-MOVED DELIMITED BY SIZE
                  ', ATM terminals ' DELIMITED BY SIZE
                  WS-TRM-MOVED DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-VAULT-MOVED TO WS-VAULT-ED.
           MOVE SPACES TO BCLRPT-REC.
           STRING '          staff ' DELIMITED BY SIZE
                  WS-STF-MOVED DELIMITED BY SIZE
                  ', vault cash book ' DELIMITED BY SIZE
                  WS-VAULT-ED DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BCLRPT-REC.
           STRING 'Letters ' DELIMITED BY SIZE
                  WS-LETTER-COUNTER DELIMITED BY SIZE
                  ' - by mail ' DELIMITED BY SIZE
                  WS-MAIL-COUNTER DELIMITED BY SIZE
                  ', email ' DELIMITED BY SIZE
                  WS-EMAIL-COUNTER DELIMITED BY SIZE
                  ', SMS ' DELIMITED BY SIZE
                  WS-SMS-COUNTER DELIMITED BY SIZE
                  ', mail withheld ' DELIMITED BY SIZE
                  WS-WITHHELD-COUNTER DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PROVE-TOTALS THRU
                   PROVE-TOTALS-EXIT.
           IF NOT WS-CTL-BALANCED
              MOVE 8 TO WS-RETURN-CODE
           END-IF.
       CONSOLIDATE-BRANCH-EXIT.
           EXIT.

      *****************************************************************
      * One customer at a time: a customer homed at the closing       *
      * branch moves, and so does each of their accounts held there   *
      * (logged with the year-to-date figures at the move).  Anyone   *
      * with something moved gets a letter unless they have closed.   *
      *****************************************************************
       MOVE-CUSTOMERS.
           MOVE LOW-VALUES TO BCS-REC-PID.
           START BNKCUST-NDX KEY IS NOT LESS THAN BCS-REC-PID
             INVALID KEY
               GO TO MOVE-CUSTOMERS-EXIT
           END-START.
       MOVE-CUSTOMERS-NEXT.
           READ BNKCUST-NDX NEXT RECORD.
           IF WS-BNKCUST-STATUS IS EQUAL TO '10'
              GO TO MOVE-CUSTOMERS-EXIT
           END-IF.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCUST-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE 'N' TO WS-LTR-SW.
           MOVE ZERO TO WS-LTR-USED.
           MOVE ZERO TO WS-LTR-MORE.
           IF BCS-REC-BRANCH IS EQUAL TO WS-PARM-FROM
              MOVE WS-PARM-TO TO BCS-REC-BRANCH
              REWRITE BNKCUST-REC
              IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKCUST-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
              ADD 1 TO WS-CUST-MOVED
              SET WS-LTR-DUE TO TRUE
           END-IF.
           PERFORM MOVE-CUSTOMER-ACCOUNTS THRU
                   MOVE-CUSTOMER-ACCOUNTS-EXIT.
           IF WS-LTR-DUE AND
              NOT BCS-REC-CLOSED
              PERFORM ISSUE-LETTER THRU
                      ISSUE-LETTER-EXIT
           END-IF.
           GO TO MOVE-CUSTOMERS-NEXT.
       MOVE-CUSTOMERS-EXIT.
           EXIT.

       MOVE-CUSTOMER-ACCOUNTS.
           MOVE BCS-REC-PID TO BAC-REC-PID.
           START BNKACC-NDX KEY IS EQUAL TO BAC-REC-PID.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              GO TO MOVE-CUSTOMER-ACCOUNTS-EXIT
           END-IF.
       MOVE-CUSTOMER-ACCOUNTS-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKACC-STATUS IS NOT EQUAL TO '02'
              GO TO MOVE-CUSTOMER-ACCOUNTS-EXIT
           END-IF.
           IF BAC-REC-PID IS NOT EQUAL TO BCS-REC-PID
              GO TO MOVE-CUSTOMER-ACCOUNTS-EXIT
           END-IF.
           IF BAC-REC-BRANCH IS NOT EQUAL TO WS-PARM-FROM
              GO TO MOVE-CUSTOMER-ACCOUNTS-LOOP
           END-IF.
           PERFORM REHOME-ACCOUNT THRU
                   REHOME-ACCOUNT-EXIT.
           SET WS-LTR-DUE TO TRUE.
           IF WS-LTR-USED IS LESS THAN 20
              ADD 1 TO WS-LTR-USED
              MOVE BAC-REC-ACCNO TO WS-LTR-ACCNO (WS-LTR-USED)
           ELSE
              ADD 1 TO WS-LTR-MORE
           END-IF.
           GO TO MOVE-CUSTOMER-ACCOUNTS-LOOP.
       MOVE-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

      *****************************************************************
      * Any account still at the closing branch after the customer    *
      * pass belongs to no customer on file - it moves all the same,  *
      * with no one to write to                                       *
      *****************************************************************
       MOVE-ORPHAN-ACCOUNTS.
           MOVE LOW-VALUES TO BAC-REC-ACCNO.
           START BNKACC-NDX KEY IS NOT LESS THAN BAC-REC-ACCNO
             INVALID KEY
               GO TO MOVE-ORPHAN-ACCOUNTS-EXIT
           END-START.
       MOVE-ORPHAN-ACCOUNTS-NEXT.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO MOVE-ORPHAN-ACCOUNTS-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BAC-REC-BRANCH IS EQUAL TO WS-PARM-FROM
              PERFORM REHOME-ACCOUNT THRU
                      REHOME-ACCOUNT-EXIT
              ADD 1 TO WS-ORPHAN-MOVED
           END-IF.
           GO TO MOVE-ORPHAN-ACCOUNTS-NEXT.
       MOVE-ORPHAN-ACCOUNTS-EXIT.
           EXIT.

      *****************************************************************
      * Log the move with the year so far, then re-home the account.  *
      * A log record already there is from an earlier attempt at the  *
      * same closure and is left as it was.                           *
      *****************************************************************
       REHOME-ACCOUNT.
           MOVE SPACES TO BBX-RECORD.
           MOVE BAC-REC-ACCNO TO BBX-REC-ACCNO.
           MOVE WS-PARM-EFF-DATE TO BBX-REC-EFF-DATE.
           MOVE BAC-REC-PID TO BBX-REC-PID.
           MOVE WS-PARM-FROM TO BBX-REC-FROM-BRANCH.
           MOVE WS-PARM-TO TO BBX-REC-TO-BRANCH.
           MOVE BAC-REC-YTD-INTEREST TO BBX-REC-YTD-INTEREST.
           MOVE BAC-REC-YTD-FEES TO BBX-REC-YTD-FEES.
           MOVE WS-BUS-DATE TO BBX-REC-RUN-DATE.
           WRITE BNKBRXF-REC.
           IF WS-BNKBRXF-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKBRXF-STATUS IS NOT EQUAL TO '22'
              MOVE 'Error writing BNKBRXF-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE WS-PARM-TO TO BAC-REC-BRANCH.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ACC-MOVED.
       REHOME-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Every drawer journal day at the closing branch - all closed,  *
      * as the validation has made sure                               *
      *****************************************************************
       MOVE-DRAWERS.
           MOVE LOW-VALUES TO BDR-REC-KEY.
           START BNKDRWR-NDX KEY IS NOT LESS THAN BDR-REC-KEY
             INVALID KEY
               GO TO MOVE-DRAWERS-EXIT
           END-START.
       MOVE-DRAWERS-NEXT.
           READ BNKDRWR-NDX NEXT RECORD.
           IF WS-BNKDRWR-STATUS IS EQUAL TO '10'
              GO TO MOVE-DRAWERS-EXIT
           END-IF.
           IF WS-BNKDRWR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKDRWR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BDR-REC-BRANCH IS NOT EQUAL TO WS-PARM-FROM
              GO TO MOVE-DRAWERS-NEXT
           END-IF.
           MOVE WS-PARM-TO TO BDR-REC-BRANCH.
           REWRITE BNKDRWR-REC.
           IF WS-BNKDRWR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKDRWR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-DRW-MOVED.
           GO TO MOVE-DRAWERS-NEXT.
       MOVE-DRAWERS-EXIT.
           EXIT.

      *****************************************************************
      * The branch is part of a box's key, so a box moves by writing  *
      * it under the receiving branch and deleting the old record.    *
      * Its number, rental and fee account go with it unchanged.      *
      *****************************************************************
       MOVE-ONE-BOX.
           MOVE WS-PARM-FROM TO BSB-REC-BRANCH.
           MOVE WS-BOX-NO (WS-BOX-IX) TO BSB-REC-BOX-NO.
           READ BNKSDBX-NDX RECORD
             INVALID KEY
               GO TO MOVE-ONE-BOX-EXIT
           END-READ.
           MOVE WS-PARM-TO TO BSB-REC-BRANCH.
           WRITE BNKSDBX-REC.
           IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKSDBX-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE WS-PARM-FROM TO BSB-REC-BRANCH.
           DELETE BNKSDBX-NDX RECORD.
           IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error deleting BNKSDBX-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-BOX-MOVED.
       MOVE-ONE-BOX-EXIT.
           EXIT.

       MOVE-TERMINALS.
           MOVE LOW-VALUES TO BTM-REC-TERMINAL-ID.
           START BNKTERM-NDX KEY IS NOT LESS THAN BTM-REC-TERMINAL-ID
             INVALID KEY
               GO TO MOVE-TERMINALS-EXIT
           END-START.
       MOVE-TERMINALS-NEXT.
           READ BNKTERM-NDX NEXT RECORD.
           IF WS-BNKTERM-STATUS IS EQUAL TO '10'
              GO TO MOVE-TERMINALS-EXIT
           END-IF.
           IF WS-BNKTERM-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKTERM-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BTM-REC-BRANCH IS NOT EQUAL TO WS-PARM-FROM
              GO TO MOVE-TERMINALS-NEXT
           END-IF.
           MOVE WS-PARM-TO TO BTM-REC-BRANCH.
           REWRITE BNKTERM-REC.
           IF WS-BNKTERM-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKTERM-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-TRM-MOVED.
           GO TO MOVE-TERMINALS-NEXT.
       MOVE-TERMINALS-EXIT.
           EXIT.

      *****************************************************************
      * Every staff userid homed at the closing branch, whatever its  *
      * status, is homed at the receiving branch instead              *
      *****************************************************************
       MOVE-STAFF.
           MOVE LOW-VALUES TO STF-REC-USERID.
           START BNKSTAFF-NDX KEY IS NOT LESS THAN STF-REC-USERID
             INVALID KEY
               GO TO MOVE-STAFF-EXIT
           END-START.
       MOVE-STAFF-NEXT.
           READ BNKSTAFF-NDX NEXT RECORD.
           IF WS-BNKSTAFF-STATUS IS EQUAL TO '10'
              GO TO MOVE-STAFF-EXIT
           END-IF.
           IF WS-BNKSTAFF-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKSTAFF-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           IF STF-REC-BRANCH IS NOT EQUAL TO WS-PARM-FROM
              GO TO MOVE-STAFF-NEXT
           END-IF.
           MOVE WS-PARM-TO TO STF-REC-BRANCH.
           MOVE WS-PROGRAM-ID TO STF-REC-CHANGED-BY.
           MOVE WS-BUS-DATE TO STF-REC-CHANGED-DATE.
           REWRITE BNKSTAFF-REC.
           IF WS-BNKSTAFF-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKSTAFF-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-STF-MOVED.
           GO TO MOVE-STAFF-NEXT.
       MOVE-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * The closing branch's vault cash book becomes part of the      *
      * receiving branch's.  The opening figure and each kind of      *
      * movement are added in, so the receiving branch's end-of-day   *
      * proof still rebuilds its book; the cash itself comes across   *
      * by carrier and shows in the next count.  The closing vault    *
      * record is then removed.                                       *
      *****************************************************************
       FOLD-VAULT.
           MOVE WS-PARM-FROM TO BVT-REC-BRANCH.
           READ BNKVALT-NDX RECORD
             INVALID KEY
               GO TO FOLD-VAULT-EXIT
           END-READ.
           MOVE BVT-REC-OPENING TO WS-FOLD-VT-OPENING.
           MOVE BVT-REC-BOOK TO WS-FOLD-VT-BOOK.
           MOVE BVT-REC-TO-DRAWERS TO WS-FOLD-VT-TO-DRAWERS.
           MOVE BVT-REC-FROM-DRAWERS TO WS-FOLD-VT-FROM-DRAWERS.
           MOVE BVT-REC-FROM-CLOSES TO WS-FOLD-VT-FROM-CLOSES.
           MOVE BVT-REC-DELIVERED TO WS-FOLD-VT-DELIVERED.
           MOVE BVT-REC-PICKED-UP TO WS-FOLD-VT-PICKED-UP.
           MOVE BVT-REC-BAGS TO WS-FOLD-VT-BAGS.
           MOVE BVT-REC-PICKUP-PENDING TO WS-FOLD-VT-PICKUP-PENDING.
           MOVE BVT-REC-COUNTED TO WS-FOLD-VT-COUNTED.
           MOVE BVT-REC-BOOK TO WS-VAULT-MOVED.

           MOVE WS-PARM-TO TO BVT-REC-BRANCH.
           READ BNKVALT-NDX RECORD
             INVALID KEY
      * No vault on file yet at the receiving branch - the closing
      * branch's record is taken over as it stands
               MOVE WS-PARM-FROM TO BVT-REC-BRANCH
               READ BNKVALT-NDX RECORD
               END-READ
               MOVE WS-PARM-TO TO BVT-REC-BRANCH
               WRITE BNKVALT-REC
               END-WRITE
               GO TO FOLD-VAULT-DELETE
           END-READ.
           ADD WS-FOLD-VT-OPENING TO BVT-REC-OPENING.
           ADD WS-FOLD-VT-BOOK TO BVT-REC-BOOK.
           ADD WS-FOLD-VT-TO-DRAWERS TO BVT-REC-TO-DRAWERS.
           ADD WS-FOLD-VT-FROM-DRAWERS TO BVT-REC-FROM-DRAWERS.
           ADD WS-FOLD-VT-FROM-CLOSES TO BVT-REC-FROM-CLOSES.
           ADD WS-FOLD-VT-DELIVERED TO BVT-REC-DELIVERED.
           ADD WS-FOLD-VT-PICKED-UP TO BVT-REC-PICKED-UP.
           ADD WS-FOLD-VT-BAGS TO BVT-REC-BAGS.
           ADD WS-FOLD-VT-PICKUP-PENDING TO BVT-REC-PICKUP-PENDING.
           ADD WS-FOLD-VT-COUNTED TO BVT-REC-COUNTED.
           REWRITE BNKVALT-REC.
       FOLD-VAULT-DELETE.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error updating BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE WS-PARM-FROM TO BVT-REC-BRANCH.
           DELETE BNKVALT-NDX RECORD.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error deleting BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       FOLD-VAULT-EXIT.
           EXIT.

      *****************************************************************
      * Fold the closing branch's control totals into the receiving   *
      * branch's record and remove its own.  ZBNKBRC1 rebuilds the    *
      * file from the moved records on its next run to the same end.  *
      *****************************************************************
       FOLD-BRANCH-CONTROL.
           MOVE WS-PARM-FROM TO BANKCT02-BRANCH.
           READ BNKBRCT-NDX RECORD
             INVALID KEY
               GO TO FOLD-BRANCH-CONTROL-EXIT
           END-READ.
           MOVE BANKCT02-CUSTOMERS TO WS-FOLD-CUSTOMERS.
           MOVE BANKCT02-ACCOUNTS TO WS-FOLD-ACCOUNTS.
           MOVE BANKCT02-ASSETS TO WS-FOLD-ASSETS.
           MOVE BANKCT02-TXNS TO WS-FOLD-TXNS.
           MOVE BANKCT02-TXN-AMOUNT TO WS-FOLD-TXN-AMOUNT.

           MOVE WS-PARM-TO TO BANKCT02-BRANCH.
           READ BNKBRCT-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BANKCT02-REC
               MOVE WS-PARM-TO TO BANKCT02-BRANCH
               MOVE ZERO TO BANKCT02-CUSTOMERS
               MOVE ZERO TO BANKCT02-ACCOUNTS
               MOVE ZERO TO BANKCT02-ASSETS
               MOVE ZERO TO BANKCT02-TXNS
               MOVE ZERO TO BANKCT02-TXN-AMOUNT
           END-READ.
           ADD WS-FOLD-CUSTOMERS TO BANKCT02-CUSTOMERS.
           ADD WS-FOLD-ACCOUNTS TO BANKCT02-ACCOUNTS.
           ADD WS-FOLD-ASSETS TO BANKCT02-ASSETS.
           ADD WS-FOLD-TXNS TO BANKCT02-TXNS.
           ADD WS-FOLD-TXN-AMOUNT TO BANKCT02-TXN-AMOUNT.
           IF WS-BNKBRCT-STATUS IS EQUAL TO '00'
              REWRITE BNKBRCT-REC
           ELSE
              WRITE BNKBRCT-REC
           END-IF.
           IF WS-BNKBRCT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error updating BNKBRCT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE WS-PARM-FROM TO BANKCT02-BRANCH.
           DELETE BNKBRCT-NDX RECORD.
           IF WS-BNKBRCT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error deleting BNKBRCT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       FOLD-BRANCH-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      * Take the control totals for both branches on every file the   *
      * run touches, into pass WS-CTL-PX                              *
      *****************************************************************
       COUNT-TOTALS.
           INITIALIZE WS-CTL-PASS (WS-CTL-PX).

           MOVE LOW-VALUES TO BCS-REC-PID.
           START BNKCUST-NDX KEY IS NOT LESS THAN BCS-REC-PID
             INVALID KEY
               GO TO COUNT-TOTALS-ACCOUNTS
           END-START.
       COUNT-TOTALS-CUSTOMERS.
           READ BNKCUST-NDX NEXT RECORD.
           IF WS-BNKCUST-STATUS IS EQUAL TO '10'
              GO TO COUNT-TOTALS-ACCOUNTS
           END-IF.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCUST-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BCS-REC-BRANCH TO WS-CTL-BRANCH.
           PERFORM SET-CONTROL-SIDE.
           IF WS-CTL-SX IS GREATER THAN ZERO
              ADD 1 TO WS-CTL-CUSTOMERS (WS-CTL-PX, WS-CTL-SX)
           END-IF.
           GO TO COUNT-TOTALS-CUSTOMERS.

       COUNT-TOTALS-ACCOUNTS.
           MOVE LOW-VALUES TO BAC-REC-ACCNO.
           START BNKACC-NDX KEY IS NOT LESS THAN BAC-REC-ACCNO
             INVALID KEY
               GO TO COUNT-TOTALS-DRAWERS
           END-START.
       COUNT-TOTALS-ACCOUNTS-NEXT.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO COUNT-TOTALS-DRAWERS
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BAC-REC-BRANCH TO WS-CTL-BRANCH.
           PERFORM SET-CONTROL-SIDE.
           IF WS-CTL-SX IS GREATER THAN ZERO
              ADD 1 TO WS-CTL-ACCOUNTS (WS-CTL-PX, WS-CTL-SX)
              ADD BAC-REC-BALANCE TO WS-CTL-BALANCE (WS-CTL-PX,
                                                     WS-CTL-SX)
           END-IF.
           GO TO COUNT-TOTALS-ACCOUNTS-NEXT.

       COUNT-TOTALS-DRAWERS.
           MOVE LOW-VALUES TO BDR-REC-KEY.
           START BNKDRWR-NDX KEY IS NOT LESS THAN BDR-REC-KEY
             INVALID KEY
               GO TO COUNT-TOTALS-BOXES
           END-START.
       COUNT-TOTALS-DRAWERS-NEXT.
           READ BNKDRWR-NDX NEXT RECORD.
           IF WS-BNKDRWR-STATUS IS EQUAL TO '10'
              GO TO COUNT-TOTALS-BOXES
           END-IF.
           IF WS-BNKDRWR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKDRWR-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BDR-REC-BRANCH TO WS-CTL-BRANCH.
           PERFORM SET-CONTROL-SIDE.
           IF WS-CTL-SX IS GREATER THAN ZERO
              ADD 1 TO WS-CTL-DRAWERS (WS-CTL-PX, WS-CTL-SX)
           END-IF.
           GO TO COUNT-TOTALS-DRAWERS-NEXT.

       COUNT-TOTALS-BOXES.
           MOVE LOW-VALUES TO BSB-REC-KEY.
           START BNKSDBX-NDX KEY IS NOT LESS THAN BSB-REC-KEY
             INVALID KEY
               GO TO COUNT-TOTALS-TERMINALS
           END-START.
       COUNT-TOTALS-BOXES-NEXT.
           READ BNKSDBX-NDX NEXT RECORD.
           IF WS-BNKSDBX-STATUS IS EQUAL TO '10'
              GO TO COUNT-TOTALS-TERMINALS
           END-IF.
           IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKSDBX-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BSB-REC-BRANCH TO WS-CTL-BRANCH.
           PERFORM SET-CONTROL-SIDE.
           IF WS-CTL-SX IS GREATER THAN ZERO
              ADD 1 TO WS-CTL-BOXES (WS-CTL-PX, WS-CTL-SX)
           END-IF.
           GO TO COUNT-TOTALS-BOXES-NEXT.

       COUNT-TOTALS-TERMINALS.
           MOVE LOW-VALUES TO BTM-REC-TERMINAL-ID.
           START BNKTERM-NDX KEY IS NOT LESS THAN BTM-REC-TERMINAL-ID
             INVALID KEY
               GO TO COUNT-TOTALS-STAFF
           END-START.
       COUNT-TOTALS-TERMINALS-NEXT.
           READ BNKTERM-NDX NEXT RECORD.
           IF WS-BNKTERM-STATUS IS EQUAL TO '10'
              GO TO COUNT-TOTALS-STAFF
           END-IF.
           IF WS-BNKTERM-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKTERM-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BTM-REC-BRANCH TO WS-CTL-BRANCH.
           PERFORM SET-CONTROL-SIDE.
           IF WS-CTL-SX IS GREATER THAN ZERO
              ADD 1 TO WS-CTL-TERMINALS (WS-CTL-PX, WS-CTL-SX)
           END-IF.
           GO TO COUNT-TOTALS-TERMINALS-NEXT.

       COUNT-TOTALS-STAFF.
           MOVE LOW-VALUES TO STF-REC-USERID.
           START BNKSTAFF-NDX KEY IS NOT LESS THAN STF-REC-USERID
             INVALID KEY
               GO TO COUNT-TOTALS-CONTROL
           END-START.
       COUNT-TOTALS-STAFF-NEXT.
           READ BNKSTAFF-NDX NEXT RECORD.
           IF WS-BNKSTAFF-STATUS IS EQUAL TO '10'
              GO TO COUNT-TOTALS-CONTROL
           END-IF.
           IF WS-BNKSTAFF-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKSTAFF-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE STF-REC-BRANCH TO WS-CTL-BRANCH.
           PERFORM SET-CONTROL-SIDE.
           IF WS-CTL-SX IS GREATER THAN ZERO
              ADD 1 TO WS-CTL-STAFF (WS-CTL-PX, WS-CTL-SX)
           END-IF.
           GO TO COUNT-TOTALS-STAFF-NEXT.

       COUNT-TOTALS-CONTROL.
           MOVE 1 TO WS-CTL-SX.
           MOVE WS-PARM-FROM TO BANKCT02-BRANCH.
           PERFORM COUNT-BRANCH-CONTROL.
           MOVE WS-PARM-FROM TO BVT-REC-BRANCH.
           PERFORM COUNT-VAULT.
           MOVE 2 TO WS-CTL-SX.
           MOVE WS-PARM-TO TO BANKCT02-BRANCH.
           PERFORM COUNT-BRANCH-CONTROL.
           MOVE WS-PARM-TO TO BVT-REC-BRANCH.
           PERFORM COUNT-VAULT.
       COUNT-TOTALS-EXIT.
           EXIT.

       COUNT-VAULT.
           READ BNKVALT-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BNKVALT-REC
           END-READ.
           IF WS-BNKVALT-STATUS IS EQUAL TO '00'
              MOVE BVT-REC-BOOK
                TO WS-CTL-VAULT-BOOK (WS-CTL-PX, WS-CTL-SX)
           END-IF.

       COUNT-BRANCH-CONTROL.
           READ BNKBRCT-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BANKCT02-REC
           END-READ.
           IF WS-BNKBRCT-STATUS IS EQUAL TO '00'
              MOVE BANKCT02-CUSTOMERS
                TO WS-CTL-BRCT-CUST (WS-CTL-PX, WS-CTL-SX)
              MOVE BANKCT02-ACCOUNTS
                TO WS-CTL-BRCT-ACCS (WS-CTL-PX, WS-CTL-SX)
              MOVE BANKCT02-ASSETS
                TO WS-CTL-BRCT-ASSETS (WS-CTL-PX, WS-CTL-SX)
           END-IF.

      * Side 1 for the closing branch, 2 for the receiving branch,
      * zero for any other
       SET-CONTROL-SIDE.
           MOVE ZERO TO WS-CTL-SX.
           IF WS-CTL-BRANCH IS EQUAL TO WS-PARM-FROM
              MOVE 1 TO WS-CTL-SX
           END-IF.
           IF WS-CTL-BRANCH IS EQUAL TO WS-PARM-TO
              MOVE 2 TO WS-CTL-SX
           END-IF.

      *****************************************************************
      * Print before and after for each total.  A total balances when *
      * nothing is left at the closing branch and the receiving       *
      * branch now holds exactly what the two held between them.      *
      *****************************************************************
       PROVE-TOTALS.
           MOVE SPACES TO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Control totals' TO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BCLRPT-REC.
           STRING '                    ' DELIMITED BY SIZE
                  '   Before closing   Before receiving'
                    DELIMITED BY SIZE
                  '    After closing   After receiving'
                    DELIMITED BY SIZE
             INTO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO WS-CTL-AMOUNT-SW.
           MOVE 'Customers' TO WS-CTL-ITEM.
           MOVE WS-CTL-CUSTOMERS (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-CUSTOMERS (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-CUSTOMERS (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-CUSTOMERS (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'Accounts' TO WS-CTL-ITEM.
           MOVE WS-CTL-ACCOUNTS (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-ACCOUNTS (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-ACCOUNTS (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-ACCOUNTS (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           SET WS-CTL-IS-AMOUNT TO TRUE.
           MOVE 'Account balances' TO WS-CTL-ITEM.
           MOVE WS-CTL-BALANCE (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-BALANCE (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-BALANCE (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-BALANCE (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'N' TO WS-CTL-AMOUNT-SW.
           MOVE 'Drawer journal days' TO WS-CTL-ITEM.
           MOVE WS-CTL-DRAWERS (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-DRAWERS (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-DRAWERS (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-DRAWERS (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'Safe deposit boxes' TO WS-CTL-ITEM.
           MOVE WS-CTL-BOXES (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-BOXES (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-BOXES (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-BOXES (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'ATM terminals' TO WS-CTL-ITEM.
           MOVE WS-CTL-TERMINALS (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-TERMINALS (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-TERMINALS (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-TERMINALS (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'Staff' TO WS-CTL-ITEM.
           MOVE WS-CTL-STAFF (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-STAFF (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-STAFF (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-STAFF (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           SET WS-CTL-IS-AMOUNT TO TRUE.
           MOVE 'Vault cash book' TO WS-CTL-ITEM.
           MOVE WS-CTL-VAULT-BOOK (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-VAULT-BOOK (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-VAULT-BOOK (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-VAULT-BOOK (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'N' TO WS-CTL-AMOUNT-SW.
           MOVE 'BNKBRCT customers' TO WS-CTL-ITEM.
           MOVE WS-CTL-BRCT-CUST (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-BRCT-CUST (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-BRCT-CUST (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-BRCT-CUST (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           MOVE 'BNKBRCT accounts' TO WS-CTL-ITEM.
           MOVE WS-CTL-BRCT-ACCS (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-BRCT-ACCS (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-BRCT-ACCS (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-BRCT-ACCS (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.
           SET WS-CTL-IS-AMOUNT TO TRUE.
           MOVE 'BNKBRCT assets' TO WS-CTL-ITEM.
           MOVE WS-CTL-BRCT-ASSETS (1, 1) TO WS-CTL-BEFORE-FROM.
           MOVE WS-CTL-BRCT-ASSETS (1, 2) TO WS-CTL-BEFORE-TO.
           MOVE WS-CTL-BRCT-ASSETS (2, 1) TO WS-CTL-AFTER-FROM.
           MOVE WS-CTL-BRCT-ASSETS (2, 2) TO WS-CTL-AFTER-TO.
           PERFORM PROVE-ONE-TOTAL.

           MOVE SPACES TO BCLRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CTL-BALANCED
              MOVE 'All control totals balance' TO BCLRPT-REC
           ELSE
              MOVE 'CONTROL TOTALS OUT OF BALANCE - investigate'
                TO BCLRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       PROVE-TOTALS-EXIT.
           EXIT.

       PROVE-ONE-TOTAL.
           IF WS-CTL-AFTER-FROM IS EQUAL TO ZERO AND
              WS-CTL-AFTER-TO IS EQUAL TO
                WS-CTL-BEFORE-FROM + WS-CTL-BEFORE-TO
              MOVE 'ok' TO WS-CTL-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-CTL-VERDICT
              MOVE 'N' TO WS-CTL-BALANCED-SW
           END-IF.
           MOVE SPACES TO BCLRPT-REC.
           IF WS-CTL-IS-AMOUNT
              MOVE WS-CTL-BEFORE-FROM TO WS-CTL-AMOUNT-ED1
              MOVE WS-CTL-BEFORE-TO TO WS-CTL-AMOUNT-ED2
              MOVE WS-CTL-AFTER-FROM TO WS-CTL-AMOUNT-ED3
              MOVE WS-CTL-AFTER-TO TO WS-CTL-AMOUNT-ED4
              STRING WS-CTL-ITEM (1:20) DELIMITED BY SIZE
                     WS-CTL-AMOUNT-ED1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CTL-AMOUNT-ED2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CTL-AMOUNT-ED3 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CTL-AMOUNT-ED4 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CTL-VERDICT DELIMITED BY SIZE
                INTO BCLRPT-REC
           ELSE
              MOVE WS-CTL-BEFORE-FROM TO WS-CTL-COUNT-ED1
              MOVE WS-CTL-BEFORE-TO TO WS-CTL-COUNT-ED2
              MOVE WS-CTL-AFTER-FROM TO WS-CTL-COUNT-ED3
              MOVE WS-CTL-AFTER-TO TO WS-CTL-COUNT-ED4
              STRING WS-CTL-ITEM (1:20) DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-CTL-COUNT-ED1 DELIMITED BY SIZE
                     '    ' DELIMITED BY SIZE
                     WS-CTL-COUNT-ED2 DELIMITED BY SIZE
                     '    ' DELIMITED BY SIZE
                     WS-CTL-COUNT-ED3 DELIMITED BY SIZE
                     '    ' DELIMITED BY SIZE
                     WS-CTL-COUNT-ED4 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CTL-VERDICT DELIMITED BY SIZE
                INTO BCLRPT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * One letter.  Each line of fixed wording is catalog row BCLnn  *
      * in the customer's language, the details follow it.            *
      *****************************************************************
       ISSUE-LETTER.
           ADD 1 TO WS-LETTER-COUNTER.
           PERFORM SET-DELIVERY THRU
                   SET-DELIVERY-EXIT.
           MOVE BCS-REC-LANGUAGE TO WS-CUST-LANGUAGE.

           MOVE SPACES TO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.
           MOVE 'BCL01' TO WS-WORDING-NO.
           MOVE 'BRANCH CLOSURE NOTICE' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO BCLLTR-REC.
           STRING WS-WORDING DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.
           IF WS-SEND-BY-MAIL
              MOVE SPACES TO BCLLTR-REC
              STRING '  ' DELIMITED BY SIZE
                     BCS-REC-ADDR1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-ADDR2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-POST-CODE DELIMITED BY SIZE
                INTO BCLLTR-REC
              PERFORM WRITE-LETTER-LINE
           END-IF.
           IF WS-SEND-BY-EMAIL
              MOVE SPACES TO BCLLTR-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-EMAIL DELIMITED BY SPACE
                INTO BCLLTR-REC
              PERFORM WRITE-LETTER-LINE
           END-IF.
           IF WS-SEND-BY-SMS
              MOVE SPACES TO BCLLTR-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-TEL DELIMITED BY SPACE
                INTO BCLLTR-REC
              PERFORM WRITE-LETTER-LINE
           END-IF.

           MOVE 'BCL02' TO WS-WORDING-NO.
           MOVE 'Our branch is closing:' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO BCLLTR-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-FROM-NAME DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-PARM-FROM DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.

           MOVE 'BCL03' TO WS-WORDING-NO.
           MOVE 'From this date you are served by' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO BCLLTR-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TO-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WS-TO-CITY DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-PARM-TO DELIMITED BY SIZE
                  ') - ' DELIMITED BY SIZE
                  WS-PARM-EFF-DATE DELIMITED BY SIZE
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.

           MOVE 'BCL04' TO WS-WORDING-NO.
           MOVE
             'Account numbers, cards and payments stay as they are'
             TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO BCLLTR-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-LETTER-ACCOUNT
             VARYING WS-LTR-IX FROM 1 BY 1
               UNTIL WS-LTR-IX IS GREATER THAN WS-LTR-USED.
           IF WS-LTR-MORE IS GREATER THAN ZERO
              MOVE WS-LTR-MORE TO WS-LTR-MORE-ED
              MOVE SPACES TO BCLLTR-REC
              STRING '    ... and ' DELIMITED BY SIZE
                     WS-LTR-MORE-ED DELIMITED BY SIZE
                     ' more' DELIMITED BY SIZE
                INTO BCLLTR-REC
              PERFORM WRITE-LETTER-LINE
           END-IF.

           PERFORM WRITE-LETTER-BOX THRU
                   WRITE-LETTER-BOX-EXIT
             VARYING WS-BOX-IX FROM 1 BY 1
               UNTIL WS-BOX-IX IS GREATER THAN WS-BOX-USED.

           MOVE SPACES TO BCLLTR-REC.
           STRING '    Sent by ' DELIMITED BY SIZE
                  WS-CHANNELS DELIMITED BY SIZE
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.
       ISSUE-LETTER-EXIT.
           EXIT.

       WRITE-LETTER-ACCOUNT.
           MOVE SPACES TO BCLLTR-REC.
           STRING '    a/c ' DELIMITED BY SIZE
                  WS-LTR-ACCNO (WS-LTR-IX) DELIMITED BY SIZE
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.

      * A box the customer rents at the closing branch keeps its
      * number and its contents' new home is named
       WRITE-LETTER-BOX.
           IF WS-BOX-PID (WS-BOX-IX) IS NOT EQUAL TO BCS-REC-PID
              GO TO WRITE-LETTER-BOX-EXIT
           END-IF.
           MOVE 'BCL05' TO WS-WORDING-NO.
           MOVE 'Your safe deposit box is now held at' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO BCLLTR-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TO-NAME DELIMITED BY '  '
                  ' - box ' DELIMITED BY SIZE
                  WS-BOX-NO (WS-BOX-IX) DELIMITED BY SIZE
             INTO BCLLTR-REC.
           PERFORM WRITE-LETTER-LINE.
       WRITE-LETTER-BOX-EXIT.
           EXIT.

      *****************************************************************
      * Wording in the customer's language from the message catalog   *
      * (row WS-WORDING-NO + language).  Missing file or row keeps    *
      * the compiled-in English already in WS-WORDING.  The catalog   *
      * is opened on first use so an unconfigured site pays nothing.  *
      *****************************************************************
       RESOLVE-WORDING.
           IF WS-CUST-LANGUAGE IS EQUAL TO SPACES OR
              WS-CUST-LANGUAGE IS EQUAL TO 'E'
              GO TO RESOLVE-WORDING-EXIT
           END-IF.
           IF NOT WS-MSGC-OPEN
              OPEN INPUT BNKMSGC-NDX
              IF WS-BNKMSGC-STATUS IS NOT EQUAL TO '00'
                 GO TO RESOLVE-WORDING-EXIT
              END-IF
              MOVE 'Y' TO WS-MSGC-OPEN-SW
           END-IF.
           MOVE WS-WORDING-NO TO BMC-REC-MSG-NO.
           MOVE WS-CUST-LANGUAGE TO BMC-REC-LANGUAGE.
           READ BNKMSGC-NDX RECORD
             INVALID KEY
               GO TO RESOLVE-WORDING-EXIT
           END-READ.
           MOVE BMC-REC-TEXT TO WS-WORDING.
       RESOLVE-WORDING-EXIT.
           EXIT.

      *****************************************************************
      * Each channel the customer opted into.  Mail is the default    *
      * when none is chosen, and is withheld while the address is     *
      * reported undeliverable, as statements are.                    *
      *****************************************************************
       SET-DELIVERY.
           MOVE 'N' TO WS-MAIL-SW.
           MOVE 'N' TO WS-EMAIL-SW.
           MOVE 'N' TO WS-SMS-SW.
           IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y' AND
              BCS-REC-EMAIL IS NOT EQUAL TO SPACES
              SET WS-SEND-BY-EMAIL TO TRUE
           END-IF.
           IF BCS-REC-SEND-SMS IS EQUAL TO 'Y' AND
              BCS-REC-TEL IS NOT EQUAL TO SPACES
              SET WS-SEND-BY-SMS TO TRUE
           END-IF.
           IF BCS-REC-SEND-MAIL IS EQUAL TO 'Y' OR
              (NOT WS-SEND-BY-EMAIL AND NOT WS-SEND-BY-SMS)
              SET WS-SEND-BY-MAIL TO TRUE
           END-IF.

           MOVE SPACES TO WS-CHANNELS.
           MOVE 1 TO WS-CHANNEL-PTR.
           IF WS-SEND-BY-MAIL
              IF BCS-REC-ADDR-UNDELIVERABLE
                 MOVE 'N' TO WS-MAIL-SW
                 ADD 1 TO WS-WITHHELD-COUNTER
                 STRING 'mail withheld ' DELIMITED BY SIZE
                   INTO WS-CHANNELS
                   WITH POINTER WS-CHANNEL-PTR
              ELSE
                 ADD 1 TO WS-MAIL-COUNTER
                 STRING 'mail ' DELIMITED BY SIZE
                   INTO WS-CHANNELS
                   WITH POINTER WS-CHANNEL-PTR
              END-IF
           END-IF.
           IF WS-SEND-BY-EMAIL
              ADD 1 TO WS-EMAIL-COUNTER
              STRING 'email ' DELIMITED BY SIZE
                INTO WS-CHANNELS
                WITH POINTER WS-CHANNEL-PTR
           END-IF.
           IF WS-SEND-BY-SMS
              ADD 1 TO WS-SMS-COUNTER
              STRING 'SMS ' DELIMITED BY SIZE
                INTO WS-CHANNELS
                WITH POINTER WS-CHANNEL-PTR
           END-IF.
       SET-DELIVERY-EXIT.
           EXIT.

       WRITE-LETTER-LINE.
           WRITE BCLLTR-REC.

       WRITE-REPORT-LINE.
           WRITE BCLRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE BCLRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
       CHECK-OPEN.
           IF WS-IO-STATUS IS EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' opened ok' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' open failed' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
       CHECK-OPEN-EXIT.
           EXIT.

      *****************************************************************
      * Display the file status bytes.                                *
      *****************************************************************
       DISPLAY-IO-STATUS.
           IF WS-IO-STATUS NUMERIC
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STATUS DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
              MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STAT1 DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-TWO-BYTES DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * 'ABORT' the program.                                          *
      * Post a message to the console and issue a STOP RUN            *
      *****************************************************************
       ABORT-PROGRAM.
           MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Display CONSOLE messages...                                   *
      *****************************************************************
       DISPLAY-CONSOLE-MESSAGE.
           DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
           MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.

      *****************************************************************
      * Display the run time that this program took to execute       *
      *****************************************************************
       RUN-TIME.
           IF TIMER-START IS EQUAL TO ZERO
              ACCEPT TIMER-START FROM TIME
              MOVE 'Timer started' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              ACCEPT TIMER-END FROM TIME
              MOVE 'Timer stopped' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              COMPUTE TIMER-ELAPSED =
                        ((TIMER-END-HH * 60 * 60 * 100) +
                         (TIMER-END-MM * 60 * 100) +
                         (TIMER-END-SS * 100) +
                          TIMER-END-DD) -
                        ((TIMER-START-HH * 60 * 60 * 100) +
                         (TIMER-START-MM * 60 * 100) +
                         (TIMER-START-SS * 100) +
                          TIMER-START-DD)
              MOVE TIMER-ELAPSED-R TO TIMER-RUN-TIME-ELAPSED
              MOVE TIMER-RUN-TIME TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.


      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
