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
      * Program:     ZBNKTDN1.CBL                                     *
      * Function:    Term deposit pre-maturity notices.  Run nightly; *
      *              once a deposit is within the notice period of    *
      *              its maturity date the customer is told what will *
      *              happen at maturity - the current instruction     *
      *              (roll over or pay out, and to which account),    *
      *              the term and the rate a rollover would run at -  *
      *              and that the instruction can still be changed at *
      *              a branch or in the mobile app up to maturity.    *
      *              Wording is taken from the message catalog in the *
      *              customer's language, notices go by the mail/     *
      *              email/SMS preference and a copy of each lands in *
      *              the report repository.  The deposit is flagged   *
      *              so each term is noticed once.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKTDN1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKMSGC-NDX
                  ASSIGN       TO NDXMSGC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BMC-REC-KEY
                  FILE STATUS  IS WS-BNKMSGC-STATUS.

           SELECT TDNNOTC-FILE
                  ASSIGN       TO TDNNOTC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TDNNOTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKMSGC-NDX.
       01  BNKMSGC-REC.
       COPY CBANKVMC.

       FD  TDNNOTC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  TDNNOTC-REC                             PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKTDN1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKMSGC-STATUS                     PIC X(2).
         05  WS-TDNNOTC-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * How many days before maturity the notice goes out; the
      * instruction may be changed from then until maturity -
      * site-tunable, keep in step with DBANK84P
         05  WS-NOTICE-DAYS                        PIC 9(4)
             VALUE 30.

         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-MAT-YYYYMMDD                       PIC 9(8).
         05  WS-MAT-INTEGER                        PIC S9(9) COMP.
         05  WS-DAYS-TO-MATURITY                   PIC S9(9) COMP.
         05  WS-CNV-YYYY                           PIC 9(4).
         05  WS-CNV-MM                             PIC 9(2).
         05  WS-CNV-DD                             PIC 9(2).

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

         05  WS-DEPOSIT-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-NOTICE-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-ROLLOVER-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-PAYOUT-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-MAIL-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-EMAIL-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-SMS-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-WITHHELD-COUNTER                   PIC 9(5)
             VALUE ZERO.

         05  WS-TERM-ED                            PIC ZZ9.
         05  WS-RATE-ED                            PIC ZZ9.999.
         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-CNV-YYYY.
           MOVE WS-BUS-DATE (6:2) TO WS-CNV-MM.
           MOVE WS-BUS-DATE (9:2) TO WS-CNV-DD.
           COMPUTE WS-BUS-YYYYMMDD =
                   (WS-CNV-YYYY * 10000) + (WS-CNV-MM * 100) +
                   WS-CNV-DD.
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'TDNOTICE' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT TDNNOTC-FILE.
           MOVE WS-TDNNOTC-STATUS TO WS-IO-STATUS.
           MOVE 'TDNNOTC-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO TDNNOTC-REC.
           STRING 'Term deposit notices for maturities within '
                    DELIMITED BY SIZE
                  WS-NOTICE-DAYS DELIMITED BY SIZE
                  ' days after ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM NOTICE-LOOP THRU
                   NOTICE-LOOP-EXIT.

           MOVE SPACES TO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TDNNOTC-REC.
           STRING WS-NOTICE-COUNTER DELIMITED BY SIZE
                  ' notice(s) of ' DELIMITED BY SIZE
                  WS-DEPOSIT-COUNTER DELIMITED BY SIZE
                  ' running deposit(s) - to roll over '
                    DELIMITED BY SIZE
                  WS-ROLLOVER-COUNTER DELIMITED BY SIZE
                  ', to pay out ' DELIMITED BY SIZE
                  WS-PAYOUT-COUNTER DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO TDNNOTC-REC.
           STRING 'By mail ' DELIMITED BY SIZE
                  WS-MAIL-COUNTER DELIMITED BY SIZE
                  ', email ' DELIMITED BY SIZE
                  WS-EMAIL-COUNTER DELIMITED BY SIZE
                  ', SMS ' DELIMITED BY SIZE
                  WS-SMS-COUNTER DELIMITED BY SIZE
                  ', mail withheld (undeliverable address) '
                    DELIMITED BY SIZE
                  WS-WITHHELD-COUNTER DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKACC-NDX.
           CLOSE BNKCUST-NDX.
           IF WS-MSGC-OPEN
              CLOSE BNKMSGC-NDX
           END-IF.
           CLOSE TDNNOTC-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-NOTICE-COUNTER DELIMITED BY SIZE
                  ' pre-maturity notice(s) issued' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every open term deposit that matures within the notice        *
      * period and has not yet been noticed for this term             *
      *****************************************************************
       NOTICE-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO NOTICE-LOOP-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BAC-REC-TYPE-TERM-DEP
              GO TO NOTICE-LOOP
           END-IF.
           IF BAC-REC-CLOSED
              GO TO NOTICE-LOOP
           END-IF.
           IF BAC-REC-TD-MATURITY IS EQUAL TO SPACES
              GO TO NOTICE-LOOP
           END-IF.
           ADD 1 TO WS-DEPOSIT-COUNTER.
           IF BAC-REC-TD-NOTICE-SENT
              GO TO NOTICE-LOOP
           END-IF.
      * Already matured (the maturity run has yet to catch up) or
      * still outside the notice period
           IF BAC-REC-TD-MATURITY IS LESS THAN WS-BUS-DATE
              GO TO NOTICE-LOOP
           END-IF.
           MOVE BAC-REC-TD-MATURITY (1:4) TO WS-CNV-YYYY.
           MOVE BAC-REC-TD-MATURITY (6:2) TO WS-CNV-MM.
           MOVE BAC-REC-TD-MATURITY (9:2) TO WS-CNV-DD.
           COMPUTE WS-MAT-YYYYMMDD =
                   (WS-CNV-YYYY * 10000) + (WS-CNV-MM * 100) +
                   WS-CNV-DD.
           COMPUTE WS-MAT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MAT-YYYYMMDD).
           COMPUTE WS-DAYS-TO-MATURITY =
                   WS-MAT-INTEGER - WS-BUS-INTEGER.
           IF WS-DAYS-TO-MATURITY IS GREATER THAN WS-NOTICE-DAYS
              GO TO NOTICE-LOOP
           END-IF.

           PERFORM ISSUE-NOTICE THRU
                   ISSUE-NOTICE-EXIT.

           SET BAC-REC-TD-NOTICE-SENT TO TRUE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           GO TO NOTICE-LOOP.
       NOTICE-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * One notice.  Each line of fixed wording is catalog row TDNnn  *
      * in the customer's language, the figures follow it.            *
      *****************************************************************
       ISSUE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNTER.
           PERFORM SET-DELIVERY THRU
                   SET-DELIVERY-EXIT.
           MOVE BCS-REC-LANGUAGE TO WS-CUST-LANGUAGE.

           MOVE SPACES TO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'TDN01' TO WS-WORDING-NO.
           MOVE 'TERM DEPOSIT MATURITY NOTICE' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO TDNNOTC-REC.
           STRING WS-WORDING DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BAC-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SEND-BY-MAIL
              MOVE SPACES TO TDNNOTC-REC
              STRING '  ' DELIMITED BY SIZE
                     BCS-REC-ADDR1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-ADDR2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-POST-CODE DELIMITED BY SIZE
                INTO TDNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEND-BY-EMAIL
              MOVE SPACES TO TDNNOTC-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-EMAIL DELIMITED BY SPACE
                INTO TDNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEND-BY-SMS
              MOVE SPACES TO TDNNOTC-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-TEL DELIMITED BY SPACE
                INTO TDNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE 'TDN02' TO WS-WORDING-NO.
           MOVE 'Your term deposit matures on' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO TDNNOTC-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  BAC-REC-TD-MATURITY DELIMITED BY SIZE
                  '  a/c ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED.
           MOVE 'TDN03' TO WS-WORDING-NO.
           MOVE 'Principal' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO TDNNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAC-REC-CURRENCY DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE BAC-REC-TD-TERM TO WS-TERM-ED.
           MOVE 'TDN04' TO WS-WORDING-NO.
           MOVE 'Term (months)' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO TDNNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TERM-ED DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

      * A rollover runs for the same term at the contract rate
           MOVE BAC-REC-TD-RATE TO WS-RATE-ED.
           MOVE 'TDN05' TO WS-WORDING-NO.
           MOVE 'Rate for a rollover term (% a year)' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO TDNNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           IF BAC-REC-TD-PAYOUT
              ADD 1 TO WS-PAYOUT-COUNTER
              MOVE 'TDN07' TO WS-WORDING-NO
              MOVE 'Instruction: pay out principal and interest to a/c'
                TO WS-WORDING
              PERFORM RESOLVE-WORDING THRU
                      RESOLVE-WORDING-EXIT
              MOVE SPACES TO TDNNOTC-REC
              STRING '    ' DELIMITED BY SIZE
                     WS-WORDING DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     BAC-REC-TD-NOM-ACCNO DELIMITED BY SIZE
                INTO TDNNOTC-REC
           ELSE
              ADD 1 TO WS-ROLLOVER-COUNTER
              MOVE 'TDN06' TO WS-WORDING-NO
              MOVE 'Instruction: roll over for another term'
                TO WS-WORDING
              PERFORM RESOLVE-WORDING THRU
                      RESOLVE-WORDING-EXIT
              MOVE SPACES TO TDNNOTC-REC
              STRING '    ' DELIMITED BY SIZE
                     WS-WORDING DELIMITED BY '  '
                INTO TDNNOTC-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'TDN08' TO WS-WORDING-NO.
           MOVE
             'To change it contact your branch or use the mobile app'
             TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO TDNNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' - before ' DELIMITED BY SIZE
                  BAC-REC-TD-MATURITY DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO TDNNOTC-REC.
           STRING '    Sent by ' DELIMITED BY SIZE
                  WS-CHANNELS DELIMITED BY SIZE
             INTO TDNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
       ISSUE-NOTICE-EXIT.
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
           MOVE BAC-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-RECORD
           END-READ.
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

       WRITE-REPORT-LINE.
           WRITE TDNNOTC-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE TDNNOTC-REC TO RPD-LINE-TEXT.
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
