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
      * Program:     DBANK92P.CBL                                     *
      * Function:    Customer spending insights.  Totals a customer's *
      *              posted spending for a month by the category the  *
      *              transaction code table (BNKTXNC) gives each      *
      *              posting, beside the same month last year and the *
      *              monthly budget the customer has set for the      *
      *              category on BNKBUDG; sets and removes budgets;   *
      *              and, called after a debit posts, finds each      *
      *              budgeted category the month's spending has taken *
      *              over budget so the caller can alert the          *
      *              customer - postings made in batch are caught at  *
      *              the next check too.  Spending is the debit       *
      *              postings on the customer's accounts - alerts,    *
      *              reversed items and their reversals are left out. *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK92P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK92P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKBUDG-RID                        PIC X(15).
         05  WS-BNKTXNC-RID                        PIC X(2).
         05  WS-BNKACC-AIX1-RID                    PIC X(5).
         05  WS-BNKTXN-AIX1-RID                    PIC X(35).
         05  WS-BNKTXN-AIX1-RID-R REDEFINES WS-BNKTXN-AIX1-RID.
           10  WS-BNKTXN-AIX1-RID-ACC              PIC X(9).
           10  WS-BNKTXN-AIX1-RID-STAMP            PIC X(26).
         05  WS-THIS-MONTH                         PIC X(7).
         05  WS-MONTH                              PIC X(7).
         05  WS-MONTH-R REDEFINES WS-MONTH.
           10  WS-MONTH-YYYY                       PIC 9(4).
           10  WS-MONTH-DASH                       PIC X(1).
           10  WS-MONTH-MM                         PIC 9(2).
         05  WS-LY-MONTH                           PIC X(7).
         05  WS-LY-MONTH-R REDEFINES WS-LY-MONTH.
           10  WS-LY-MONTH-YYYY                    PIC 9(4).
           10  WS-LY-MONTH-REST                    PIC X(3).
         05  WS-SCAN-ACCNO                         PIC X(9).
         05  WS-SCAN-MONTH                         PIC X(7).
         05  WS-SCAN-FILE                          PIC X(8).
         05  WS-SCAN-WHICH                         PIC X(1).
           88  WS-SCAN-THIS-YEAR                     VALUE 'C'.
           88  WS-SCAN-LAST-YEAR                     VALUE 'L'.
         05  WS-SCAN-CATEGORY                      PIC X(10).
         05  WS-SCAN-TOTAL                         PIC S9(7)V99 COMP-3.
         05  WS-TXN-CATEGORY                       PIC X(10).
         05  WS-FIND-CAT                           PIC X(10).
         05  WS-OLD-BUDGET                         PIC S9(7)V99 COMP-3.
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.
         05  WS-ACC-SUB                            PIC S9(4) COMP.
         05  WS-ACC-COUNT                          PIC S9(4) COMP.
         05  WS-CAT-SUB                            PIC S9(4) COMP.
         05  WS-CAT-COUNT                          PIC S9(4) COMP.

      * The customer's accounts, gathered before the postings are
      * read so only one browse of each file is open at a time
       01  WS-ACC-TABLE.
         05  WS-ACC-NO                             PIC X(9)
             OCCURS 20 TIMES.

      * Running totals by category - nine named categories, and the
      * tenth slot gathers anything beyond them as OTHER
       01  WS-CAT-TABLE.
         05  WS-CAT-ENTRY                          OCCURS 10 TIMES.
           10  WS-CAT-NAME                         PIC X(10).
           10  WS-CAT-SPENT                        PIC S9(7)V99 COMP-3.
           10  WS-CAT-LAST-YEAR                    PIC S9(7)V99 COMP-3.
           10  WS-CAT-BUDGET                       PIC S9(7)V99 COMP-3.

       COPY CTSTAMPD.

       01  WS-BNKBUDG-REC.
       COPY CBANKVCB.

       01  WS-BNKTXNC-REC.
       COPY CBANKVTC.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-COMMAREA.
       COPY CBANKD92.

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
           MOVE SPACES TO CD92O-DATA.
           MOVE ZERO TO CD92O-CAT-COUNT.
           MOVE ZERO TO CD92O-ALERT-SPENT.
           MOVE ZERO TO CD92O-ALERT-BUDGET.
           SET CD92O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TIMESTAMP (1:7) TO WS-THIS-MONTH.

           IF CD92I-PID IS EQUAL TO SPACES
              MOVE 'Customer id is required' TO CD92O-MSG
              GO TO DBANK92P-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN CD92-REQUEST-SUMMARY
              PERFORM SPENDING-SUMMARY THRU SPENDING-SUMMARY-EXIT
             WHEN CD92-REQUEST-SETBUD
              PERFORM SET-BUDGET THRU SET-BUDGET-EXIT
             WHEN CD92-REQUEST-CHECK
              PERFORM CHECK-BUDGET THRU CHECK-BUDGET-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD92O-MSG
           END-EVALUATE.

       DBANK92P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The month's spending by category beside the same month last   *
      * year and the customer's budget.  Budgeted categories are      *
      * listed even before anything has been spent in them.  Last     *
      * year's month may already have gone to the transaction         *
      * archive, so both files are read for both months.              *
      *****************************************************************
       SPENDING-SUMMARY.
           IF CD92I-MONTH IS EQUAL TO SPACES
              MOVE WS-THIS-MONTH TO WS-MONTH
           ELSE
              MOVE CD92I-MONTH TO WS-MONTH
           END-IF.
           IF WS-MONTH-YYYY IS NOT NUMERIC OR
              WS-MONTH-DASH IS NOT EQUAL TO '-' OR
              WS-MONTH-MM IS NOT NUMERIC OR
              WS-MONTH-MM IS LESS THAN 1 OR
              WS-MONTH-MM IS GREATER THAN 12
              MOVE 'Month must be YYYY-MM' TO CD92O-MSG
              GO TO SPENDING-SUMMARY-EXIT
           END-IF.
           MOVE WS-MONTH TO WS-LY-MONTH.
           SUBTRACT 1 FROM WS-LY-MONTH-YYYY.

           MOVE ZERO TO WS-CAT-COUNT.
           PERFORM LOAD-BUDGETS THRU LOAD-BUDGETS-EXIT.
           PERFORM GATHER-ACCOUNTS THRU GATHER-ACCOUNTS-EXIT.
           MOVE SPACES TO WS-SCAN-CATEGORY.
           MOVE ZERO TO WS-ACC-SUB.
       SPENDING-SUMMARY-ACCOUNT.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT
              GO TO SPENDING-SUMMARY-BUILD
           END-IF.
           MOVE WS-ACC-NO (WS-ACC-SUB) TO WS-SCAN-ACCNO.
           SET WS-SCAN-THIS-YEAR TO TRUE.
           MOVE WS-MONTH TO WS-SCAN-MONTH.
           MOVE 'BNKTXN1' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-MONTH THRU SCAN-ACCOUNT-MONTH-EXIT.
           MOVE 'BNKTXNA1' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-MONTH THRU SCAN-ACCOUNT-MONTH-EXIT.
           SET WS-SCAN-LAST-YEAR TO TRUE.
           MOVE WS-LY-MONTH TO WS-SCAN-MONTH.
           MOVE 'BNKTXN1' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-MONTH THRU SCAN-ACCOUNT-MONTH-EXIT.
           MOVE 'BNKTXNA1' TO WS-SCAN-FILE.
           PERFORM SCAN-ACCOUNT-MONTH THRU SCAN-ACCOUNT-MONTH-EXIT.
           GO TO SPENDING-SUMMARY-ACCOUNT.

       SPENDING-SUMMARY-BUILD.
           MOVE WS-MONTH TO CD92O-MONTH.
           MOVE WS-LY-MONTH TO CD92O-LAST-YEAR-MONTH.
           MOVE WS-CAT-COUNT TO CD92O-CAT-COUNT.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM BUILD-SUMMARY-ENTRY THRU BUILD-SUMMARY-ENTRY-EXIT
               UNTIL WS-CAT-SUB IS NOT LESS THAN WS-CAT-COUNT.
           SET CD92O-STATUS-OK TO TRUE.
           IF WS-CAT-COUNT IS EQUAL TO ZERO
              MOVE 'No spending found for the month' TO CD92O-MSG
           END-IF.
       SPENDING-SUMMARY-EXIT.
           EXIT.

       BUILD-SUMMARY-ENTRY.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO CD92O-CAT-NAME (WS-CAT-SUB).
           MOVE WS-CAT-SPENT (WS-CAT-SUB)
             TO CD92O-CAT-SPENT (WS-CAT-SUB).
           MOVE WS-CAT-LAST-YEAR (WS-CAT-SUB)
             TO CD92O-CAT-LAST-YEAR (WS-CAT-SUB).
           MOVE WS-CAT-BUDGET (WS-CAT-SUB)
             TO CD92O-CAT-BUDGET (WS-CAT-SUB).
           MOVE 'N' TO CD92O-CAT-OVER (WS-CAT-SUB).
           IF WS-CAT-BUDGET (WS-CAT-SUB) IS GREATER THAN ZERO AND
              WS-CAT-SPENT (WS-CAT-SUB) IS GREATER THAN
                WS-CAT-BUDGET (WS-CAT-SUB)
              MOVE 'Y' TO CD92O-CAT-OVER (WS-CAT-SUB)
           END-IF.
       BUILD-SUMMARY-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * Seed the category table with the customer's budgets           *
      *****************************************************************
       LOAD-BUDGETS.
           MOVE LOW-VALUES TO WS-BNKBUDG-RID.
           MOVE CD92I-PID TO WS-BNKBUDG-RID (1:5).
           EXEC CICS STARTBR FILE('BNKBUDG')
                             RIDFLD(WS-BNKBUDG-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LOAD-BUDGETS-EXIT
           END-IF.
       LOAD-BUDGETS-NEXT.
           EXEC CICS READNEXT FILE('BNKBUDG')
                              INTO(WS-BNKBUDG-REC)
                              LENGTH(LENGTH OF WS-BNKBUDG-REC)
                              RIDFLD(WS-BNKBUDG-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BCB-REC-PID IS NOT EQUAL TO CD92I-PID
              GO TO LOAD-BUDGETS-END
           END-IF.
           MOVE BCB-REC-CATEGORY TO WS-FIND-CAT.
           PERFORM FIND-CATEGORY THRU FIND-CATEGORY-EXIT.
           ADD BCB-REC-BUDGET TO WS-CAT-BUDGET (WS-CAT-SUB).
           GO TO LOAD-BUDGETS-NEXT.
       LOAD-BUDGETS-END.
           EXEC CICS ENDBR FILE('BNKBUDG')
           END-EXEC.
       LOAD-BUDGETS-EXIT.
           EXIT.

      *****************************************************************
      * List the customer's accounts through the customer alternate   *
      * index, as the account list screen does                        *
      *****************************************************************
       GATHER-ACCOUNTS.
           MOVE ZERO TO WS-ACC-COUNT.
           MOVE CD92I-PID TO WS-BNKACC-AIX1-RID.
           EXEC CICS STARTBR FILE('BNKACC1')
                             RIDFLD(WS-BNKACC-AIX1-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO GATHER-ACCOUNTS-EXIT
           END-IF.
       GATHER-ACCOUNTS-NEXT.
           IF WS-ACC-COUNT IS NOT LESS THAN 20
              GO TO GATHER-ACCOUNTS-END
           END-IF.
           EXEC CICS READNEXT FILE('BNKACC1')
                              INTO(WS-BNKACC-REC)
                              LENGTH(LENGTH OF WS-BNKACC-REC)
                              RIDFLD(WS-BNKACC-AIX1-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND
               WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR
              BAC-REC-PID IS NOT EQUAL TO CD92I-PID
              GO TO GATHER-ACCOUNTS-END
           END-IF.
           ADD 1 TO WS-ACC-COUNT.
           MOVE BAC-REC-ACCNO TO WS-ACC-NO (WS-ACC-COUNT).
           GO TO GATHER-ACCOUNTS-NEXT.
       GATHER-ACCOUNTS-END.
           EXEC CICS ENDBR FILE('BNKACC1')
           END-EXEC.
       GATHER-ACCOUNTS-EXIT.
           EXIT.

      *****************************************************************
      * Read one account's postings for one month from one file,      *
      * through the account/timestamp alternate index.  The spend is  *
      * added to the category table for a summary, or - when          *
      * WS-SCAN-CATEGORY is set - only that category's spend is       *
      * added to WS-SCAN-TOTAL.  A file that is not there (an         *
      * archive not yet created) simply adds nothing.                 *
      *****************************************************************
       SCAN-ACCOUNT-MONTH.
           MOVE WS-SCAN-ACCNO TO WS-BNKTXN-AIX1-RID-ACC.
           MOVE SPACES TO WS-BNKTXN-AIX1-RID-STAMP.
           MOVE WS-SCAN-MONTH TO WS-BNKTXN-AIX1-RID-STAMP (1:7).
           EXEC CICS STARTBR FILE(WS-SCAN-FILE)
                             RIDFLD(WS-BNKTXN-AIX1-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SCAN-ACCOUNT-MONTH-EXIT
           END-IF.
       SCAN-ACCOUNT-MONTH-NEXT.
           EXEC CICS READNEXT FILE(WS-SCAN-FILE)
                              INTO(WS-BNKTXN-REC)
                              LENGTH(LENGTH OF WS-BNKTXN-REC)
                              RIDFLD(WS-BNKTXN-AIX1-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND
               WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR
              BTX-REC-ACCNO IS NOT EQUAL TO WS-SCAN-ACCNO OR
              BTX-REC-TIMESTAMP (1:7) IS NOT EQUAL TO WS-SCAN-MONTH
              GO TO SCAN-ACCOUNT-MONTH-END
           END-IF.
      * Alert entries record events, not money, and a reversed item
      * and its reversal cancel out
           IF BTX-REC-TYPE IS EQUAL TO '5' OR
              BTX-REC-REVERSED OR
              BTX-REC-IS-REVERSAL OR
              BTX-REC-AMOUNT IS NOT LESS THAN ZERO
              GO TO SCAN-ACCOUNT-MONTH-NEXT
           END-IF.
           PERFORM LOOKUP-CATEGORY THRU LOOKUP-CATEGORY-EXIT.
           IF WS-SCAN-CATEGORY IS NOT EQUAL TO SPACES
              IF WS-TXN-CATEGORY IS EQUAL TO WS-SCAN-CATEGORY
                 SUBTRACT BTX-REC-AMOUNT FROM WS-SCAN-TOTAL
              END-IF
              GO TO SCAN-ACCOUNT-MONTH-NEXT
           END-IF.
           MOVE WS-TXN-CATEGORY TO WS-FIND-CAT.
           PERFORM FIND-CATEGORY THRU FIND-CATEGORY-EXIT.
           IF WS-SCAN-THIS-YEAR
              SUBTRACT BTX-REC-AMOUNT FROM WS-CAT-SPENT (WS-CAT-SUB)
           ELSE
              SUBTRACT BTX-REC-AMOUNT
                FROM WS-CAT-LAST-YEAR (WS-CAT-SUB)
           END-IF.
           GO TO SCAN-ACCOUNT-MONTH-NEXT.
       SCAN-ACCOUNT-MONTH-END.
           EXEC CICS ENDBR FILE(WS-SCAN-FILE)
           END-EXEC.
       SCAN-ACCOUNT-MONTH-EXIT.
           EXIT.

      *****************************************************************
      * The posting's category from the transaction code table - a    *
      * code with no row, or no category, counts as OTHER             *
      *****************************************************************
       LOOKUP-CATEGORY.
           MOVE 'OTHER' TO WS-TXN-CATEGORY.
           MOVE BTX-REC-TYPE TO WS-BNKTXNC-RID (1:1).
           MOVE BTX-REC-SUB-TYPE TO WS-BNKTXNC-RID (2:1).
           EXEC CICS READ FILE('BNKTXNC')
                          INTO(WS-BNKTXNC-REC)
                          LENGTH(LENGTH OF WS-BNKTXNC-REC)
                          RIDFLD(WS-BNKTXNC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BTC-REC-CATEGORY IS NOT EQUAL TO SPACES
              MOVE BTC-REC-CATEGORY TO WS-TXN-CATEGORY
           END-IF.
       LOOKUP-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      * Find WS-FIND-CAT in the category table, adding it if it is    *
      * new; WS-CAT-SUB is left pointing at its entry                 *
      *****************************************************************
       FIND-CATEGORY.
           MOVE ZERO TO WS-CAT-SUB.
       FIND-CATEGORY-LOOP.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
              GO TO FIND-CATEGORY-ADD
           END-IF.
           IF WS-CAT-NAME (WS-CAT-SUB) IS EQUAL TO WS-FIND-CAT
              GO TO FIND-CATEGORY-EXIT
           END-IF.
           GO TO FIND-CATEGORY-LOOP.
       FIND-CATEGORY-ADD.
           IF WS-CAT-COUNT IS NOT LESS THAN 9 AND
              WS-FIND-CAT IS NOT EQUAL TO 'OTHER'
              MOVE 'OTHER' TO WS-FIND-CAT
              GO TO FIND-CATEGORY
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE WS-CAT-COUNT TO WS-CAT-SUB.
           MOVE WS-FIND-CAT TO WS-CAT-NAME (WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-SPENT (WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-LAST-YEAR (WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-BUDGET (WS-CAT-SUB).
       FIND-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      * Set a category's monthly budget, or remove it with a zero     *
      * amount.  The category must be one the transaction code table  *
      * uses (or OTHER).  Raising a budget re-arms this month's       *
      * overspend alert.                                              *
      *****************************************************************
       SET-BUDGET.
           IF CD92I-CATEGORY IS EQUAL TO SPACES
              MOVE 'Category is required' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.
           IF CD92I-BUDGET IS NOT NUMERIC OR
              CD92I-BUDGET IS LESS THAN ZERO
              MOVE 'Budget must be zero or more' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.
           IF CD92I-CATEGORY IS NOT EQUAL TO 'OTHER'
              PERFORM VALIDATE-CATEGORY THRU VALIDATE-CATEGORY-EXIT
              IF NOT WS-FOUND
                 MOVE 'No such spending category' TO CD92O-MSG
                 GO TO SET-BUDGET-EXIT
              END-IF
           END-IF.

           MOVE CD92I-PID TO WS-BNKBUDG-RID (1:5).
           MOVE CD92I-CATEGORY TO WS-BNKBUDG-RID (6:10).
           EXEC CICS READ FILE('BNKBUDG')
                          UPDATE
                          INTO(WS-BNKBUDG-REC)
                          LENGTH(LENGTH OF WS-BNKBUDG-REC)
                          RIDFLD(WS-BNKBUDG-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
              GO TO SET-BUDGET-NEW
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to read the budget file' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.

           IF CD92I-BUDGET IS EQUAL TO ZERO
              EXEC CICS DELETE FILE('BNKBUDG')
                               TOKEN(WS-READ-TOKEN)
                               RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to remove the budget' TO CD92O-MSG
                 GO TO SET-BUDGET-EXIT
              END-IF
              SET CD92O-STATUS-OK TO TRUE
              MOVE 'Budget removed' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.

           MOVE BCB-REC-BUDGET TO WS-OLD-BUDGET.
           MOVE CD92I-BUDGET TO BCB-REC-BUDGET.
           IF CD92I-BUDGET IS GREATER THAN WS-OLD-BUDGET
              MOVE SPACES TO BCB-REC-ALERTED-MONTH
           END-IF.
           MOVE WS-TIMESTAMP TO BCB-REC-CHANGED-TS.
           EXEC CICS REWRITE FILE('BNKBUDG')
                             FROM(WS-BNKBUDG-REC)
                             LENGTH(LENGTH OF WS-BNKBUDG-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to change the budget' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.
           SET CD92O-STATUS-OK TO TRUE.
           MOVE 'Budget changed' TO CD92O-MSG.
           GO TO SET-BUDGET-EXIT.

       SET-BUDGET-NEW.
           IF CD92I-BUDGET IS EQUAL TO ZERO
              SET CD92O-STATUS-OK TO TRUE
              MOVE 'No budget was set for the category' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.
           MOVE SPACES TO BCB-RECORD.
           MOVE CD92I-PID TO BCB-REC-PID.
           MOVE CD92I-CATEGORY TO BCB-REC-CATEGORY.
           MOVE CD92I-BUDGET TO BCB-REC-BUDGET.
           MOVE WS-TIMESTAMP TO BCB-REC-CHANGED-TS.
           EXEC CICS WRITE FILE('BNKBUDG')
                           FROM(WS-BNKBUDG-REC)
                           LENGTH(LENGTH OF WS-BNKBUDG-REC)
                           RIDFLD(WS-BNKBUDG-RID)
                           KEYLENGTH(LENGTH OF WS-BNKBUDG-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to add the budget' TO CD92O-MSG
              GO TO SET-BUDGET-EXIT
           END-IF.
           SET CD92O-STATUS-OK TO TRUE.
           MOVE 'Budget set' TO CD92O-MSG.
       SET-BUDGET-EXIT.
           EXIT.

      *****************************************************************
      * Is the category one the transaction code table hands out      *
      *****************************************************************
       VALIDATE-CATEGORY.
           MOVE SPACE TO WS-FOUND-SW.
           MOVE LOW-VALUES TO WS-BNKTXNC-RID.
           EXEC CICS STARTBR FILE('BNKTXNC')
                             RIDFLD(WS-BNKTXNC-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO VALIDATE-CATEGORY-EXIT
           END-IF.
       VALIDATE-CATEGORY-NEXT.
           EXEC CICS READNEXT FILE('BNKTXNC')
                              INTO(WS-BNKTXNC-REC)
                              LENGTH(LENGTH OF WS-BNKTXNC-REC)
                              RIDFLD(WS-BNKTXNC-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO VALIDATE-CATEGORY-END
           END-IF.
           IF BTC-REC-CATEGORY IS EQUAL TO CD92I-CATEGORY
              SET WS-FOUND TO TRUE
              GO TO VALIDATE-CATEGORY-END
           END-IF.
           GO TO VALIDATE-CATEGORY-NEXT.
       VALIDATE-CATEGORY-END.
           EXEC CICS ENDBR FILE('BNKTXNC')
           END-EXEC.
       VALIDATE-CATEGORY-EXIT.
           EXIT.

      *****************************************************************
      * Called once a debit has posted.  Every category the customer  *
      * has budgeted, and not yet been alerted on this month, is      *
      * checked against this month's spend in it, whatever posted     *
      * that spend.  The first one found over its budget is marked    *
      * alerted and answered OVER so the caller sends the alert; the  *
      * caller calls again until no more are over.  The current      *
      * month is always on the online file.                          *
      *****************************************************************
       CHECK-BUDGET.
           SET CD92O-STATUS-OK TO TRUE.
           PERFORM LOAD-CHECK-BUDGETS THRU LOAD-CHECK-BUDGETS-EXIT.
           IF WS-CAT-COUNT IS EQUAL TO ZERO
              GO TO CHECK-BUDGET-EXIT
           END-IF.
           PERFORM GATHER-ACCOUNTS THRU GATHER-ACCOUNTS-EXIT.
           SET WS-SCAN-THIS-YEAR TO TRUE.
           MOVE WS-THIS-MONTH TO WS-SCAN-MONTH.
           MOVE 'BNKTXN1' TO WS-SCAN-FILE.
           MOVE ZERO TO WS-CAT-SUB.
       CHECK-BUDGET-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
              GO TO CHECK-BUDGET-EXIT
           END-IF.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-SCAN-CATEGORY.
           MOVE ZERO TO WS-SCAN-TOTAL.
           MOVE ZERO TO WS-ACC-SUB.
       CHECK-BUDGET-ACCOUNT.
           ADD 1 TO WS-ACC-SUB.
           IF WS-ACC-SUB IS NOT GREATER THAN WS-ACC-COUNT
              MOVE WS-ACC-NO (WS-ACC-SUB) TO WS-SCAN-ACCNO
              PERFORM SCAN-ACCOUNT-MONTH THRU SCAN-ACCOUNT-MONTH-EXIT
              GO TO CHECK-BUDGET-ACCOUNT
           END-IF.
           IF WS-SCAN-TOTAL IS NOT GREATER THAN
                WS-CAT-BUDGET (WS-CAT-SUB)
              GO TO CHECK-BUDGET-CATEGORY
           END-IF.

           MOVE CD92I-PID TO WS-BNKBUDG-RID (1:5).
           MOVE WS-SCAN-CATEGORY TO WS-BNKBUDG-RID (6:10).
           EXEC CICS READ FILE('BNKBUDG')
                          UPDATE
                          INTO(WS-BNKBUDG-REC)
                          LENGTH(LENGTH OF WS-BNKBUDG-REC)
                          RIDFLD(WS-BNKBUDG-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CHECK-BUDGET-CATEGORY
           END-IF.
           IF BCB-REC-ALERTED-MONTH IS EQUAL TO WS-THIS-MONTH
              EXEC CICS UNLOCK FILE('BNKBUDG')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO CHECK-BUDGET-CATEGORY
           END-IF.
           MOVE WS-THIS-MONTH TO BCB-REC-ALERTED-MONTH.
           EXEC CICS REWRITE FILE('BNKBUDG')
                             FROM(WS-BNKBUDG-REC)
                             LENGTH(LENGTH OF WS-BNKBUDG-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
      * Not marked, it would be answered again on the next call
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CHECK-BUDGET-CATEGORY
           END-IF.
           SET CD92O-STATUS-OVER TO TRUE.
           MOVE WS-SCAN-CATEGORY TO CD92O-ALERT-CATEGORY.
           MOVE WS-SCAN-TOTAL TO CD92O-ALERT-SPENT.
           MOVE BCB-REC-BUDGET TO CD92O-ALERT-BUDGET.
           STRING 'Spending on ' DELIMITED BY SIZE
                  WS-SCAN-CATEGORY DELIMITED BY SPACE
                  ' is over budget this month' DELIMITED BY SIZE
             INTO CD92O-MSG
           END-STRING.
       CHECK-BUDGET-EXIT.
           EXIT.

      *****************************************************************
      * The customer's budgets still to be watched this month - set,  *
      * and not yet alerted on - into the category table              *
      *****************************************************************
       LOAD-CHECK-BUDGETS.
           MOVE ZERO TO WS-CAT-COUNT.
           MOVE LOW-VALUES TO WS-BNKBUDG-RID.
           MOVE CD92I-PID TO WS-BNKBUDG-RID (1:5).
           EXEC CICS STARTBR FILE('BNKBUDG')
                             RIDFLD(WS-BNKBUDG-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LOAD-CHECK-BUDGETS-EXIT
           END-IF.
       LOAD-CHECK-BUDGETS-NEXT.
           IF WS-CAT-COUNT IS NOT LESS THAN 10
              GO TO LOAD-CHECK-BUDGETS-END
           END-IF.
           EXEC CICS READNEXT FILE('BNKBUDG')
                              INTO(WS-BNKBUDG-REC)
                              LENGTH(LENGTH OF WS-BNKBUDG-REC)
                              RIDFLD(WS-BNKBUDG-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BCB-REC-PID IS NOT EQUAL TO CD92I-PID
              GO TO LOAD-CHECK-BUDGETS-END
           END-IF.
           IF BCB-REC-BUDGET IS NOT GREATER THAN ZERO OR
              BCB-REC-ALERTED-MONTH IS EQUAL TO WS-THIS-MONTH
              GO TO LOAD-CHECK-BUDGETS-NEXT
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE BCB-REC-CATEGORY TO WS-CAT-NAME (WS-CAT-COUNT).
           MOVE BCB-REC-BUDGET TO WS-CAT-BUDGET (WS-CAT-COUNT).
           GO TO LOAD-CHECK-BUDGETS-NEXT.
       LOAD-CHECK-BUDGETS-END.
           EXEC CICS ENDBR FILE('BNKBUDG')
           END-EXEC.
       LOAD-CHECK-BUDGETS-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
