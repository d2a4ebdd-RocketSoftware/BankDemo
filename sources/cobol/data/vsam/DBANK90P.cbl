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
      * Program:     DBANK90P.CBL                                     *
      * Function:    Pay-by-alias directory BNKALIAS.  A customer's   *
      *              e-mail address or telephone number, as held on   *
      *              their customer record, is registered against one *
      *              of their accounts so that payers can send money  *
      *              to it without the account number.  Registers,    *
      *              repoints and releases aliases, lists a           *
      *              customer's aliases, resolves an alias to its     *
      *              account and a masked payee name, and releases    *
      *              whatever points to an account being closed.      *
      *              Each change is audited through DBANK18P.         *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK90P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK90P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKALIAS-RID                       PIC X(30).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-TODAY                              PIC X(10).
         05  WS-ALIAS-KEY                          PIC X(30).
         05  WS-CONTACT                            PIC X(30).
         05  WS-REL-ACCNO                          PIC X(9).
         05  WS-REL-REASON                         PIC X(1).
         05  WS-EMAIL-KEY                          PIC X(30).
         05  WS-TEL-KEY                            PIC X(30).
         05  WS-NAME-CHAR                          PIC X(1).
         05  WS-PREV-CHAR                          PIC X(1).

       COPY CTSTAMPD.

       01  WS-BNKALIAS-REC.
       COPY CBANKVAS.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD90.

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
           MOVE SPACES TO CD90O-DATA.
           MOVE ZERO TO CD90O-RELEASE-COUNT.
           MOVE ZERO TO CD90O-LIST-COUNT.
           SET CD90O-STATUS-ERROR TO TRUE.

      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CD90-REQUEST-REGISTER
              PERFORM REGISTER-ALIAS THRU REGISTER-ALIAS-EXIT
             WHEN CD90-REQUEST-RELEASE
              PERFORM RELEASE-ALIAS THRU RELEASE-ALIAS-EXIT
             WHEN CD90-REQUEST-LIST
              PERFORM LIST-ALIASES THRU LIST-ALIASES-EXIT
             WHEN CD90-REQUEST-RESOLVE
              PERFORM RESOLVE-ALIAS THRU RESOLVE-ALIAS-EXIT
             WHEN CD90-REQUEST-RELACC
              PERFORM RELEASE-ACCOUNT THRU RELEASE-ACCOUNT-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD90O-MSG
           END-EVALUATE.

       DBANK90P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Register the customer's e-mail or telephone against one of    *
      * their open current or savings accounts.  The alias is taken   *
      * from the customer record itself, so only contact details the  *
      * bank already holds can be registered.  An alias the customer  *
      * already holds is simply repointed.  One still held by another *
      * customer is refused unless that customer's record no longer   *
      * carries it.                                                   *
      *****************************************************************
       REGISTER-ALIAS.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF BCS-REC-IS-DECEASED OR
              BCS-REC-CLOSED
              MOVE 'Customer cannot register an alias' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF CD90I-TYPE IS EQUAL TO 'E'
              MOVE BCS-REC-EMAIL TO WS-CONTACT
           ELSE
              MOVE BCS-REC-TEL TO WS-CONTACT
           END-IF.
           IF WS-CONTACT IS EQUAL TO SPACES
              MOVE 'No such contact detail on file' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CONTACT) TO WS-ALIAS-KEY.

           MOVE CD90I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF BAC-REC-PID IS NOT EQUAL TO CD90I-PID
              MOVE 'Account is not the customer''s' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF NOT BAC-REC-OPEN
              MOVE 'Account is not open' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF BAC-REC-TYPE-HOUSE OR
              BAC-REC-TYPE-TERM-DEP OR
              BAC-REC-TYPE-REVOLVING
              MOVE 'Account cannot take alias payments' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.

           MOVE WS-ALIAS-KEY TO WS-BNKALIAS-RID.
           EXEC CICS READ FILE('BNKALIAS')
                          UPDATE
                          INTO(WS-BNKALIAS-REC)
                          LENGTH(LENGTH OF WS-BNKALIAS-REC)
                          RIDFLD(WS-BNKALIAS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
              PERFORM ADD-ALIAS THRU ADD-ALIAS-EXIT
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to read the alias directory' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF BAS-REC-ACTIVE AND
              BAS-REC-PID IS EQUAL TO CD90I-PID AND
              BAS-REC-ACCNO IS EQUAL TO CD90I-ACCNO
              EXEC CICS UNLOCK FILE('BNKALIAS')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD90O-STATUS-OK TO TRUE
              MOVE 'Alias already points to this account' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           IF BAS-REC-ACTIVE AND
              BAS-REC-PID IS NOT EQUAL TO CD90I-PID
              PERFORM CHECK-OTHER-HOLDER THRU CHECK-OTHER-HOLDER-EXIT
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS UNLOCK FILE('BNKALIAS')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 MOVE 'Alias is held by another customer'
                   TO CD90O-MSG
                 GO TO REGISTER-ALIAS-EXIT
              END-IF
           END-IF.

      * Repoint the alias; it keeps its registration date only when
      * it stays with the same customer
           IF NOT BAS-REC-ACTIVE OR
              BAS-REC-PID IS NOT EQUAL TO CD90I-PID
              MOVE WS-TODAY TO BAS-REC-REG-DATE
           END-IF.
           MOVE CD90I-TYPE TO BAS-REC-TYPE.
           MOVE CD90I-PID TO BAS-REC-PID.
           MOVE CD90I-ACCNO TO BAS-REC-ACCNO.
           SET BAS-REC-ACTIVE TO TRUE.
           MOVE WS-TODAY TO BAS-REC-CHANGE-DATE.
           MOVE SPACE TO BAS-REC-RELEASE-REASON.
           MOVE CD90I-USERID TO BAS-REC-USERID.
           EXEC CICS REWRITE FILE('BNKALIAS')
                             FROM(WS-BNKALIAS-REC)
                             LENGTH(LENGTH OF WS-BNKALIAS-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to change the alias' TO CD90O-MSG
              GO TO REGISTER-ALIAS-EXIT
           END-IF.
           PERFORM WRITE-ALIAS-AUDIT THRU WRITE-ALIAS-AUDIT-EXIT.
           SET CD90O-STATUS-OK TO TRUE.
           MOVE 'Alias changed' TO CD90O-MSG.
       REGISTER-ALIAS-EXIT.
           EXIT.

       ADD-ALIAS.
           MOVE SPACES TO BAS-RECORD.
           MOVE WS-ALIAS-KEY TO BAS-REC-ALIAS.
           MOVE CD90I-TYPE TO BAS-REC-TYPE.
           MOVE CD90I-PID TO BAS-REC-PID.
           MOVE CD90I-ACCNO TO BAS-REC-ACCNO.
           SET BAS-REC-ACTIVE TO TRUE.
           MOVE WS-TODAY TO BAS-REC-REG-DATE.
           MOVE WS-TODAY TO BAS-REC-CHANGE-DATE.
           MOVE CD90I-USERID TO BAS-REC-USERID.
           EXEC CICS WRITE FILE('BNKALIAS')
                           FROM(WS-BNKALIAS-REC)
                           LENGTH(LENGTH OF WS-BNKALIAS-REC)
                           RIDFLD(WS-BNKALIAS-RID)
                           KEYLENGTH(LENGTH OF WS-BNKALIAS-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to register the alias' TO CD90O-MSG
              GO TO ADD-ALIAS-EXIT
           END-IF.
           PERFORM WRITE-ALIAS-AUDIT THRU WRITE-ALIAS-AUDIT-EXIT.
           SET CD90O-STATUS-OK TO TRUE.
           MOVE 'Alias registered' TO CD90O-MSG.
       ADD-ALIAS-EXIT.
           EXIT.

      *****************************************************************
      * The alias is active for another customer.  It is still theirs *
      * (WS-RESP left NORMAL) if their record still carries it and    *
      * they are alive; otherwise it may be taken over.               *
      *****************************************************************
       CHECK-OTHER-HOLDER.
           MOVE BAS-REC-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CHECK-OTHER-HOLDER-EXIT
           END-IF.
           PERFORM CHECK-CONTACT THRU CHECK-CONTACT-EXIT.
       CHECK-OTHER-HOLDER-EXIT.
           EXIT.

      *****************************************************************
      * Does the customer record just read still carry the alias in   *
      * BAS-REC-ALIAS?  WS-RESP is left NORMAL if it does.            *
      *****************************************************************
       CHECK-CONTACT.
           MOVE DFHRESP(NORMAL) TO WS-RESP.
           IF BCS-REC-IS-DECEASED OR
              BCS-REC-CLOSED
              MOVE DFHRESP(NOTFND) TO WS-RESP
              GO TO CHECK-CONTACT-EXIT
           END-IF.
           IF BAS-REC-TYPE-EMAIL
              MOVE BCS-REC-EMAIL TO WS-CONTACT
           ELSE
              MOVE BCS-REC-TEL TO WS-CONTACT
           END-IF.
           IF FUNCTION UPPER-CASE(WS-CONTACT) IS NOT EQUAL TO
              BAS-REC-ALIAS
              MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.
       CHECK-CONTACT-EXIT.
           EXIT.

      *****************************************************************
      * The customer gives up an alias.  It is named either directly  *
      * or by its type, in which case the customer's current contact  *
      * detail of that type is used.                                  *
      *****************************************************************
       RELEASE-ALIAS.
           IF CD90I-ALIAS IS NOT EQUAL TO SPACES
              MOVE FUNCTION UPPER-CASE(CD90I-ALIAS) TO WS-ALIAS-KEY
           ELSE
              PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET CD90O-STATUS-NOTFOUND TO TRUE
                 MOVE 'Customer not found' TO CD90O-MSG
                 GO TO RELEASE-ALIAS-EXIT
              END-IF
              IF CD90I-TYPE IS EQUAL TO 'E'
                 MOVE BCS-REC-EMAIL TO WS-CONTACT
              ELSE
                 MOVE BCS-REC-TEL TO WS-CONTACT
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-CONTACT) TO WS-ALIAS-KEY
           END-IF.
           IF WS-ALIAS-KEY IS EQUAL TO SPACES
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Alias not found' TO CD90O-MSG
              GO TO RELEASE-ALIAS-EXIT
           END-IF.
           MOVE WS-ALIAS-KEY TO WS-BNKALIAS-RID.
           EXEC CICS READ FILE('BNKALIAS')
                          UPDATE
                          INTO(WS-BNKALIAS-REC)
                          LENGTH(LENGTH OF WS-BNKALIAS-REC)
                          RIDFLD(WS-BNKALIAS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Alias not found' TO CD90O-MSG
              GO TO RELEASE-ALIAS-EXIT
           END-IF.
           IF NOT BAS-REC-ACTIVE OR
              BAS-REC-PID IS NOT EQUAL TO CD90I-PID
              EXEC CICS UNLOCK FILE('BNKALIAS')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Alias not registered to customer' TO CD90O-MSG
              GO TO RELEASE-ALIAS-EXIT
           END-IF.
           MOVE 'C' TO WS-REL-REASON.
           PERFORM REWRITE-RELEASED THRU REWRITE-RELEASED-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to release the alias' TO CD90O-MSG
              GO TO RELEASE-ALIAS-EXIT
           END-IF.
           SET CD90O-STATUS-OK TO TRUE.
           MOVE 'Alias released' TO CD90O-MSG.
       RELEASE-ALIAS-EXIT.
           EXIT.

      *****************************************************************
      * List the aliases the customer's current e-mail and telephone  *
      * are registered as, if any                                     *
      *****************************************************************
       LIST-ALIASES.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD90O-MSG
              GO TO LIST-ALIASES-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(BCS-REC-EMAIL) TO WS-EMAIL-KEY.
           MOVE FUNCTION UPPER-CASE(BCS-REC-TEL) TO WS-TEL-KEY.
           MOVE WS-EMAIL-KEY TO WS-ALIAS-KEY.
           PERFORM LIST-ONE-ALIAS THRU LIST-ONE-ALIAS-EXIT.
           MOVE WS-TEL-KEY TO WS-ALIAS-KEY.
           PERFORM LIST-ONE-ALIAS THRU LIST-ONE-ALIAS-EXIT.
           SET CD90O-STATUS-OK TO TRUE.
       LIST-ALIASES-EXIT.
           EXIT.

       LIST-ONE-ALIAS.
           IF WS-ALIAS-KEY IS EQUAL TO SPACES
              GO TO LIST-ONE-ALIAS-EXIT
           END-IF.
           MOVE WS-ALIAS-KEY TO WS-BNKALIAS-RID.
           EXEC CICS READ FILE('BNKALIAS')
                          INTO(WS-BNKALIAS-REC)
                          LENGTH(LENGTH OF WS-BNKALIAS-REC)
                          RIDFLD(WS-BNKALIAS-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-ONE-ALIAS-EXIT
           END-IF.
           IF NOT BAS-REC-ACTIVE OR
              BAS-REC-PID IS NOT EQUAL TO CD90I-PID
              GO TO LIST-ONE-ALIAS-EXIT
           END-IF.
           ADD 1 TO CD90O-LIST-COUNT.
           MOVE CD90O-LIST-COUNT TO WS-SUB.
           MOVE BAS-REC-TYPE TO CD90O-LIST-TYPE (WS-SUB).
           MOVE BAS-REC-ALIAS TO CD90O-LIST-ALIAS (WS-SUB).
           MOVE BAS-REC-ACCNO TO CD90O-LIST-ACCNO (WS-SUB).
           MOVE BAS-REC-REG-DATE TO CD90O-LIST-REG-DATE (WS-SUB).
       LIST-ONE-ALIAS-EXIT.
           EXIT.

      *****************************************************************
      * Resolve an alias a payer typed to the account it points to    *
      * and the payee's masked name.  An alias whose account has      *
      * since closed, or whose customer no longer carries that        *
      * contact detail, is released here and not resolved.            *
      *****************************************************************
       RESOLVE-ALIAS.
           MOVE FUNCTION UPPER-CASE(CD90I-ALIAS) TO WS-ALIAS-KEY.
           MOVE WS-ALIAS-KEY TO WS-BNKALIAS-RID.
           EXEC CICS READ FILE('BNKALIAS')
                          INTO(WS-BNKALIAS-REC)
                          LENGTH(LENGTH OF WS-BNKALIAS-REC)
                          RIDFLD(WS-BNKALIAS-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT BAS-REC-ACTIVE
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Alias is not registered' TO CD90O-MSG
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.

           MOVE BAS-REC-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT BAC-REC-OPEN
              MOVE 'X' TO WS-REL-REASON
              PERFORM RELEASE-STALE THRU RELEASE-STALE-EXIT
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Alias is not registered' TO CD90O-MSG
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.

           MOVE BAS-REC-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM CHECK-CONTACT THRU CHECK-CONTACT-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'D' TO WS-REL-REASON
              PERFORM RELEASE-STALE THRU RELEASE-STALE-EXIT
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Alias is not registered' TO CD90O-MSG
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.

           MOVE BAS-REC-ACCNO TO CD90O-ACCNO.
           MOVE BAS-REC-PID TO CD90O-PID.
           MOVE SPACE TO WS-PREV-CHAR.
           PERFORM MASK-NAME-CHAR THRU MASK-NAME-CHAR-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 25.
           SET CD90O-STATUS-OK TO TRUE.
       RESOLVE-ALIAS-EXIT.
           EXIT.

      *****************************************************************
      * Only the first letter of each word of the name is shown       *
      *****************************************************************
       MASK-NAME-CHAR.
           MOVE BCS-REC-NAME (WS-SUB:1) TO WS-NAME-CHAR.
           IF WS-NAME-CHAR IS NOT EQUAL TO SPACE AND
              WS-PREV-CHAR IS NOT EQUAL TO SPACE
              MOVE '*' TO CD90O-MASKED-NAME (WS-SUB:1)
           ELSE
              MOVE WS-NAME-CHAR TO CD90O-MASKED-NAME (WS-SUB:1)
           END-IF.
           MOVE WS-NAME-CHAR TO WS-PREV-CHAR.
       MASK-NAME-CHAR-EXIT.
           EXIT.

      *****************************************************************
      * Release an alias found stale while resolving it               *
      *****************************************************************
       RELEASE-STALE.
           EXEC CICS READ FILE('BNKALIAS')
                          UPDATE
                          INTO(WS-BNKALIAS-REC)
                          LENGTH(LENGTH OF WS-BNKALIAS-REC)
                          RIDFLD(WS-BNKALIAS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO RELEASE-STALE-EXIT
           END-IF.
           IF NOT BAS-REC-ACTIVE
              EXEC CICS UNLOCK FILE('BNKALIAS')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO RELEASE-STALE-EXIT
           END-IF.
           PERFORM REWRITE-RELEASED THRU REWRITE-RELEASED-EXIT.
       RELEASE-STALE-EXIT.
           EXIT.

      *****************************************************************
      * An account is being closed - release the owner's aliases that *
      * point to it                                                   *
      *****************************************************************
       RELEASE-ACCOUNT.
           MOVE CD90I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD90O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD90O-MSG
              GO TO RELEASE-ACCOUNT-EXIT
           END-IF.
           MOVE BAC-REC-PID TO CD90I-PID.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD90O-STATUS-OK TO TRUE
              GO TO RELEASE-ACCOUNT-EXIT
           END-IF.
           MOVE CD90I-ACCNO TO WS-REL-ACCNO.
           MOVE 'X' TO WS-REL-REASON.
           MOVE FUNCTION UPPER-CASE(BCS-REC-EMAIL) TO WS-EMAIL-KEY.
           MOVE FUNCTION UPPER-CASE(BCS-REC-TEL) TO WS-TEL-KEY.
           MOVE WS-EMAIL-KEY TO WS-ALIAS-KEY.
           PERFORM RELEASE-IF-ACCOUNT THRU RELEASE-IF-ACCOUNT-EXIT.
           MOVE WS-TEL-KEY TO WS-ALIAS-KEY.
           PERFORM RELEASE-IF-ACCOUNT THRU RELEASE-IF-ACCOUNT-EXIT.
           SET CD90O-STATUS-OK TO TRUE.
       RELEASE-ACCOUNT-EXIT.
           EXIT.

       RELEASE-IF-ACCOUNT.
           IF WS-ALIAS-KEY IS EQUAL TO SPACES
              GO TO RELEASE-IF-ACCOUNT-EXIT
           END-IF.
           MOVE WS-ALIAS-KEY TO WS-BNKALIAS-RID.
           EXEC CICS READ FILE('BNKALIAS')
                          UPDATE
                          INTO(WS-BNKALIAS-REC)
                          LENGTH(LENGTH OF WS-BNKALIAS-REC)
                          RIDFLD(WS-BNKALIAS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO RELEASE-IF-ACCOUNT-EXIT
           END-IF.
           IF NOT BAS-REC-ACTIVE OR
              BAS-REC-ACCNO IS NOT EQUAL TO WS-REL-ACCNO
              EXEC CICS UNLOCK FILE('BNKALIAS')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO RELEASE-IF-ACCOUNT-EXIT
           END-IF.
           PERFORM REWRITE-RELEASED THRU REWRITE-RELEASED-EXIT.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO CD90O-RELEASE-COUNT
           END-IF.
       RELEASE-IF-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Mark the alias held for update released for WS-REL-REASON     *
      *****************************************************************
       REWRITE-RELEASED.
           SET BAS-REC-RELEASED TO TRUE.
           MOVE WS-REL-REASON TO BAS-REC-RELEASE-REASON.
           MOVE WS-TODAY TO BAS-REC-CHANGE-DATE.
           MOVE CD90I-USERID TO BAS-REC-USERID.
           EXEC CICS REWRITE FILE('BNKALIAS')
                             FROM(WS-BNKALIAS-REC)
                             LENGTH(LENGTH OF WS-BNKALIAS-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              PERFORM WRITE-ALIAS-AUDIT THRU WRITE-ALIAS-AUDIT-EXIT
           END-IF.
       REWRITE-RELEASED-EXIT.
           EXIT.

       READ-CUSTOMER.
           MOVE CD90I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
       READ-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * Every registration, change and release is audited             *
      *****************************************************************
       WRITE-ALIAS-AUDIT.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD90I-USERID (1:4) TO CD18I-TERMID.
           MOVE CD90I-FUNCTION (1:4) TO CD18I-TRANID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-ALIAS-AUDIT-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
