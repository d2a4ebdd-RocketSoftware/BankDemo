      *              an account out to the estate settlement house    *
      *              account in the recorded percentages - one        *
      *              settlement entry per beneficiary - and closes    *
      *              the account.  Flagging a customer deceased also  *
      *              ends every third-party authority over their      *
      *              accounts (DBANK89P), and closing an account      *
      *              releases any pay-by-alias on it (DBANK90P).      *
      *              VSAM Version                                     *
      *****************************************************************

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-POA-DATA.
       COPY CBANKD89.

       01  WS-ALIAS-DATA.
       COPY CBANKD90.

       01  WS-COMMAREA.
       COPY CBANKD44.

              GO TO SET-DECEASED-EXIT
           END-IF.
           PERFORM WRITE-BEN-AUDIT THRU WRITE-BEN-AUDIT-EXIT.
      * No attorney, trustee or court appointee acts for the dead -
      * their authorities end with the deceased flag
           MOVE SPACES TO CD89-DATA.
           SET CD89-REQUEST-TERMALL TO TRUE.
           MOVE CD44I-PID TO CD89I-PID.
           MOVE CD44I-USERID TO CD89I-USERID.
           EXEC CICS LINK PROGRAM('DBANK89P')
                          COMMAREA(CD89-DATA)
                          LENGTH(LENGTH OF CD89-DATA)
           END-EXEC.
           SET CD44O-STATUS-OK TO TRUE.
       SET-DECEASED-EXIT.
           EXIT.
              GO TO DISBURSE-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES TO CD90-DATA.
           SET CD90-REQUEST-RELACC TO TRUE.
           MOVE CD44I-ACCNO TO CD90I-ACCNO.
           MOVE CD44I-USERID TO CD90I-USERID.
           EXEC CICS LINK PROGRAM('DBANK90P')
                          COMMAREA(CD90-DATA)
                          LENGTH(LENGTH OF CD90-DATA)
           END-EXEC.

           MOVE '999999994' TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
