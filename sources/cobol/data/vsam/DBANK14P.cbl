         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-BNKSTAFF-RID                       PIC X(8).

       COPY CTSTAMPD.

       01  BNKSTAFF-REC.
       COPY CBANKVST.

       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD14.

           MOVE SPACES TO CD14O-DATA.
           SET CD14O-STATUS-OK TO TRUE.

      * Today's date, for expiry and for stamping changes
           COPY CTSTAMPP.

           EVALUATE TRUE
             WHEN CD14-REQUEST-CHECK
              PERFORM CHECK-STAFF THRU CHECK-STAFF-EXIT
             WHEN CD14-REQUEST-ADD
              PERFORM ADD-STAFF THRU ADD-STAFF-EXIT
             WHEN CD14-REQUEST-VERIFY
              PERFORM VERIFY-STAFF THRU VERIFY-STAFF-EXIT
             WHEN CD14-REQUEST-SIGNON
              PERFORM RECORD-SIGNON THRU RECORD-SIGNON-EXIT
             WHEN CD14-REQUEST-GET
              PERFORM GET-STAFF THRU GET-STAFF-EXIT
             WHEN CD14-REQUEST-UPDATE
              PERFORM UPDATE-STAFF THRU UPDATE-STAFF-EXIT
             WHEN CD14-REQUEST-SUSPEND
              PERFORM SUSPEND-STAFF THRU SUSPEND-STAFF-EXIT
             WHEN CD14-REQUEST-REINSTATE
              PERFORM REINSTATE-STAFF THRU REINSTATE-STAFF-EXIT
             WHEN OTHER
              SET CD14O-STATUS-ERROR TO TRUE
           END-EVALUATE.

      *****************************************************************
      * See whether a userid is a member of staff, and if so, return  *
      * their name, role and branch.  A userid not on file, or on     *
      * file but revoked, suspended or past its expiry date, is       *
      * reported as not found so the caller falls back to treating    *
      * the userid as an ordinary customer signon.                     *
      *****************************************************************
       CHECK-STAFF.
           MOVE CD14I-USERID TO WS-BNKSTAFF-RID.
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              STF-REC-ACTIVE AND
              (STF-REC-EXPIRY-DATE IS EQUAL TO SPACES OR
               STF-REC-EXPIRY-DATE IS NOT LESS THAN WS-TS-DATE (1:10))
              MOVE STF-REC-NAME TO CD14O-NAME
              MOVE STF-REC-ROLE TO CD14O-ROLE
              MOVE STF-REC-BRANCH TO CD14O-BRANCH
           ELSE
              SET CD14O-STATUS-NOTFOUND TO TRUE
           END-IF.
      * Add a new member of staff, or reinstate/amend an existing one *
      *****************************************************************
       ADD-STAFF.
           MOVE CD14I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE CD14I-NAME TO STF-REC-NAME
              MOVE CD14I-ROLE TO STF-REC-ROLE
              SET STF-REC-ACTIVE TO TRUE
              MOVE CD14I-ADMIN-USERID TO STF-REC-CHANGED-BY
              MOVE WS-TS-DATE (1:10) TO STF-REC-CHANGED-DATE
              EXEC CICS REWRITE FILE('BNKSTAFF')
                                FROM(BNKSTAFF-REC)
                                LENGTH(LENGTH OF BNKSTAFF-REC)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              MOVE SPACES TO STF-RECORD
              MOVE CD14I-USERID TO STF-REC-USERID
              MOVE CD14I-NAME TO STF-REC-NAME
              MOVE CD14I-ROLE TO STF-REC-ROLE
              SET STF-REC-ACTIVE TO TRUE
              MOVE CD14I-BRANCH TO STF-REC-BRANCH
              MOVE CD14I-EXPIRY-DATE TO STF-REC-EXPIRY-DATE
              MOVE WS-TS-DATE (1:10) TO STF-REC-ADDED-DATE
              MOVE CD14I-ADMIN-USERID TO STF-REC-CHANGED-BY
              MOVE WS-TS-DATE (1:10) TO STF-REC-CHANGED-DATE
              EXEC CICS WRITE FILE('BNKSTAFF')
                              FROM(BNKSTAFF-REC)
                              LENGTH(LENGTH OF BNKSTAFF-REC)
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Unable to store the staff record' TO CD14O-MSG
              GO TO ADD-STAFF-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM RETURN-STAFF.
       ADD-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * Before a signon goes to the security manager, make sure a     *
      * member of staff is allowed to sign on at all.  A userid that  *
      * is not staff is not our concern and is reported as not found. *
      *****************************************************************
       VERIFY-STAFF.
           MOVE CD14I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          INTO(BNKSTAFF-REC)
                          LENGTH(LENGTH OF BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-NOTFOUND TO TRUE
              GO TO VERIFY-STAFF-EXIT
           END-IF.
           IF STF-REC-SUSPENDED
              SET CD14O-STATUS-REFUSED TO TRUE
              MOVE 'Userid is suspended' TO CD14O-MSG
              GO TO VERIFY-STAFF-EXIT
           END-IF.
           IF STF-REC-REVOKED
              SET CD14O-STATUS-REFUSED TO TRUE
              MOVE 'The USERID is revoked' TO CD14O-MSG
              GO TO VERIFY-STAFF-EXIT
           END-IF.
           IF STF-REC-EXPIRY-DATE IS NOT EQUAL TO SPACES AND
              STF-REC-EXPIRY-DATE IS LESS THAN WS-TS-DATE (1:10)
              SET CD14O-STATUS-REFUSED TO TRUE
              STRING 'Userid expired on ' DELIMITED BY SIZE
                     STF-REC-EXPIRY-DATE DELIMITED BY SIZE
                INTO CD14O-MSG
              GO TO VERIFY-STAFF-EXIT
           END-IF.
       VERIFY-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * A member of staff has signed on - note the date for the       *
      * access recertification report                                 *
      *****************************************************************
       RECORD-SIGNON.
           MOVE CD14I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          UPDATE
                          INTO(BNKSTAFF-REC)
                          LENGTH(LENGTH OF BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-NOTFOUND TO TRUE
              GO TO RECORD-SIGNON-EXIT
           END-IF.
           MOVE WS-TS-DATE (1:10) TO STF-REC-LAST-SIGNON.
           EXEC CICS REWRITE FILE('BNKSTAFF')
                             FROM(BNKSTAFF-REC)
                             LENGTH(LENGTH OF BNKSTAFF-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-ERROR TO TRUE
           END-IF.
       RECORD-SIGNON-EXIT.
           EXIT.

      *****************************************************************
      * Return the whole staff record for the administration screen   *
      *****************************************************************
       GET-STAFF.
           MOVE CD14I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          INTO(BNKSTAFF-REC)
                          LENGTH(LENGTH OF BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-NOTFOUND TO TRUE
              MOVE 'Userid is not a member of staff' TO CD14O-MSG
              GO TO GET-STAFF-EXIT
           END-IF.
           PERFORM RETURN-STAFF.
       GET-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * Change the role, home branch and expiry date of a userid      *
      *****************************************************************
       UPDATE-STAFF.
           IF CD14I-EXPIRY-DATE IS NOT EQUAL TO SPACES AND
              CD14I-EXPIRY-DATE IS LESS THAN WS-TS-DATE (1:10)
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Expiry date is already past' TO CD14O-MSG
              GO TO UPDATE-STAFF-EXIT
           END-IF.
           PERFORM READ-STAFF-FOR-UPDATE.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO UPDATE-STAFF-EXIT
           END-IF.
           MOVE CD14I-ROLE TO STF-REC-ROLE.
           MOVE CD14I-BRANCH TO STF-REC-BRANCH.
           MOVE CD14I-EXPIRY-DATE TO STF-REC-EXPIRY-DATE.
           PERFORM REWRITE-STAFF THRU
                   REWRITE-STAFF-EXIT.
       UPDATE-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * Suspend an active userid (leave, investigation) so that it    *
      * cannot sign on until reinstated                               *
      *****************************************************************
       SUSPEND-STAFF.
           PERFORM READ-STAFF-FOR-UPDATE.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SUSPEND-STAFF-EXIT
           END-IF.
           IF NOT STF-REC-ACTIVE
              EXEC CICS UNLOCK FILE('BNKSTAFF')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Userid is not active' TO CD14O-MSG
              GO TO SUSPEND-STAFF-EXIT
           END-IF.
           SET STF-REC-SUSPENDED TO TRUE.
           PERFORM REWRITE-STAFF THRU
                   REWRITE-STAFF-EXIT.
       SUSPEND-STAFF-EXIT.
           EXIT.

      *****************************************************************
      * Lift a suspension.  A revoked userid is brought back by       *
      * adding it again, not by reinstatement.                        *
      *****************************************************************
       REINSTATE-STAFF.
           PERFORM READ-STAFF-FOR-UPDATE.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO REINSTATE-STAFF-EXIT
           END-IF.
           IF NOT STF-REC-SUSPENDED
              EXEC CICS UNLOCK FILE('BNKSTAFF')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Userid is not suspended' TO CD14O-MSG
              GO TO REINSTATE-STAFF-EXIT
           END-IF.
           SET STF-REC-ACTIVE TO TRUE.
           PERFORM REWRITE-STAFF THRU
                   REWRITE-STAFF-EXIT.
       REINSTATE-STAFF-EXIT.
           EXIT.

       READ-STAFF-FOR-UPDATE.
           MOVE CD14I-USERID TO WS-BNKSTAFF-RID.
           EXEC CICS READ FILE('BNKSTAFF')
                          UPDATE
                          INTO(BNKSTAFF-REC)
                          LENGTH(LENGTH OF BNKSTAFF-REC)
                          RIDFLD(WS-BNKSTAFF-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-NOTFOUND TO TRUE
              MOVE 'Userid is not a member of staff' TO CD14O-MSG
           END-IF.

      *****************************************************************
      * Store an administration change, stamped with who made it, and *
      * put it on the activity log                                    *
      *****************************************************************
       REWRITE-STAFF.
           MOVE CD14I-ADMIN-USERID TO STF-REC-CHANGED-BY.
           MOVE WS-TS-DATE (1:10) TO STF-REC-CHANGED-DATE.
           EXEC CICS REWRITE FILE('BNKSTAFF')
                             FROM(BNKSTAFF-REC)
                             LENGTH(LENGTH OF BNKSTAFF-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD14O-STATUS-ERROR TO TRUE
              MOVE 'Unable to store the staff record' TO CD14O-MSG
              GO TO REWRITE-STAFF-EXIT
           END-IF.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM RETURN-STAFF.
       REWRITE-STAFF-EXIT.
           EXIT.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD14I-TERMID TO CD18I-TERMID.
           MOVE CD14I-TRANID TO CD18I-TRANID.
           MOVE CD14I-USERID TO CD18I-USERID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

       RETURN-STAFF.
           MOVE STF-REC-NAME TO CD14O-NAME.
           MOVE STF-REC-ROLE TO CD14O-ROLE.
           MOVE STF-REC-STATUS TO CD14O-STAFF-STATUS.
           MOVE STF-REC-BRANCH TO CD14O-BRANCH.
           MOVE STF-REC-EXPIRY-DATE TO CD14O-EXPIRY-DATE.
           MOVE STF-REC-LAST-SIGNON TO CD14O-LAST-SIGNON.
           MOVE STF-REC-ADDED-DATE TO CD14O-ADDED-DATE.
           MOVE STF-REC-CHANGED-BY TO CD14O-CHANGED-BY.
           MOVE STF-REC-CHANGED-DATE TO CD14O-CHANGED-DATE.

      * $ Version 8.00d sequenced on Sunday 9 Aug 2026 at 1:00pm
