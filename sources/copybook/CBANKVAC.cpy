           10  BAC-REC-YTD-FEES                    PIC S9(7)V99 COMP-3.
           10  BAC-REC-STATUS                       PIC X(1).
             88  BAC-REC-OPEN                        VALUE SPACE.
             88  BAC-REC-CLOSED                       VALUE 'C' 'W'.
      * The balance was remitted to the unclaimed-property authority
      * by the escheatment run; the authority's claim reference is
      * carried in BAC-REC-HOLD-REASON.
             88  BAC-REC-ESCHEATED                    VALUE 'E'.
      * Closed by the overdrawn collections run ZBNKODC1 with its
      * negative balance charged off to the recovery ledger BNKODRL.
      * It is closed to everything except repayments, which the run
      * takes to the ledger as recoveries.
             88  BAC-REC-WRITTEN-OFF                  VALUE 'W'.
      * A second authorized signer on the account, in addition to the
      * owner (BAC-REC-PID) and the first joint signer (BAC-REC-
      * JOINT-PID) - a joint signer can see and transact on the
      * the escheatment run only remits balances it has warned.
           10  BAC-REC-ESCH-WARNED                 PIC X(1).
             88  BAC-REC-ESCH-LETTER-SENT            VALUE 'Y'.
      * Set when the pre-maturity notice has gone out for the current
      * term; cleared when the deposit rolls into a new term.
           10  BAC-REC-TD-NOTICED                  PIC X(1).
             88  BAC-REC-TD-NOTICE-SENT              VALUE 'Y'.
      * Withdrawals and transfers out counted in the current cycle
      * (YYYYMM) against the account type's monthly limit, whether
      * the limit has been exceeded this cycle, and for how many
      * cycles in a row it has been - kept by UBNKDLM1.
           10  BAC-REC-DEBIT-CYCLE                 PIC 9(6) COMP-3.
           10  BAC-REC-DEBIT-COUNT                 PIC 9(3) COMP-3.
           10  BAC-REC-DEBIT-OVER                  PIC X(1).
             88  BAC-REC-OVER-DEBIT-LIMIT            VALUE 'Y'.
           10  BAC-REC-DEBIT-OVER-RUN              PIC 9(1).
           10  BAC-REC-FILLER                      PIC X(1).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 9:00pm
