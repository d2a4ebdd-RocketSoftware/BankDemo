           10  STF-REC-STATUS                      PIC X(1).
             88  STF-REC-ACTIVE                     VALUE 'A'.
             88  STF-REC-REVOKED                     VALUE 'R'.
             88  STF-REC-SUSPENDED                   VALUE 'S'.
      * Home branch, and the date after which signon is refused
      * (spaces for a userid that does not expire)
           10  STF-REC-BRANCH                      PIC X(4).
           10  STF-REC-EXPIRY-DATE                 PIC X(10).
      * Last successful signon (spaces if never), and when and by
      * whom the record was added and last changed
           10  STF-REC-LAST-SIGNON                 PIC X(10).
           10  STF-REC-ADDED-DATE                  PIC X(10).
           10  STF-REC-CHANGED-BY                  PIC X(8).
           10  STF-REC-CHANGED-DATE                PIC X(10).
           10  FILLER                              PIC X(13).

      * $ Version 7.00a sequenced on Thursday 20 Sep 2012 at 3:30pm
