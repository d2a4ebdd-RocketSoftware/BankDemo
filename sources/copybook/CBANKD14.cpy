      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK14P) which maintains the staff       *
      * record for a userid on the BNKSTAFF file (CBANKVST).          *
      * CHECK, VERIFY and SIGNON serve the signon path; GET, ADD,     *
      * UPDATE, SUSPEND and REINSTATE the staff administration screen *
      * (BBANK53P), each change being written to the activity log.    *
      *****************************************************************
         05  CD14-DATA.
           10  CD14I-DATA.
             15  CD14I-FUNCTION                     PIC X(8).
               88  CD14-REQUEST-CHECK               VALUE 'CHECK   '.
               88  CD14-REQUEST-ADD                 VALUE 'ADD     '.
               88  CD14-REQUEST-VERIFY              VALUE 'VERIFY  '.
               88  CD14-REQUEST-SIGNON              VALUE 'SIGNON  '.
               88  CD14-REQUEST-GET                 VALUE 'GET     '.
               88  CD14-REQUEST-UPDATE              VALUE 'UPDATE  '.
               88  CD14-REQUEST-SUSPEND             VALUE 'SUSPEND '.
               88  CD14-REQUEST-REINSTATE           VALUE 'REINSTAT'.
             15  CD14I-USERID                       PIC X(8).
             15  CD14I-NAME                         PIC X(25).
             15  CD14I-ROLE                         PIC X(1).
             15  CD14I-BRANCH                       PIC X(4).
      * YYYY-MM-DD, or spaces for a userid that does not expire
             15  CD14I-EXPIRY-DATE                  PIC X(10).
      * The administrator making a change, and where from
             15  CD14I-ADMIN-USERID                 PIC X(8).
             15  CD14I-TERMID                       PIC X(4).
             15  CD14I-TRANID                       PIC X(4).
           10  CD14O-DATA.
             15  CD14O-STATUS                       PIC X(8).
               88  CD14O-STATUS-OK                  VALUE 'OK      '.
               88  CD14O-STATUS-ERROR               VALUE 'ERROR   '.
               88  CD14O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD14O-STATUS-REFUSED              VALUE 'REFUSED '.
             15  CD14O-NAME                         PIC X(25).
             15  CD14O-ROLE                         PIC X(1).
               88  CD14O-ROLE-TELLER                 VALUE 'T'.
               88  CD14O-ROLE-ADMIN                   VALUE 'A'.
             15  CD14O-MSG                          PIC X(40).
             15  CD14O-STAFF-STATUS                 PIC X(1).
             15  CD14O-BRANCH                       PIC X(4).
             15  CD14O-EXPIRY-DATE                  PIC X(10).
             15  CD14O-LAST-SIGNON                  PIC X(10).
             15  CD14O-ADDED-DATE                   PIC X(10).
             15  CD14O-CHANGED-BY                   PIC X(8).
             15  CD14O-CHANGED-DATE                 PIC X(10).

      * $ Version 7.00a sequenced on Thursday 20 Sep 2012 at 3:30pm
