      * does not collide - a sequence number is carried as a          *
      * tie-breaker and bumped by the writer on a duplicate key.      *
      *****************************************************************
         05  BAL-RECORD                            PIC X(200).
         05  FILLER REDEFINES BAL-RECORD.
           10  BAL-REC-KEY.
             15  BAL-REC-PROGRAM                    PIC X(8).
           10  BAL-REC-ACCESS-METHOD                 PIC X(3).
      * Tamper-evident chain: every entry carries its position in
      * the order written and a digest folded over the previous
      * entry's digest plus this entry's key and identifiers, and
      * its customer, userid and detail when any is present
      * (UBNKHSH1).  The running state lives on the BNKALGA anchor
      * file; the verify run re-walks the chain in sequence order
      * and reports the first broken link.
           10  BAL-REC-CHAIN-SEQ                     PIC 9(9).
           10  BAL-REC-CHAIN-HASH                    PIC X(16).
      * The customer whose data the traced activity touched, where
      * the tracing program knows it - chained into the digest when
      * present; entries written before it was carried have it blank
      * and still verify.
           10  BAL-REC-PID                           PIC X(5).
      * Likewise the staff userid an administration change was
      * made to.
           10  BAL-REC-USERID                        PIC X(8).
      * Free-form detail of the change traced, such as the old and
      * new values of a business parameter - chained likewise.
           10  BAL-REC-DETAIL                        PIC X(80).
           10  FILLER                                PIC X(35).

      * $ Version 8.00c sequenced on Sunday 9 Aug 2026 at 12:00pm
