      * amortization schedule behind a quote is held separately on    *
      * the BNKLOANS file (CBANKVLS), one record per payment period.  *
      *****************************************************************
         05  BLQ-RECORD                            PIC X(160).
         05  FILLER REDEFINES BLQ-RECORD.
           10  BLQ-REC-KEY.
             15  BLQ-REC-PID                       PIC X(5).
           10  BLQ-REC-PAYMENT                     PIC S9(6)V99
                                                     COMP-3.
           10  BLQ-REC-QUOTE-DTE                   PIC X(10).
      * A converted (running) loan ends either paid off, or charged
      * off to loan losses by the nightly lifecycle run ZBNKLCY1.
           10  BLQ-REC-STATUS                      PIC X(1).
             88  BLQ-REC-QUOTED                     VALUE 'Q'.
             88  BLQ-REC-CONVERTED                   VALUE 'C'.
             88  BLQ-REC-PAID-OFF                    VALUE 'P'.
             88  BLQ-REC-CHARGED-OFF                 VALUE 'W'.
             88  BLQ-REC-DRAWN                       VALUE 'C' 'P' 'W'.
      * A construction loan still in its draw period (BNKCONL) - it
      * becomes a converted loan once ZBNKCNS1 converts it, or lapses
      * if its draw period ends with nothing drawn.
             88  BLQ-REC-CONSTRUCTION                VALUE 'K'.
             88  BLQ-REC-LAPSED                      VALUE 'L'.
           10  BLQ-REC-ACCNO                       PIC X(9).
      * Date the quote was converted into a running loan - period n
      * of the schedule falls due n months after this date, which is
      * longer owed as arrears.
           10  BLQ-REC-ARREARS-CAPITALIZED         PIC S9(7)V99
                                                     COMP-3.
      * Last schedule period the billing notice run ZBNKBLN1 sent a
      * notice for, so each installment is billed once.
           10  BLQ-REC-NOTICE-PERIOD               PIC 9(4).
      * Truth-in-lending disclosure issued before the quote may be
      * converted: the repository entry holding the document (its
      * report id, date and first line), the annual percentage rate
      * it disclosed and the creditor cover and escrow terms it was
      * built on.  The quote cannot be converted until the borrower's
      * acknowledgement has been recorded against it.
           10  BLQ-REC-DISCLOSURE-REF.
             15  BLQ-REC-DISC-REPORT-ID            PIC X(8).
             15  BLQ-REC-DISC-DATE                 PIC X(10).
             15  BLQ-REC-DISC-LINE-NO              PIC 9(6).
           10  BLQ-REC-DISC-APR                    PIC S9(3)V9(3)
                                                     COMP-3.
           10  BLQ-REC-DISC-INS-RATE               PIC S9(3)V9(3)
                                                     COMP-3.
           10  BLQ-REC-DISC-ESCROW                 PIC S9(5)V99
                                                     COMP-3.
           10  BLQ-REC-DISC-ACK                    PIC X(1).
             88  BLQ-REC-DISC-ACKNOWLEDGED           VALUE 'Y'.
           10  BLQ-REC-DISC-ACK-DTE                PIC X(10).
           10  BLQ-REC-DISC-ACK-BY                 PIC X(8).
           10  FILLER                              PIC X(7).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 2:00pm
