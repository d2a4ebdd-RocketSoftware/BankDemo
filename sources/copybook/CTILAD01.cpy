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
      * CTILAD01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DTILA01P) which prepares the truth-in-   *
      * lending disclosure for a saved loan quote.  DISCLOSE builds  *
      * the document from the quote and its BNKLOANS schedule into   *
      * the BNKREPO repository and stamps its reference on the quote. *
      * ACK records the borrower's acknowledgement, which conversion  *
      * needs.  ENROL puts the creditor cover and escrow terms the    *
      * disclosure was built on into force on BNKCRIN and BNKESCR    *
      * once the quote has become a loan account.                     *
      *****************************************************************
         05  CTL1-DATA.
           10  CTL1I-DATA.
             15  CTL1I-FUNCTION                    PIC X(8).
               88  CTL1-REQUEST-DISCLOSE            VALUE 'DISCLOSE'.
               88  CTL1-REQUEST-ACK                 VALUE 'ACK     '.
               88  CTL1-REQUEST-ENROL               VALUE 'ENROL   '.
             15  CTL1I-USERID                      PIC X(8).
             15  CTL1I-PID                         PIC X(5).
             15  CTL1I-SEQ                         PIC 9(4).
      * DISCLOSE and ACK - creditor cover premium per 1000 of balance
      * a month and the monthly escrow portion; zero when not taken
             15  CTL1I-INS-RATE                    PIC S9(3)V9(3)
                                                     COMP-3.
             15  CTL1I-ESCROW                      PIC S9(5)V99
                                                     COMP-3.
      * ACK - the terms being converted, which must still be the
      * terms that were disclosed
             15  CTL1I-PRINCIPAL                   PIC S9(7)V99
                                                     COMP-3.
             15  CTL1I-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
             15  CTL1I-TERM                        PIC 9(4).
           10  CTL1O-DATA.
             15  CTL1O-STATUS                      PIC X(8).
               88  CTL1O-STATUS-OK                  VALUE 'OK      '.
               88  CTL1O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CTL1O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CTL1O-MSG                         PIC X(40).
      * The repository entry holding the document
             15  CTL1O-DISCLOSURE-REF.
               20  CTL1O-REPORT-ID                 PIC X(8).
               20  CTL1O-REPORT-DATE               PIC X(10).
               20  CTL1O-LINE-NO                   PIC 9(6).
             15  CTL1O-LINE-COUNT                  PIC 9(5).
      * DISCLOSE - the figures disclosed
             15  CTL1O-APR                         PIC S9(3)V9(3)
                                                     COMP-3.
             15  CTL1O-AMOUNT-FINANCED             PIC S9(7)V99
                                                     COMP-3.
             15  CTL1O-FINANCE-CHARGE              PIC S9(7)V99
                                                     COMP-3.
             15  CTL1O-TOTAL-PAYMENTS              PIC S9(9)V99
                                                     COMP-3.
             15  CTL1O-ORIG-FEE                    PIC S9(7)V99
                                                     COMP-3.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
