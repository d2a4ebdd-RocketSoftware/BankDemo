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
      * CBANKD97.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK97P) which maintains construction   *
      * loan commitments (BNKCONL) and their staged draws (BNKDRAW).  *
      *****************************************************************
         05  CD97-DATA.
           10  CD97I-DATA.
             15  CD97I-FUNCTION                    PIC X(8).
               88  CD97-REQUEST-INQUIRE             VALUE 'INQUIRE '.
               88  CD97-REQUEST-OPEN                VALUE 'OPEN    '.
               88  CD97-REQUEST-DRAW                VALUE 'DRAW    '.
               88  CD97-REQUEST-SIGNOFF             VALUE 'SIGNOFF '.
               88  CD97-REQUEST-REJECT              VALUE 'REJECT  '.
               88  CD97-REQUEST-COMPLETE            VALUE 'COMPLETE'.
             15  CD97I-PID                         PIC X(5).
             15  CD97I-SEQ                         PIC 9(4).
      * OPEN - the terms of the commitment (the loan account itself
      * is opened by DBANK97P and returned in CD97O-LOAN-ACCNO).  With
      * no sequence number the terms are saved as a quote and the
      * truth-in-lending disclosure issued, the quote's sequence
      * number coming back in CD97O-SEQ; the account is opened when
      * OPEN is repeated with that sequence number and DISC-ACK Y
      * once the borrower has acknowledged the disclosure.
             15  CD97I-PAYOUT-ACCNO                PIC X(9).
             15  CD97I-COMMITMENT                  PIC S9(7)V99 COMP-3.
             15  CD97I-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
             15  CD97I-TERM                        PIC 9(4).
             15  CD97I-DRAW-END-DATE               PIC X(10).
             15  CD97I-DISC-ACK                    PIC X(1).
      * DRAW / SIGNOFF / REJECT
             15  CD97I-DRAW-NO                     PIC 9(3).
             15  CD97I-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CD97I-INSPECTION-REF              PIC X(20).
             15  CD97I-USERID                      PIC X(8).
           10  CD97O-DATA.
             15  CD97O-STATUS                      PIC X(8).
               88  CD97O-STATUS-OK                  VALUE 'OK      '.
               88  CD97O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD97O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD97O-MSG                         PIC X(40).
             15  CD97O-SEQ                         PIC 9(4).
             15  CD97O-LOAN-ACCNO                  PIC X(9).
             15  CD97O-PAYOUT-ACCNO                PIC X(9).
             15  CD97O-COMMITMENT                  PIC S9(7)V99 COMP-3.
             15  CD97O-DRAWN                       PIC S9(7)V99 COMP-3.
             15  CD97O-PENDING                     PIC S9(7)V99 COMP-3.
             15  CD97O-UNDRAWN                     PIC S9(7)V99 COMP-3.
             15  CD97O-RATE                        PIC S9(3)V9(3)
                                                     COMP-3.
             15  CD97O-TERM                        PIC 9(4).
             15  CD97O-OPENED-DATE                 PIC X(10).
             15  CD97O-DRAW-END-DATE               PIC X(10).
      * D drawing, F complete (awaiting conversion), C converted,
      * X lapsed undrawn
             15  CD97O-LOAN-STATUS                 PIC X(1).
             15  CD97O-INTEREST-CHARGED            PIC S9(7)V99 COMP-3.
             15  CD97O-DRAW-NO                     PIC 9(3).
      * OPEN - the disclosure issued for the commitment
             15  CD97O-DISCLOSURE-REF              PIC X(24).
             15  CD97O-APR                         PIC S9(3)V9(3)
                                                     COMP-3.
      * INQUIRE - the most recent draws, newest first
             15  CD97O-DRAW-COUNT                  PIC 9(1).
             15  CD97O-DRAW-ENTRY                  OCCURS 8 TIMES.
               20  CD97O-DRAW-ENTRY-NO             PIC 9(3).
               20  CD97O-DRAW-AMOUNT               PIC S9(7)V99 COMP-3.
               20  CD97O-DRAW-STATUS               PIC X(1).
               20  CD97O-DRAW-REQUESTED-BY         PIC X(8).
               20  CD97O-DRAW-REQUESTED-DATE       PIC X(10).
               20  CD97O-DRAW-INSPECTION-REF       PIC X(20).
               20  CD97O-DRAW-SIGNED-OFF-BY        PIC X(8).
               20  CD97O-DRAW-ACTION-DATE          PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
