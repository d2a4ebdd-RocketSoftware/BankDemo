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
      * CFCOLD01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DFCOL01P) which keeps the foreign cheque *
      * collection register BNKFCOL.  LODGE registers a cheque drawn  *
      * on a foreign bank against the customer's account and names   *
      * the correspondent that will collect it.  PROCEEDS closes an   *
      * item the correspondent has paid: the account is credited at   *
      * the rate on the proceeds date less the collection fee, and    *
      * the proceeds are mirrored to the nostro.  RETURN closes an    *
      * item that came back unpaid and charges the returned-item fee. *
      * GET returns one item; LIST the items lodged to an account.    *
      *****************************************************************
         05  CDF1-DATA.
           10  CDF1I-DATA.
             15  CDF1I-FUNCTION                    PIC X(8).
               88  CDF1-REQUEST-LODGE               VALUE 'LODGE   '.
               88  CDF1-REQUEST-PROCEEDS            VALUE 'PROCEEDS'.
               88  CDF1-REQUEST-RETURN              VALUE 'RETURN  '.
               88  CDF1-REQUEST-GET                 VALUE 'GET     '.
               88  CDF1-REQUEST-LIST                VALUE 'LIST    '.
             15  CDF1I-USERID                      PIC X(8).
      * PROCEEDS, RETURN and GET - the collection reference
             15  CDF1I-REF                         PIC X(10).
      * LODGE and LIST - the customer's account
             15  CDF1I-ACCNO                       PIC X(9).
      * LODGE - the cheque, and the correspondent when the teller
      * wants other than the one kept for the currency
             15  CDF1I-DRAWEE-BANK                 PIC X(30).
             15  CDF1I-CHEQUE-NO                   PIC X(10).
             15  CDF1I-CURRENCY                    PIC X(3).
             15  CDF1I-AMOUNT                      PIC S9(9)V99 COMP-3.
             15  CDF1I-BIC                         PIC X(11).
      * PROCEEDS - the amount the correspondent paid, in the cheque's
      * currency (zero for the face amount), and its value date
      * (spaces for today)
             15  CDF1I-PROCEEDS                    PIC S9(9)V99 COMP-3.
             15  CDF1I-PROCEEDS-DATE               PIC X(10).
      * RETURN - why the cheque was not paid
             15  CDF1I-REASON                      PIC X(30).
      * LIST - the reference to carry on from (spaces from the start)
             15  CDF1I-START-REF                   PIC X(10).
           10  CDF1O-DATA.
             15  CDF1O-STATUS                      PIC X(8).
               88  CDF1O-STATUS-OK                  VALUE 'OK      '.
               88  CDF1O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CDF1O-STATUS-NORATE              VALUE 'NORATE  '.
               88  CDF1O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CDF1O-MSG                         PIC X(40).
      * LODGE, PROCEEDS, RETURN and GET - the item as it now stands
             15  CDF1O-ITEM.
               20  CDF1O-REF                       PIC X(10).
               20  CDF1O-PID                       PIC X(5).
               20  CDF1O-ACCNO                     PIC X(9).
               20  CDF1O-DRAWEE-BANK               PIC X(30).
               20  CDF1O-CHEQUE-NO                 PIC X(10).
               20  CDF1O-CURRENCY                  PIC X(3).
               20  CDF1O-AMOUNT                    PIC S9(9)V99 COMP-3.
               20  CDF1O-BIC                       PIC X(11).
               20  CDF1O-ITEM-STATUS               PIC X(1).
               20  CDF1O-LODGED-DATE               PIC X(10).
               20  CDF1O-SENT-DATE                 PIC X(10).
               20  CDF1O-CLOSED-DATE               PIC X(10).
               20  CDF1O-PROCEEDS                  PIC S9(9)V99 COMP-3.
               20  CDF1O-PROCEEDS-DATE             PIC X(10).
               20  CDF1O-RATE                      PIC S9(3)V9(6)
                                                   COMP-3.
               20  CDF1O-CREDITED                  PIC S9(9)V99 COMP-3.
               20  CDF1O-FEE                       PIC S9(7)V99 COMP-3.
               20  CDF1O-RETURN-REASON             PIC X(30).
      * LIST - up to 15 items, with the reference to ask from next
             15  CDF1O-LIST-COUNT                  PIC 9(2).
             15  CDF1O-LIST-ENTRY                  OCCURS 15 TIMES.
               20  CDF1O-LIST-REF                  PIC X(10).
               20  CDF1O-LIST-LODGED-DATE          PIC X(10).
               20  CDF1O-LIST-CURRENCY             PIC X(3).
               20  CDF1O-LIST-AMOUNT               PIC S9(9)V99 COMP-3.
               20  CDF1O-LIST-STATUS               PIC X(1).
               20  CDF1O-LIST-CLOSED-DATE          PIC X(10).
             15  CDF1O-MORE                        PIC X(1).
               88  CDF1O-MORE-ITEMS                  VALUE 'Y'.
             15  CDF1O-NEXT-REF                    PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
