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
      * CBANKVRA.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record layout for the annual foreign tax resident *
      * reportable-accounts file - one record for every account held  *
      * during the reporting year by a holder certified as tax        *
      * resident abroad, for each such country of residence, with the *
      * year-end balance and the interest paid in the year            *
      *****************************************************************
         05  BRA-RECORD                            PIC X(250).
         05  FILLER REDEFINES BRA-RECORD.
           10  BRA-REC-YEAR                        PIC 9(4).
           10  BRA-REC-RES-CNTRY                   PIC X(2).
           10  BRA-REC-RES-TIN                     PIC X(20).
           10  BRA-REC-RES-NO-TIN                  PIC X(1).
           10  BRA-REC-PID                         PIC X(5).
      * O the account's owner, J a joint signer
           10  BRA-REC-HOLDER-ROLE                 PIC X(1).
           10  BRA-REC-NAME                        PIC X(25).
           10  BRA-REC-ADDR1                       PIC X(25).
           10  BRA-REC-ADDR2                       PIC X(25).
           10  BRA-REC-STATE                       PIC X(2).
           10  BRA-REC-CNTRY                       PIC X(6).
           10  BRA-REC-POST-CODE                   PIC X(6).
           10  BRA-REC-BIRTH-DATE                  PIC X(10).
           10  BRA-REC-ACCNO                       PIC X(9).
           10  BRA-REC-ACC-TYPE                    PIC X(1).
           10  BRA-REC-CURRENCY                    PIC X(3).
      * The balance at the last snapshot of the year on BNKHIST
           10  BRA-REC-BALANCE                     PIC S9(9)V99 COMP-3.
           10  BRA-REC-BALANCE-DATE                PIC X(10).
           10  BRA-REC-INTEREST                    PIC S9(9)V99 COMP-3.
           10  BRA-REC-CLOSED                      PIC X(1).
             88  BRA-REC-ACC-CLOSED                  VALUE 'Y'.
           10  BRA-REC-FILLER                      PIC X(82).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
