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
      * CBANKVAS.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for the pay-by-alias    *
      * directory (BNKALIAS).  A customer's e-mail address or         *
      * telephone number, exactly as held on their BNKCUST record,    *
      * points to one of their accounts so that a payer can send      *
      * money to it without knowing the account number.  The key is   *
      * the alias in upper case.  A released alias stays on file for  *
      * the audit trail until it is registered again.                 *
      *****************************************************************
         05  BAS-RECORD                            PIC X(100).
         05  FILLER REDEFINES BAS-RECORD.
           10  BAS-REC-ALIAS                       PIC X(30).
           10  BAS-REC-TYPE                        PIC X(1).
             88  BAS-REC-TYPE-EMAIL                  VALUE 'E'.
             88  BAS-REC-TYPE-TEL                    VALUE 'T'.
           10  BAS-REC-PID                         PIC X(5).
           10  BAS-REC-ACCNO                       PIC X(9).
           10  BAS-REC-STATUS                      PIC X(1).
             88  BAS-REC-ACTIVE                      VALUE 'A'.
             88  BAS-REC-RELEASED                    VALUE 'R'.
           10  BAS-REC-REG-DATE                    PIC X(10).
           10  BAS-REC-CHANGE-DATE                 PIC X(10).
      * Why an alias was released - by the customer, because the
      * account it pointed to closed, or because the customer's
      * contact details no longer carry it
           10  BAS-REC-RELEASE-REASON              PIC X(1).
             88  BAS-REC-REL-CUSTOMER                VALUE 'C'.
             88  BAS-REC-REL-ACC-CLOSED              VALUE 'X'.
             88  BAS-REC-REL-CONTACT                 VALUE 'D'.
           10  BAS-REC-USERID                      PIC X(8).
           10  BAS-REC-FILLER                      PIC X(25).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
