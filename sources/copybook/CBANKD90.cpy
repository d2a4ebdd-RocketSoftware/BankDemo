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
      * CBANKD90.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK90P) which keeps the pay-by-alias   *
      * directory BNKALIAS: REGISTER the customer's e-mail (type E)   *
      * or telephone (type T) against one of their accounts, or move  *
      * it to another, RELEASE it, LIST the customer's aliases,       *
      * RESOLVE an alias a payer typed to the account and a masked    *
      * name for confirmation, and RELACC to release whatever points  *
      * to an account being closed.                                   *
      *****************************************************************
         05  CD90-DATA.
           10  CD90I-DATA.
             15  CD90I-FUNCTION                    PIC X(8).
               88  CD90-REQUEST-REGISTER            VALUE 'REGISTER'.
               88  CD90-REQUEST-RELEASE             VALUE 'RELEASE '.
               88  CD90-REQUEST-LIST                VALUE 'LIST    '.
               88  CD90-REQUEST-RESOLVE             VALUE 'RESOLVE '.
               88  CD90-REQUEST-RELACC              VALUE 'RELACC  '.
             15  CD90I-PID                         PIC X(5).
             15  CD90I-TYPE                        PIC X(1).
               88  CD90I-TYPE-VALID                 VALUE 'E' 'T'.
             15  CD90I-ACCNO                       PIC X(9).
             15  CD90I-ALIAS                       PIC X(30).
             15  CD90I-USERID                      PIC X(8).
           10  CD90O-DATA.
             15  CD90O-STATUS                      PIC X(8).
               88  CD90O-STATUS-OK                  VALUE 'OK      '.
               88  CD90O-STATUS-NOTFOUND             VALUE 'NOTFOUND'.
               88  CD90O-STATUS-ERROR                VALUE 'ERROR   '.
             15  CD90O-MSG                         PIC X(40).
      * RESOLVE answers the account and the owner's name with all but
      * the first letter of each word masked
             15  CD90O-ACCNO                       PIC X(9).
             15  CD90O-PID                         PIC X(5).
             15  CD90O-MASKED-NAME                 PIC X(25).
             15  CD90O-RELEASE-COUNT               PIC 9(1).
             15  CD90O-LIST-COUNT                  PIC 9(1).
             15  CD90O-LIST-ENTRY                  OCCURS 2 TIMES.
               20  CD90O-LIST-TYPE                 PIC X(1).
               20  CD90O-LIST-ALIAS                PIC X(30).
               20  CD90O-LIST-ACCNO                PIC X(9).
               20  CD90O-LIST-REG-DATE             PIC X(10).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
