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
      * CBANKVPW.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the record file record layout for third-party         *
      * authorities (BNKPOA) - a power of attorney, trusteeship or    *
      * court appointment that lets a representative act on a         *
      * customer's accounts, one record per authority granted.        *
      * The scope is cumulative: transact includes view, and close    *
      * includes transact.  Expiry is spaces for an authority that    *
      * runs until it is revoked.                                     *
      *****************************************************************
         05  BPW-RECORD                            PIC X(120).
         05  FILLER REDEFINES BPW-RECORD.
           10  BPW-REC-KEY.
             15  BPW-REC-PID                       PIC X(5).
             15  BPW-REC-SEQ                       PIC 9(2).
      * The representative - their PID when they bank with us, and
      * always their name and identity document reference
           10  BPW-REC-REP-PID                     PIC X(5).
           10  BPW-REC-REP-NAME                    PIC X(25).
           10  BPW-REC-REP-IDREF                   PIC X(20).
           10  BPW-REC-TYPE                        PIC X(1).
             88  BPW-REC-ATTORNEY                    VALUE 'P'.
             88  BPW-REC-TRUSTEE                     VALUE 'T'.
             88  BPW-REC-COURT                       VALUE 'C'.
           10  BPW-REC-SCOPE                       PIC X(1).
             88  BPW-REC-SCOPE-VIEW                  VALUE 'V'.
             88  BPW-REC-SCOPE-TRANSACT              VALUE 'T'.
             88  BPW-REC-SCOPE-CLOSE                 VALUE 'C'.
           10  BPW-REC-START-DATE                  PIC X(10).
           10  BPW-REC-EXPIRY-DATE                 PIC X(10).
           10  BPW-REC-STATUS                      PIC X(1).
             88  BPW-REC-ACTIVE                      VALUE 'A'.
             88  BPW-REC-REVOKED                     VALUE 'R'.
             88  BPW-REC-TERMINATED                  VALUE 'T'.
      * When and why an authority stopped - revoked at the counter,
      * or terminated because the customer died
           10  BPW-REC-END-DATE                    PIC X(10).
           10  BPW-REC-END-REASON                  PIC X(1).
             88  BPW-REC-END-REVOKED                 VALUE 'R'.
             88  BPW-REC-END-DECEASED                VALUE 'D'.
           10  BPW-REC-USERID                      PIC X(8).
           10  BPW-REC-FILLER                      PIC X(21).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
