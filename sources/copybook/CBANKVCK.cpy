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
      * CBANKVCK.CPY                                                  *
      *---------------------------------------------------------------*
      * This is the file record layout for the contact-change         *
      * cooling-off file (BNKCOOL) - one record per customer whose    *
      * address, telephone or email has been changed.  Until the      *
      * cooling-off date has passed, card reissue, new saved payees,  *
      * wires, trusted-device registration and transfer-limit         *
      * increases are referred to the rules engine or refused, unless *
      * a member of staff has overridden the restriction.  The last   *
      * five restricted actions attempted are kept, newest first.     *
      *****************************************************************
         05  BCK-RECORD                            PIC X(300).
         05  FILLER REDEFINES BCK-RECORD.
           10  BCK-REC-PID                         PIC X(5).
           10  BCK-REC-CHANGED-TS                  PIC X(26).
           10  BCK-REC-CHANGED-BY                  PIC X(8).
           10  BCK-REC-UNTIL-DATE                  PIC X(10).
           10  BCK-REC-ADDR-CHANGED                PIC X(1).
             88  BCK-REC-ADDR-WAS-CHANGED            VALUE 'Y'.
           10  BCK-REC-TEL-CHANGED                 PIC X(1).
             88  BCK-REC-TEL-WAS-CHANGED             VALUE 'Y'.
           10  BCK-REC-EMAIL-CHANGED               PIC X(1).
             88  BCK-REC-EMAIL-WAS-CHANGED           VALUE 'Y'.
      * The contact points as they stood before the change
           10  BCK-REC-OLD-ADDR1                   PIC X(25).
           10  BCK-REC-OLD-PSTCDE                  PIC X(6).
           10  BCK-REC-OLD-TEL                     PIC X(12).
           10  BCK-REC-OLD-EMAIL                   PIC X(30).
           10  BCK-REC-OVERRIDE                    PIC X(1).
             88  BCK-REC-OVERRIDDEN                  VALUE 'Y'.
           10  BCK-REC-OVR-USERID                  PIC X(8).
           10  BCK-REC-OVR-DATE                    PIC X(10).
           10  BCK-REC-OVR-REASON                  PIC X(40).
           10  BCK-REC-ATTEMPT-COUNT               PIC 9(3).
           10  BCK-REC-ATTEMPT-LIST.
             15  BCK-REC-ATTEMPT                   OCCURS 5 TIMES.
               20  BCK-REC-ATT-DATE                PIC X(10).
               20  BCK-REC-ATT-ACTION              PIC X(4).
      * R referred to the rules engine and let through, B blocked
               20  BCK-REC-ATT-RESULT              PIC X(1).
           10  FILLER                              PIC X(38).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
