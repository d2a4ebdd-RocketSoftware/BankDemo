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
      * CCOOLD01.CPY                                                  *
      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DCOOL01P) which keeps the contact-change *
      * cooling-off file.  START is called when an address, telephone *
      * or email is changed: it confirms the change to the old and    *
      * new contact points and starts the cooling-off period.  CHECK  *
      * is called before a restricted action and answers CLEAR,       *
      * REFERRED (let through, the rules engine has logged it) or     *
      * BLOCKED.  OVERRIDE lifts the restriction, with the reason.    *
      * GET returns the customer's cooling-off state for staff.       *
      *****************************************************************
         05  CDK1-DATA.
           10  CDK1I-DATA.
             15  CDK1I-FUNCTION                    PIC X(8).
               88  CDK1-REQUEST-START               VALUE 'START   '.
               88  CDK1-REQUEST-CHECK               VALUE 'CHECK   '.
               88  CDK1-REQUEST-OVERRIDE            VALUE 'OVERRIDE'.
               88  CDK1-REQUEST-GET                 VALUE 'GET     '.
             15  CDK1I-PID                         PIC X(5).
             15  CDK1I-USERID                      PIC X(8).
      * CHECK - the restricted action being attempted, the channel
      * it came through (as CD35I-CHANNEL) and any amount
             15  CDK1I-ACTION                      PIC X(4).
               88  CDK1I-ACTION-CARD                 VALUE 'CARD'.
               88  CDK1I-ACTION-PAYEE                VALUE 'PAYE'.
               88  CDK1I-ACTION-WIRE                 VALUE 'WIRE'.
               88  CDK1I-ACTION-DEVICE               VALUE 'DEVC'.
               88  CDK1I-ACTION-LIMIT                VALUE 'XLIM'.
             15  CDK1I-CHANNEL                     PIC X(1).
             15  CDK1I-AMOUNT                      PIC S9(7)V99 COMP-3.
      * OVERRIDE - why the restriction is being lifted
             15  CDK1I-REASON                      PIC X(40).
      * START - which contact points changed, as they were before and
      * as they are now
             15  CDK1I-ADDR-CHANGED                PIC X(1).
               88  CDK1I-ADDR-WAS-CHANGED            VALUE 'Y'.
             15  CDK1I-TEL-CHANGED                 PIC X(1).
               88  CDK1I-TEL-WAS-CHANGED             VALUE 'Y'.
             15  CDK1I-EMAIL-CHANGED               PIC X(1).
               88  CDK1I-EMAIL-WAS-CHANGED           VALUE 'Y'.
             15  CDK1I-OLD-ADDR1                   PIC X(25).
             15  CDK1I-OLD-PSTCDE                  PIC X(6).
             15  CDK1I-OLD-TEL                     PIC X(12).
             15  CDK1I-OLD-EMAIL                   PIC X(30).
             15  CDK1I-NEW-ADDR1                   PIC X(25).
             15  CDK1I-NEW-PSTCDE                  PIC X(6).
             15  CDK1I-NEW-TEL                     PIC X(12).
             15  CDK1I-NEW-EMAIL                   PIC X(30).
           10  CDK1O-DATA.
             15  CDK1O-STATUS                      PIC X(8).
               88  CDK1O-STATUS-OK                  VALUE 'OK      '.
               88  CDK1O-STATUS-CLEAR               VALUE 'CLEAR   '.
               88  CDK1O-STATUS-REFERRED            VALUE 'REFERRED'.
               88  CDK1O-STATUS-BLOCKED             VALUE 'BLOCKED '.
               88  CDK1O-STATUS-NOTFOUND            VALUE 'NOTFOUND'.
               88  CDK1O-STATUS-ERROR               VALUE 'ERROR   '.
             15  CDK1O-MSG                         PIC X(40).
      * GET - Y while the restriction is in force
             15  CDK1O-IN-FORCE                    PIC X(1).
               88  CDK1O-IS-IN-FORCE                 VALUE 'Y'.
             15  CDK1O-CHANGED-TS                  PIC X(26).
             15  CDK1O-CHANGED-BY                  PIC X(8).
             15  CDK1O-UNTIL-DATE                  PIC X(10).
             15  CDK1O-ADDR-CHANGED                PIC X(1).
             15  CDK1O-TEL-CHANGED                 PIC X(1).
             15  CDK1O-EMAIL-CHANGED               PIC X(1).
             15  CDK1O-OVERRIDE                    PIC X(1).
             15  CDK1O-OVR-USERID                  PIC X(8).
             15  CDK1O-OVR-DATE                    PIC X(10).
             15  CDK1O-OVR-REASON                  PIC X(40).
             15  CDK1O-ATTEMPT-COUNT               PIC 9(3).
             15  CDK1O-ATTEMPT                     OCCURS 5 TIMES.
               20  CDK1O-ATT-DATE                  PIC X(10).
               20  CDK1O-ATT-ACTION                PIC X(4).
               20  CDK1O-ATT-RESULT                PIC X(1).

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
