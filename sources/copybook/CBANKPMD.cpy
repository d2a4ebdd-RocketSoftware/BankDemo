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
      * CBANKPMD.CPY                                                  *
      *---------------------------------------------------------------*
      * Parameter area for the business parameter utility UBNKPRM1,   *
      * which returns the value of a business parameter in force on a *
      * date from the parameter file BNKPARM                          *
      *****************************************************************
         05  PMD-FUNCTION                          PIC X(8).
           88  PMD-REQUEST-GET                       VALUE 'GET     '.
         05  PMD-PARM-ID                           PIC X(16).
      * Spaces for the current business date
         05  PMD-AS-OF                             PIC X(10).
         05  PMD-VALUE                             PIC S9(9)V99 COMP-3.
         05  PMD-EFF-DATE                          PIC X(10).
         05  PMD-STATUS                            PIC X(1).
           88  PMD-STATUS-FOUND                      VALUE 'Y'.
      * No value in force - the caller keeps its own default
           88  PMD-STATUS-NOTFOUND                   VALUE 'N'.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
