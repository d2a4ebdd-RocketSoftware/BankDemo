      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK32P) which serves the night-run     *
      * history BNKRUNH, the inbound file register BNKIFR and the     *
      * outbound file register BNKOFR to the operator console         *
      *****************************************************************
         05  CD32-DATA.
           10  CD32I-DATA.
             15  CD32I-FUNCTION                    PIC X(8).
               88  CD32-REQUEST-LIST                VALUE 'LIST    '.
               88  CD32-REQUEST-RETRY               VALUE 'RETRY   '.
               88  CD32-REQUEST-INTAKE              VALUE 'INTAKE  '.
               88  CD32-REQUEST-RELEASE             VALUE 'RELEASE '.
               88  CD32-REQUEST-REJECT              VALUE 'REJECT  '.
               88  CD32-REQUEST-XMITS               VALUE 'XMITS   '.
               88  CD32-REQUEST-RESEND              VALUE 'RESEND  '.
             15  CD32I-RUN-DATE                    PIC X(10).
             15  CD32I-STEP-NO                     PIC 9(3).
      * The held inbound file the operator releases or rejects
             15  CD32I-FEED                        PIC X(8).
             15  CD32I-FILE-ID                     PIC X(20).
      * The outbound file to resend is keyed by its file id in
      * CD32I-FEED, its business date in CD32I-RUN-DATE and this
             15  CD32I-XMIT-SEQ                    PIC 9(2).
           10  CD32O-DATA.
             15  CD32O-STATUS                      PIC X(8).
               88  CD32O-STATUS-OK                  VALUE 'OK      '.
               20  CD32O-STEP-END                  PIC X(8).
               20  CD32O-STEP-RC                   PIC 9(4).
               20  CD32O-STEP-STATUS               PIC X(1).
      * Projected finish of the run from the steps' normal elapsed
      * times, against the deadline for opening the online day
             15  CD32O-PROJ-FINISH                 PIC X(8).
             15  CD32O-DEADLINE                    PIC X(8).
             15  CD32O-PROJ-FLAG                   PIC X(1).
               88  CD32O-PROJ-NONE                  VALUE SPACE.
               88  CD32O-PROJ-ON-TIME               VALUE 'O'.
               88  CD32O-PROJ-BREACH                VALUE 'B'.
               88  CD32O-PROJ-HALTED                VALUE 'H'.
             15  CD32O-PROJ-REMAINING              PIC 9(3).
      * Inbound files held by intake control, or released and waiting
      * for their importer to run again
             15  CD32O-HELD-COUNT                  PIC 9(2).
             15  CD32O-HELD-ENTRY                  OCCURS 10 TIMES.
               20  CD32O-HELD-FEED                 PIC X(8).
               20  CD32O-HELD-FILE-ID              PIC X(20).
               20  CD32O-HELD-CREATED              PIC X(10).
               20  CD32O-HELD-SEQUENCE             PIC 9(6).
               20  CD32O-HELD-STATUS               PIC X(1).
               20  CD32O-HELD-REASON               PIC X(30).
      * Outbound files not yet acknowledged by their recipient
             15  CD32O-XMIT-COUNT                  PIC 9(2).
             15  CD32O-XMIT-ENTRY                  OCCURS 10 TIMES.
               20  CD32O-XMIT-FILE-ID              PIC X(8).
               20  CD32O-XMIT-BUS-DATE             PIC X(10).
               20  CD32O-XMIT-SEQ                  PIC 9(2).
               20  CD32O-XMIT-RECORDS              PIC 9(9).
               20  CD32O-XMIT-DUE-DATE             PIC X(10).
               20  CD32O-XMIT-STATUS               PIC X(1).
               20  CD32O-XMIT-RECIPIENT            PIC X(30).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 6:00pm
