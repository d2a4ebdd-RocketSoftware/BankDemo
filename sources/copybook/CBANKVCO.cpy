      * order with its denomination breakdown, transmits it on the    *
      * carrier's file, and the status run walks it through           *
      * confirmed / in-transit / delivered - delivered counts post    *
      * back to the terminal's cash position or the branch vault.  A  *
      * pickup order takes a vault's cash over its insured limit.     *
      *****************************************************************
         05  BCO-RECORD                            PIC X(130).
         05  FILLER REDEFINES BCO-RECORD.
           10  BCO-REC-ORDER-NO                    PIC 9(6).
           10  BCO-REC-ORDER-DATE                  PIC X(10).
      * T = an ATM terminal in BNKTERM, B = a branch/vault,
      * P = a pickup of excess cash from a branch vault
           10  BCO-REC-DEST-TYPE                   PIC X(1).
             88  BCO-REC-DEST-TERMINAL               VALUE 'T'.
             88  BCO-REC-DEST-BRANCH                 VALUE 'B'.
             88  BCO-REC-DEST-PICKUP                 VALUE 'P'.
           10  BCO-REC-DEST-ID                     PIC X(8).
      * Notes ordered per cassette denomination (the BNKTERM
      * loadout order: typically 100/50/20/10)
