      * effect at once - the effective date is ignored for *
      * action D and the history records today. FLRT-      *
      * KEYED-BY records who keyed the transaction, for    *
      * the FLRHREC change history. FLRT-APPROVED-BY/      *
      * FLRT-APPROVED-DATE are stamped by the LENAPPRV     *
      * approval step when a second user releases the      *
      * transaction to LENMAINT; keyed and proposed cards  *
      * carry spaces/zero there, and LENMAINT refuses any  *
      * transaction whose approver is missing, is the      *
      * keyer, or is AUTOPROP.                             *
      *****************************************************
       01  FLR-TRANS-RECORD.
           05  FLRT-ACTION             PIC X(1).
           05  FLRT-MAX-LENGTH         PIC 9(4).
           05  FLRT-EFFECTIVE-DATE     PIC 9(8).
           05  FLRT-KEYED-BY           PIC X(8).
           05  FLRT-APPROVED-BY        PIC X(8).
           05  FLRT-APPROVED-DATE      PIC 9(8).
