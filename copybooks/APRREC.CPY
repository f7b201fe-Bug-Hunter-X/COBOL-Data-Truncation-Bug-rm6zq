      *****************************************************
      * APRREC - approval decision card read by LENAPPRV,  *
      * one per pending transaction decided. APR-PEND-ID   *
      * is the PND-ID from the aging listing and           *
      * APR-FIELD-NAME must repeat the pending             *
      * transaction's field name, so a mis-keyed ID cannot *
      * release the wrong change. APR-DECISION is A to     *
      * approve (release to LENMAINT) or R to reject       *
      * (withdraw it). APR-APPROVER-ID is the deciding     *
      * user: never the FLRT-KEYED-BY of the transaction   *
      * and never AUTOPROP.                                *
      *****************************************************
       01  APR-RECORD.
           05  APR-PEND-ID             PIC 9(12).
           05  APR-FIELD-NAME          PIC X(20).
           05  APR-DECISION            PIC X(1).
               88  APR-APPROVE         VALUE "A".
               88  APR-REJECT          VALUE "R".
           05  APR-APPROVER-ID         PIC X(8).
