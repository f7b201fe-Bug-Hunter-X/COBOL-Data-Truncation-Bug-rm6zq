      *****************************************************
      * PNDREC - pending-approval record, one per FLRTREC  *
      * transaction waiting on the FLRPEND file for a      *
      * second user's decision in LENAPPRV. PND-ID is the  *
      * reference the approver quotes on the decision card *
      * (APRREC): the date the transaction was taken onto  *
      * the file and its sequence within that day. PND-    *
      * SOURCE says where it came from - K keyed by a user *
      * on FLRKEYIN, P drafted by LENPROPG on FLRPROP. The *
      * rest is the transaction exactly as submitted.      *
      *****************************************************
       01  PND-RECORD.
           05  PND-ID.
               10  PND-SUBMIT-DATE     PIC 9(8).
               10  PND-SEQ-NO          PIC 9(4).
           05  PND-SOURCE              PIC X(1).
               88  PND-KEYED           VALUE "K".
               88  PND-PROPOSED        VALUE "P".
           05  PND-ACTION              PIC X(1).
           05  PND-FIELD-NAME          PIC X(20).
           05  PND-MAX-LENGTH          PIC 9(4).
           05  PND-EFFECTIVE-DATE      PIC 9(8).
           05  PND-KEYED-BY            PIC X(8).
