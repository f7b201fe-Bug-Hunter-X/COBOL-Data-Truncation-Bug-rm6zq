      *****************************************************
      * TRCREC - trace card read once at the start of a    *
      * LENTRACE run, naming the record whose life is to   *
      * be traced. Either the lasting identity LENBATCH    *
      * stamps on every record (see EXCREC): the *HDR*     *
      * feed name, its CCYYMMDD creation date and the      *
      * record's detail position in that transmission - or,*
      * for a record that arrived with no *HDR*, spaces in *
      * the feed name, the intake run date in              *
      * TRC-CREATED-DATE and the record's line number in   *
      * that run in TRC-RECORD-NO. A non-blank             *
      * TRC-TEXT-FRAGMENT overrides both: every record     *
      * whose text contains the fragment is traced.        *
      *****************************************************
       01  TRC-RECORD.
           05  TRC-FEED-NAME           PIC X(8).
           05  TRC-CREATED-DATE        PIC 9(8).
           05  TRC-RECORD-NO           PIC 9(8).
           05  TRC-TEXT-FRAGMENT       PIC X(40).
