      * the record audits one being applied by LENRECYC;    *
      * spaces on intake-side audit records, which nobody   *
      * keys.                                               *
      * AUD-INTAKE-RUN-DATE/AUD-INTAKE-RUN-TIME/            *
      * AUD-FEED-NAME/AUD-FEED-CREATED/AUD-FEED-RECORD-NO   *
      * carry the record's lasting identity exactly as      *
      * EXCREC does - the intake run that first took it in  *
      * and its place in the *HDR* transmission - so an     *
      * intake reject and every later disposition of the    *
      * same record line up however many cycles apart.      *
      * AUD-DSP-ACTION is the DSP-ACTION (T/R/F) applied    *
      * when LENRECYC audits a disposition; spaces on       *
      * intake-side audit records.                          *
      * AUD-MASK-SW "Y" says AUD-TEXT-SAMPLE went through   *
      * MSKFLD00 under the LAYFILE sensitive-field flags    *
      * when it was written (or re-masked by LENAUDMK), so  *
      * the re-mask never masks a sample twice. Spaces on   *
      * records written before masking existed.             *
       01  AUD-RECORD.
           05  AUD-JOB-NAME            PIC X(8).
           05  AUD-RUN-DATE            PIC 9(8).
           05  AUD-REASON-CODE         PIC X(2).
           05  AUD-TEXT-SAMPLE         PIC X(60).
           05  AUD-KEYED-BY            PIC X(8).
           05  AUD-INTAKE-RUN-DATE     PIC 9(8).
           05  AUD-INTAKE-RUN-TIME     PIC 9(6).
           05  AUD-FEED-NAME           PIC X(8).
           05  AUD-FEED-CREATED        PIC 9(8).
           05  AUD-FEED-RECORD-NO      PIC 9(8).
           05  AUD-DSP-ACTION          PIC X(1).
           05  AUD-MASK-SW             PIC X(1).
               88  AUD-MASKED          VALUE "Y".
