      *****************************************************
      * RTNREC - reject return line, one per rejected      *
      * record handed back to the sending system on the    *
      * feed's LENRETRN return file (FDM-RETURN-DDNAME).   *
      * The file opens with a "*HDR*" line in the FCRREC   *
      * layout (feed name, return run date CCYYMMDD) and   *
      * closes with a "*TRL*" line in the ETLREC layout    *
      * (line count, hash total over RTN-LENGTH), so the   *
      * sender balances it the way the loader balances     *
      * the extract. RTN-STATUS says where the record      *
      * stands: E rejected on intake and awaiting repair,  *
      * F rejected final by the clerks - it will not be    *
      * loaded and must be corrected and resent.           *
      * RTN-FEED-CREATED/RTN-FEED-RECORD-NO locate the     *
      * record in the sender's own *HDR* transmission.     *
      * RTN-REASON-CODE is the EXCREC reason and           *
      * RTN-FIELD-NAME the LAYREC field that failed        *
      * (spaces = the record as a whole). RTN-LIMIT is the *
      * limit in force for an LO or OS reject, RTN-LENGTH  *
      * the tallied length (9999 = an oversize line never  *
      * tallied; in characters for a feed registered       *
      * UTF-8) and RTN-BAD-CHAR-POS the 1-based byte       *
      * position of the offending byte (or of the lead     *
      * byte of a malformed sequence) for a CC, FC or UE   *
      * reject; each is zero where it does not apply.      *
      * RTN-TEXT is the record as the sender transmitted   *
      * it (EXC-ORIGINAL-TEXT), even for a final reject    *
      * whose repair was tried and failed, with every      *
      * LAYFILE field flagged sensitive masked. The reason *
      * and the figures beside it are those the record     *
      * was last rejected under.                           *
      *****************************************************
       01  RTN-RECORD.
           05  RTN-STATUS              PIC X(1).
               88  RTN-AWAITING-REPAIR VALUE "E".
               88  RTN-REJECTED-FINAL  VALUE "F".
           05  RTN-FEED-CREATED        PIC 9(8).
           05  RTN-FEED-RECORD-NO      PIC 9(8).
           05  RTN-REASON-CODE         PIC X(2).
           05  RTN-FIELD-NAME          PIC X(20).
           05  RTN-LIMIT               PIC 9(4).
           05  RTN-LENGTH              PIC 9(4).
           05  RTN-BAD-CHAR-POS        PIC 9(4).
           05  RTN-TEXT                PIC X(1000).
