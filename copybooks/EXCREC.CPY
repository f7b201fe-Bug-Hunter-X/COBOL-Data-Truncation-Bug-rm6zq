      *        prior run (FDPREC registry)                  *
      *   CC - control byte in the text (CONCHK00)          *
      *   FC - forbidden character in the text (CONCHK00)   *
      *   UQ - unbalanced quotes in the text (CONCHK00), or *
      *        a delimited record whose quoted field is not *
      *        closed cleanly (DLMFLD00)                    *
      *   UE - malformed UTF-8 byte sequence in the text of *
      *        a feed registered UTF-8 (CONCHK00)           *
      *   DF - delimited record with the wrong number of    *
      *        fields for its feed (DLMFLD00, FDMREC)       *
      * EXC-FIRST-REJECT-DATE (CCYYMMDD) is the run date    *
      * the record was first rejected, stamped on intake    *
      * and preserved by LENRECYC when the exception is     *
      * bouncing for three weeks. Records written before    *
      * the field existed carry spaces; the first recycle   *
      * that carries them stamps its own run date.          *
      * EXC-INTAKE-RUN-DATE/EXC-INTAKE-RUN-TIME identify    *
      * the LENBATCH run that first rejected the record -   *
      * its RUNREC RUN-DATE/RUN-TIME. EXC-FEED-NAME/        *
      * EXC-FEED-CREATED name the *HDR* transmission the    *
      * record arrived in (the FDPREC identity) and         *
      * EXC-FEED-RECORD-NO is its detail position inside    *
      * that transmission. EXC-RECORD-NO is only the line   *
      * number within one run and means a different record  *
      * every day; these fields never change once stamped,  *
      * so LENTRACE can follow a record across cycles.      *
      * Records from a segment with no *HDR* carry spaces   *
      * and zero in the feed name and created date.         *
      * EXC-CARRY-COUNT is how many LENRECYC cycles have    *
      * carried the exception forward and                   *
      * EXC-LAST-CARRY-DATE the run date of the latest.     *
      * Records written before these fields existed carry   *
      * spaces there.                                       *
      * EXC-ORIGINAL-TEXT is the record exactly as the      *
      * sender transmitted it, stamped on intake and never  *
      * changed afterwards; EXC-TEXT is the text the        *
      * record now stands at, which LENRECYC replaces with  *
      * the clerks' correction when a repair fails and the  *
      * exception is carried. Records written before the    *
      * field existed carry spaces; the first recycle that  *
      * reads them stamps it from EXC-TEXT.                 *
      *****************************************************
       01  EXC-RECORD.
           05  EXC-RECORD-NO           PIC 9(8).
           05  EXC-REASON-CODE         PIC X(2).
           05  EXC-TEXT                PIC X(1000).
           05  EXC-FIRST-REJECT-DATE   PIC 9(8).
           05  EXC-INTAKE-RUN-DATE     PIC 9(8).
           05  EXC-INTAKE-RUN-TIME     PIC 9(6).
           05  EXC-FEED-NAME           PIC X(8).
           05  EXC-FEED-CREATED        PIC 9(8).
           05  EXC-FEED-RECORD-NO      PIC 9(8).
           05  EXC-CARRY-COUNT         PIC 9(4).
           05  EXC-LAST-CARRY-DATE     PIC 9(8).
           05  EXC-ORIGINAL-TEXT       PIC X(1000).
