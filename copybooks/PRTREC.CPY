      *****************************************************
      * PRTREC - partition control record, one line on    *
      * each PRTCTL.Pnn written by LENSPLIT beside the     *
      * TRANSIN.Pnn partition it describes. LENSPLIT cuts  *
      * TRANSIN only where a feed segment starts (see      *
      * FCRREC), into contiguous runs of whole segments,   *
      * so partition n holds TRANSIN lines                 *
      * PRT-LINE-OFFSET + 1 through PRT-LINE-OFFSET +      *
      * PRT-LINE-COUNT in their original order.            *
      * LENBATCH reads it on its PRTCTL DD when it runs as *
      * a partition: every record it writes carries the    *
      * whole run's PRT-RUN-DATE/PRT-RUN-TIME as its       *
      * intake run and its original TRANSIN line number,   *
      * so the LENMERGE output reads as one LENBATCH run.  *
      * PRT-TRANS-LINES/PRT-TRANS-DETAILS are the whole    *
      * TRANSIN's counts, which LENMERGE reconciles        *
      * against the sum of the partitions.                 *
      * PRT-BATCH-HEADER opens each per-feed extract batch *
      * a partition writes to its FEXFILE stream, naming   *
      * the FDM-EXTRACT-DDNAME the batch belongs to; the   *
      * batch runs to its own "*TRL*" line (ETLREC) and    *
      * LENMERGE routes it to that file. Extract detail    *
      * lines never start "*BAT*" - EXT-RECORD-NO is       *
      * numeric.                                           *
      *****************************************************
       01  PRT-RECORD.
           05  PRT-RUN-DATE            PIC 9(8).
           05  PRT-RUN-TIME            PIC 9(6).
           05  PRT-PARTITION-NO        PIC 9(2).
           05  PRT-PARTITION-COUNT     PIC 9(2).
           05  PRT-LINE-OFFSET         PIC 9(8).
           05  PRT-LINE-COUNT          PIC 9(8).
           05  PRT-DETAIL-COUNT        PIC 9(8).
           05  PRT-SEGMENT-COUNT       PIC 9(4).
           05  PRT-TRANS-LINES         PIC 9(8).
           05  PRT-TRANS-DETAILS       PIC 9(8).
       01  PRT-BATCH-HEADER.
           05  PRT-BATCH-TYPE          PIC X(5).
               88  PRT-BATCH-START     VALUE "*BAT*".
           05  PRT-BATCH-DDNAME        PIC X(8).
