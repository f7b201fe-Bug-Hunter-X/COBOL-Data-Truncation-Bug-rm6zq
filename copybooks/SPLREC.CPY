      *****************************************************
      * SPLREC - split card read once at the start of a    *
      * LENSPLIT run. SPL-PARTITION-COUNT is how many      *
      * LENBATCH partitions TRANSIN is cut into - it must  *
      * match the partition steps the JCL runs, 1 to 12.   *
      * SPL-LOCK-OVERRIDE-SW "Y" lets the operator take    *
      * over a LOKFILE run lock left ACTIVE by an abended  *
      * run, as PARM-LOCK-OVERRIDE-SW does for LENBATCH.   *
      *****************************************************
       01  SPL-RECORD.
           05  SPL-PARTITION-COUNT     PIC 9(2).
           05  SPL-LOCK-OVERRIDE-SW    PIC X(1).
