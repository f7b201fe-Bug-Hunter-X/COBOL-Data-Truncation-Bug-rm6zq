      * LENPROPG proposal generator can size a draft       *
      * FLRTRAN override from the observed history instead *
      * of someone reading SYSOUT and hand-keying it.      *
      * NLT-PASS-COUNT is how many passing records were    *
      * tallied on the line, and NLT-BAND-COUNT (n) how    *
      * many of them came in over (n-1) tenths and up to n *
      * tenths of NLT-LIMIT-IN-FORCE, so the LENSIMUL      *
      * what-if replay can say how many passers a lowered  *
      * limit would have failed. Lines written before      *
      * these existed read short and carry spaces there.   *
      *****************************************************
       01  NLT-RECORD.
           05  NLT-JOB-NAME            PIC X(8).
           05  NLT-NEAR-COUNT          PIC 9(8).
           05  NLT-LONGEST-LENGTH      PIC 9(4).
           05  NLT-LIMIT-IN-FORCE      PIC 9(4).
           05  NLT-PASS-COUNT          PIC 9(8).
           05  NLT-BAND-COUNT          PIC 9(8) OCCURS 10 TIMES.
