      *
      * Change history:
      *   2026-09-02  Added.
      *   2026-10-15  EXTREC grew the lasting record identity; record
      *               width follows. Trailer lines are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENLDBAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD-IN           PIC X(1057).

       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD-IN           PIC X(20).
