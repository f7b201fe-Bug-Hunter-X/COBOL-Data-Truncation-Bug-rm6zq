      *
      * Change history:
      *   2026-09-02  Added.
      *   2026-10-15  EXCREC grew the lasting record identity and the
      *               carry-forward cycle count; record width follows.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record width
      *               follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENAGERP.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE.
       01  CARRY-RECORD-IN             PIC X(2092).

       FD  AGE-PARM-FILE.
       01  AGE-PARM-RECORD-IN          PIC X(3).
