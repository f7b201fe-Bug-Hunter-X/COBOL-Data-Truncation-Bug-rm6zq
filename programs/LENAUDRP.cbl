      *               The archives keep this layout unchanged, so a
      *               prior month is re-run by pointing the AUDFILE
      *               DD at the archive file. No code change.
      *   2026-10-15  AUDREC grew the lasting record identity and the
      *               applied disposition action; record width
      *               follows.
      *   2026-10-15  AUDREC grew AUD-MASK-SW for sensitive-field
      *               masking of AUD-TEXT-SAMPLE; record width
      *               follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENAUDRP.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD-IN             PIC X(164).

       WORKING-STORAGE SECTION.
       COPY AUDREC.
