      *               NLT-RUN-DATE - it is the same open-ended
      *               cumulative file as the others and LENPROPG
      *               reads it end to end every run.
      *   2026-10-15  AUDREC grew the lasting record identity and the
      *               applied disposition action; record widths
      *               follow.
      *   2026-10-15  FLRHREC grew the approving user and date;
      *               record widths follow.
      *   2026-10-15  NLTREC grew the passing-record count and length
      *               bands; record widths follow.
      *   2026-10-15  AUDREC grew AUD-MASK-SW for sensitive-field
      *               masking of AUD-TEXT-SAMPLE; record widths
      *               follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENPURGE.
       01  RETENTION-RECORD-IN         PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-IN             PIC X(164).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD        PIC X(164).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD            PIC X(164).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD-IN           PIC X(69).

       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD      PIC X(69).

       FD  HISTORY-NEW-FILE.
       01  HISTORY-NEW-RECORD          PIC X(69).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-IN               PIC X(101).
       01  REGISTRY-NEW-RECORD         PIC X(30).

       FD  NEAR-TALLY-FILE.
       01  NEAR-TALLY-RECORD-IN        PIC X(148).

       FD  NEAR-TALLY-ARCHIVE-FILE.
       01  NEAR-TALLY-ARCHIVE-RECORD   PIC X(148).

       FD  NEAR-TALLY-NEW-FILE.
       01  NEAR-TALLY-NEW-RECORD       PIC X(148).

       WORKING-STORAGE SECTION.
       COPY RETREC.
