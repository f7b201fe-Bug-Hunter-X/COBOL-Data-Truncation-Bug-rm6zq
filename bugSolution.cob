      *   2026-09-02  EXCREC grew a first-reject date for the
      *               LENAGERP aging report; record width follows
      *               and the demo stamps the run date.
      *   2026-10-15  EXCREC/AUDREC grew the lasting record identity
      *               (intake run, *HDR* transmission and position),
      *               the carry-forward cycle count and the applied
      *               disposition action; record widths follow. The
      *               demo has no transmission, so it stamps its own
      *               run with spaces for the feed.
      *   2026-10-15  LENCHK00 gained the encoding switch and
      *               WS-BYTE-LENGTH; the demo checks in byte mode.
      *               AUDREC grew AUD-MASK-SW (record 164); the
      *               sample now goes through MSKFLD00 first. The
      *               demo has no layout, so no slot is flagged.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record width
      *               follows and the demo stamps the string it
      *               checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDEMO.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-OUT        PIC X(2092).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-OUT            PIC X(164).

       WORKING-STORAGE SECTION.
       COPY LENCHKWS.
       COPY EXCREC.
       COPY AUDREC.
       COPY MSKFLDWS.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENDEMO".
       01  WS-CURRENT-DATETIME         PIC X(21).
               INTO WS-AREA-1
           END-STRING
           MOVE 200 TO WS-MAX-LENGTH
           SET WS-BYTE-TEXT TO TRUE

           CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH WS-LENGTH
               WS-OVERFLOW-SW WS-ENCODING-SW WS-BYTE-LENGTH

           IF WS-OVERFLOW
               PERFORM 1000-LOG-EXCEPTION
           MOVE "LO" TO EXC-REASON-CODE
           MOVE WS-AREA-1 TO EXC-TEXT
           MOVE WS-CURRENT-DATETIME (1:8) TO EXC-FIRST-REJECT-DATE
           MOVE WS-CURRENT-DATETIME (1:8) TO EXC-INTAKE-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO EXC-INTAKE-RUN-TIME
           MOVE SPACES TO EXC-FEED-NAME
           MOVE 0 TO EXC-FEED-CREATED
           MOVE 1 TO EXC-FEED-RECORD-NO
           MOVE 0 TO EXC-CARRY-COUNT
           MOVE 0 TO EXC-LAST-CARRY-DATE
           MOVE WS-AREA-1 TO EXC-ORIGINAL-TEXT
           MOVE EXC-RECORD TO EXCEPTION-RECORD-OUT
           WRITE EXCEPTION-RECORD-OUT

           MOVE WS-LENGTH TO AUD-LENGTH
           MOVE SPACES TO AUD-FIELD-NAME
           MOVE "LO" TO AUD-REASON-CODE
           MOVE SPACES TO WS-MSK-LAYOUT
           MOVE WS-ENCODING-SW TO WS-MSK-ENCODING-SW
           MOVE WS-AREA-1 TO WS-MSK-RECORD
           CALL "MSKFLD00" USING WS-MSK-RECORD WS-MSK-LAYOUT
               WS-MSK-FORMAT-SW WS-MSK-SEPARATOR WS-MSK-QUOTE
               WS-MSK-ENCODING-SW WS-MSK-SLOT-COUNT
               WS-MSK-SLOT-TABLE WS-MSK-RESULT-SW
           MOVE WS-MSK-RECORD (1:60) TO AUD-TEXT-SAMPLE
           MOVE "Y" TO AUD-MASK-SW
           MOVE SPACES TO AUD-KEYED-BY
           MOVE WS-CURRENT-DATETIME (1:8) TO AUD-INTAKE-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO AUD-INTAKE-RUN-TIME
           MOVE SPACES TO AUD-FEED-NAME
           MOVE 0 TO AUD-FEED-CREATED
           MOVE 1 TO AUD-FEED-RECORD-NO
           MOVE SPACE TO AUD-DSP-ACTION
           MOVE AUD-RECORD TO AUDIT-RECORD-OUT
           WRITE AUDIT-RECORD-OUT.
