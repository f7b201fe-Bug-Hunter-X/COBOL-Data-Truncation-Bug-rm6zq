      * pays for a scan of the full buffer, which is what it takes to
      * report how far over the limit it really is.
      *
      * For a feed registered UTF-8 (WS-ENCODING-SW, see LENCHKWS) the
      * limit is a number of characters: WS-LENGTH is the character
      * count of the trimmed text - every byte that is not a UTF-8
      * continuation byte (X"80" through X"BF") starts a character -
      * and WS-BYTE-LENGTH its length in bytes. A character can take
      * up to four bytes, so the one-byte boundary test proves
      * nothing here and the whole buffer is trimmed. Whether the
      * bytes are well-formed UTF-8 is CONCHK00's question, not this
      * routine's.
      *
      * Change history:
      *   2026-08-08  Added.  Replaces the inline INSPECT/IF that used
      *               to live in every caller.
      *   2026-08-08  Bounded the pass-path scan to WS-MAX-LENGTH
      *               instead of always scanning all of WS-AREA-1.
      *   2026-10-15  Character counting for UTF-8 feeds, and the
      *               byte length returned alongside for callers
      *               that slice the buffer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENCHK00.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BYTE-IDX                 PIC 9(4) COMP VALUE 0.

       LINKAGE SECTION.
       COPY LENCHKWS.

       PROCEDURE DIVISION USING WS-AREA-1 WS-MAX-LENGTH WS-LENGTH
                 WS-OVERFLOW-SW WS-ENCODING-SW WS-BYTE-LENGTH.

       0000-LENGTH-CHECK.
           SET WS-WITHIN-LIMIT TO TRUE

           IF WS-UTF8-TEXT
               PERFORM 0100-COUNT-CHARACTERS
               GOBACK
           END-IF

           IF WS-MAX-LENGTH < FUNCTION LENGTH (WS-AREA-1)
               IF WS-AREA-1 (WS-MAX-LENGTH + 1 : 1) = SPACE
                   COMPUTE WS-LENGTH = FUNCTION LENGTH (FUNCTION TRIM
                   SET WS-OVERFLOW TO TRUE
               END-IF
           END-IF
           MOVE WS-LENGTH TO WS-BYTE-LENGTH

           GOBACK.

       0100-COUNT-CHARACTERS.
           COMPUTE WS-BYTE-LENGTH = FUNCTION LENGTH (FUNCTION TRIM
               (WS-AREA-1 TRAILING))
      * A blank buffer counts as zero, whatever TRIM returns for it.
           IF WS-AREA-1 = SPACES
               MOVE 0 TO WS-BYTE-LENGTH
           END-IF
           MOVE 0 TO WS-LENGTH
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-BYTE-LENGTH
               IF WS-AREA-1 (WS-BYTE-IDX : 1) < X"80"
                   OR WS-AREA-1 (WS-BYTE-IDX : 1) > X"BF"
                   ADD 1 TO WS-LENGTH
               END-IF
           END-PERFORM
           IF WS-LENGTH > WS-MAX-LENGTH
               SET WS-OVERFLOW TO TRUE
           END-IF.
