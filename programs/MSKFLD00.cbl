      ******************************************************************
      * PROGRAM-ID: MSKFLD00
      * Masks the fields LAYFILE flags sensitive (LAY-MASK-STYLE) in
      * a copy of a record's text before that text is kept or
      * printed anywhere outside the repair itself: the intake and
      * disposition audit samples (AUD-TEXT-SAMPLE) LENBATCH and
      * LENRECYC write, the reject return file LENRETRN writes, and
      * the one-off re-mask of the retained audit trail by LENAUDMK.
      * Callers load every sensitive layout line once into
      * WS-MSK-SLOT-TABLE (COPY MSKFLDWS in the caller), MOVE the
      * text to WS-MSK-RECORD, name the layout and record format the
      * record was checked under, and CALL this routine. EXC-TEXT
      * itself is never passed here - the recycle needs the record
      * exactly as sent.
      *
      * Styles: "F" overwrites the whole slot with asterisks; "L"
      * keeps the last four characters of the content and
      * overwrites the rest (a value of four characters or fewer is
      * overwritten in full - showing all of it would mask
      * nothing); "H" replaces the slot with a 10-digit hash of the
      * content, so the same account number hashes the same on
      * every record and can still be matched without being read.
      * A blank slot is left blank. The hash is deterministic, so
      * masking text that is already masked in full or last-four
      * changes nothing; a hashed slot is hashed again, which is
      * why AUDREC records whether its sample has been masked.
      *
      * A delimited record is split with DLMFLD00 and only the
      * content of each sensitive field is overwritten - never the
      * separators or enclosing quotes - so the masked text still
      * splits into the same fields. An audit sample cut off inside
      * a quoted field is split as if the quote closed where the
      * sample ends, and everything from that last field on is
      * overwritten when a sensitive field could lie there. A
      * record that still will not split is overwritten in full
      * rather than risk a sensitive field showing through.
      *
      * Change history:
      *   2026-10-15  Added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSKFLD00.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DLMFLDWS.

       01  WS-SLOT-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-POS                      PIC 9(4) COMP VALUE 0.
       01  WS-REC-LENGTH               PIC 9(4) COMP VALUE 0.
      * The bytes of WS-MSK-RECORD the current slot covers, the
      * style to mask them in, and how far into them the content
      * runs before its trailing spaces.
       01  WS-SPAN-BEGIN               PIC 9(4) COMP VALUE 0.
       01  WS-SPAN-LENGTH              PIC 9(4) COMP VALUE 0.
       01  WS-SPAN-STYLE               PIC X(1).
       01  WS-CONTENT-LENGTH           PIC 9(4) COMP VALUE 0.
       01  WS-KEEP-FROM                PIC 9(4) COMP VALUE 0.
       01  WS-KEEP-CHARS               PIC 9(4) COMP VALUE 0.
       01  WS-CHAR                     PIC X(1).
      * Set when the sample only split once a closing quote was
      * supplied at its end - the last field may be cut short.
       01  WS-QUOTE-SUPPLIED-SW        PIC X(1) VALUE "N".
           88  WS-QUOTE-SUPPLIED       VALUE "Y".

       01  WS-HASH                     PIC 9(18) COMP VALUE 0.
       01  WS-HASH-QUOTIENT            PIC 9(18) COMP VALUE 0.
       01  WS-HASH-MODULUS             PIC 9(10) VALUE 9999999967.
       01  WS-HASH-DIGITS              PIC 9(10).

       LINKAGE SECTION.
       COPY MSKFLDWS.

       PROCEDURE DIVISION USING WS-MSK-RECORD WS-MSK-LAYOUT
                 WS-MSK-FORMAT-SW WS-MSK-SEPARATOR WS-MSK-QUOTE
                 WS-MSK-ENCODING-SW WS-MSK-SLOT-COUNT
                 WS-MSK-SLOT-TABLE WS-MSK-RESULT-SW.

       0000-MASK-RECORD.
           SET WS-MSK-NOTHING TO TRUE
           MOVE "N" TO WS-QUOTE-SUPPLIED-SW
           IF WS-MSK-RECORD = SPACES
               MOVE 0 TO WS-REC-LENGTH
           ELSE
               COMPUTE WS-REC-LENGTH = FUNCTION LENGTH (FUNCTION TRIM
                   (WS-MSK-RECORD TRAILING))
           END-IF
           IF WS-MSK-DELIMITED
               PERFORM 0100-SPLIT-RECORD
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-MSK-SLOT-COUNT
               OR WS-MSK-WHOLE
               IF WS-MSK-SLOT-LAYOUT (WS-SLOT-IDX) = WS-MSK-LAYOUT
                   PERFORM 0200-MASK-ONE-SLOT
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      * Splits the text on the feed's separator. An audit sample is
      * only the first 60 bytes of the record and may end inside a
      * quoted field; one retry with the quote supplied after the
      * last byte lets it split as far as it goes.
      ******************************************************************
       0100-SPLIT-RECORD.
           MOVE "S" TO WS-DLM-FUNCTION
           MOVE WS-MSK-RECORD TO WS-DLM-RECORD
           MOVE WS-MSK-SEPARATOR TO WS-DLM-SEPARATOR
           MOVE WS-MSK-QUOTE TO WS-DLM-QUOTE
           PERFORM 0110-CALL-SPLITTER
           IF WS-DLM-BAD-QUOTING AND WS-MSK-QUOTE NOT = SPACE
               AND WS-REC-LENGTH > 0
               AND WS-REC-LENGTH < FUNCTION LENGTH (WS-DLM-RECORD)
               MOVE WS-MSK-RECORD TO WS-DLM-RECORD
               MOVE WS-MSK-QUOTE
                   TO WS-DLM-RECORD (WS-REC-LENGTH + 1 : 1)
               PERFORM 0110-CALL-SPLITTER
               IF WS-DLM-WELL-FORMED
                   SET WS-QUOTE-SUPPLIED TO TRUE
               END-IF
           END-IF.

       0110-CALL-SPLITTER.
           CALL "DLMFLD00" USING WS-DLM-FUNCTION WS-DLM-RECORD
               WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
               WS-DLM-FIELD-COUNT WS-DLM-VALUES WS-DLM-FIELD-TABLE
               WS-DLM-ORDINAL WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH.

       0200-MASK-ONE-SLOT.
           MOVE WS-MSK-SLOT-STYLE (WS-SLOT-IDX) TO WS-SPAN-STYLE
           IF WS-MSK-DELIMITED
               IF NOT WS-DLM-WELL-FORMED
                   PERFORM 0400-MASK-WHOLE-RECORD
               ELSE
                   PERFORM 0210-MASK-DELIMITED-SLOT
               END-IF
           ELSE
               MOVE WS-MSK-SLOT-START (WS-SLOT-IDX) TO WS-SPAN-BEGIN
               MOVE WS-MSK-SLOT-LENGTH (WS-SLOT-IDX) TO WS-SPAN-LENGTH
               IF WS-SPAN-BEGIN > 0 AND WS-SPAN-LENGTH > 0
                   AND WS-SPAN-BEGIN NOT >
                       FUNCTION LENGTH (WS-MSK-RECORD)
                   IF WS-SPAN-BEGIN + WS-SPAN-LENGTH - 1 >
                       FUNCTION LENGTH (WS-MSK-RECORD)
                       COMPUTE WS-SPAN-LENGTH =
                           FUNCTION LENGTH (WS-MSK-RECORD)
                           - WS-SPAN-BEGIN + 1
                   END-IF
                   PERFORM 0300-MASK-SPAN
               END-IF
           END-IF.

      ******************************************************************
      * The content of a delimited field lies inside its raw bytes,
      * less the enclosing quotes when it was quoted. When the split
      * needed a supplied quote, a sensitive field at or beyond the
      * last one found may be the one cut short (or never closed),
      * so that last field is overwritten through to the end.
      ******************************************************************
       0210-MASK-DELIMITED-SLOT.
           IF WS-MSK-SLOT-ORDINAL (WS-SLOT-IDX) > 0
               AND WS-MSK-SLOT-ORDINAL (WS-SLOT-IDX) NOT >
                   WS-DLM-FIELD-COUNT
               MOVE WS-DLM-RAW-START (WS-MSK-SLOT-ORDINAL (WS-SLOT-IDX))
                   TO WS-SPAN-BEGIN
               MOVE WS-DLM-RAW-LENGTH
                   (WS-MSK-SLOT-ORDINAL (WS-SLOT-IDX))
                   TO WS-SPAN-LENGTH
               IF WS-DLM-QUOTED (WS-MSK-SLOT-ORDINAL (WS-SLOT-IDX))
                   = "Y" AND WS-SPAN-LENGTH NOT < 2
                   ADD 1 TO WS-SPAN-BEGIN
                   SUBTRACT 2 FROM WS-SPAN-LENGTH
               END-IF
               IF WS-SPAN-LENGTH > 0
                   PERFORM 0300-MASK-SPAN
               END-IF
           END-IF
           IF WS-QUOTE-SUPPLIED
               AND WS-MSK-SLOT-ORDINAL (WS-SLOT-IDX) NOT <
                   WS-DLM-FIELD-COUNT
               MOVE WS-DLM-RAW-START (WS-DLM-FIELD-COUNT)
                   TO WS-SPAN-BEGIN
               IF WS-REC-LENGTH NOT < WS-SPAN-BEGIN
                   COMPUTE WS-SPAN-LENGTH =
                       WS-REC-LENGTH - WS-SPAN-BEGIN + 1
                   MOVE "F" TO WS-SPAN-STYLE
                   PERFORM 0300-MASK-SPAN
               END-IF
           END-IF.

      ******************************************************************
      * Masks WS-SPAN-LENGTH bytes of WS-MSK-RECORD from WS-SPAN-BEGIN
      * in WS-SPAN-STYLE. Anything but "L" or "H" masks in full.
      ******************************************************************
       0300-MASK-SPAN.
           MOVE 0 TO WS-CONTENT-LENGTH
           PERFORM VARYING WS-POS FROM WS-SPAN-LENGTH BY -1
               UNTIL WS-POS < 1 OR WS-CONTENT-LENGTH > 0
               IF WS-MSK-RECORD (WS-SPAN-BEGIN + WS-POS - 1 : 1)
                   NOT = SPACE
                   MOVE WS-POS TO WS-CONTENT-LENGTH
               END-IF
           END-PERFORM
           IF WS-CONTENT-LENGTH > 0
               SET WS-MSK-MASKED TO TRUE
               EVALUATE WS-SPAN-STYLE
                   WHEN "L"
                       PERFORM 0310-MASK-LAST-FOUR
                   WHEN "H"
                       PERFORM 0320-MASK-HASH
                   WHEN OTHER
                       MOVE ALL "*" TO WS-MSK-RECORD
                           (WS-SPAN-BEGIN : WS-SPAN-LENGTH)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Keeps the last four characters of the content - counted by
      * lead byte for a UTF-8 feed so no character is split - and
      * overwrites everything before them.
      ******************************************************************
       0310-MASK-LAST-FOUR.
           MOVE 0 TO WS-KEEP-CHARS
           MOVE 0 TO WS-KEEP-FROM
           PERFORM VARYING WS-POS FROM WS-CONTENT-LENGTH BY -1
               UNTIL WS-POS < 1 OR WS-KEEP-CHARS > 4
               MOVE WS-MSK-RECORD (WS-SPAN-BEGIN + WS-POS - 1 : 1)
                   TO WS-CHAR
               IF NOT WS-MSK-UTF8
                   OR WS-CHAR < X"80" OR WS-CHAR > X"BF"
                   ADD 1 TO WS-KEEP-CHARS
                   IF WS-KEEP-CHARS = 4
                       MOVE WS-POS TO WS-KEEP-FROM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KEEP-CHARS > 4
               MOVE ALL "*" TO WS-MSK-RECORD
                   (WS-SPAN-BEGIN : WS-KEEP-FROM - 1)
           ELSE
               MOVE ALL "*" TO WS-MSK-RECORD
                   (WS-SPAN-BEGIN : WS-CONTENT-LENGTH)
           END-IF.

      ******************************************************************
      * A 10-digit hash of the content bytes, written from the
      * start of the slot with the rest of the slot blanked. A slot
      * narrower than ten bytes takes the leading digits.
      ******************************************************************
       0320-MASK-HASH.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-CONTENT-LENGTH
               COMPUTE WS-HASH = WS-HASH * 131 + FUNCTION ORD
                   (WS-MSK-RECORD (WS-SPAN-BEGIN + WS-POS - 1 : 1))
               DIVIDE WS-HASH BY WS-HASH-MODULUS
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH
           END-PERFORM
           MOVE WS-HASH TO WS-HASH-DIGITS
           MOVE SPACES TO WS-MSK-RECORD
               (WS-SPAN-BEGIN : WS-SPAN-LENGTH)
           IF WS-SPAN-LENGTH < 10
               MOVE WS-HASH-DIGITS (1 : WS-SPAN-LENGTH)
                   TO WS-MSK-RECORD (WS-SPAN-BEGIN : WS-SPAN-LENGTH)
           ELSE
               MOVE WS-HASH-DIGITS
                   TO WS-MSK-RECORD (WS-SPAN-BEGIN : 10)
           END-IF.

      * Every non-space byte of the record is overwritten.
       0400-MASK-WHOLE-RECORD.
           SET WS-MSK-WHOLE TO TRUE
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-REC-LENGTH
               IF WS-MSK-RECORD (WS-POS : 1) NOT = SPACE
                   MOVE "*" TO WS-MSK-RECORD (WS-POS : 1)
               END-IF
           END-PERFORM.
