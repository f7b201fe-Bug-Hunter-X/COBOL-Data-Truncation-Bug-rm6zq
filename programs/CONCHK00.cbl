      * scanned length once no bad byte was found, so a record never
      * carries more than one content reason.
      *
      * For a feed registered UTF-8 (WS-ENCODING-SW, see LENCHKWS)
      * every byte from X"80" up must belong to a well-formed UTF-8
      * sequence: a lead byte C2-F4 followed by the right number of
      * continuation bytes (80-BF), with no overlong form, no UTF-16
      * surrogate and nothing past U+10FFFF. A stray continuation
      * byte, a bad lead byte, or a sequence cut short by the end of
      * the text is reason UE at the position of the lead byte. The
      * control-byte, forbidden-set and quote rules apply to the
      * single-byte characters exactly as for any other feed.
      *
      * Change history:
      *   2026-08-22  Added.
      *   2026-10-15  Well-formed UTF-8 check (reason UE) for feeds
      *               registered UTF-8 on FEEDMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCHK00.
       01  WS-QUOTE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-CHAR                PIC X(1).

      * The continuation bytes the current UTF-8 lead byte needs, and
      * the range the first of them must fall in (narrower than
      * 80-BF after E0, ED, F0 and F4 - see 0100).
       01  WS-SEQ-NEED                 PIC 9(1) VALUE 0.
       01  WS-SEQ-IDX                  PIC 9(1) VALUE 0.
       01  WS-SEQ-LOW                  PIC X(1).
       01  WS-SEQ-HIGH                 PIC X(1).
       01  WS-SEQ-CHAR                 PIC X(1).

       LINKAGE SECTION.
       COPY LENCHKWS.
       COPY CONCHKWS.

       PROCEDURE DIVISION USING WS-AREA-1 WS-SCAN-LENGTH
                 WS-FORBIDDEN-SET WS-CONTENT-SW WS-CONTENT-REASON
                 WS-BAD-CHAR-POS WS-ENCODING-SW.

       0000-CONTENT-CHECK.
           SET WS-CONTENT-CLEAN TO TRUE
                   SET WS-BAD-CONTENT TO TRUE
                   MOVE "CC" TO WS-CONTENT-REASON
                   MOVE WS-SCAN-IDX TO WS-BAD-CHAR-POS
               ELSE
               IF WS-UTF8-TEXT AND WS-SCAN-CHAR NOT < X"80"
                   PERFORM 0100-CHECK-UTF8-SEQUENCE
               ELSE
                   IF WS-SCAN-CHAR = QUOTE
                       ADD 1 TO WS-QUOTE-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-PERFORM

           IF NOT WS-BAD-CONTENT
           END-IF

           GOBACK.

      ******************************************************************
      * One multi-byte UTF-8 character starting at WS-SCAN-IDX. When
      * it is well-formed the scan index is stepped past its
      * continuation bytes, so the main loop resumes at the next
      * character.
      ******************************************************************
       0100-CHECK-UTF8-SEQUENCE.
           MOVE X"80" TO WS-SEQ-LOW
           MOVE X"BF" TO WS-SEQ-HIGH
           EVALUATE TRUE
               WHEN WS-SCAN-CHAR NOT < X"C2" AND NOT > X"DF"
                   MOVE 1 TO WS-SEQ-NEED
               WHEN WS-SCAN-CHAR = X"E0"
                   MOVE 2 TO WS-SEQ-NEED
                   MOVE X"A0" TO WS-SEQ-LOW
               WHEN WS-SCAN-CHAR = X"ED"
                   MOVE 2 TO WS-SEQ-NEED
                   MOVE X"9F" TO WS-SEQ-HIGH
               WHEN WS-SCAN-CHAR NOT < X"E1" AND NOT > X"EF"
                   MOVE 2 TO WS-SEQ-NEED
               WHEN WS-SCAN-CHAR = X"F0"
                   MOVE 3 TO WS-SEQ-NEED
                   MOVE X"90" TO WS-SEQ-LOW
               WHEN WS-SCAN-CHAR NOT < X"F1" AND NOT > X"F3"
                   MOVE 3 TO WS-SEQ-NEED
               WHEN WS-SCAN-CHAR = X"F4"
                   MOVE 3 TO WS-SEQ-NEED
                   MOVE X"8F" TO WS-SEQ-HIGH
               WHEN OTHER
                   MOVE 0 TO WS-SEQ-NEED
           END-EVALUATE
           IF WS-SEQ-NEED = 0
               OR WS-SCAN-IDX + WS-SEQ-NEED > WS-SCAN-LENGTH
               SET WS-BAD-CONTENT TO TRUE
           ELSE
               PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-NEED
                   OR WS-BAD-CONTENT
                   MOVE WS-AREA-1 (WS-SCAN-IDX + WS-SEQ-IDX : 1)
                       TO WS-SEQ-CHAR
                   IF WS-SEQ-CHAR < WS-SEQ-LOW
                       OR WS-SEQ-CHAR > WS-SEQ-HIGH
                       SET WS-BAD-CONTENT TO TRUE
                   END-IF
                   MOVE X"80" TO WS-SEQ-LOW
                   MOVE X"BF" TO WS-SEQ-HIGH
               END-PERFORM
           END-IF
           IF WS-BAD-CONTENT
               MOVE "UE" TO WS-CONTENT-REASON
               MOVE WS-SCAN-IDX TO WS-BAD-CHAR-POS
           ELSE
               ADD WS-SEQ-NEED TO WS-SCAN-IDX
           END-IF.
