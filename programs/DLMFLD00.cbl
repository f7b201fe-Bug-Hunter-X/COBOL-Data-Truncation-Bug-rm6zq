      ******************************************************************
      * PROGRAM-ID: DLMFLD00
      * Field splitter for feeds registered delimited on FEEDMAST
      * (FDM-RECORD-FORMAT "D"). Callers MOVE the record into
      * WS-DLM-RECORD (COPY DLMFLDWS in the caller), set the feed's
      * separator and quote character, and CALL this routine so
      * every program that checks or repairs a delimited record
      * finds the same fields in it: LENBATCH on intake, LENDSPED on
      * the disposition pre-edit, and LENRECYC on the repair.
      *
      * A field is everything between two separators. A field that
      * opens with the quote character runs to the matching closing
      * quote, so it may hold the separator; inside it a doubled
      * quote stands for one quote character. A quote anywhere else
      * in an unquoted field is an ordinary byte. Trailing spaces on
      * the record are line padding, not data - the last field ends
      * at the last non-space byte. The separator and quote are
      * single-byte characters, so a UTF-8 record splits the same
      * way; no multi-byte character contains either.
      *
      * A repair ("R") changes one field and leaves every other
      * field exactly as the sender transmitted it, quotes and all,
      * so the rebuilt record differs from the original only inside
      * the repaired field.
      *
      * Change history:
      *   2026-10-15  Added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLMFLD00.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-REC-LENGTH               PIC 9(4) COMP VALUE 0.
       01  WS-POS                      PIC 9(4) COMP VALUE 0.
       01  WS-FIELD-BEGIN              PIC 9(4) COMP VALUE 0.
       01  WS-VALUE-USED               PIC 9(4) COMP VALUE 0.
       01  WS-CHAR                     PIC X(1).
       01  WS-IN-QUOTES-SW             PIC X(1) VALUE "N".
           88  WS-IN-QUOTES            VALUE "Y".
       01  WS-CLOSED-SW                PIC X(1) VALUE "N".
           88  WS-QUOTE-CLOSED         VALUE "Y".

      * The record a repair is rebuilt into before it replaces
      * WS-DLM-RECORD, and whether the new value goes out quoted.
       01  WS-BUILD-LINE               PIC X(1000).
       01  WS-BUILD-USED               PIC 9(4) COMP VALUE 0.
       01  WS-FLD-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-NEW-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-NEW-QUOTED-SW            PIC X(1) VALUE "N".
           88  WS-NEW-QUOTED           VALUE "Y".

       LINKAGE SECTION.
       COPY DLMFLDWS.

       PROCEDURE DIVISION USING WS-DLM-FUNCTION WS-DLM-RECORD
                 WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
                 WS-DLM-FIELD-COUNT WS-DLM-VALUES WS-DLM-FIELD-TABLE
                 WS-DLM-ORDINAL WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH.

       0000-DELIMITED-FIELDS.
           PERFORM 0100-SPLIT-RECORD
           IF WS-DLM-REPLACE AND WS-DLM-WELL-FORMED
               PERFORM 0200-REPLACE-FIELD
           END-IF
           GOBACK.

       0100-SPLIT-RECORD.
           SET WS-DLM-WELL-FORMED TO TRUE
           MOVE SPACES TO WS-DLM-VALUES
           MOVE 0 TO WS-DLM-FIELD-COUNT
           MOVE 0 TO WS-VALUE-USED
           MOVE "N" TO WS-IN-QUOTES-SW
           COMPUTE WS-REC-LENGTH = FUNCTION LENGTH (FUNCTION TRIM
               (WS-DLM-RECORD TRAILING))
      * A blank record is one empty field, whatever TRIM returns.
           IF WS-DLM-RECORD = SPACES
               MOVE 0 TO WS-REC-LENGTH
           END-IF
           MOVE 1 TO WS-FIELD-BEGIN
           PERFORM 0110-OPEN-FIELD
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-REC-LENGTH
               OR NOT WS-DLM-WELL-FORMED
               MOVE WS-DLM-RECORD (WS-POS : 1) TO WS-CHAR
               IF WS-IN-QUOTES
                   PERFORM 0120-QUOTED-BYTE
               ELSE
                   PERFORM 0130-PLAIN-BYTE
               END-IF
           END-PERFORM
           IF WS-DLM-WELL-FORMED
               IF WS-IN-QUOTES
                   SET WS-DLM-BAD-QUOTING TO TRUE
               ELSE
                   COMPUTE WS-POS = WS-REC-LENGTH + 1
                   PERFORM 0140-CLOSE-FIELD
               END-IF
           END-IF.

       0110-OPEN-FIELD.
           IF WS-DLM-FIELD-COUNT NOT < 100
               SET WS-DLM-TOO-MANY-FIELDS TO TRUE
           ELSE
               ADD 1 TO WS-DLM-FIELD-COUNT
               MOVE WS-FIELD-BEGIN
                   TO WS-DLM-RAW-START (WS-DLM-FIELD-COUNT)
               MOVE 0 TO WS-DLM-RAW-LENGTH (WS-DLM-FIELD-COUNT)
               COMPUTE WS-DLM-VALUE-START (WS-DLM-FIELD-COUNT) =
                   WS-VALUE-USED + 1
               MOVE 0 TO WS-DLM-VALUE-LENGTH (WS-DLM-FIELD-COUNT)
               MOVE "N" TO WS-DLM-QUOTED (WS-DLM-FIELD-COUNT)
               MOVE "N" TO WS-CLOSED-SW
           END-IF.

      ******************************************************************
      * Inside a quoted field: a doubled quote is one literal quote
      * (the second is stepped over), a single quote closes the
      * field, anything else - the separator included - is content.
      ******************************************************************
       0120-QUOTED-BYTE.
           IF WS-CHAR = WS-DLM-QUOTE
               IF WS-POS < WS-REC-LENGTH
                   AND WS-DLM-RECORD (WS-POS + 1 : 1) = WS-DLM-QUOTE
                   PERFORM 0150-ADD-VALUE-BYTE
                   ADD 1 TO WS-POS
               ELSE
                   MOVE "N" TO WS-IN-QUOTES-SW
                   SET WS-QUOTE-CLOSED TO TRUE
               END-IF
           ELSE
               PERFORM 0150-ADD-VALUE-BYTE
           END-IF.

      ******************************************************************
      * Outside quotes: the separator ends the field, a quote as the
      * field's first byte opens a quoted field, and only the
      * separator may follow a closing quote.
      ******************************************************************
       0130-PLAIN-BYTE.
           IF WS-CHAR = WS-DLM-SEPARATOR
               PERFORM 0140-CLOSE-FIELD
               COMPUTE WS-FIELD-BEGIN = WS-POS + 1
               PERFORM 0110-OPEN-FIELD
           ELSE
           IF WS-QUOTE-CLOSED
               SET WS-DLM-BAD-QUOTING TO TRUE
           ELSE
           IF WS-CHAR = WS-DLM-QUOTE
               AND WS-DLM-QUOTE NOT = SPACE
               AND WS-POS = WS-DLM-RAW-START (WS-DLM-FIELD-COUNT)
               MOVE "Y" TO WS-DLM-QUOTED (WS-DLM-FIELD-COUNT)
               SET WS-IN-QUOTES TO TRUE
           ELSE
               PERFORM 0150-ADD-VALUE-BYTE
           END-IF
           END-IF
           END-IF.

      * WS-POS is on the separator that ends the field, or one past
      * the end of the record for the last field.
       0140-CLOSE-FIELD.
           COMPUTE WS-DLM-RAW-LENGTH (WS-DLM-FIELD-COUNT) =
               WS-POS - WS-DLM-RAW-START (WS-DLM-FIELD-COUNT).

       0150-ADD-VALUE-BYTE.
           ADD 1 TO WS-VALUE-USED
           MOVE WS-CHAR TO WS-DLM-VALUES (WS-VALUE-USED : 1)
           ADD 1 TO WS-DLM-VALUE-LENGTH (WS-DLM-FIELD-COUNT).

      ******************************************************************
      * Rebuilds the record with field WS-DLM-ORDINAL replaced, then
      * splits the rebuilt record so the caller's field table
      * describes what will actually be written.
      ******************************************************************
       0200-REPLACE-FIELD.
           IF WS-DLM-ORDINAL < 1
               OR WS-DLM-ORDINAL > WS-DLM-FIELD-COUNT
               OR WS-DLM-NEW-LENGTH > FUNCTION LENGTH (WS-DLM-NEW-VALUE)
               SET WS-DLM-NO-REBUILD TO TRUE
           ELSE
               PERFORM 0210-SET-NEW-QUOTING
           END-IF
           IF WS-DLM-WELL-FORMED
               MOVE SPACES TO WS-BUILD-LINE
               MOVE 0 TO WS-BUILD-USED
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-DLM-FIELD-COUNT
                   OR NOT WS-DLM-WELL-FORMED
                   IF WS-FLD-IDX > 1
                       MOVE WS-DLM-SEPARATOR TO WS-CHAR
                       PERFORM 0240-ADD-BUILD-BYTE
                   END-IF
                   IF WS-FLD-IDX = WS-DLM-ORDINAL
                       PERFORM 0220-ENCODE-NEW-VALUE
                   ELSE
                       PERFORM 0230-COPY-RAW-FIELD
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DLM-WELL-FORMED
               MOVE WS-BUILD-LINE TO WS-DLM-RECORD
               PERFORM 0100-SPLIT-RECORD
           END-IF.

      ******************************************************************
      * The new value goes out quoted when the original field was,
      * or when it holds the separator or the quote character and
      * would otherwise split wrongly. A feed with no quote
      * character cannot carry a separator inside a field at all.
      ******************************************************************
       0210-SET-NEW-QUOTING.
           MOVE WS-DLM-QUOTED (WS-DLM-ORDINAL) TO WS-NEW-QUOTED-SW
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-DLM-NEW-LENGTH
               IF WS-DLM-NEW-VALUE (WS-NEW-IDX : 1) = WS-DLM-SEPARATOR
                   OR (WS-DLM-QUOTE NOT = SPACE
                   AND WS-DLM-NEW-VALUE (WS-NEW-IDX : 1) =
                       WS-DLM-QUOTE)
                   SET WS-NEW-QUOTED TO TRUE
               END-IF
           END-PERFORM
           IF WS-NEW-QUOTED AND WS-DLM-QUOTE = SPACE
               SET WS-DLM-NO-REBUILD TO TRUE
           END-IF.

       0220-ENCODE-NEW-VALUE.
           IF WS-NEW-QUOTED
               MOVE WS-DLM-QUOTE TO WS-CHAR
               PERFORM 0240-ADD-BUILD-BYTE
           END-IF
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-DLM-NEW-LENGTH
               OR NOT WS-DLM-WELL-FORMED
               MOVE WS-DLM-NEW-VALUE (WS-NEW-IDX : 1) TO WS-CHAR
               PERFORM 0240-ADD-BUILD-BYTE
               IF WS-NEW-QUOTED AND WS-CHAR = WS-DLM-QUOTE
                   PERFORM 0240-ADD-BUILD-BYTE
               END-IF
           END-PERFORM
           IF WS-NEW-QUOTED
               MOVE WS-DLM-QUOTE TO WS-CHAR
               PERFORM 0240-ADD-BUILD-BYTE
           END-IF.

       0230-COPY-RAW-FIELD.
           IF WS-DLM-RAW-LENGTH (WS-FLD-IDX) > 0
               IF WS-BUILD-USED + WS-DLM-RAW-LENGTH (WS-FLD-IDX) >
                   FUNCTION LENGTH (WS-BUILD-LINE)
                   SET WS-DLM-NO-REBUILD TO TRUE
               ELSE
                   MOVE WS-DLM-RECORD (WS-DLM-RAW-START (WS-FLD-IDX) :
                       WS-DLM-RAW-LENGTH (WS-FLD-IDX))
                       TO WS-BUILD-LINE (WS-BUILD-USED + 1 :
                       WS-DLM-RAW-LENGTH (WS-FLD-IDX))
                   ADD WS-DLM-RAW-LENGTH (WS-FLD-IDX) TO WS-BUILD-USED
               END-IF
           END-IF.

       0240-ADD-BUILD-BYTE.
           IF WS-BUILD-USED NOT < FUNCTION LENGTH (WS-BUILD-LINE)
               SET WS-DLM-NO-REBUILD TO TRUE
           ELSE
               ADD 1 TO WS-BUILD-USED
               MOVE WS-CHAR TO WS-BUILD-LINE (WS-BUILD-USED : 1)
           END-IF.
