      *****************************************************
      * MSKFLDWS - shared fields for the MSKFLD00 masking   *
      * routine used by every program that writes record   *
      * text where it is kept or printed beyond the repair *
      * itself (AUD-TEXT-SAMPLE, the reject return file).  *
      * INCLUDE via COPY MSKFLDWS. and pass the fields to  *
      * MSKFLD00 rather than re-coding the masking.        *
      * WS-MSK-SLOT-TABLE holds every LAYFILE line flagged *
      * sensitive (LAY-MASK-STYLE), loaded once per run    *
      * and tagged with its LAY-FEED-NAME; only the slots  *
      * tagged WS-MSK-LAYOUT are applied to a record. A    *
      * positional slot is WS-MSK-SLOT-START/-LENGTH, a    *
      * delimited one WS-MSK-SLOT-ORDINAL, split on        *
      * WS-MSK-SEPARATOR/WS-MSK-QUOTE when                 *
      * WS-MSK-FORMAT-SW is "D". WS-MSK-ENCODING-SW "U"    *
      * keeps last-four masking on a character boundary.   *
      * WS-MSK-RECORD is masked in place; the caller       *
      * moves a copy there, never the record it must keep. *
      * WS-MSK-RESULT-SW comes back "N" when nothing was   *
      * masked, "Y" when sensitive content was, and "W"    *
      * when a delimited record would not split, so every  *
      * non-space byte of it was masked rather than risk   *
      * a sensitive field showing through.                 *
      *****************************************************
       01  WS-MSK-RECORD               PIC X(1000).
       01  WS-MSK-LAYOUT               PIC X(8).
       01  WS-MSK-FORMAT-SW            PIC X(1) VALUE "P".
           88  WS-MSK-DELIMITED        VALUE "D".
       01  WS-MSK-SEPARATOR            PIC X(1) VALUE "|".
       01  WS-MSK-QUOTE                PIC X(1) VALUE QUOTE.
       01  WS-MSK-ENCODING-SW          PIC X(1) VALUE "B".
           88  WS-MSK-UTF8             VALUE "U".
       01  WS-MSK-SLOT-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-MSK-SLOT-TABLE.
           05  WS-MSK-SLOT             OCCURS 100 TIMES.
               10  WS-MSK-SLOT-LAYOUT  PIC X(8).
               10  WS-MSK-SLOT-START   PIC 9(4) COMP.
               10  WS-MSK-SLOT-LENGTH  PIC 9(4) COMP.
               10  WS-MSK-SLOT-ORDINAL PIC 9(4) COMP.
               10  WS-MSK-SLOT-STYLE   PIC X(1).
       01  WS-MSK-RESULT-SW            PIC X(1) VALUE "N".
           88  WS-MSK-NOTHING          VALUE "N".
           88  WS-MSK-MASKED           VALUE "Y".
           88  WS-MSK-WHOLE            VALUE "W".
