      * override (see LENMAINT) - callers that need the     *
      * buffer's own ceiling should use FUNCTION LENGTH      *
      * (WS-AREA-1) rather than hard-coding the number.      *
      * WS-ENCODING-SW says how the text is counted: bytes  *
      * (the default) or, for a feed registered UTF-8 on    *
      * FEEDMAST, characters - WS-LENGTH is then the        *
      * character count checked against WS-MAX-LENGTH.      *
      * WS-BYTE-LENGTH is always the trimmed length in      *
      * bytes, for slicing the buffer and bounding the      *
      * content scan; it equals WS-LENGTH for byte text.    *
      *****************************************************
       01  WS-AREA-1                   PIC X(1000).
       01  WS-AREA-2                   PIC X(1000).
       01  WS-OVERFLOW-SW              PIC X(1) VALUE "N".
           88  WS-OVERFLOW             VALUE "Y".
           88  WS-WITHIN-LIMIT         VALUE "N".
       01  WS-ENCODING-SW              PIC X(1) VALUE "B".
           88  WS-UTF8-TEXT            VALUE "U".
           88  WS-BYTE-TEXT            VALUE "B".
       01  WS-BYTE-LENGTH              PIC 9(4) COMP.
