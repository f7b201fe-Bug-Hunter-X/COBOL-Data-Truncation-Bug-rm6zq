      * are terminators, not members - control bytes below  *
      * space and unbalanced quotes are always checked.     *
      * On a hit WS-CONTENT-REASON carries the reason code  *
      * (CC/FC/UQ/UE, see EXCREC) and WS-BAD-CHAR-POS the   *
      * 1-based position of the offending byte (zero for    *
      * UQ, which has no single position). UTF-8 text       *
      * (WS-ENCODING-SW, see LENCHKWS) is also checked for  *
      * well-formed byte sequences; WS-SCAN-LENGTH is then  *
      * the byte length, WS-BYTE-LENGTH.                    *
      *****************************************************
       01  WS-SCAN-LENGTH              PIC 9(4) COMP.
       01  WS-FORBIDDEN-SET            PIC X(50).
