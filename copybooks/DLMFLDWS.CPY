      *****************************************************
      * DLMFLDWS - shared fields for the DLMFLD00 field    *
      * splitter used by every program that checks or      *
      * repairs a feed registered delimited on FEEDMAST    *
      * (FDM-RECORD-FORMAT "D"). INCLUDE via COPY DLMFLDWS. *
      * and pass the fields to DLMFLD00 rather than        *
      * re-coding the scan.                                *
      * WS-DLM-FUNCTION "S" splits WS-DLM-RECORD on         *
      * WS-DLM-SEPARATOR, honouring WS-DLM-QUOTE (spaces =  *
      * the feed quotes nothing): one WS-DLM-FIELD entry    *
      * per field in record order, so the ordinal is the    *
      * subscript. WS-DLM-RAW-START/-LENGTH locate the      *
      * field as transmitted, quotes included;              *
      * WS-DLM-VALUE-START/-LENGTH locate its content in    *
      * WS-DLM-VALUES with the enclosing quotes removed and *
      * doubled quotes undone - the text whose length is    *
      * checked. "R" replaces field WS-DLM-ORDINAL with the *
      * first WS-DLM-NEW-LENGTH bytes of WS-DLM-NEW-VALUE,  *
      * quoting it when it was quoted or now needs it,      *
      * rebuilds WS-DLM-RECORD with every other field       *
      * byte for byte as sent, and re-splits the result.    *
      * WS-DLM-SHAPE-SW says whether the record could be    *
      * split (or rebuilt): a quoted field never closed or  *
      * followed by stray text, more fields than the table  *
      * holds, or a repair that cannot be written back      *
      * (ordinal not in the record, separator in the value  *
      * of a feed with no quote character, result too long  *
      * for the buffer) each leave it not well-formed.      *
      *****************************************************
       01  WS-DLM-FUNCTION             PIC X(1).
           88  WS-DLM-SPLIT            VALUE "S".
           88  WS-DLM-REPLACE          VALUE "R".
       01  WS-DLM-RECORD               PIC X(1000).
       01  WS-DLM-SEPARATOR            PIC X(1) VALUE "|".
       01  WS-DLM-QUOTE                PIC X(1) VALUE QUOTE.
       01  WS-DLM-SHAPE-SW             PIC X(1) VALUE "Y".
           88  WS-DLM-WELL-FORMED      VALUE "Y".
           88  WS-DLM-BAD-QUOTING      VALUE "Q".
           88  WS-DLM-TOO-MANY-FIELDS  VALUE "F".
           88  WS-DLM-NO-REBUILD       VALUE "R".
       01  WS-DLM-FIELD-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-DLM-VALUES               PIC X(1000).
       01  WS-DLM-FIELD-TABLE.
           05  WS-DLM-FIELD            OCCURS 100 TIMES.
               10  WS-DLM-RAW-START    PIC 9(4) COMP.
               10  WS-DLM-RAW-LENGTH   PIC 9(4) COMP.
               10  WS-DLM-VALUE-START  PIC 9(4) COMP.
               10  WS-DLM-VALUE-LENGTH PIC 9(4) COMP.
               10  WS-DLM-QUOTED       PIC X(1).
       01  WS-DLM-ORDINAL              PIC 9(4) COMP VALUE 0.
       01  WS-DLM-NEW-VALUE            PIC X(1000).
       01  WS-DLM-NEW-LENGTH           PIC 9(4) COMP VALUE 0.
