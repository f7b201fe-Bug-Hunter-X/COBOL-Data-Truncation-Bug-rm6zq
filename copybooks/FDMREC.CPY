      *****************************************************
      * FDMREC - feed registration record, one line of     *
      * the FEEDMAST registration file per feed the shop   *
      * expects to arrive inside TRANSIN. Looked up by     *
      * FDM-FEED-NAME against the *HDR* control records    *
      * FDM-EXTRACT-DDNAME is the extract file the feed's  *
      * accepted records are written to, closed with its   *
      * own ETLREC trailer (spaces = the shared EXTFILE).  *
      * FDM-RETURN-FLAG "Y" registers the sender for the   *
      * LENRETRN reject return: each cycle the feed's new  *
      * exceptions and final rejects are written back to   *
      * it on the file named by FDM-RETURN-DDNAME. Any     *
      * other value means the feed gets no return file.    *
      * FDM-ENCODING "U" registers the feed as UTF-8: its  *
      * lengths are counted and checked in characters, not *
      * bytes, and a malformed byte sequence is rejected   *
      * under reason code UE. Any other value (spaces,     *
      * "B") keeps the byte-for-byte rules.                *
      * FDM-RECORD-FORMAT "D" registers the feed as        *
      * delimited: its fields are found by splitting the   *
      * record on FDM-SEPARATOR (spaces = "|"), with       *
      * FDM-QUOTE as the quote character that lets a field *
      * carry the separator (spaces = no quoting), and its *
      * LAYREC lines name fields by LAY-ORDINAL instead of *
      * byte position (see DLMFLD00). FDM-FIELD-COUNT is   *
      * the number of fields every record must carry; a    *
      * record with any other count is rejected under      *
      * reason code DF. Zero means no fixed count - only a *
      * record too short to hold every declared field is   *
      * rejected. Any other format value (spaces, "F")     *
      * keeps the fixed-position rules.                    *
      * Feeds not registered here are processed under the  *
      * parameter-card rules exactly as before.            *
      *****************************************************
           05  FDM-MAX-LENGTH          PIC 9(4).
           05  FDM-EXC-THRESHOLD       PIC 9(8).
           05  FDM-EXTRACT-DDNAME      PIC X(8).
           05  FDM-RETURN-FLAG         PIC X(1).
               88  FDM-RETURN-WANTED   VALUE "Y".
           05  FDM-RETURN-DDNAME       PIC X(8).
           05  FDM-ENCODING            PIC X(1).
               88  FDM-UTF8            VALUE "U".
           05  FDM-RECORD-FORMAT       PIC X(1).
               88  FDM-DELIMITED       VALUE "D".
           05  FDM-SEPARATOR           PIC X(1).
           05  FDM-QUOTE               PIC X(1).
           05  FDM-FIELD-COUNT         PIC 9(4).
