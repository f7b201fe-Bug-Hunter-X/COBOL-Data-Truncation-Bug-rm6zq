      * downstream jobs can load accepted records without   *
      * re-deriving them from the raw feed. EXT-TEXT matches *
      * WS-AREA-1's width (see LENCHKWS).                    *
      * EXT-INTAKE-RUN-DATE through EXT-FEED-RECORD-NO      *
      * carry the record's lasting identity as EXCREC       *
      * does, whether it was accepted on intake or          *
      * recycled later, so the batch a record loaded under  *
      * can be traced back to its *HDR* transmission. The   *
      * delimited variant writes them after the trimmed     *
      * EXT-TEXT; EXT-LENGTH says where the text ends.      *
      * EXT-LENGTH is the length in bytes for every feed,   *
      * UTF-8 feeds included (see FDMREC).                  *
      *****************************************************
       01  EXT-RECORD.
           05  EXT-RECORD-NO           PIC 9(8).
           05  EXT-LENGTH              PIC 9(4).
           05  EXT-TEXT                PIC X(1000).
           05  EXT-INTAKE-RUN-DATE     PIC 9(8).
           05  EXT-INTAKE-RUN-TIME     PIC 9(6).
           05  EXT-FEED-NAME           PIC X(8).
           05  EXT-FEED-CREATED        PIC 9(8).
           05  EXT-FEED-RECORD-NO      PIC 9(8).
