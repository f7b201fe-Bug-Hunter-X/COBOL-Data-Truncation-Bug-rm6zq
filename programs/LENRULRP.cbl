      *
      * Change history:
      *   2026-09-02  Added.
      *   2026-10-15  FLRHREC grew the approving user and date from
      *               the LENAPPRV maker-checker step; each history
      *               line now shows who approved the change and when.
      *   2026-10-15  LAYREC grew LAY-ORDINAL for delimited feeds;
      *               record width follows. An ordinal line names
      *               its field like any other, so dead-rule
      *               detection is unchanged.
      *   2026-10-15  LAYREC grew LAY-MASK-STYLE for sensitive
      *               fields; record width follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENRULRP.
       COPY FLRMREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD-IN           PIC X(69).

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD-IN            PIC X(41).

       WORKING-STORAGE SECTION.
       COPY FLRHREC.
               10  WS-HIS-KEYED-BY     PIC X(8).
               10  WS-HIS-KEYED-DATE   PIC 9(8).
               10  WS-HIS-EFF-DATE     PIC 9(8).
               10  WS-HIS-APPR-BY      PIC X(8).
               10  WS-HIS-APPR-DATE    PIC 9(8).
       01  WS-HIS-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-HIS-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-HIS-DROP-COUNT           PIC 9(8) COMP VALUE 0.
                       ELSE
                           MOVE 0 TO WS-HIS-EFF-DATE (WS-HIS-COUNT)
                       END-IF
                       MOVE FLRH-APPROVED-BY
                           TO WS-HIS-APPR-BY (WS-HIS-COUNT)
                       IF FLRH-APPROVED-DATE NUMERIC
                           MOVE FLRH-APPROVED-DATE
                               TO WS-HIS-APPR-DATE (WS-HIS-COUNT)
                       ELSE
                           MOVE 0 TO WS-HIS-APPR-DATE (WS-HIS-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-HIS-DROP-COUNT
                   END-IF
                       "  KEYED " WS-HIS-KEYED-DATE (WS-HIS-IDX)
                       " BY " WS-HIS-KEYED-BY (WS-HIS-IDX)
                       "  EFF " WS-HIS-EFF-DATE (WS-HIS-IDX)
                       "  APPR " WS-HIS-APPR-DATE (WS-HIS-IDX)
                       " BY " WS-HIS-APPR-BY (WS-HIS-IDX)
               END-IF
           END-IF.

