      *               parameter-card feed's and their dispositions
      *               pre-flight instead of rejecting as not in
      *               layout.
      *   2026-10-15  EXCREC grew the lasting record identity and the
      *               carry-forward cycle count; record width follows.
      *   2026-10-15  FDMREC grew the reject-return registration read
      *               by LENRETRN; record width follows.
      *   2026-10-15  UTF-8 feeds: a replacement for an exception from a
      *               feed registered with FDM-ENCODING "U" is
      *               pre-flighted in characters and for malformed
      *               sequences, exactly as LENRECYC now re-checks it.
      *   2026-10-15  Delimited feeds: a replacement for an exception
      *               from a feed registered with FDM-RECORD-FORMAT
      *               "D" is written into the field its layout names
      *               by LAY-ORDINAL (DLMFLD00) and the rebuilt record
      *               must split into the registered field count
      *               before every declared field is re-swept, as
      *               LENRECYC now repairs it. FDMREC and LAYREC
      *               record widths follow.
      *   2026-10-15  LAYREC grew LAY-MASK-STYLE for sensitive
      *               fields; record width follows.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record width
      *               follows. The clerks still edit EXC-TEXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDSPED.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-IN         PIC X(2092).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD-IN       PIC X(1017).
       COPY FLRMREC.

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD-IN            PIC X(41).

       FD  CONTENT-FILE.
       01  CONTENT-RECORD-IN           PIC X(50).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       WORKING-STORAGE SECTION.
       COPY LENCHKWS.
       COPY CONCHKWS.
       COPY DLMFLDWS.
       COPY EXCREC.
       COPY DSPREC.
       COPY PARMREC.
       01  WS-RLY-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-RLY-FOUND            VALUE "Y".

      * Feeds registered UTF-8 in FEEDMAST (FDM-ENCODING "U"). An
      * exception whose EXC-FEED-NAME is listed here is pre-flighted
      * in characters; every other exception keeps the byte rules.
       01  WS-UTF-TABLE.
           05  WS-UTF-FEED             PIC X(8) OCCURS 20 TIMES.
       01  WS-UTF-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-UTF-IDX                  PIC 9(4) COMP VALUE 0.
      * Feeds registered delimited in FEEDMAST (FDM-RECORD-FORMAT
      * "D"), loaded exactly as LENRECYC loads them: the layout whose
      * ordinal lines declare their fields, the separator and quote
      * character, the registered field count (zero = none) and,
      * set by 0138, how many ordinal fields the layout declares and
      * the highest ordinal among them. WS-CUR-DLF names the entry
      * for the exception being pre-flighted, zero when positional.
       01  WS-DLF-TABLE.
           05  WS-DLF-ENTRY            OCCURS 20 TIMES.
               10  WS-DLF-FEED         PIC X(8).
               10  WS-DLF-LAYOUT       PIC X(8).
               10  WS-DLF-SEPARATOR    PIC X(1).
               10  WS-DLF-QUOTE        PIC X(1).
               10  WS-DLF-FIELD-COUNT  PIC 9(4) COMP.
               10  WS-DLF-FIELDS       PIC 9(4) COMP.
               10  WS-DLF-MIN-FIELDS   PIC 9(4) COMP.
       01  WS-DLF-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-DLF-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-CUR-DLF                  PIC 9(4) COMP VALUE 0.
       01  WS-ENTRY-APPLIES-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-APPLIES        VALUE "Y".
      * Reason code (see EXCREC) a delimited record failed its split
      * or field-count check under - spaces when it passed.
       01  WS-SHAPE-REASON             PIC X(2).

      * Condition code handed back to the scheduler: 0 clean, 4 when
      * any disposition was rejected (the clerk has rework before
      * the recycle runs), 12 when a file failed its status check.
               10  WS-EXC-TAB-RECNO    PIC 9(8).
               10  WS-EXC-TAB-FIELD    PIC X(20).
               10  WS-EXC-TAB-TEXT     PIC X(1000).
               10  WS-EXC-TAB-ENCODING PIC X(1).
               10  WS-EXC-TAB-DLF      PIC 9(4) COMP.
       01  WS-EXC-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-EXC-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-EXC-HIT                  PIC 9(4) COMP VALUE 0.

      * Declared fields of the feed's TRANS-RECORD, loaded from
      * LAYFILE exactly as LENRECYC loads them, each with its
      * governing limit resolved once at load time. A delimited
      * field carries its ordinal (zero for a positional field) and
      * is found only under its own layout's tag (see 0246).
       01  WS-LAY-TABLE.
           05  WS-LAY-ENTRY            OCCURS 50 TIMES.
               10  WS-LAY-TAB-FEED     PIC X(8).
               10  WS-LAY-TAB-FIELD    PIC X(20).
               10  WS-LAY-TAB-START    PIC 9(4) COMP.
               10  WS-LAY-TAB-LENGTH   PIC 9(4) COMP.
               10  WS-LAY-TAB-ORDINAL  PIC 9(4) COMP.
               10  WS-LAY-TAB-MAXLEN   PIC 9(4) COMP.
       01  WS-LAY-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-LAY-IDX                  PIC 9(4) COMP VALUE 0.
           PERFORM 0117-LOAD-REGISTERED-LAYOUTS
           PERFORM 0130-RESOLVE-MAX-LENGTH
           PERFORM 0132-LOAD-LAYOUT-TABLE
           PERFORM 0138-SIZE-DELIMITED-LAYOUTS
           IF NOT WS-MASTER-ABSENT
               CLOSE MASTER-FILE
           END-IF
                   NOT AT END
                       MOVE FEED-MASTER-RECORD-IN TO FDM-RECORD
                       PERFORM 0118-ADD-REGISTERED-LAYOUT
                       PERFORM 0119-ADD-UTF8-FEED
                       PERFORM 0120-ADD-DELIMITED-FEED
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
               END-IF
           END-IF.

       0119-ADD-UTF8-FEED.
           IF FDM-UTF8 AND FDM-FEED-NAME NOT = SPACES
               IF WS-UTF-COUNT < 20
                   ADD 1 TO WS-UTF-COUNT
                   MOVE FDM-FEED-NAME TO WS-UTF-FEED (WS-UTF-COUNT)
               ELSE
                   DISPLAY "LENDSPED: UTF-8 FEED LIST FULL (20) - "
                       "IGNORING " FDM-FEED-NAME
               END-IF
           END-IF.

      * Separator and quote default exactly as LENBATCH defaults them.
       0120-ADD-DELIMITED-FEED.
           IF FDM-DELIMITED AND FDM-FEED-NAME NOT = SPACES
               IF WS-DLF-COUNT < 20
                   ADD 1 TO WS-DLF-COUNT
                   MOVE FDM-FEED-NAME TO WS-DLF-FEED (WS-DLF-COUNT)
                   MOVE FDM-LAYOUT-NAME TO WS-DLF-LAYOUT (WS-DLF-COUNT)
                   IF FDM-SEPARATOR = SPACE
                       MOVE "|" TO WS-DLF-SEPARATOR (WS-DLF-COUNT)
                   ELSE
                       MOVE FDM-SEPARATOR
                           TO WS-DLF-SEPARATOR (WS-DLF-COUNT)
                   END-IF
                   MOVE FDM-QUOTE TO WS-DLF-QUOTE (WS-DLF-COUNT)
                   IF FDM-FIELD-COUNT NUMERIC
                       MOVE FDM-FIELD-COUNT
                           TO WS-DLF-FIELD-COUNT (WS-DLF-COUNT)
                   ELSE
                       MOVE 0 TO WS-DLF-FIELD-COUNT (WS-DLF-COUNT)
                   END-IF
                   MOVE 0 TO WS-DLF-FIELDS (WS-DLF-COUNT)
                   MOVE 0 TO WS-DLF-MIN-FIELDS (WS-DLF-COUNT)
               ELSE
                   DISPLAY "LENDSPED: DELIMITED FEED LIST FULL (20) - "
                       "IGNORING " FDM-FEED-NAME
               END-IF
           END-IF.

       0130-RESOLVE-MAX-LENGTH.
           MOVE PARM-MAX-LENGTH TO WS-MAX-LENGTH
           IF NOT WS-MASTER-ABSENT AND PARM-FIELD-NAME NOT = SPACES
           END-IF
           END-IF.

      * Ordinal lines are validated exactly as LENBATCH validates
      * them.
       0133-ADD-LAYOUT-ENTRY.
           IF LAY-ORDINAL NOT NUMERIC
               MOVE 0 TO LAY-ORDINAL
           END-IF
           IF LAY-ORDINAL > 100
               OR (LAY-ORDINAL = 0
               AND (LAY-START-POS NOT NUMERIC
               OR LAY-FIELD-LENGTH NOT NUMERIC
               OR LAY-START-POS < 1
               OR LAY-FIELD-LENGTH < 1
               OR LAY-START-POS + LAY-FIELD-LENGTH - 1 >
                   FUNCTION LENGTH (WS-AREA-1)))
               DISPLAY "LENDSPED: BAD LAYOUT LINE FOR "
                   LAY-FIELD-NAME " - IGNORED"
           ELSE
               IF WS-LAY-COUNT < 50
                   ADD 1 TO WS-LAY-COUNT
                   MOVE LAY-FEED-NAME
                       TO WS-LAY-TAB-FEED (WS-LAY-COUNT)
                   MOVE LAY-FIELD-NAME
                       TO WS-LAY-TAB-FIELD (WS-LAY-COUNT)
                   MOVE LAY-ORDINAL
                       TO WS-LAY-TAB-ORDINAL (WS-LAY-COUNT)
                   IF LAY-ORDINAL > 0
                       MOVE 0 TO WS-LAY-TAB-START (WS-LAY-COUNT)
                       MOVE 0 TO WS-LAY-TAB-LENGTH (WS-LAY-COUNT)
                   ELSE
                       MOVE LAY-START-POS
                           TO WS-LAY-TAB-START (WS-LAY-COUNT)
                       MOVE LAY-FIELD-LENGTH
                           TO WS-LAY-TAB-LENGTH (WS-LAY-COUNT)
                   END-IF
                   PERFORM 0134-RESOLVE-FIELD-LIMIT
                   MOVE WS-FIELD-MAX
                       TO WS-LAY-TAB-MAXLEN (WS-LAY-COUNT)
               MOVE FLR-MAX-LENGTH TO WS-IN-FORCE-LENGTH
           END-IF.

      ******************************************************************
      * Counts each delimited feed's declared ordinal fields and
      * finds the highest ordinal among them - the fewest fields a
      * record of the feed can carry when no field count is
      * registered, as LENBATCH derives it per segment.
      ******************************************************************
       0138-SIZE-DELIMITED-LAYOUTS.
           PERFORM VARYING WS-DLF-IDX FROM 1 BY 1
               UNTIL WS-DLF-IDX > WS-DLF-COUNT
               PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   IF WS-LAY-TAB-FEED (WS-LAY-IDX) =
                       WS-DLF-LAYOUT (WS-DLF-IDX)
                       AND WS-LAY-TAB-ORDINAL (WS-LAY-IDX) > 0
                       ADD 1 TO WS-DLF-FIELDS (WS-DLF-IDX)
                       IF WS-LAY-TAB-ORDINAL (WS-LAY-IDX) >
                           WS-DLF-MIN-FIELDS (WS-DLF-IDX)
                           MOVE WS-LAY-TAB-ORDINAL (WS-LAY-IDX)
                               TO WS-DLF-MIN-FIELDS (WS-DLF-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * Loads the current EXCFILE so every keyed record number can
      * be proved to exist as an exception. Only the first line per
                   MOVE EXC-FIELD-NAME
                       TO WS-EXC-TAB-FIELD (WS-EXC-COUNT)
                   MOVE EXC-TEXT TO WS-EXC-TAB-TEXT (WS-EXC-COUNT)
                   PERFORM 0147-SET-ENCODING
                   MOVE WS-ENCODING-SW
                       TO WS-EXC-TAB-ENCODING (WS-EXC-COUNT)
                   PERFORM 0148-SET-RECORD-FORMAT
                   MOVE WS-CUR-DLF TO WS-EXC-TAB-DLF (WS-EXC-COUNT)
               ELSE
                   ADD 1 TO WS-EXC-DROP-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * The exception is pre-flighted under its own feed's encoding:
      * UTF-8 when EXC-FEED-NAME is registered so, bytes otherwise
      * (including exceptions that carry no feed identity).
      ******************************************************************
       0147-SET-ENCODING.
           SET WS-BYTE-TEXT TO TRUE
           IF EXC-FEED-NAME NOT = SPACES
               PERFORM VARYING WS-UTF-IDX FROM 1 BY 1
                   UNTIL WS-UTF-IDX > WS-UTF-COUNT OR WS-UTF8-TEXT
                   IF WS-UTF-FEED (WS-UTF-IDX) = EXC-FEED-NAME
                       SET WS-UTF8-TEXT TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * The exception is pre-flighted under its own feed's record
      * format: delimited when EXC-FEED-NAME is registered so (the
      * feed's WS-DLF-TABLE entry), positional otherwise.
      ******************************************************************
       0148-SET-RECORD-FORMAT.
           MOVE 0 TO WS-CUR-DLF
           IF EXC-FEED-NAME NOT = SPACES
               PERFORM VARYING WS-DLF-IDX FROM 1 BY 1
                   UNTIL WS-DLF-IDX > WS-DLF-COUNT OR WS-CUR-DLF > 0
                   IF WS-DLF-FEED (WS-DLF-IDX) = EXC-FEED-NAME
                       MOVE WS-DLF-IDX TO WS-CUR-DLF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Finds the tabled exception line for EXC-RECORD-NO (when
      * loading) or DSP-RECORD-NO moved there (when validating).
      * content guard. What passes here passes there.
      ******************************************************************
       0230-PREFLIGHT-REPLACEMENT.
           MOVE WS-EXC-TAB-ENCODING (WS-EXC-HIT) TO WS-ENCODING-SW
           MOVE WS-EXC-TAB-DLF (WS-EXC-HIT) TO WS-CUR-DLF
           IF WS-CUR-DLF > 0
               MOVE WS-DLF-SEPARATOR (WS-CUR-DLF) TO WS-DLM-SEPARATOR
               MOVE WS-DLF-QUOTE (WS-CUR-DLF) TO WS-DLM-QUOTE
           END-IF
           PERFORM 0235-LOCATE-LAYOUT-FIELD
           IF WS-LAYFLD-FOUND
               IF WS-CUR-DLF > 0
                   PERFORM 0232-PREFLIGHT-DELIMITED-FIELD
               ELSE
                   MOVE WS-EXC-TAB-TEXT (WS-EXC-HIT) TO WS-RECORD-WORK
                   MOVE DSP-REPLACEMENT-TEXT
                       (1 : WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX))
                       TO WS-RECORD-WORK
                       (WS-LAY-TAB-START (WS-LAYFLD-IDX) :
                        WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX))
                   PERFORM 0240-SWEEP-RECORD-WORK
               END-IF
           ELSE
           IF WS-EXC-TAB-FIELD (WS-EXC-HIT) NOT = SPACES
               AND WS-EXC-TAB-FIELD (WS-EXC-HIT) NOT = PARM-FIELD-NAME
                   "  FIELD " WS-EXC-TAB-FIELD (WS-EXC-HIT)
                   " NOT IN LAYOUT - CHECK LAYFILE/PARM FEED NAME"
           ELSE
           IF WS-CUR-DLF > 0
               PERFORM 0234-PREFLIGHT-DELIMITED-RECORD
           ELSE
               PERFORM 0236-PREFLIGHT-WHOLE-RECORD
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * A delimited field's replacement is written back into the
      * split record exactly as LENRECYC will write it (DLMFLD00,
      * every other field as sent); one that cannot be written back
      * rejects here, the rest are shape-checked and swept.
      ******************************************************************
       0232-PREFLIGHT-DELIMITED-FIELD.
           MOVE "R" TO WS-DLM-FUNCTION
           MOVE WS-EXC-TAB-TEXT (WS-EXC-HIT) TO WS-DLM-RECORD
           MOVE WS-LAY-TAB-ORDINAL (WS-LAYFLD-IDX) TO WS-DLM-ORDINAL
           MOVE DSP-REPLACEMENT-TEXT TO WS-DLM-NEW-VALUE
           IF WS-DLM-NEW-VALUE = SPACES
               MOVE 0 TO WS-DLM-NEW-LENGTH
           ELSE
               COMPUTE WS-DLM-NEW-LENGTH = FUNCTION LENGTH
                   (FUNCTION TRIM (WS-DLM-NEW-VALUE TRAILING))
           END-IF
           CALL "DLMFLD00" USING WS-DLM-FUNCTION WS-DLM-RECORD
               WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
               WS-DLM-FIELD-COUNT WS-DLM-VALUES WS-DLM-FIELD-TABLE
               WS-DLM-ORDINAL WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH
           IF WS-DLM-WELL-FORMED
               MOVE WS-DLM-RECORD TO WS-RECORD-WORK
               PERFORM 0238-SHAPE-AND-SWEEP
           ELSE
               PERFORM 0250-REJECT-DISPOSITION
               DISPLAY " " DSP-RECORD-NO "   R   " DSP-KEYED-BY
                   "  FIELD " WS-EXC-TAB-FIELD (WS-EXC-HIT)
                   " CANNOT BE REBUILT INTO THE DELIMITED RECORD"
           END-IF.

      ******************************************************************
      * A whole-record replacement for a delimited feed is checked as
      * LENRECYC will check it: field by field when the feed's
      * layout declares fields, else split and counted and then
      * checked as one piece.
      ******************************************************************
       0234-PREFLIGHT-DELIMITED-RECORD.
           MOVE DSP-REPLACEMENT-TEXT TO WS-RECORD-WORK
           IF WS-DLF-FIELDS (WS-CUR-DLF) > 0
               PERFORM 0238-SHAPE-AND-SWEEP
           ELSE
               PERFORM 0237-CHECK-DELIMITED-SHAPE
               IF WS-SHAPE-REASON NOT = SPACES
                   PERFORM 0239-REJECT-BAD-SHAPE
               ELSE
                   PERFORM 0236-PREFLIGHT-WHOLE-RECORD
               END-IF
           END-IF.

      * The one-piece check against the whole-record limit, for a
      * record with no field to repair in place.
       0236-PREFLIGHT-WHOLE-RECORD.
           MOVE WS-GLOBAL-MAX-LENGTH TO WS-MAX-LENGTH
           MOVE DSP-REPLACEMENT-TEXT TO WS-AREA-1
           CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
               WS-LENGTH WS-OVERFLOW-SW
               WS-ENCODING-SW WS-BYTE-LENGTH
           IF WS-OVERFLOW
               PERFORM 0250-REJECT-DISPOSITION
               DISPLAY " " DSP-RECORD-NO "   R   " DSP-KEYED-BY
                   "  REPLACEMENT STILL OVER LIMIT"
           ELSE
               PERFORM 0245-CONTENT-CHECK-RECORD
               IF WS-BAD-CONTENT
                   PERFORM 0250-REJECT-DISPOSITION
                   DISPLAY " " DSP-RECORD-NO "   R   "
                       DSP-KEYED-BY "  REPLACEMENT HAS BAD "
                       "CONTENT (" WS-CONTENT-REASON ")"
               ELSE
                   PERFORM 0260-ACCEPT-DISPOSITION
                   DISPLAY " " DSP-RECORD-NO "   R   "
                       DSP-KEYED-BY "  ACCEPTED"
               END-IF
           END-IF.

       0235-LOCATE-LAYOUT-FIELD.
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT OR WS-LAYFLD-FOUND
                   IF WS-LAY-TAB-FIELD (WS-LAY-IDX) =
                       WS-EXC-TAB-FIELD (WS-EXC-HIT)
                       PERFORM 0246-TEST-ENTRY-APPLIES
                       IF WS-ENTRY-APPLIES
                           SET WS-LAYFLD-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LAYFLD-FOUND
               END-IF
           END-IF.

      ******************************************************************
      * A rebuilt delimited record must still split into the right
      * number of fields before its fields are swept.
      ******************************************************************
       0238-SHAPE-AND-SWEEP.
           MOVE SPACES TO WS-SHAPE-REASON
           IF WS-CUR-DLF > 0
               PERFORM 0237-CHECK-DELIMITED-SHAPE
           END-IF
           IF WS-SHAPE-REASON NOT = SPACES
               PERFORM 0239-REJECT-BAD-SHAPE
           ELSE
               PERFORM 0240-SWEEP-RECORD-WORK
           END-IF.

      ******************************************************************
      * Splits the work record and judges its shape exactly as
      * LENRECYC's 0263 does: UQ for a quoted field not closed
      * cleanly, DF for too many fields, a count other than the
      * registered one, or too few to reach every declared field.
      ******************************************************************
       0237-CHECK-DELIMITED-SHAPE.
           MOVE "S" TO WS-DLM-FUNCTION
           MOVE WS-RECORD-WORK TO WS-DLM-RECORD
           CALL "DLMFLD00" USING WS-DLM-FUNCTION WS-DLM-RECORD
               WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
               WS-DLM-FIELD-COUNT WS-DLM-VALUES WS-DLM-FIELD-TABLE
               WS-DLM-ORDINAL WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH
           MOVE SPACES TO WS-SHAPE-REASON
           EVALUATE TRUE
               WHEN WS-DLM-BAD-QUOTING
                   MOVE "UQ" TO WS-SHAPE-REASON
               WHEN NOT WS-DLM-WELL-FORMED
                   MOVE "DF" TO WS-SHAPE-REASON
               WHEN WS-DLF-FIELD-COUNT (WS-CUR-DLF) > 0
                   AND WS-DLM-FIELD-COUNT NOT =
                       WS-DLF-FIELD-COUNT (WS-CUR-DLF)
                   MOVE "DF" TO WS-SHAPE-REASON
               WHEN WS-DLM-FIELD-COUNT <
                   WS-DLF-MIN-FIELDS (WS-CUR-DLF)
                   MOVE "DF" TO WS-SHAPE-REASON
           END-EVALUATE.

       0239-REJECT-BAD-SHAPE.
           PERFORM 0250-REJECT-DISPOSITION
           DISPLAY " " DSP-RECORD-NO "   R   " DSP-KEYED-BY
               "  DELIMITED RECORD MISSHAPEN (" WS-SHAPE-REASON ")".

      ******************************************************************
      * Every declared field of the repaired record is re-checked,
      * exactly as LENRECYC's post-repair sweep does, then the whole
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               PERFORM 0245-CONTENT-CHECK-RECORD
               IF WS-BAD-CONTENT
                   PERFORM 0250-REJECT-DISPOSITION
               END-IF
           END-IF.

      * Only the entries that apply to the record's format are swept
      * (see 0246); a delimited field is taken from the split 0237
      * made of the work record.
       0242-SWEEP-ONE-FIELD.
           PERFORM 0246-TEST-ENTRY-APPLIES
           IF WS-ENTRY-APPLIES
               IF WS-CUR-DLF > 0
                   MOVE SPACES TO WS-AREA-1
                   MOVE WS-LAY-TAB-ORDINAL (WS-LAY-IDX)
                       TO WS-DLM-ORDINAL
                   IF WS-DLM-ORDINAL NOT > WS-DLM-FIELD-COUNT
                       AND WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL) > 0
                       MOVE WS-DLM-VALUES
                           (WS-DLM-VALUE-START (WS-DLM-ORDINAL) :
                            WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL))
                           TO WS-AREA-1
                   END-IF
               ELSE
                   MOVE WS-RECORD-WORK (WS-LAY-TAB-START (WS-LAY-IDX) :
                       WS-LAY-TAB-LENGTH (WS-LAY-IDX)) TO WS-AREA-1
               END-IF
               MOVE WS-LAY-TAB-MAXLEN (WS-LAY-IDX) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               IF WS-OVERFLOW AND NOT WS-RECORD-FAIL
                   SET WS-RECORD-FAIL TO TRUE
                   MOVE WS-LAY-TAB-FIELD (WS-LAY-IDX) TO WS-FAIL-FIELD
               END-IF
           END-IF.

      ******************************************************************
      * Whether the layout entry under WS-LAY-IDX applies to the
      * exception being pre-flighted, exactly as LENRECYC's 0266
      * decides it.
      ******************************************************************
       0246-TEST-ENTRY-APPLIES.
           MOVE "N" TO WS-ENTRY-APPLIES-SW
           IF WS-CUR-DLF > 0
               IF WS-LAY-TAB-FEED (WS-LAY-IDX) =
                   WS-DLF-LAYOUT (WS-CUR-DLF)
                   AND WS-LAY-TAB-ORDINAL (WS-LAY-IDX) > 0
                   SET WS-ENTRY-APPLIES TO TRUE
               END-IF
           ELSE
               IF WS-LAY-TAB-ORDINAL (WS-LAY-IDX) = 0
                   SET WS-ENTRY-APPLIES TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Runs the CONCHK00 content guard over the text in WS-AREA-1,
      * bounded to the true tallied length in bytes, exactly as
      * LENRECYC runs it on a repair.
      ******************************************************************
       0245-CONTENT-CHECK-RECORD.
           MOVE WS-BYTE-LENGTH TO WS-SCAN-LENGTH
           CALL "CONCHK00" USING WS-AREA-1 WS-SCAN-LENGTH
               WS-FORBIDDEN-SET WS-CONTENT-SW WS-CONTENT-REASON
               WS-BAD-CHAR-POS WS-ENCODING-SW.

       0250-REJECT-DISPOSITION.
           ADD 1 TO WS-REJECTED-COUNT.
