      *               so those layouts now load alongside the
      *               parameter-card feed's and their exceptions
      *               stay repairable in place.
      *   2026-10-15  Lasting record identity: the intake run and
      *               *HDR* transmission identity LENBATCH stamps on
      *               each exception now rides through every
      *               disposition audit line and recycled extract
      *               record, each audit line names the action
      *               applied, and each carry-forward counts the
      *               cycle and stamps its date on the exception, so
      *               the LENTRACE inquiry can follow one record
      *               across cycles. Record widths follow.
      *   2026-10-15  Reject-final no longer just drops the record: the
      *               exception is written whole to REJFILE (EXCREC
      *               layout, one file per cycle) so LENRETRN can
      *               return it to the sending system with its reason.
      *               FDMREC grew the return registration; record
      *               width follows.
      *   2026-10-15  UTF-8 feeds: an exception from a feed registered
      *               with FDM-ENCODING "U" is re-checked in characters
      *               and content-checked for malformed sequences, and
      *               a truncate keeps the first characters up to the
      *               limit without splitting one. EXT-LENGTH is the
      *               byte length of the text for every feed.
      *   2026-10-15  Run history: a RUNREC line is appended to RUNLOG
      *               per execution, as the other jobs do - exception
      *               lines read, records recycled to the extract and
      *               lines carried forward - for LENRUNRP and the
      *               LENROLFW roll-forward balance. The job now ends
      *               with condition code 12 when EXCFILE cannot be
      *               opened, an extract write fails, or REJFILE
      *               cannot be opened or written.
      *   2026-10-15  Delimited feeds: an exception from a feed
      *               registered with FDM-RECORD-FORMAT "D" is
      *               repaired inside the field its layout names by
      *               LAY-ORDINAL, and the record is rebuilt with
      *               every other field exactly as sent (DLMFLD00).
      *               The repaired record is re-split and must carry
      *               the registered field count (reason DF) before
      *               each of its declared fields is re-checked.
      *               FDMREC and LAYREC record widths follow.
      *   2026-10-15  Sensitive fields: AUD-TEXT-SAMPLE is taken from
      *               a copy of the exception's text with every field
      *               its feed's layout flags in LAY-MASK-STYLE
      *               masked (MSKFLD00), and AUD-MASK-SW is set. The
      *               repair itself, the listing and EXCFILE.NEW keep
      *               the record exactly as sent. AUDREC and LAYREC
      *               widths follow.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record widths
      *               follow. A failed repair still carries the
      *               clerks' text in EXC-TEXT; the sender's text
      *               stays in EXC-ORIGINAL-TEXT, taken from EXC-TEXT
      *               on an exception written before the field
      *               existed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENRECYC.
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "EXCFILE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "LAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-FILE-STATUS.
           SELECT FEED-MASTER-FILE ASSIGN TO "FEEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDM-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-IN         PIC X(2092).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD-IN       PIC X(1017).
       COPY FLRMREC.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD-OUT          PIC X(1057).

       FD  CARRY-FILE.
       01  CARRY-RECORD-OUT            PIC X(2092).

       FD  FINAL-REJECT-FILE.
       01  FINAL-REJECT-RECORD-OUT     PIC X(2092).

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD-IN            PIC X(41).

       FD  CONTENT-FILE.
       01  CONTENT-RECORD-IN           PIC X(50).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-OUT            PIC X(164).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).

       WORKING-STORAGE SECTION.
       COPY LENCHKWS.
       COPY CONCHKWS.
       COPY DLMFLDWS.
       COPY MSKFLDWS.
       COPY EXCREC.
       COPY EXTREC.
       COPY ETLREC.
       COPY PARMREC.
       COPY LAYREC.
       COPY FDMREC.
       COPY RUNREC.

       01  WS-EXC-EOF-SW               PIC X(1) VALUE "N".
           88  WS-EXC-EOF              VALUE "Y".
           88  WS-DELIMITED-EXTRACT    VALUE "D".
       01  WS-EXT-WRITE-FAIL-SW        PIC X(1) VALUE "N".
           88  WS-EXT-WRITE-FAIL       VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".

       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-DSP-FILE-STATUS          PIC X(2).
       01  WS-CON-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-FDM-FILE-STATUS          PIC X(2).
       01  WS-REJ-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-FDM-EOF-SW               PIC X(1) VALUE "N".
           88  WS-FDM-EOF              VALUE "Y".

       01  WS-RLY-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-RLY-FOUND            VALUE "Y".

      * Feeds registered UTF-8 in FEEDMAST (FDM-ENCODING "U"). An
      * exception whose EXC-FEED-NAME is listed here is re-checked in
      * characters and truncated on a character boundary; every other
      * exception keeps the byte rules.
       01  WS-UTF-TABLE.
           05  WS-UTF-FEED             PIC X(8) OCCURS 20 TIMES.
       01  WS-UTF-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-UTF-IDX                  PIC 9(4) COMP VALUE 0.
      * Feeds registered delimited in FEEDMAST (FDM-RECORD-FORMAT
      * "D"), with the layout whose ordinal lines declare their
      * fields, the separator and quote character their records are
      * split on, the registered field count (zero = none) and, set
      * once the layouts are loaded (0138), how many ordinal fields
      * the layout declares and the highest ordinal among them. An
      * exception whose EXC-FEED-NAME is listed here is repaired and
      * re-checked field by field in the delimited record
      * (WS-CUR-DLF names its entry, zero for a positional record).
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
      * Every registered feed's FDM-LAYOUT-NAME, so an exception's
      * audit sample is masked under the layout LENBATCH checked it
      * against (the parameter card's layout for a feed not listed).
       01  WS-FLY-TABLE.
           05  WS-FLY-ENTRY            OCCURS 20 TIMES.
               10  WS-FLY-FEED         PIC X(8).
               10  WS-FLY-LAYOUT       PIC X(8).
       01  WS-FLY-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-FLY-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-FLY-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-FLY-FOUND            VALUE "Y".
      * Reason code (see EXCREC) a delimited record failed its split
      * or field-count check under - spaces when it passed.
       01  WS-SHAPE-REASON             PIC X(2).

      * Byte length of the first WS-MAX-LENGTH characters of the text
      * in WS-AREA-1, found by 0224 for a character-safe truncate.
       01  WS-CUT-LENGTH               PIC 9(4) COMP VALUE 0.
       01  WS-CUT-CHARS                PIC 9(4) COMP VALUE 0.
       01  WS-CUT-IDX                  PIC 9(4) COMP VALUE 0.

       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY            OCCURS 500 TIMES.
               10  WS-DSP-TAB-RECNO    PIC 9(8).

      * Declared fields of the feed's TRANS-RECORD, loaded from
      * LAYFILE exactly as LENBATCH loads them, each with its
      * governing limit resolved once at load time. A delimited
      * field carries its ordinal (zero for a positional field) and
      * is found only under its own layout's tag (see 0266).
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
       01  WS-EXTRACT-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-EXT-HASH-TOTAL           PIC 9(12) COMP VALUE 0.
       01  WS-EXT-DELIMITER            PIC X(1) VALUE "|".
       01  WS-DELIM-LINE               PIC X(1057).

       01  WS-EXC-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-NOT-IN-LAYOUT-COUNT      PIC 9(8) COMP VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(8) COMP VALUE 0.

      * Condition code handed back to the scheduler: 0 clean, 12 when
      * EXCFILE could not be opened or a record or trailer could not
      * be written to the extract.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * End-of-run clock and elapsed seconds for the run history,
      * as LENBATCH and LENMAINT stamp them. A run that crosses
      * midnight gets a day of seconds added back.
       01  WS-END-TIME                 PIC 9(6).
       01  WS-START-SECS               PIC 9(8) COMP VALUE 0.
       01  WS-END-SECS                 PIC 9(8) COMP VALUE 0.
       01  WS-ELAPSED-SECS             PIC 9(8) COMP VALUE 0.
       01  WS-HMS-TIME.
           05  WS-HMS-HH               PIC 9(2).
           05  WS-HMS-MM               PIC 9(2).
           05  WS-HMS-SS               PIC 9(2).
       01  WS-SECS-WORK                PIC 9(8) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-EXCEPTION UNTIL WS-EXC-EOF
           PERFORM 0300-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0117-LOAD-REGISTERED-LAYOUTS
           PERFORM 0130-RESOLVE-MAX-LENGTH
           PERFORM 0132-LOAD-LAYOUT-TABLE
           PERFORM 0138-SIZE-DELIMITED-LAYOUTS
           IF NOT WS-MASTER-ABSENT
               CLOSE MASTER-FILE
           END-IF
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "LENRECYC: EXCFILE OPEN FAILED - STATUS "
                   WS-EXC-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EXC-EOF TO TRUE
           END-IF
           END-IF
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           OPEN OUTPUT CARRY-FILE
           OPEN OUTPUT FINAL-REJECT-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "LENRECYC: REJFILE OPEN FAILED - STATUS "
                   WS-REJ-FILE-STATUS " - FINAL REJECTS WILL NOT "
                   "BE RETURNED TO THEIR SENDERS"
               SET WS-IO-FAIL TO TRUE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
                   NOT AT END
                       MOVE FEED-MASTER-RECORD-IN TO FDM-RECORD
                       PERFORM 0118-ADD-REGISTERED-LAYOUT
                       PERFORM 0119-ADD-UTF8-FEED
                       PERFORM 0120-ADD-DELIMITED-FEED
                       PERFORM 0121-ADD-FEED-LAYOUT
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
                   DISPLAY "LENRECYC: UTF-8 FEED LIST FULL (20) - "
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
                   DISPLAY "LENRECYC: DELIMITED FEED LIST FULL (20) - "
                       "IGNORING " FDM-FEED-NAME
               END-IF
           END-IF.

       0121-ADD-FEED-LAYOUT.
           IF FDM-FEED-NAME NOT = SPACES
               IF WS-FLY-COUNT < 20
                   ADD 1 TO WS-FLY-COUNT
                   MOVE FDM-FEED-NAME TO WS-FLY-FEED (WS-FLY-COUNT)
                   MOVE FDM-LAYOUT-NAME TO WS-FLY-LAYOUT (WS-FLY-COUNT)
               ELSE
                   DISPLAY "LENRECYC: FEED LAYOUT LIST FULL (20) - "
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
               DISPLAY "LENRECYC: BAD LAYOUT LINE FOR "
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
                   IF LAY-MASKED
                       PERFORM 0139-ADD-MASK-SLOT
                   END-IF
               ELSE
                   DISPLAY "LENRECYC: LAYOUT TABLE FULL (50) - "
                       "IGNORING " LAY-FIELD-NAME
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-FIELD-MAX
           END-IF.

       0139-ADD-MASK-SLOT.
           IF WS-MSK-SLOT-COUNT < 100
               ADD 1 TO WS-MSK-SLOT-COUNT
               MOVE LAY-FEED-NAME
                   TO WS-MSK-SLOT-LAYOUT (WS-MSK-SLOT-COUNT)
               MOVE WS-LAY-TAB-START (WS-LAY-COUNT)
                   TO WS-MSK-SLOT-START (WS-MSK-SLOT-COUNT)
               MOVE WS-LAY-TAB-LENGTH (WS-LAY-COUNT)
                   TO WS-MSK-SLOT-LENGTH (WS-MSK-SLOT-COUNT)
               MOVE LAY-ORDINAL
                   TO WS-MSK-SLOT-ORDINAL (WS-MSK-SLOT-COUNT)
               MOVE LAY-MASK-STYLE
                   TO WS-MSK-SLOT-STYLE (WS-MSK-SLOT-COUNT)
           ELSE
               DISPLAY "LENRECYC: SENSITIVE FIELD LIST FULL (100) - "
                   LAY-FIELD-NAME " WILL SHOW IN CLEAR"
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
      * Picks the limit the FLRMAST record puts in force on this
      * run date: the pending value once its effective date has
               NOT AT END
                   ADD 1 TO WS-EXC-READ-COUNT
                   MOVE EXCEPTION-RECORD-IN TO EXC-RECORD
                   PERFORM 0205-CHECK-RECORD-IDENTITY
                   PERFORM 0207-SET-ENCODING
                   PERFORM 0208-SET-RECORD-FORMAT
                   PERFORM 0209-SET-MASK-RULES
                   PERFORM 0210-APPLY-DISPOSITION
           END-READ.

      ******************************************************************
      * An exception written before the identity fields existed
      * arrives with spaces there; they are zeroed so the audit,
      * extract and carry records written from it stay numeric. The
      * record keeps no transmission identity - only its EXC-RECORD-NO
      * and first-reject date say where it came from. One written
      * before EXC-ORIGINAL-TEXT existed has the sender's text taken
      * from EXC-TEXT before any repair can replace it.
      ******************************************************************
       0205-CHECK-RECORD-IDENTITY.
           IF EXC-INTAKE-RUN-DATE NOT NUMERIC
               OR EXC-INTAKE-RUN-TIME NOT NUMERIC
               OR EXC-FEED-CREATED NOT NUMERIC
               OR EXC-FEED-RECORD-NO NOT NUMERIC
               MOVE 0 TO EXC-INTAKE-RUN-DATE
               MOVE 0 TO EXC-INTAKE-RUN-TIME
               MOVE SPACES TO EXC-FEED-NAME
               MOVE 0 TO EXC-FEED-CREATED
               MOVE 0 TO EXC-FEED-RECORD-NO
           END-IF
           IF EXC-CARRY-COUNT NOT NUMERIC
               MOVE 0 TO EXC-CARRY-COUNT
           END-IF
           IF EXC-LAST-CARRY-DATE NOT NUMERIC
               MOVE 0 TO EXC-LAST-CARRY-DATE
           END-IF
           IF EXC-ORIGINAL-TEXT = SPACES
               MOVE EXC-TEXT TO EXC-ORIGINAL-TEXT
           END-IF.

      ******************************************************************
      * The exception is re-checked under its own feed's encoding:
      * UTF-8 when EXC-FEED-NAME is registered so, bytes otherwise
      * (including exceptions that carry no feed identity).
      ******************************************************************
       0207-SET-ENCODING.
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
      * The exception is repaired under its own feed's record format:
      * delimited when EXC-FEED-NAME is registered so, with the
      * feed's separator and quote character put in force for
      * DLMFLD00, positional otherwise.
      ******************************************************************
       0208-SET-RECORD-FORMAT.
           MOVE 0 TO WS-CUR-DLF
           IF EXC-FEED-NAME NOT = SPACES
               PERFORM VARYING WS-DLF-IDX FROM 1 BY 1
                   UNTIL WS-DLF-IDX > WS-DLF-COUNT OR WS-CUR-DLF > 0
                   IF WS-DLF-FEED (WS-DLF-IDX) = EXC-FEED-NAME
                       MOVE WS-DLF-IDX TO WS-CUR-DLF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUR-DLF > 0
               MOVE WS-DLF-SEPARATOR (WS-CUR-DLF) TO WS-DLM-SEPARATOR
               MOVE WS-DLF-QUOTE (WS-CUR-DLF) TO WS-DLM-QUOTE
           END-IF.

      ******************************************************************
      * The audit sample is masked under the layout, record format
      * and encoding the exception's feed was checked under on
      * intake.
      ******************************************************************
       0209-SET-MASK-RULES.
           MOVE PARM-FEED-NAME TO WS-MSK-LAYOUT
           IF EXC-FEED-NAME NOT = SPACES
               MOVE "N" TO WS-FLY-FOUND-SW
               PERFORM VARYING WS-FLY-IDX FROM 1 BY 1
                   UNTIL WS-FLY-IDX > WS-FLY-COUNT OR WS-FLY-FOUND
                   IF WS-FLY-FEED (WS-FLY-IDX) = EXC-FEED-NAME
                       SET WS-FLY-FOUND TO TRUE
                       MOVE WS-FLY-LAYOUT (WS-FLY-IDX) TO WS-MSK-LAYOUT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUR-DLF > 0
               MOVE "D" TO WS-MSK-FORMAT-SW
               MOVE WS-DLF-SEPARATOR (WS-CUR-DLF) TO WS-MSK-SEPARATOR
               MOVE WS-DLF-QUOTE (WS-CUR-DLF) TO WS-MSK-QUOTE
           ELSE
               MOVE "P" TO WS-MSK-FORMAT-SW
           END-IF
           MOVE WS-ENCODING-SW TO WS-MSK-ENCODING-SW.

       0210-APPLY-DISPOSITION.
           IF EXC-RECORD-NO = WS-PREV-RECORD-NO AND WS-PREV-DISPOSED
               ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE "Y" TO WS-PREV-DISPOSED-SW
                       PERFORM 0290-AUDIT-DISPOSITION
                       ADD 1 TO WS-FINAL-REJECT-COUNT
                       PERFORM 0255-WRITE-FINAL-REJECT
                       DISPLAY " " EXC-RECORD-NO "   F   REJECTED "
                           "FINAL - WRITTEN TO REJFILE"
                   WHEN OTHER
                       MOVE "N" TO WS-PREV-DISPOSED-SW
                       ADD 1 TO WS-UNRESOLVED-COUNT
               PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT OR WS-LAYFLD-FOUND
                   IF WS-LAY-TAB-FIELD (WS-LAY-IDX) = EXC-FIELD-NAME
                       PERFORM 0266-TEST-ENTRY-APPLIES
                       IF WS-ENTRY-APPLIES
                           SET WS-LAYFLD-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LAYFLD-FOUND
           PERFORM 0215-LOCATE-LAYOUT-FIELD
           IF WS-LAYFLD-FOUND
               MOVE EXC-TEXT TO WS-RECORD-WORK
               IF WS-CUR-DLF > 0
                   PERFORM 0226-TRUNCATE-DELIMITED-FIELD
               ELSE
               IF WS-UTF8-TEXT
                   PERFORM 0222-TRUNCATE-UTF8-FIELD
               ELSE
               IF WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX) >
                   WS-LAY-TAB-MAXLEN (WS-LAYFLD-IDX)
                   MOVE SPACES TO WS-RECORD-WORK
                        WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX) -
                        WS-LAY-TAB-MAXLEN (WS-LAYFLD-IDX))
               END-IF
               END-IF
               END-IF
               PERFORM 0258-SHAPE-AND-SWEEP
           ELSE
           IF EXC-FIELD-NAME NOT = SPACES
               AND EXC-FIELD-NAME NOT = PARM-FIELD-NAME
           ELSE
               MOVE WS-GLOBAL-MAX-LENGTH TO WS-MAX-LENGTH
               MOVE SPACES TO WS-AREA-1
               IF WS-UTF8-TEXT
                   MOVE EXC-TEXT TO WS-AREA-1
                   PERFORM 0224-FIND-CHARACTER-CUT
                   IF WS-CUT-LENGTH < FUNCTION LENGTH (WS-AREA-1)
                       MOVE SPACES TO WS-AREA-1 (WS-CUT-LENGTH + 1 :)
                   END-IF
               ELSE
                   MOVE EXC-TEXT (1 : WS-MAX-LENGTH) TO WS-AREA-1
               END-IF
               PERFORM 0242-ROUTE-WHOLE-RECORD
           END-IF
           END-IF.

      ******************************************************************
      * A UTF-8 field keeps its first characters up to the field's
      * limit: the slot is blanked from the first byte of the
      * character past the limit, so no character is ever split and
      * a field already within its limit in characters is untouched.
      ******************************************************************
       0222-TRUNCATE-UTF8-FIELD.
           MOVE SPACES TO WS-AREA-1
           MOVE WS-RECORD-WORK (WS-LAY-TAB-START (WS-LAYFLD-IDX) :
               WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX)) TO WS-AREA-1
           MOVE WS-LAY-TAB-MAXLEN (WS-LAYFLD-IDX) TO WS-MAX-LENGTH
           PERFORM 0224-FIND-CHARACTER-CUT
           IF WS-CUT-LENGTH < WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX)
               MOVE SPACES TO WS-RECORD-WORK
                   (WS-LAY-TAB-START (WS-LAYFLD-IDX) + WS-CUT-LENGTH :
                    WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX) - WS-CUT-LENGTH)
           END-IF.

      ******************************************************************
      * Sets WS-CUT-LENGTH to the number of bytes the first
      * WS-MAX-LENGTH characters of WS-AREA-1 occupy - the byte before
      * the lead byte of the next character. Continuation bytes
      * (X"80" - X"BF") never start a character, so a cut there would
      * split one and is never chosen.
      ******************************************************************
       0224-FIND-CHARACTER-CUT.
           MOVE 0 TO WS-CUT-CHARS
           MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-CUT-LENGTH
           PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
               UNTIL WS-CUT-IDX > FUNCTION LENGTH (WS-AREA-1)
               OR WS-CUT-CHARS > WS-MAX-LENGTH
               IF WS-AREA-1 (WS-CUT-IDX : 1) < X"80"
                   OR WS-AREA-1 (WS-CUT-IDX : 1) > X"BF"
                   ADD 1 TO WS-CUT-CHARS
                   IF WS-CUT-CHARS > WS-MAX-LENGTH
                       COMPUTE WS-CUT-LENGTH = WS-CUT-IDX - 1
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * A field-level exception whose field is not in the loaded
      * layout (LAYFILE missing or failed, wrong PARM-FEED-NAME, or
       0230-APPLY-REPLACEMENT.
           PERFORM 0215-LOCATE-LAYOUT-FIELD
           IF WS-LAYFLD-FOUND
               IF WS-CUR-DLF > 0
                   PERFORM 0232-REPLACE-DELIMITED-FIELD
               ELSE
                   MOVE EXC-TEXT TO WS-RECORD-WORK
                   MOVE WS-DSP-TAB-TEXT (WS-DSP-IDX)
                       (1 : WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX))
                       TO WS-RECORD-WORK
                       (WS-LAY-TAB-START (WS-LAYFLD-IDX) :
                        WS-LAY-TAB-LENGTH (WS-LAYFLD-IDX))
                   PERFORM 0258-SHAPE-AND-SWEEP
               END-IF
           ELSE
           IF EXC-FIELD-NAME NOT = SPACES
               AND EXC-FIELD-NAME NOT = PARM-FIELD-NAME
           ELSE
               MOVE WS-GLOBAL-MAX-LENGTH TO WS-MAX-LENGTH
               MOVE WS-DSP-TAB-TEXT (WS-DSP-IDX) TO WS-AREA-1
               PERFORM 0242-ROUTE-WHOLE-RECORD
           END-IF
           END-IF.

      ******************************************************************
      * A delimited field is truncated inside the split record: its
      * content (quotes removed) is cut to the field's limit - on a
      * character boundary for a UTF-8 feed - and written back by
      * DLMFLD00, which leaves every other field exactly as sent. A
      * shorter value always fits back, so the rebuilt record
      * replaces the work copy; a record that would not split at all
      * is left as it was for the sweep to carry forward.
      ******************************************************************
       0226-TRUNCATE-DELIMITED-FIELD.
           MOVE "S" TO WS-DLM-FUNCTION
           MOVE WS-RECORD-WORK TO WS-DLM-RECORD
           MOVE WS-LAY-TAB-ORDINAL (WS-LAYFLD-IDX) TO WS-DLM-ORDINAL
           PERFORM 0227-FETCH-DELIMITED-FIELD
           IF WS-DLM-WELL-FORMED
               AND WS-DLM-ORDINAL NOT > WS-DLM-FIELD-COUNT
               MOVE WS-LAY-TAB-MAXLEN (WS-LAYFLD-IDX) TO WS-MAX-LENGTH
               IF WS-UTF8-TEXT
                   PERFORM 0224-FIND-CHARACTER-CUT
               ELSE
                   MOVE WS-MAX-LENGTH TO WS-CUT-LENGTH
               END-IF
               IF WS-CUT-LENGTH <
                   WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL)
                   MOVE WS-AREA-1 TO WS-DLM-NEW-VALUE
                   MOVE WS-CUT-LENGTH TO WS-DLM-NEW-LENGTH
                   MOVE "R" TO WS-DLM-FUNCTION
                   CALL "DLMFLD00" USING WS-DLM-FUNCTION WS-DLM-RECORD
                       WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
                       WS-DLM-FIELD-COUNT WS-DLM-VALUES
                       WS-DLM-FIELD-TABLE WS-DLM-ORDINAL
                       WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH
                   IF WS-DLM-WELL-FORMED
                       MOVE WS-DLM-RECORD TO WS-RECORD-WORK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Splits WS-DLM-RECORD (function "S") and leaves the content of
      * field WS-DLM-ORDINAL in WS-AREA-1 - spaces for an empty field,
      * one the record does not reach, or a record that would not
      * split.
      ******************************************************************
       0227-FETCH-DELIMITED-FIELD.
           CALL "DLMFLD00" USING WS-DLM-FUNCTION WS-DLM-RECORD
               WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
               WS-DLM-FIELD-COUNT WS-DLM-VALUES WS-DLM-FIELD-TABLE
               WS-DLM-ORDINAL WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH
           MOVE SPACES TO WS-AREA-1
           IF WS-DLM-WELL-FORMED
               AND WS-DLM-ORDINAL NOT > WS-DLM-FIELD-COUNT
               IF WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL) > 0
                   MOVE WS-DLM-VALUES
                       (WS-DLM-VALUE-START (WS-DLM-ORDINAL) :
                        WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL))
                       TO WS-AREA-1
               END-IF
           END-IF.

      ******************************************************************
      * The clerk's replacement becomes the whole content of the
      * delimited field, quoted on the way back in when it was
      * quoted or now holds the separator or quote character. A
      * replacement that cannot be written back (a separator in a
      * feed with no quote character, a record that would no longer
      * fit) is carried forward for the clerk to rekey.
      ******************************************************************
       0232-REPLACE-DELIMITED-FIELD.
           MOVE "R" TO WS-DLM-FUNCTION
           MOVE EXC-TEXT TO WS-DLM-RECORD
           MOVE WS-LAY-TAB-ORDINAL (WS-LAYFLD-IDX) TO WS-DLM-ORDINAL
           MOVE WS-DSP-TAB-TEXT (WS-DSP-IDX) TO WS-DLM-NEW-VALUE
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
               PERFORM 0258-SHAPE-AND-SWEEP
           ELSE
               ADD 1 TO WS-STILL-FAILING-COUNT
               PERFORM 0250-CARRY-FORWARD
               DISPLAY " " EXC-RECORD-NO "   " WS-DSP-TAB-ACTION
                   (WS-DSP-IDX) "   FIELD " EXC-FIELD-NAME
                   " CANNOT BE REBUILT INTO THE DELIMITED RECORD - "
                   "CARRIED FORWARD"
           END-IF.

      ******************************************************************
      * A whole-record repair of a delimited feed's exception is
      * checked the way LENBATCH checks the feed's records: split
      * and counted, then field by field when the feed's layout
      * declares fields, else as one piece. Positional records go
      * straight to the one-piece recheck as before.
      ******************************************************************
       0242-ROUTE-WHOLE-RECORD.
           IF WS-CUR-DLF = 0
               PERFORM 0240-RECHECK-AND-ROUTE
           ELSE
               MOVE WS-AREA-1 TO WS-RECORD-WORK
               IF WS-DLF-FIELDS (WS-CUR-DLF) > 0
                   PERFORM 0258-SHAPE-AND-SWEEP
               ELSE
                   PERFORM 0263-CHECK-DELIMITED-SHAPE
                   IF WS-SHAPE-REASON NOT = SPACES
                       PERFORM 0264-CARRY-BAD-SHAPE
                   ELSE
                       PERFORM 0240-RECHECK-AND-ROUTE
                   END-IF
               END-IF
           END-IF.

       0240-RECHECK-AND-ROUTE.
           CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
               WS-LENGTH WS-OVERFLOW-SW
               WS-ENCODING-SW WS-BYTE-LENGTH
           IF WS-OVERFLOW
               ADD 1 TO WS-STILL-FAILING-COUNT
               MOVE WS-LENGTH TO EXC-LENGTH
               ELSE
                   MOVE WS-AREA-1 TO WS-AREA-2
                   MOVE EXC-RECORD-NO TO EXT-RECORD-NO
                   MOVE WS-BYTE-LENGTH TO EXT-LENGTH
                   MOVE WS-AREA-2 TO EXT-TEXT
                   PERFORM 0270-WRITE-EXTRACT
                   IF WS-EXT-WRITE-FAIL
               END-IF
           END-IF.

      ******************************************************************
      * A repaired delimited record must still split into the right
      * number of fields before its fields are swept - a field can
      * only be checked where the layout says it is.
      ******************************************************************
       0258-SHAPE-AND-SWEEP.
           MOVE SPACES TO WS-SHAPE-REASON
           IF WS-CUR-DLF > 0
               PERFORM 0263-CHECK-DELIMITED-SHAPE
           END-IF
           IF WS-SHAPE-REASON NOT = SPACES
               PERFORM 0264-CARRY-BAD-SHAPE
           ELSE
               PERFORM 0260-SWEEP-AND-ROUTE
           END-IF.

      ******************************************************************
      * After a field-level repair every declared field of the record
      * is re-checked, exactly as LENBATCH checks an incoming record,
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               PERFORM 0265-CONTENT-CHECK-RECORD
               IF WS-BAD-CONTENT
                   ADD 1 TO WS-STILL-FAILING-COUNT
               ELSE
                   MOVE WS-AREA-1 TO WS-AREA-2
                   MOVE EXC-RECORD-NO TO EXT-RECORD-NO
                   MOVE WS-BYTE-LENGTH TO EXT-LENGTH
                   MOVE WS-AREA-2 TO EXT-TEXT
                   PERFORM 0270-WRITE-EXTRACT
                   IF WS-EXT-WRITE-FAIL
               END-IF
           END-IF.

      * Only the entries that apply to the record's format are swept
      * (see 0266); a delimited field is taken from the split 0263
      * made of the work record.
       0262-SWEEP-ONE-FIELD.
           PERFORM 0266-TEST-ENTRY-APPLIES
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
                   MOVE WS-LAY-TAB-FIELD (WS-LAY-IDX) TO EXC-FIELD-NAME
                   MOVE WS-LENGTH TO EXC-LENGTH
               END-IF
           END-IF.

      ******************************************************************
      * Splits the work record of a delimited feed's exception and
      * judges its shape exactly as LENBATCH's intake check does:
      * UQ for a quoted field not closed cleanly, DF for too many
      * fields, a count other than the registered one, or too few
      * to reach every declared field.
      ******************************************************************
       0263-CHECK-DELIMITED-SHAPE.
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

      * The misshapen record is carried forward whole under its
      * reason, as LENBATCH rejects it - no field can be named.
       0264-CARRY-BAD-SHAPE.
           ADD 1 TO WS-STILL-FAILING-COUNT
           MOVE WS-RECORD-WORK TO WS-AREA-1
           MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
           CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
               WS-LENGTH WS-OVERFLOW-SW
               WS-ENCODING-SW WS-BYTE-LENGTH
           MOVE WS-LENGTH TO EXC-LENGTH
           MOVE WS-RECORD-WORK TO EXC-TEXT
           MOVE SPACES TO EXC-FIELD-NAME
           MOVE WS-SHAPE-REASON TO EXC-REASON-CODE
           PERFORM 0250-CARRY-FORWARD
           DISPLAY " " EXC-RECORD-NO "   " WS-DSP-TAB-ACTION
               (WS-DSP-IDX) "   DELIMITED RECORD MISSHAPEN ("
               WS-SHAPE-REASON ") - CARRIED FORWARD".

      ******************************************************************
      * Whether the layout entry under WS-LAY-IDX applies to the
      * current exception's record: for a delimited feed, an ordinal
      * entry of the feed's own layout; for any other, a positional
      * entry, as before.
      ******************************************************************
       0266-TEST-ENTRY-APPLIES.
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

      * The first-reject date rides the carry-forward untouched so
      * from the latest recycle. An exception written before the
      * field existed arrives with spaces and gets this run's date -
      * the closest thing to a first rejection still on record.
      * Every carry counts one more cycle and stamps this run's date
      * as the latest, for the LENTRACE inquiry.
       0250-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           IF EXC-FIRST-REJECT-DATE NOT NUMERIC
               OR EXC-FIRST-REJECT-DATE = 0
               MOVE WS-RUN-DATE TO EXC-FIRST-REJECT-DATE
           END-IF
           IF EXC-CARRY-COUNT < 9999
               ADD 1 TO EXC-CARRY-COUNT
           END-IF
           MOVE WS-RUN-DATE TO EXC-LAST-CARRY-DATE
           MOVE EXC-RECORD TO CARRY-RECORD-OUT
           WRITE CARRY-RECORD-OUT.

      ******************************************************************
      * A reject-final leaves the recycle loop for good, but the
      * exception is kept whole on REJFILE - text, reason, field and
      * identity as they stood when the clerk rejected it - for the
      * LENRETRN job to hand back to the sending system. The record
      * has already left the carry, so a REJFILE that cannot be
      * opened or written fails the run with condition code 12.
      ******************************************************************
       0255-WRITE-FINAL-REJECT.
           IF WS-REJ-FILE-STATUS = "00"
               MOVE EXC-RECORD TO FINAL-REJECT-RECORD-OUT
               WRITE FINAL-REJECT-RECORD-OUT
               IF WS-REJ-FILE-STATUS NOT = "00"
                   DISPLAY "LENRECYC: REJFILE WRITE FAILED - STATUS "
                       WS-REJ-FILE-STATUS " - FURTHER FINAL REJECTS "
                       "WILL NOT BE RETURNED"
                   SET WS-IO-FAIL TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Runs the CONCHK00 content guard over the text in WS-AREA-1,
      * bounded to the true tallied length in bytes, exactly as
      * LENBATCH runs it on intake.
      ******************************************************************
       0265-CONTENT-CHECK-RECORD.
           MOVE WS-BYTE-LENGTH TO WS-SCAN-LENGTH
           CALL "CONCHK00" USING WS-AREA-1 WS-SCAN-LENGTH
               WS-FORBIDDEN-SET WS-CONTENT-SW WS-CONTENT-REASON
               WS-BAD-CHAR-POS WS-ENCODING-SW.

      ******************************************************************
      * One write path for both extract formats, mirroring LENBATCH:
      * fixed-width EXTREC as before, or the delimited variant with
      * EXT-TEXT trimmed to the tallied length. Every record written
      * is tallied into the recycle batch's control trailer, and
      * carries the identity the exception was stamped with on
      * intake.
      ******************************************************************
       0270-WRITE-EXTRACT.
           MOVE "N" TO WS-EXT-WRITE-FAIL-SW
           MOVE EXC-INTAKE-RUN-DATE TO EXT-INTAKE-RUN-DATE
           MOVE EXC-INTAKE-RUN-TIME TO EXT-INTAKE-RUN-TIME
           MOVE EXC-FEED-NAME TO EXT-FEED-NAME
           MOVE EXC-FEED-CREATED TO EXT-FEED-CREATED
           MOVE EXC-FEED-RECORD-NO TO EXT-FEED-RECORD-NO
           IF WS-DELIMITED-EXTRACT
               PERFORM 0272-WRITE-DELIMITED
           ELSE
      * between the exception file and the extract.
      ******************************************************************
       0275-EXTRACT-WRITE-FAILED.
           SET WS-IO-FAIL TO TRUE
           PERFORM 0250-CARRY-FORWARD
           DISPLAY " " EXC-RECORD-NO "   " WS-DSP-TAB-ACTION
               (WS-DSP-IDX) "   EXTRACT WRITE FAILED - STATUS "
                   EXT-LENGTH DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-TEXT (1 : EXT-LENGTH) DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-INTAKE-RUN-DATE DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-INTAKE-RUN-TIME DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-FEED-NAME DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-FEED-CREATED DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-FEED-RECORD-NO DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
           ELSE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-LENGTH DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-INTAKE-RUN-DATE DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-INTAKE-RUN-TIME DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-FEED-NAME DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-FEED-CREATED DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   EXT-FEED-RECORD-NO DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
           END-IF
               DISPLAY "LENRECYC: EXTRACT TRAILER WRITE FAILED - "
                   "STATUS " WS-EXT-FILE-STATUS " - LOADER CANNOT "
                   "BALANCE THIS BATCH"
               SET WS-IO-FAIL TO TRUE
           END-IF.

      ******************************************************************
               END-IF
               MOVE EXC-FIELD-NAME TO AUD-FIELD-NAME
               MOVE EXC-REASON-CODE TO AUD-REASON-CODE
               MOVE EXC-TEXT TO WS-MSK-RECORD
               CALL "MSKFLD00" USING WS-MSK-RECORD WS-MSK-LAYOUT
                   WS-MSK-FORMAT-SW WS-MSK-SEPARATOR WS-MSK-QUOTE
                   WS-MSK-ENCODING-SW WS-MSK-SLOT-COUNT
                   WS-MSK-SLOT-TABLE WS-MSK-RESULT-SW
               MOVE WS-MSK-RECORD (1:60) TO AUD-TEXT-SAMPLE
               MOVE "Y" TO AUD-MASK-SW
               MOVE WS-DSP-TAB-KEYED (WS-DSP-IDX) TO AUD-KEYED-BY
               MOVE EXC-INTAKE-RUN-DATE TO AUD-INTAKE-RUN-DATE
               MOVE EXC-INTAKE-RUN-TIME TO AUD-INTAKE-RUN-TIME
               MOVE EXC-FEED-NAME TO AUD-FEED-NAME
               MOVE EXC-FEED-CREATED TO AUD-FEED-CREATED
               MOVE EXC-FEED-RECORD-NO TO AUD-FEED-RECORD-NO
               MOVE WS-DSP-TAB-ACTION (WS-DSP-IDX) TO AUD-DSP-ACTION
               MOVE AUD-RECORD TO AUDIT-RECORD-OUT
               WRITE AUDIT-RECORD-OUT
               IF WS-AUD-FILE-STATUS NOT = "00"
           PERFORM 0280-WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE CARRY-FILE
           CLOSE FINAL-REJECT-FILE
           CLOSE AUDIT-FILE

           DISPLAY " "
           DISPLAY "DUPLICATE LINES ...: " WS-DUPLICATE-COUNT
           DISPLAY "CARRIED FORWARD ...: " WS-CARRIED-COUNT
           DISPLAY "EXTRACT TRAILER ...: COUNT " WS-EXTRACT-COUNT
               " HASH " WS-EXT-HASH-TOTAL
           IF WS-IO-FAIL
               MOVE 12 TO WS-RUN-RC
           ELSE
               MOVE 0 TO WS-RUN-RC
           END-IF
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC
           PERFORM 0500-WRITE-RUN-HISTORY.

      ******************************************************************
      * One run-history line: exception lines as read, records
      * recycled to the extract as passed, lines carried forward to
      * EXCFILE.NEW as exceptions.
      ******************************************************************
       0500-WRITE-RUN-HISTORY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE TO RUN-DATE
           MOVE WS-RUN-TIME TO RUN-TIME
           MOVE PARM-FIELD-NAME TO RUN-PARM-FIELD-NAME
           IF PARM-MAX-LENGTH NUMERIC
               MOVE PARM-MAX-LENGTH TO RUN-PARM-MAX-LENGTH
           ELSE
               MOVE 0 TO RUN-PARM-MAX-LENGTH
           END-IF
           MOVE PARM-FEED-NAME TO RUN-PARM-FEED-NAME
           MOVE PARM-RESTART-SW TO RUN-PARM-RESTART-SW
           MOVE WS-EXC-READ-COUNT TO RUN-READ-COUNT
           MOVE WS-RECYCLED-COUNT TO RUN-PASS-COUNT
           MOVE WS-CARRIED-COUNT TO RUN-EXCEPTION-COUNT
           MOVE WS-RUN-RC TO RUN-RETURN-CODE
           EVALUATE WS-RUN-RC
               WHEN 0
                   MOVE "OK" TO RUN-OUTCOME
               WHEN 4
                   MOVE "WARNING" TO RUN-OUTCOME
               WHEN OTHER
                   MOVE "ERROR" TO RUN-OUTCOME
           END-EVALUATE
           PERFORM 0510-STAMP-END-TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUN-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUN-FILE-STATUS NOT = "00"
               DISPLAY "LENRECYC: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
           ELSE
               MOVE RUN-RECORD TO RUN-RECORD-OUT
               WRITE RUN-RECORD-OUT
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENRECYC: RUNLOG WRITE FAILED - STATUS "
                       WS-RUN-FILE-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

      ******************************************************************
      * Captures the end-of-run clock and the elapsed seconds for
      * the run-history line. A run that started before midnight and
      * ended after it gets a day of seconds added back.
      ******************************************************************
       0510-STAMP-END-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-END-TIME
           MOVE WS-RUN-TIME TO WS-HMS-TIME
           PERFORM 0520-TIME-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-START-SECS
           MOVE WS-END-TIME TO WS-HMS-TIME
           PERFORM 0520-TIME-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-END-SECS
           IF WS-END-SECS < WS-START-SECS
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           END-IF
           MOVE WS-END-TIME TO RUN-END-TIME
           IF WS-ELAPSED-SECS > 999999
               MOVE 999999 TO RUN-ELAPSED-SECS
           ELSE
               MOVE WS-ELAPSED-SECS TO RUN-ELAPSED-SECS
           END-IF.

       0520-TIME-TO-SECONDS.
           COMPUTE WS-SECS-WORK =
               (WS-HMS-HH * 3600) + (WS-HMS-MM * 60) + WS-HMS-SS.
