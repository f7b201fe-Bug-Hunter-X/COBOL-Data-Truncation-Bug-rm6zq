      *               concatenated TRANSIN no longer has to be split
      *               and run once per feed. Unregistered feeds keep
      *               the parameter-card rules exactly as before.
      *   2026-10-15  Lasting record identity: every exception, audit
      *               and extract record is stamped with this run's
      *               date and time, the *HDR* transmission the record
      *               arrived in (feed name and creation date) and its
      *               detail position inside that transmission, so the
      *               LENTRACE inquiry can follow one record across
      *               cycles. The delimited extract carries the same
      *               fields after the trimmed EXT-TEXT. Record widths
      *               follow.
      *   2026-10-15  FDMREC grew the reject-return registration read
      *               by LENRETRN; record width follows.
      *   2026-10-15  UTF-8 feeds: a feed registered with FDM-ENCODING
      *               "U" is length-checked in characters against its
      *               limits and content-checked for malformed byte
      *               sequences (reason UE). EXT-LENGTH stays the byte
      *               length of the text for every feed. Byte feeds
      *               are checked exactly as before.
      *   2026-10-15  NLTREC grew the count of passing records tallied
      *               and their spread by tenths of the limit in force,
      *               for the LENSIMUL what-if replay; record width
      *               follows.
      *   2026-10-15  Delimited feeds: a feed registered with
      *               FDM-RECORD-FORMAT "D" is split on its separator
      *               and quote character (DLMFLD00) and each field
      *               its layout names by LAY-ORDINAL is checked
      *               against its own limit, as positional fields
      *               are. A record with the wrong number of fields
      *               is rejected under reason DF, one whose quoted
      *               field is left open under UQ. FDMREC and LAYREC
      *               record widths follow.
      *   2026-10-15  Sensitive fields: AUD-TEXT-SAMPLE is taken from
      *               a copy of the record with every field its
      *               layout flags in LAY-MASK-STYLE masked
      *               (MSKFLD00), and AUD-MASK-SW is set. EXC-TEXT
      *               keeps the record exactly as sent for the
      *               recycle. AUDREC and LAYREC widths follow.
      *   2026-10-15  Partitioned runs: given a PRTCTL partition
      *               control record (PRTREC) from LENSPLIT, the run
      *               takes one partition of TRANSIN as its input -
      *               with its own lock, checkpoint and outputs, and
      *               its own restart - and stamps every record with
      *               the whole run's intake date and time and its
      *               original TRANSIN line number. Per-feed extract
      *               batches go to the FEXFILE stream behind a
      *               "*BAT*" header and registrations to FDPOUT, for
      *               LENMERGE to combine into the shared files.
      *               Without PRTCTL the run is exactly as before.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT, stamped with the
      *               record as read; record width follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENBATCH.
           SELECT FEED-EXTRACT-FILE ASSIGN TO WS-FEED-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEX-FILE-STATUS.
           SELECT PROCESSED-REGISTRY-FILE ASSIGN TO WS-FDP-DD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDP-FILE-STATUS.
           SELECT NEAR-TALLY-FILE ASSIGN TO "NLTFILE"
           SELECT LOCK-FILE ASSIGN TO "LOKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOK-FILE-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PRTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY FLRMREC.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-OUT        PIC X(2092).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-OUT            PIC X(164).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD-OUT          PIC X(1057).

       FD  CHECKPOINT-FILE.
       01  CKP-RECORD-OUT              PIC X(104).

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD-IN            PIC X(41).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).
       01  CONTENT-RECORD-IN           PIC X(50).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  FEED-EXTRACT-FILE.
       01  FEED-EXTRACT-RECORD-OUT     PIC X(1057).

       FD  PROCESSED-REGISTRY-FILE.
       01  PROCESSED-REGISTRY-RECORD   PIC X(30).

       FD  NEAR-TALLY-FILE.
       01  NEAR-TALLY-RECORD-OUT       PIC X(148).

       FD  LOCK-FILE.
       01  LOCK-RECORD-IO              PIC X(30).

       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD    PIC X(62).

       WORKING-STORAGE SECTION.
       COPY LENCHKWS.
       COPY CONCHKWS.
       COPY DLMFLDWS.
       COPY MSKFLDWS.
       COPY EXCREC.
       COPY AUDREC.
       COPY EXTREC.
       COPY NLTREC.
       COPY LOKREC.
       COPY RUNREC.
       COPY PRTREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENBATCH".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

      * The intake run every exception, audit, extract, registry and
      * near-limit record is stamped with, and the date limits are
      * put in force on: this run's own date and time, or the whole
      * partitioned run's (PRT-RUN-DATE/PRT-RUN-TIME) when this run
      * is one partition of it, so every partition stamps alike. The
      * lock, checkpoint and run history keep this run's own clock.
       01  WS-INTAKE-RUN-DATE          PIC 9(8).
       01  WS-INTAKE-RUN-TIME          PIC 9(6).

      * Partitioned run (see PRTREC): a PRTCTL record makes this run
      * one partition of TRANSIN. WS-TRANS-LINE-NO is the current
      * line's number in the original TRANSIN - WS-CURRENT-RECORD-NO
      * plus the lines ahead of the partition - and is what records
      * carry; the checkpoint stays on the partition's own numbering.
      * WS-FDP-DD-NAME is switched to FDPOUT for the partition's
      * registrations, which LENMERGE adds to FDPFILE.
       01  WS-PARTITION-SW             PIC X(1) VALUE "N".
           88  WS-PARTITION-RUN        VALUE "Y".
       01  WS-PARTITION-REFUSED-SW     PIC X(1) VALUE "N".
           88  WS-PARTITION-REFUSED    VALUE "Y".
       01  WS-PRT-LINE-OFFSET          PIC 9(8) COMP VALUE 0.
       01  WS-TRANS-LINE-NO            PIC 9(8) COMP VALUE 0.
       01  WS-FDP-DD-NAME              PIC X(8) VALUE "FDPFILE".
       01  WS-FEX-STREAM-OPEN-SW       PIC X(1) VALUE "N".
           88  WS-FEX-STREAM-OPEN      VALUE "Y".

      * End-of-run clock and elapsed seconds for the run history,
      * so the operations report can watch the batch window. A run
      * that crosses midnight gets a day of seconds added back.
       01  WS-FDP-FILE-STATUS          PIC X(2).
       01  WS-NLT-FILE-STATUS          PIC X(2).
       01  WS-LOK-FILE-STATUS          PIC X(2).
       01  WS-PRT-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 clean, 4 when
      * the exception count exceeds PARM-EXC-THRESHOLD, 8 on a
      * FDM-LAYOUT-NAME are loaded together, and each feed segment
      * uses only the entries tagged with its own layout. A segment
      * with no tagged entries has no layout and its records are
      * checked as one piece, as before. WS-LAY-TAB-ORDINAL is the
      * field's position in a delimited record (zero for a
      * positional field, which uses START/LENGTH instead); a
      * delimited segment uses only ordinal entries and a
      * positional segment only positional ones (see 0222).
       01  WS-LAY-TABLE.
           05  WS-LAY-ENTRY            OCCURS 50 TIMES.
               10  WS-LAY-TAB-FEED     PIC X(8).
               10  WS-LAY-TAB-FIELD    PIC X(20).
               10  WS-LAY-TAB-START    PIC 9(4) COMP.
               10  WS-LAY-TAB-LENGTH   PIC 9(4) COMP.
               10  WS-LAY-TAB-ORDINAL  PIC 9(4) COMP.
               10  WS-LAY-TAB-MAXLEN   PIC 9(4) COMP.
               10  WS-LAY-TAB-NEAR     PIC 9(8) COMP.
               10  WS-LAY-TAB-LONGEST  PIC 9(4) COMP.
               10  WS-LAY-TAB-LASTLEN  PIC 9(4) COMP.
               10  WS-LAY-TAB-PASS     PIC 9(8) COMP.
               10  WS-LAY-TAB-BAND     PIC 9(8) COMP OCCURS 10 TIMES.
       01  WS-LAY-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-LAY-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-FIELD-MAX                PIC 9(4) COMP VALUE 0.
       01  WS-REC-NEAR-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-REC-LONGEST              PIC 9(4) COMP VALUE 0.

      * Every tally also counts its passing records and spreads them
      * over ten bands by tenths of the limit in force (see 0221) -
      * retained on NLTFILE so a lowered limit can be tried against
      * the history. WS-REC-BAND-TABLE is the whole-run fallback,
      * as above.
       01  WS-REC-PASS                 PIC 9(8) COMP VALUE 0.
       01  WS-REC-BAND-TABLE.
           05  WS-REC-BAND             PIC 9(8) COMP OCCURS 10 TIMES.
       01  WS-BAND-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-BAND-LENGTH              PIC 9(4) COMP VALUE 0.
       01  WS-BAND-LIMIT               PIC 9(4) COMP VALUE 0.

      * Field fallback limits (see 0215): the capped parameter-card
      * value, and the one in force for the current segment - the
      * registered feed's FDM-MAX-LENGTH when it keyed one, else the
       01  WS-EXTRACT-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-EXT-HASH-TOTAL           PIC 9(12) COMP VALUE 0.
       01  WS-EXT-DELIMITER            PIC X(1) VALUE "|".
       01  WS-DELIM-LINE               PIC X(1057).

      * One entry per feed segment of TRANSIN, in file order: a
      * segment opens at a *HDR* line (or at the first detail with no
               10  WS-FEED-EXT-HASH    PIC 9(12) COMP.
               10  WS-FEED-NEAR-COUNT  PIC 9(8) COMP.
               10  WS-FEED-LONGEST     PIC 9(4) COMP.
               10  WS-FEED-PASS        PIC 9(8) COMP.
               10  WS-FEED-BAND        PIC 9(8) COMP OCCURS 10 TIMES.
               10  WS-FEED-DETAIL-SEQ  PIC 9(8) COMP.
       01  WS-FEED-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-FEED-CUR                 PIC 9(4) COMP VALUE 0.
       01  WS-FEED-IDX                 PIC 9(4) COMP VALUE 0.
      * feed's fallback limit (zero keeps the parameter-card value),
      * its own exception threshold, and the extract file its
      * accepted records are written to (spaces keeps the shared
      * EXTFILE), and whether its text is UTF-8 ("U") or bytes
      * ("B"). A delimited feed ("D" format, "F" is positional)
      * carries its separator, quote character and the field count
      * every record must have (zero = no fixed count). An empty
      * table means no registration master and every feed runs
      * under the parameter-card rules as before.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY            OCCURS 20 TIMES.
               10  WS-REG-FEED         PIC X(8).
               10  WS-REG-MAXLEN       PIC 9(4) COMP.
               10  WS-REG-THRESHOLD    PIC 9(8) COMP.
               10  WS-REG-EXTRACT-DD   PIC X(8).
               10  WS-REG-ENCODING     PIC X(1).
               10  WS-REG-FORMAT       PIC X(1).
               10  WS-REG-SEPARATOR    PIC X(1).
               10  WS-REG-QUOTE        PIC X(1).
               10  WS-REG-FIELD-COUNT  PIC 9(4) COMP.
       01  WS-REG-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-REG-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-REG-LOOKUP-NAME          PIC X(8).
       01  WS-CUR-LAY-USED             PIC 9(4) COMP VALUE 0.
       01  WS-CUR-REG-IDX              PIC 9(4) COMP VALUE 0.

      * Record format of the current segment: a delimited segment's
      * records are split into WS-DLM-FIELD by 0223 before any field
      * is checked, and must carry WS-CUR-FIELD-COUNT fields (when
      * registered non-zero) and at least WS-CUR-MIN-FIELDS - the
      * highest ordinal its layout declares.
       01  WS-CUR-FORMAT-SW            PIC X(1) VALUE "F".
           88  WS-CUR-DELIMITED        VALUE "D".
       01  WS-CUR-FIELD-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CUR-MIN-FIELDS           PIC 9(4) COMP VALUE 0.

      * The layout and record format 0222 tests a layout entry
      * against - the current segment's while records are checked,
      * a summary segment's while the report is sized (0303).
       01  WS-APPLY-LAYOUT-NAME        PIC X(8).
       01  WS-APPLY-FORMAT-SW          PIC X(1) VALUE "F".
           88  WS-APPLY-DELIMITED      VALUE "D".
       01  WS-ENTRY-APPLIES-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-APPLIES        VALUE "Y".

      * Lasting identity of the detail the main pass is on (see
      * EXCREC): the transmission it arrived in and its detail
      * position inside it, counted by 0209 for every detail of the
      * segment - skipped ones included, so a restarted run numbers
      * each record exactly as the first run did.
       01  WS-CUR-FEED-NAME            PIC X(8).
       01  WS-CUR-FEED-CREATED         PIC 9(8).
       01  WS-CUR-FEED-RECORD-NO       PIC 9(8).

      * The per-feed extract file in flight: at most one is open at
      * a time because TRANSIN's segments are contiguous. WS-FEX-SEG
      * remembers which feed-table entry the open file belongs to so
      * A run refused the lock never opened anything and just ends;
      * a restart refused against the wrong input releases the lock
      * it took and ends before anything is written. Both end with
      * condition code 12 so the scheduler calls the operator. A
      * partition whose PRTCTL cannot be used, or does not describe
      * the TRANSIN it was given, is refused the same way.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           EVALUATE TRUE
               WHEN WS-RESTART-REFUSED
                   PERFORM 0340-RELEASE-RUN-LOCK
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARTITION-REFUSED
                   PERFORM 0340-RELEASE-RUN-LOCK
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0150-READ-TRANS
                   PERFORM 0200-PROCESS-RECORD UNTIL WS-EOF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 10
               MOVE 0 TO WS-REC-BAND (WS-BAND-IDX)
           END-PERFORM

           MOVE WS-RUN-DATE TO WS-INTAKE-RUN-DATE
           MOVE WS-RUN-TIME TO WS-INTAKE-RUN-TIME

           OPEN INPUT PARM-FILE
           PERFORM 0110-READ-PARM
           PERFORM 0108-READ-PARTITION-CONTROL
           IF NOT WS-PARTITION-REFUSED
               PERFORM 0105-TAKE-RUN-LOCK
           END-IF
           IF WS-LOCK-REFUSED OR WS-PARTITION-REFUSED
               SET WS-EOF TO TRUE
               SET WS-PREVAL-EOF TO TRUE
           ELSE
               PERFORM 0142-LOAD-PROCESSED-REGISTRY
               PERFORM 0145-PREVALIDATE-FEEDS
               PERFORM 0160-VALIDATE-RESTART-INPUT
               PERFORM 0162-VALIDATE-PARTITION-INPUT
               PERFORM 0208-SET-SEGMENT-RULES
           END-IF.

               SET WS-LOCK-HELD TO TRUE
           END-IF.

      ******************************************************************
      * Reads the partition control record LENSPLIT left on PRTCTL.
      * No PRTCTL means an ordinary run of the whole TRANSIN. A
      * PRTCTL that cannot be read or carries no usable partition
      * refuses the run before the lock is taken - run as an
      * ordinary job, its outputs would be taken for the whole run.
      ******************************************************************
       0108-READ-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PRT-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-PRT-FILE-STATUS NOT = "00"
               DISPLAY "LENBATCH: PRTCTL OPEN FAILED - STATUS "
                   WS-PRT-FILE-STATUS " - RUN REFUSED"
               SET WS-PARTITION-REFUSED TO TRUE
               SET WS-FILE-ERROR TO TRUE
           ELSE
               READ PARTITION-CONTROL-FILE
                   AT END
                       MOVE SPACES TO PRT-RECORD
                   NOT AT END
                       MOVE PARTITION-CONTROL-RECORD TO PRT-RECORD
               END-READ
               CLOSE PARTITION-CONTROL-FILE
               IF PRT-RUN-DATE NOT NUMERIC
                   OR PRT-RUN-TIME NOT NUMERIC
                   OR PRT-PARTITION-NO NOT NUMERIC
                   OR PRT-LINE-OFFSET NOT NUMERIC
                   OR PRT-LINE-COUNT NOT NUMERIC
                   DISPLAY "LENBATCH: PRTCTL CARRIES NO PARTITION "
                       "CONTROL RECORD - RUN REFUSED"
                   SET WS-PARTITION-REFUSED TO TRUE
               ELSE
                   SET WS-PARTITION-RUN TO TRUE
                   MOVE PRT-RUN-DATE TO WS-INTAKE-RUN-DATE
                   MOVE PRT-RUN-TIME TO WS-INTAKE-RUN-TIME
                   MOVE PRT-LINE-OFFSET TO WS-PRT-LINE-OFFSET
                   DISPLAY "LENBATCH: PARTITION " PRT-PARTITION-NO
                       " OF " PRT-PARTITION-COUNT " - RUN "
                       PRT-RUN-DATE " " PRT-RUN-TIME ", "
                       PRT-LINE-COUNT " TRANSIN LINES AFTER LINE "
                       PRT-LINE-OFFSET
               END-IF
           END-IF
           END-IF.

       0110-READ-PARM.
           READ PARM-FILE
               AT END
                   END-IF
                   MOVE FDM-EXTRACT-DDNAME
                       TO WS-REG-EXTRACT-DD (WS-REG-COUNT)
                   IF FDM-UTF8
                       MOVE "U" TO WS-REG-ENCODING (WS-REG-COUNT)
                   ELSE
                       MOVE "B" TO WS-REG-ENCODING (WS-REG-COUNT)
                   END-IF
                   PERFORM 0121-SET-REGISTERED-FORMAT
               ELSE
                   DISPLAY "LENBATCH: REGISTRATION TABLE FULL (20) - "
                       "IGNORING " FDM-FEED-NAME
               END-IF
           END-IF.

      ******************************************************************
      * A delimited registration keeps its separator ("|" when none
      * is keyed) and its quote character (spaces = the feed quotes
      * nothing). Every other registration is positional.
      ******************************************************************
       0121-SET-REGISTERED-FORMAT.
           IF FDM-DELIMITED
               MOVE "D" TO WS-REG-FORMAT (WS-REG-COUNT)
               IF FDM-SEPARATOR = SPACE
                   MOVE "|" TO WS-REG-SEPARATOR (WS-REG-COUNT)
               ELSE
                   MOVE FDM-SEPARATOR
                       TO WS-REG-SEPARATOR (WS-REG-COUNT)
               END-IF
               MOVE FDM-QUOTE TO WS-REG-QUOTE (WS-REG-COUNT)
               IF FDM-FIELD-COUNT NUMERIC
                   MOVE FDM-FIELD-COUNT
                       TO WS-REG-FIELD-COUNT (WS-REG-COUNT)
               ELSE
                   MOVE 0 TO WS-REG-FIELD-COUNT (WS-REG-COUNT)
               END-IF
           ELSE
               MOVE "F" TO WS-REG-FORMAT (WS-REG-COUNT)
               MOVE SPACE TO WS-REG-SEPARATOR (WS-REG-COUNT)
               MOVE SPACE TO WS-REG-QUOTE (WS-REG-COUNT)
               MOVE 0 TO WS-REG-FIELD-COUNT (WS-REG-COUNT)
           END-IF.

      ******************************************************************
      * Looks WS-REG-LOOKUP-NAME up in the registration table.
      * WS-REG-IDX names the matching entry when WS-REG-FOUND.
                   WS-EXC-FILE-STATUS " AUD " WS-AUD-FILE-STATUS
                   " EXT " WS-EXT-FILE-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF
           IF WS-PARTITION-RUN
               PERFORM 0138-OPEN-FEED-BATCH-STREAM
           END-IF.

      ******************************************************************
      * A partition writes every per-feed extract batch to one
      * FEXFILE stream instead of to the feed's own file, which the
      * other partitions may be writing too: each batch is opened by
      * a "*BAT*" header naming its FDM-EXTRACT-DDNAME (see 0253) and
      * closed by its own trailer, and LENMERGE routes the batches to
      * their files. The stream is opened here even when no batch
      * follows, so LENMERGE never picks up a previous run's.
      ******************************************************************
       0138-OPEN-FEED-BATCH-STREAM.
           MOVE "FEXFILE" TO WS-FEED-EXTRACT-NAME
           IF PARM-RESTART-SW = "Y"
               OPEN EXTEND FEED-EXTRACT-FILE
               IF WS-FEX-FILE-STATUS = "35"
                   OPEN OUTPUT FEED-EXTRACT-FILE
               END-IF
           ELSE
               OPEN OUTPUT FEED-EXTRACT-FILE
           END-IF
           IF WS-FEX-FILE-STATUS NOT = "00"
               DISPLAY "LENBATCH: FEXFILE OPEN FAILED - STATUS "
                   WS-FEX-FILE-STATUS
               SET WS-FILE-ERROR TO TRUE
           ELSE
               SET WS-FEX-STREAM-OPEN TO TRUE
           END-IF.

       0130-RESOLVE-MAX-LENGTH.
           END-IF
           END-IF.

      * A line written before LAY-ORDINAL existed carries spaces
      * there and is positional. An ordinal line needs no start or
      * length, but cannot name a field past the most a delimited
      * record can be split into (WS-DLM-FIELD, see DLMFLDWS).
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
               DISPLAY "LENBATCH: BAD LAYOUT LINE FOR "
                   LAY-FIELD-NAME " - IGNORED"
           ELSE
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
                   MOVE 0 TO WS-LAY-TAB-NEAR (WS-LAY-COUNT)
                   MOVE 0 TO WS-LAY-TAB-LONGEST (WS-LAY-COUNT)
                   MOVE 0 TO WS-LAY-TAB-LASTLEN (WS-LAY-COUNT)
                   MOVE 0 TO WS-LAY-TAB-PASS (WS-LAY-COUNT)
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 10
                       MOVE 0 TO WS-LAY-TAB-BAND
                           (WS-LAY-COUNT, WS-BAND-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "LENBATCH: LAYOUT TABLE FULL (50) - "
                       "IGNORING " LAY-FIELD-NAME
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-FIELD-MAX
           END-IF.

      ******************************************************************
      * A field flagged sensitive is masked wherever its record's
      * text is sampled onto the audit trail (see MSKFLDWS).
      ******************************************************************
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
               DISPLAY "LENBATCH: SENSITIVE FIELD LIST FULL (100) - "
                   LAY-FIELD-NAME " WILL SHOW IN CLEAR"
           END-IF.

      ******************************************************************
      * Picks the limit the FLRMAST record puts in force on this
      * run date: the pending value once its effective date has
       0136-SELECT-IN-FORCE-LIMIT.
           IF FLR-EFFECTIVE-DATE NUMERIC
               AND FLR-EFFECTIVE-DATE > 0
               AND FLR-EFFECTIVE-DATE <= WS-INTAKE-RUN-DATE
               MOVE FLR-PENDING-LENGTH TO WS-IN-FORCE-LENGTH
           ELSE
               MOVE FLR-MAX-LENGTH TO WS-IN-FORCE-LENGTH
               MOVE 0 TO WS-FEED-EXT-HASH (WS-FEED-CUR)
               MOVE 0 TO WS-FEED-NEAR-COUNT (WS-FEED-CUR)
               MOVE 0 TO WS-FEED-LONGEST (WS-FEED-CUR)
               MOVE 0 TO WS-FEED-PASS (WS-FEED-CUR)
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 10
                   MOVE 0 TO WS-FEED-BAND (WS-FEED-CUR, WS-BAND-IDX)
               END-PERFORM
               MOVE 0 TO WS-FEED-DETAIL-SEQ (WS-FEED-CUR)
           ELSE
               ADD 1 TO WS-FEED-DROP-COUNT
           END-IF.
               END-IF
           END-IF.

      ******************************************************************
      * A partition must have been given the TRANSIN partition its
      * PRTCTL describes: the line count the pre-validation pass
      * just took must be PRT-LINE-COUNT, or every line number it
      * stamps would point at the wrong line of the original.
      ******************************************************************
       0162-VALIDATE-PARTITION-INPUT.
           IF WS-PARTITION-RUN
               AND WS-PREVAL-TOTAL-COUNT NOT = PRT-LINE-COUNT
               DISPLAY "LENBATCH: TRANSIN HOLDS " WS-PREVAL-TOTAL-COUNT
                   " LINES, PRTCTL PARTITION " PRT-PARTITION-NO
                   " DESCRIBES " PRT-LINE-COUNT " - RUN REFUSED"
               SET WS-PARTITION-REFUSED TO TRUE
           END-IF.

       0150-READ-TRANS.
           READ TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "10"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CURRENT-RECORD-NO
               COMPUTE WS-TRANS-LINE-NO =
                   WS-CURRENT-RECORD-NO + WS-PRT-LINE-OFFSET
               MOVE "N" TO WS-TRANS-OVERSIZE-SW
               MOVE TRANS-RECORD TO WS-TRANS-SAVE
               MOVE TRANS-RECORD TO WS-AREA-1
               PERFORM 0205-TRACK-FEED
           ELSE
               PERFORM 0206-ENTER-SEGMENT
               PERFORM 0209-STAMP-RECORD-IDENTITY
               IF WS-CURRENT-RECORD-NO > WS-RESTART-RECORD-NO
                   PERFORM 0207-PROCESS-DETAIL
                   IF FUNCTION MOD (WS-CURRENT-RECORD-NO,
           IF WS-CUR-REG-IDX > 0
               MOVE WS-REG-LAYOUT (WS-CUR-REG-IDX)
                   TO WS-CUR-LAYOUT-NAME
               MOVE WS-REG-ENCODING (WS-CUR-REG-IDX)
                   TO WS-ENCODING-SW
               IF WS-REG-MAXLEN (WS-CUR-REG-IDX) > 0
                   MOVE WS-REG-MAXLEN (WS-CUR-REG-IDX)
                       TO WS-CUR-MAX-LENGTH
                   MOVE WS-CARD-FIELD-FALLBACK
                       TO WS-CUR-FIELD-FALLBACK
               END-IF
               MOVE WS-REG-FORMAT (WS-CUR-REG-IDX) TO WS-CUR-FORMAT-SW
               MOVE WS-REG-SEPARATOR (WS-CUR-REG-IDX)
                   TO WS-DLM-SEPARATOR
               MOVE WS-REG-QUOTE (WS-CUR-REG-IDX) TO WS-DLM-QUOTE
               MOVE WS-REG-FIELD-COUNT (WS-CUR-REG-IDX)
                   TO WS-CUR-FIELD-COUNT
           ELSE
               MOVE PARM-FEED-NAME TO WS-CUR-LAYOUT-NAME
               SET WS-BYTE-TEXT TO TRUE
               MOVE WS-GLOBAL-MAX-LENGTH TO WS-CUR-MAX-LENGTH
               MOVE WS-CARD-FIELD-FALLBACK TO WS-CUR-FIELD-FALLBACK
               MOVE "F" TO WS-CUR-FORMAT-SW
               MOVE 0 TO WS-CUR-FIELD-COUNT
           END-IF
           MOVE WS-CUR-LAYOUT-NAME TO WS-APPLY-LAYOUT-NAME
           MOVE WS-CUR-FORMAT-SW TO WS-APPLY-FORMAT-SW
           MOVE WS-CUR-LAYOUT-NAME TO WS-MSK-LAYOUT
           MOVE WS-CUR-FORMAT-SW TO WS-MSK-FORMAT-SW
           MOVE WS-DLM-SEPARATOR TO WS-MSK-SEPARATOR
           MOVE WS-DLM-QUOTE TO WS-MSK-QUOTE
           MOVE WS-ENCODING-SW TO WS-MSK-ENCODING-SW
           MOVE 0 TO WS-CUR-LAY-USED
           MOVE 0 TO WS-CUR-MIN-FIELDS
           IF WS-CUR-LAYOUT-NAME NOT = SPACES
               PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   PERFORM 0222-TEST-ENTRY-APPLIES
                   IF WS-ENTRY-APPLIES
                       ADD 1 TO WS-CUR-LAY-USED
                       IF WS-LAY-TAB-ORDINAL (WS-LAY-IDX) >
                           WS-CUR-MIN-FIELDS
                           MOVE WS-LAY-TAB-ORDINAL (WS-LAY-IDX)
                               TO WS-CUR-MIN-FIELDS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
               PERFORM 0253-OPEN-FEED-EXTRACT
           END-IF.

      ******************************************************************
      * Numbers the detail within its segment and picks up the
      * segment's *HDR* identity, which 0230 and 0240 stamp on every
      * record written for it. A detail past a full feed table has
      * no segment entry and is numbered by its line in TRANSIN.
      ******************************************************************
       0209-STAMP-RECORD-IDENTITY.
           IF WS-FEED-CUR > 0 AND WS-FEED-CUR <= WS-FEED-COUNT
               ADD 1 TO WS-FEED-DETAIL-SEQ (WS-FEED-CUR)
               MOVE WS-FEED-NAME (WS-FEED-CUR) TO WS-CUR-FEED-NAME
               MOVE WS-FEED-CREATED (WS-FEED-CUR)
                   TO WS-CUR-FEED-CREATED
               MOVE WS-FEED-DETAIL-SEQ (WS-FEED-CUR)
                   TO WS-CUR-FEED-RECORD-NO
           ELSE
               MOVE SPACES TO WS-CUR-FEED-NAME
               MOVE 0 TO WS-CUR-FEED-CREATED
               MOVE WS-TRANS-LINE-NO TO WS-CUR-FEED-RECORD-NO
           END-IF.

       0207-PROCESS-DETAIL.
           IF WS-CUR-REG-IDX > 0
               AND WS-REG-EXTRACT-DD (WS-CUR-REG-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
           END-IF
           MOVE SPACES TO WS-EXC-FIELD
           IF WS-FEED-BALANCED (WS-FEED-CUR) = "D"

       0210-APPLY-LENGTH-CHECK.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-RECORD-FAIL-SW
           IF WS-CUR-DELIMITED
               PERFORM 0223-CHECK-DELIMITED-SHAPE
           END-IF
           IF WS-RECORD-FAIL
               CONTINUE
           ELSE
           IF WS-CUR-LAY-USED > 0
               PERFORM 0212-CHECK-RECORD-FIELDS
           ELSE
               MOVE WS-CUR-MAX-LENGTH TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
      * Whole-record exceptions carry spaces in the field-name column
      * (see EXCREC) - PARM-FIELD-NAME only names the override that
      * set the limit, and stamping it here would make LENRECYC treat
                       PERFORM 0240-WRITE-EXTRACT
                   END-IF
               END-IF
           END-IF
           END-IF.

       0212-CHECK-RECORD-FIELDS.
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               PERFORM 0216-CONTENT-CHECK-RECORD
               IF WS-BAD-CONTENT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

      * Only the entries that apply to the current segment (see
      * 0222) are checked - entries loaded for another feed's
      * layout are passed over. A delimited record's field is the
      * one 0223 split out at the entry's ordinal.
       0213-CHECK-ONE-FIELD.
           PERFORM 0222-TEST-ENTRY-APPLIES
           IF NOT WS-ENTRY-APPLIES
               CONTINUE
           ELSE
               IF WS-CUR-DELIMITED
                   MOVE WS-LAY-TAB-ORDINAL (WS-LAY-IDX)
                       TO WS-DLM-ORDINAL
                   PERFORM 0224-FETCH-DELIMITED-FIELD
               ELSE
                   MOVE WS-TRANS-SAVE (WS-LAY-TAB-START (WS-LAY-IDX) :
                       WS-LAY-TAB-LENGTH (WS-LAY-IDX)) TO WS-AREA-1
               END-IF
               PERFORM 0215-FIELD-LIMIT-IN-FORCE
               MOVE WS-FIELD-MAX TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               IF WS-OVERFLOW
                   IF NOT WS-RECORD-FAIL
                       ADD 1 TO WS-EXCEPTION-COUNT
               WS-CUR-MAX-LENGTH * (100 - WS-WARN-MARGIN)
               ADD 1 TO WS-REC-NEAR-COUNT
           END-IF
           MOVE WS-LENGTH TO WS-BAND-LENGTH
           MOVE WS-CUR-MAX-LENGTH TO WS-BAND-LIMIT
           PERFORM 0221-SET-LENGTH-BAND
           ADD 1 TO WS-REC-PASS
           ADD 1 TO WS-REC-BAND (WS-BAND-IDX)
      * The per-segment tallies the summary and NLTFILE actually
      * report from - each segment's numbers stay against its own
      * limit instead of mixing across feeds.
                   WS-CUR-MAX-LENGTH * (100 - WS-WARN-MARGIN)
                   ADD 1 TO WS-FEED-NEAR-COUNT (WS-FEED-CUR)
               END-IF
               ADD 1 TO WS-FEED-PASS (WS-FEED-CUR)
               ADD 1 TO WS-FEED-BAND (WS-FEED-CUR, WS-BAND-IDX)
           END-IF.

       0219-TALLY-FIELD-NEAR.
           PERFORM 0222-TEST-ENTRY-APPLIES
           IF NOT WS-ENTRY-APPLIES
               CONTINUE
           ELSE
               IF WS-LAY-TAB-LASTLEN (WS-LAY-IDX) >
                   WS-FIELD-MAX * (100 - WS-WARN-MARGIN)
                   ADD 1 TO WS-LAY-TAB-NEAR (WS-LAY-IDX)
               END-IF
               MOVE WS-LAY-TAB-LASTLEN (WS-LAY-IDX) TO WS-BAND-LENGTH
               MOVE WS-FIELD-MAX TO WS-BAND-LIMIT
               PERFORM 0221-SET-LENGTH-BAND
               ADD 1 TO WS-LAY-TAB-PASS (WS-LAY-IDX)
               ADD 1 TO WS-LAY-TAB-BAND (WS-LAY-IDX, WS-BAND-IDX)
           END-IF.

      ******************************************************************
      * Which tenth of the limit in force a passing length falls in:
      * band n holds lengths over (n-1) tenths and up to n tenths of
      * WS-BAND-LIMIT. A zero length goes in band 1; a length over
      * the limit (never a passer, but guarded) goes in band 10.
      ******************************************************************
       0221-SET-LENGTH-BAND.
           IF WS-BAND-LIMIT = 0
               MOVE 10 TO WS-BAND-IDX
           ELSE
               COMPUTE WS-BAND-IDX =
                   (WS-BAND-LENGTH * 10 + WS-BAND-LIMIT - 1)
                   / WS-BAND-LIMIT
           END-IF
           IF WS-BAND-IDX < 1
               MOVE 1 TO WS-BAND-IDX
           END-IF
           IF WS-BAND-IDX > 10
               MOVE 10 TO WS-BAND-IDX
           END-IF.

      ******************************************************************
      * Whether the layout entry under WS-LAY-IDX applies under
      * WS-APPLY-LAYOUT-NAME/WS-APPLY-FORMAT-SW: it must carry that
      * layout's tag, and be an ordinal entry for a delimited feed
      * or a positional one for any other.
      ******************************************************************
       0222-TEST-ENTRY-APPLIES.
           MOVE "N" TO WS-ENTRY-APPLIES-SW
           IF WS-LAY-TAB-FEED (WS-LAY-IDX) = WS-APPLY-LAYOUT-NAME
               IF WS-APPLY-DELIMITED
                   IF WS-LAY-TAB-ORDINAL (WS-LAY-IDX) > 0
                       SET WS-ENTRY-APPLIES TO TRUE
                   END-IF
               ELSE
                   IF WS-LAY-TAB-ORDINAL (WS-LAY-IDX) = 0
                       SET WS-ENTRY-APPLIES TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Splits a delimited segment's record into its fields before
      * any of them is checked. A record that cannot be split (a
      * quoted field left open is UQ, more fields than can be held
      * is DF), or whose field count is not the registered one, or
      * that is too short to hold every field the layout declares
      * (DF), is rejected whole - its fields cannot be trusted to be
      * the ones the layout names.
      ******************************************************************
       0223-CHECK-DELIMITED-SHAPE.
           MOVE "S" TO WS-DLM-FUNCTION
           MOVE WS-TRANS-SAVE TO WS-DLM-RECORD
           CALL "DLMFLD00" USING WS-DLM-FUNCTION WS-DLM-RECORD
               WS-DLM-SEPARATOR WS-DLM-QUOTE WS-DLM-SHAPE-SW
               WS-DLM-FIELD-COUNT WS-DLM-VALUES WS-DLM-FIELD-TABLE
               WS-DLM-ORDINAL WS-DLM-NEW-VALUE WS-DLM-NEW-LENGTH
           MOVE SPACES TO WS-EXC-REASON
           EVALUATE TRUE
               WHEN WS-DLM-BAD-QUOTING
                   MOVE "UQ" TO WS-EXC-REASON
               WHEN NOT WS-DLM-WELL-FORMED
                   MOVE "DF" TO WS-EXC-REASON
               WHEN WS-CUR-FIELD-COUNT > 0
                   AND WS-DLM-FIELD-COUNT NOT = WS-CUR-FIELD-COUNT
                   MOVE "DF" TO WS-EXC-REASON
               WHEN WS-DLM-FIELD-COUNT < WS-CUR-MIN-FIELDS
                   MOVE "DF" TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 0217-TALLY-FEED-EXCEPTION
               SET WS-RECORD-FAIL TO TRUE
               MOVE WS-TRANS-SAVE TO WS-AREA-1
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               MOVE SPACES TO WS-EXC-FIELD
               PERFORM 0230-LOG-EXCEPTION
           END-IF.

      * The content of field WS-DLM-ORDINAL of the record 0223 split,
      * quotes removed, into WS-AREA-1 - spaces for an empty field
      * or one the record does not reach.
       0224-FETCH-DELIMITED-FIELD.
           MOVE SPACES TO WS-AREA-1
           IF WS-DLM-ORDINAL NOT > WS-DLM-FIELD-COUNT
               IF WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL) > 0
                   MOVE WS-DLM-VALUES
                       (WS-DLM-VALUE-START (WS-DLM-ORDINAL) :
                        WS-DLM-VALUE-LENGTH (WS-DLM-ORDINAL))
                       TO WS-AREA-1
               END-IF
           END-IF.

      ******************************************************************
      * Runs the CONCHK00 content guard over the record in WS-AREA-1,
      * bounded to the true tallied length in bytes so pad spaces are
      * never inspected. WS-CONTENT-REASON carries the reason code on
      * a hit.
      ******************************************************************
       0216-CONTENT-CHECK-RECORD.
           MOVE WS-BYTE-LENGTH TO WS-SCAN-LENGTH
           CALL "CONCHK00" USING WS-AREA-1 WS-SCAN-LENGTH
               WS-FORBIDDEN-SET WS-CONTENT-SW WS-CONTENT-REASON
               WS-BAD-CHAR-POS WS-ENCODING-SW.

       0211-LOG-OVERSIZE-RECORD.
           ADD 1 TO WS-READ-COUNT
           PERFORM 0230-LOG-EXCEPTION.

       0230-LOG-EXCEPTION.
           MOVE WS-TRANS-LINE-NO TO EXC-RECORD-NO
           MOVE WS-LENGTH TO EXC-LENGTH
           MOVE WS-EXC-FIELD TO EXC-FIELD-NAME
           MOVE WS-EXC-REASON TO EXC-REASON-CODE
           MOVE WS-TRANS-SAVE TO EXC-TEXT
           MOVE WS-INTAKE-RUN-DATE TO EXC-FIRST-REJECT-DATE
           MOVE WS-INTAKE-RUN-DATE TO EXC-INTAKE-RUN-DATE
           MOVE WS-INTAKE-RUN-TIME TO EXC-INTAKE-RUN-TIME
           MOVE WS-CUR-FEED-NAME TO EXC-FEED-NAME
           MOVE WS-CUR-FEED-CREATED TO EXC-FEED-CREATED
           MOVE WS-CUR-FEED-RECORD-NO TO EXC-FEED-RECORD-NO
           MOVE 0 TO EXC-CARRY-COUNT
           MOVE 0 TO EXC-LAST-CARRY-DATE
           MOVE WS-TRANS-SAVE TO EXC-ORIGINAL-TEXT
           MOVE EXC-RECORD TO EXCEPTION-RECORD-OUT
           WRITE EXCEPTION-RECORD-OUT

           MOVE WS-JOB-NAME TO AUD-JOB-NAME
           MOVE WS-INTAKE-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-INTAKE-RUN-TIME TO AUD-RUN-TIME
           MOVE WS-TRANS-LINE-NO TO AUD-RECORD-NO
           MOVE WS-LENGTH TO AUD-LENGTH
           MOVE WS-EXC-FIELD TO AUD-FIELD-NAME
           MOVE WS-EXC-REASON TO AUD-REASON-CODE
           MOVE WS-TRANS-SAVE TO WS-MSK-RECORD
           CALL "MSKFLD00" USING WS-MSK-RECORD WS-MSK-LAYOUT
               WS-MSK-FORMAT-SW WS-MSK-SEPARATOR WS-MSK-QUOTE
               WS-MSK-ENCODING-SW WS-MSK-SLOT-COUNT
               WS-MSK-SLOT-TABLE WS-MSK-RESULT-SW
           MOVE WS-MSK-RECORD (1:60) TO AUD-TEXT-SAMPLE
           MOVE "Y" TO AUD-MASK-SW
           MOVE SPACES TO AUD-KEYED-BY
           MOVE WS-INTAKE-RUN-DATE TO AUD-INTAKE-RUN-DATE
           MOVE WS-INTAKE-RUN-TIME TO AUD-INTAKE-RUN-TIME
           MOVE WS-CUR-FEED-NAME TO AUD-FEED-NAME
           MOVE WS-CUR-FEED-CREATED TO AUD-FEED-CREATED
           MOVE WS-CUR-FEED-RECORD-NO TO AUD-FEED-RECORD-NO
           MOVE SPACE TO AUD-DSP-ACTION
           MOVE AUD-RECORD TO AUDIT-RECORD-OUT
           WRITE AUDIT-RECORD-OUT

      * its own control-trailer count and hash.
      ******************************************************************
       0240-WRITE-EXTRACT.
           MOVE WS-TRANS-LINE-NO TO EXT-RECORD-NO
           MOVE WS-BYTE-LENGTH TO EXT-LENGTH
           MOVE WS-AREA-2 TO EXT-TEXT
           MOVE WS-INTAKE-RUN-DATE TO EXT-INTAKE-RUN-DATE
           MOVE WS-INTAKE-RUN-TIME TO EXT-INTAKE-RUN-TIME
           MOVE WS-CUR-FEED-NAME TO EXT-FEED-NAME
           MOVE WS-CUR-FEED-CREATED TO EXT-FEED-CREATED
           MOVE WS-CUR-FEED-RECORD-NO TO EXT-FEED-RECORD-NO
           IF WS-FEX-OPEN AND WS-FEX-SEG = WS-FEED-CUR
               PERFORM 0243-WRITE-FEED-RECORD
           ELSE
      * Delimited variant of the extract record: the same fields as
      * EXTREC, separated by the configured delimiter, with EXT-TEXT
      * trimmed to the true tallied WS-LENGTH instead of space-padded
      * to the full buffer width. The identity fields follow the
      * text at full display width - EXT-LENGTH says where the text
      * ends, so a delimiter inside the text cannot throw them off.
      ******************************************************************
       0244-BUILD-DELIM-LINE.
           MOVE SPACES TO WS-DELIM-LINE
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
           END-IF.
      * segment's trailer totals were restored from the checkpoint
      * by 0165, so the trailer covers the records already on the
      * file as well as the ones written from the restart on.
      * A partition opens the batch on its FEXFILE stream instead
      * (see 0138) - the batch the checkpoint left in flight already
      * has its header there and is simply resumed.
      ******************************************************************
       0253-OPEN-FEED-EXTRACT.
           IF WS-PARTITION-RUN
               PERFORM 0254-START-FEED-BATCH
           ELSE
               PERFORM 0256-OPEN-FEED-FILE
           END-IF.

       0254-START-FEED-BATCH.
           IF NOT WS-FEX-STREAM-OPEN
               CONTINUE
           ELSE
               IF WS-FEED-CUR NOT = WS-RESUME-FEX-SEG
                   SET PRT-BATCH-START TO TRUE
                   MOVE WS-REG-EXTRACT-DD (WS-CUR-REG-IDX)
                       TO PRT-BATCH-DDNAME
                   MOVE SPACES TO FEED-EXTRACT-RECORD-OUT
                   MOVE PRT-BATCH-HEADER
                       TO FEED-EXTRACT-RECORD-OUT (1 : 13)
                   WRITE FEED-EXTRACT-RECORD-OUT
               END-IF
               IF WS-FEX-FILE-STATUS NOT = "00"
                   DISPLAY "LENBATCH: FEXFILE BATCH HEADER WRITE "
                       "FAILED - STATUS " WS-FEX-FILE-STATUS
                   SET WS-FILE-ERROR TO TRUE
               ELSE
                   SET WS-FEX-OPEN TO TRUE
                   MOVE WS-FEED-CUR TO WS-FEX-SEG
               END-IF
           END-IF.

       0256-OPEN-FEED-FILE.
           MOVE WS-REG-EXTRACT-DD (WS-CUR-REG-IDX)
               TO WS-FEED-EXTRACT-NAME
           IF PARM-RESTART-SW = "Y"
               SET WS-FILE-ERROR TO TRUE
           END-IF.

      * A partition's batch ends at its trailer; the FEXFILE stream
      * itself stays open for the next batch until finalize.
       0258-CLOSE-FEED-EXTRACT.
           PERFORM 0255-WRITE-FEED-TRAILER
           IF NOT WS-PARTITION-RUN
               CLOSE FEED-EXTRACT-FILE
           END-IF
           MOVE "N" TO WS-FEX-OPEN-SW
           MOVE 0 TO WS-FEX-SEG.

               PERFORM 0258-CLOSE-FEED-EXTRACT
           END-IF
           PERFORM 0250-WRITE-EXTRACT-TRAILER
           IF WS-FEX-STREAM-OPEN
               CLOSE FEED-EXTRACT-FILE
               MOVE "N" TO WS-FEX-STREAM-OPEN-SW
           END-IF
           CLOSE TRANS-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-FILE
               ELSE
                   MOVE WS-GLOBAL-MAX-LENGTH TO WS-SEG-LIMIT
               END-IF
               MOVE WS-REG-FORMAT (WS-SEG-REG) TO WS-APPLY-FORMAT-SW
           ELSE
               MOVE PARM-FEED-NAME TO WS-SEG-LAYOUT-NAME
               MOVE WS-GLOBAL-MAX-LENGTH TO WS-SEG-LIMIT
               MOVE "F" TO WS-APPLY-FORMAT-SW
           END-IF
           MOVE WS-SEG-LAYOUT-NAME TO WS-APPLY-LAYOUT-NAME
           MOVE 0 TO WS-SEG-LAY-USED
           IF WS-SEG-LAYOUT-NAME NOT = SPACES
               PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   PERFORM 0222-TEST-ENTRY-APPLIES
                   IF WS-ENTRY-APPLIES
                       ADD 1 TO WS-SEG-LAY-USED
                   END-IF
               END-PERFORM
      * cumulative NLTFILE (NLTREC) so the LENPROPG proposal
      * generator can size draft overrides from the observed history
      * instead of someone re-keying them off SYSOUT. Only fields
      * that actually saw a passing record this run are written. A
      * partition's NLTFILE holds this run's lines only - LENMERGE
      * appends them to the cumulative file.
      ******************************************************************
       0311-WRITE-NEAR-TALLIES.
           IF WS-PARTITION-RUN
               OPEN OUTPUT NEAR-TALLY-FILE
           ELSE
               OPEN EXTEND NEAR-TALLY-FILE
               IF WS-NLT-FILE-STATUS = "35"
                   OPEN OUTPUT NEAR-TALLY-FILE
               END-IF
           END-IF
           IF WS-NLT-FILE-STATUS NOT = "00"
               DISPLAY "LENBATCH: NLTFILE OPEN FAILED - STATUS "
                   "RETAINED"
           ELSE
               MOVE WS-JOB-NAME TO NLT-JOB-NAME
               MOVE WS-INTAKE-RUN-DATE TO NLT-RUN-DATE
               PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   PERFORM 0312-WRITE-ONE-TALLY
                   MOVE WS-REC-NEAR-COUNT TO NLT-NEAR-COUNT
                   MOVE WS-REC-LONGEST TO NLT-LONGEST-LENGTH
                   MOVE WS-GLOBAL-MAX-LENGTH TO NLT-LIMIT-IN-FORCE
                   MOVE WS-REC-PASS TO NLT-PASS-COUNT
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 10
                       MOVE WS-REC-BAND (WS-BAND-IDX)
                           TO NLT-BAND-COUNT (WS-BAND-IDX)
                   END-PERFORM
                   MOVE NLT-RECORD TO NEAR-TALLY-RECORD-OUT
                   WRITE NEAR-TALLY-RECORD-OUT
               END-IF
                   TO NLT-LONGEST-LENGTH
               PERFORM 0302-ENTRY-REPORT-LIMIT
               MOVE WS-FIELD-MAX TO NLT-LIMIT-IN-FORCE
               MOVE WS-LAY-TAB-PASS (WS-LAY-IDX) TO NLT-PASS-COUNT
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 10
                   MOVE WS-LAY-TAB-BAND (WS-LAY-IDX, WS-BAND-IDX)
                       TO NLT-BAND-COUNT (WS-BAND-IDX)
               END-PERFORM
               MOVE NLT-RECORD TO NEAR-TALLY-RECORD-OUT
               WRITE NEAR-TALLY-RECORD-OUT
               IF WS-NLT-FILE-STATUS NOT = "00"
               MOVE WS-FEED-LONGEST (WS-FEED-IDX)
                   TO NLT-LONGEST-LENGTH
               MOVE WS-SEG-LIMIT TO NLT-LIMIT-IN-FORCE
               MOVE WS-FEED-PASS (WS-FEED-IDX) TO NLT-PASS-COUNT
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 10
                   MOVE WS-FEED-BAND (WS-FEED-IDX, WS-BAND-IDX)
                       TO NLT-BAND-COUNT (WS-BAND-IDX)
               END-PERFORM
               MOVE NLT-RECORD TO NEAR-TALLY-RECORD-OUT
               WRITE NEAR-TALLY-RECORD-OUT
               IF WS-NLT-FILE-STATUS NOT = "00"
      * file-status check or its own reconciliation - its extract is
      * held and the corrective rerun of the same TRANSIN must take
      * the feeds in again, not bounce them all as duplicates.
      * A partition registers to FDPOUT instead (see 0317).
      ******************************************************************
       0315-REGISTER-PROCESSED-FEEDS.
           IF WS-PARTITION-RUN
               PERFORM 0317-REGISTER-PARTITION-FEEDS
           ELSE
           IF WS-FILE-ERROR OR WS-RECON-MISMATCH
               DISPLAY "LENBATCH: RUN FAILED - FEED TRANSMISSIONS "
                   "NOT REGISTERED, THE RERUN WILL TAKE THEM IN"
                   CLOSE PROCESSED-REGISTRY-FILE
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * A partition writes the transmissions it took in to its own
      * FDPOUT, under the same rules, for LENMERGE to add to FDPFILE
      * once the whole run has balanced. FDPOUT is rewritten even by
      * a failed run, so a previous run's registrations can never be
      * merged in under this one.
      ******************************************************************
       0317-REGISTER-PARTITION-FEEDS.
           MOVE "FDPOUT" TO WS-FDP-DD-NAME
           OPEN OUTPUT PROCESSED-REGISTRY-FILE
           IF WS-FDP-FILE-STATUS NOT = "00"
               DISPLAY "LENBATCH: FDPOUT OPEN FAILED - STATUS "
                   WS-FDP-FILE-STATUS
               SET WS-FILE-ERROR TO TRUE
           ELSE
               IF WS-FILE-ERROR OR WS-RECON-MISMATCH
                   DISPLAY "LENBATCH: RUN FAILED - FEED TRANSMISSIONS "
                       "NOT REGISTERED, THE RERUN WILL TAKE THEM IN"
               ELSE
                   PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                       PERFORM 0316-REGISTER-ONE-FEED
                   END-PERFORM
               END-IF
               CLOSE PROCESSED-REGISTRY-FILE
           END-IF.

       0316-REGISTER-ONE-FEED.
               AND WS-FEED-CREATED (WS-FEED-IDX) > 0
               MOVE WS-FEED-NAME (WS-FEED-IDX) TO FDP-FEED-NAME
               MOVE WS-FEED-CREATED (WS-FEED-IDX) TO FDP-CREATED-DATE
               MOVE WS-INTAKE-RUN-DATE TO FDP-RUN-DATE
               MOVE WS-INTAKE-RUN-TIME TO FDP-RUN-TIME
               MOVE FDP-RECORD TO PROCESSED-REGISTRY-RECORD
               WRITE PROCESSED-REGISTRY-RECORD
               IF WS-FDP-FILE-STATUS NOT = "00" AND NOT WS-FILE-ERROR
                   DISPLAY "LENBATCH: " WS-FDP-DD-NAME
                       " WRITE FAILED - STATUS " WS-FDP-FILE-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF.
