      ******************************************************************
      * PROGRAM-ID: LENRETRN
      * Reject return to the sending systems. Runs at the end of each
      * cycle, after LENRECYC, and hands every rejected record back
      * to the feed it came in on so the sender can correct it at
      * source instead of the clerks re-keying it here. FEEDMAST
      * says which feeds want a return and on which file
      * (FDM-RETURN-FLAG/FDM-RETURN-DDNAME); each such feed gets one
      * return file per cycle, written even when nothing of theirs
      * was rejected so the sender can tell a clean day from a
      * missing file. The file carries a "*HDR*" line (FCRREC
      * layout), one RTNREC line per reject, and a "*TRL*" count and
      * hash (ETLREC layout).
      *
      * The rejects come from this cycle's EXCFILE - the exceptions
      * LENBATCH wrote on intake, each returned once, on the cycle it
      * was first rejected (an exception LENRECYC has already carried
      * forward is not returned again) - and from REJFILE, the
      * records LENRECYC rejected final this cycle. Each line carries
      * the sender's record, the reason code, the field that failed,
      * the limit in force (resolved the way LENBATCH resolves it,
      * effective-dated against the record's intake date) and the
      * offending length or bad-character position (the CONCHK00
      * content guard is re-run over the record to locate it).
      * Rejects with no *HDR* identity, or from feeds not registered
      * for a return, are counted and left to the clerks as before.
      * A RUNREC line is appended to RUNLOG per execution.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  UTF-8 feeds: a UE reject (malformed byte
      *               sequence) is returned with its byte position,
      *               and the content guard is re-run under the
      *               feed's FDM-ENCODING over the record's byte
      *               length. FDMREC width follows.
      *   2026-10-15  FDMREC grew the delimited-feed registration
      *               (record format, separator, quote character,
      *               field count); record width follows.
      *   2026-10-15  The record text returned is masked (MSKFLD00)
      *               for every LAYFILE field flagged sensitive
      *               under the feed's registered layout (none when
      *               it has no layout); the sender matches
      *               its record on RTN-FEED-CREATED and
      *               RTN-FEED-RECORD-NO.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record widths
      *               follow. A return line carries that text, so a
      *               final reject whose repair failed goes back as
      *               the sender sent it. A whole-record limit's
      *               PARM-FIELD-NAME override is resolved as of the
      *               record's intake date, as a field's is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENRETRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "FLRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLR-FIELD-NAME
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT FEED-MASTER-FILE ASSIGN TO "FEEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDM-FILE-STATUS.
           SELECT CONTENT-FILE ASSIGN TO "CONFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "LAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT FINAL-REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD-IN              PIC X(46).

       FD  MASTER-FILE.
       COPY FLRMREC.

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  CONTENT-FILE.
       01  CONTENT-RECORD-IN           PIC X(50).

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD-IN            PIC X(41).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-IN         PIC X(2092).

       FD  FINAL-REJECT-FILE.
       01  FINAL-REJECT-RECORD-IN      PIC X(2092).

       FD  RETURN-FILE.
       01  RETURN-RECORD-OUT           PIC X(1051).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).

       WORKING-STORAGE SECTION.
       COPY LENCHKWS.
       COPY CONCHKWS.
       COPY PARMREC.
       COPY FDMREC.
       COPY LAYREC.
       COPY MSKFLDWS.
       COPY EXCREC.
       COPY RTNREC.
       COPY FCRREC.
       COPY ETLREC.
       COPY RUNREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENRETRN".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-MASTER-ABSENT-SW         PIC X(1) VALUE "N".
           88  WS-MASTER-ABSENT        VALUE "Y".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".

      * What a pass over the reject files is for: "C" counts every
      * reject against its feed, "W" writes the current feed's
      * rejects to its open return file.
       01  WS-PASS-MODE-SW             PIC X(1) VALUE "C".
           88  WS-COUNT-PASS           VALUE "C".
           88  WS-WRITE-PASS           VALUE "W".
      * Which file the reject in EXC-RECORD came off: "E" EXCFILE,
      * "F" REJFILE - the RTN-STATUS it is returned under.
       01  WS-REJECT-SOURCE            PIC X(1) VALUE SPACE.

       01  WS-PARM-FILE-STATUS         PIC X(2).
       01  WS-MASTER-FILE-STATUS       PIC X(2).
       01  WS-FDM-FILE-STATUS          PIC X(2).
       01  WS-LAY-FILE-STATUS          PIC X(2).
       01  WS-CON-FILE-STATUS          PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-REJ-FILE-STATUS          PIC X(2).
       01  WS-RTN-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 every
      * registered return written, 4 when a registration could not
      * be honoured (no DD name, a DD name already taken, or the
      * table full), 12 when a file failed its status check.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * The DD name of the return file being written (see
      * FDM-RETURN-DDNAME).
       01  WS-RETURN-NAME              PIC X(8).
       01  WS-FEED-LOOKUP              PIC X(8).

      * One entry per FEEDMAST feed. WS-FD-RETURN-SW "Y" marks a
      * feed registered for a return whose DD name could be
      * honoured; WS-FD-MAXLEN is the feed's fallback limit, capped
      * to the buffer as LENBATCH caps it (zero = the card value);
      * WS-FD-ENCODING is "U" for a feed registered UTF-8, else "B";
      * WS-FD-LAYOUT, -FORMAT, -SEPARATOR and -QUOTE are what the
      * returned text is masked under - FDM-LAYOUT-NAME exactly as
      * registered, as LENBATCH and LENRECYC take it, so a feed
      * registered with no layout has nothing masked.
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY             OCCURS 50 TIMES.
               10  WS-FD-NAME          PIC X(8).
               10  WS-FD-MAXLEN        PIC 9(4) COMP.
               10  WS-FD-RETURN-SW     PIC X(1).
               10  WS-FD-RETURN-DD     PIC X(8).
               10  WS-FD-ENCODING      PIC X(1).
               10  WS-FD-LAYOUT        PIC X(8).
               10  WS-FD-FORMAT        PIC X(1).
               10  WS-FD-SEPARATOR     PIC X(1).
               10  WS-FD-QUOTE         PIC X(1).
               10  WS-FD-PENDING       PIC 9(8) COMP.
               10  WS-FD-FINAL         PIC 9(8) COMP.
               10  WS-FD-WRITTEN       PIC 9(8) COMP.
               10  WS-FD-HASH          PIC 9(12) COMP.
       01  WS-FD-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-FD-IDX                   PIC 9(4) COMP VALUE 0.
       01  WS-FD-HIT                   PIC 9(4) COMP VALUE 0.
       01  WS-FD-CUR                   PIC 9(4) COMP VALUE 0.
       01  WS-FD-DROP-COUNT            PIC 9(8) COMP VALUE 0.

      * Limit resolution, as LENBATCH resolves it: the plain card
      * value is the fallback under any FLRMAST override, whether
      * the named field's or, for a whole-record reject, that of
      * PARM-FIELD-NAME, each resolved as of WS-AS-OF-DATE.
       01  WS-CARD-FIELD-FALLBACK      PIC 9(4) COMP VALUE 0.
       01  WS-FIELD-MAX                PIC 9(4) COMP VALUE 0.
       01  WS-IN-FORCE-LENGTH          PIC 9(4) COMP VALUE 0.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.

      * The sender's text handed back on a return line:
      * EXC-ORIGINAL-TEXT, or EXC-TEXT on an exception written before
      * the original was kept apart.
       01  WS-RETURN-TEXT              PIC X(1000).

       01  WS-EXC-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-REJ-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-NO-IDENTITY-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-UNREGISTERED-COUNT       PIC 9(8) COMP VALUE 0.
       01  WS-NOT-WANTED-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-RETURNED-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-FILES-WRITTEN            PIC 9(8) COMP VALUE 0.
       01  WS-SKIPPED-REG-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-EDIT-COUNT-2             PIC Z(7)9.
       01  WS-EDIT-COUNT-3             PIC Z(7)9.

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
           PERFORM 0110-READ-PARM
           PERFORM 0115-READ-CONTENT-CHARS
           PERFORM 0120-LOAD-FEED-MASTER
           PERFORM 0128-LOAD-MASK-SLOTS
           PERFORM 0130-OPEN-MASTER
           PERFORM 0135-RESOLVE-MAX-LENGTH
           SET WS-COUNT-PASS TO TRUE
           PERFORM 0200-PASS-REJECTS
           IF NOT WS-IO-FAIL
               SET WS-WRITE-PASS TO TRUE
               PERFORM 0300-WRITE-RETURN-FILE
                   VARYING WS-FD-CUR FROM 1 BY 1
                   UNTIL WS-FD-CUR > WS-FD-COUNT OR WS-IO-FAIL
           END-IF
           IF NOT WS-MASTER-ABSENT
               CLOSE MASTER-FILE
           END-IF
           PERFORM 0400-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           DISPLAY "LENRETRN - REJECT RETURN TO SENDING SYSTEMS FOR "
               WS-RUN-DATE.

       0110-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: PARMFILE NOT AVAILABLE - STATUS "
                   WS-PARM-FILE-STATUS " - USING DEFAULTS"
               MOVE SPACES TO PARM-RECORD
               MOVE 200 TO PARM-MAX-LENGTH
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "LENRETRN: PARMFILE EMPTY - USING "
                           "DEFAULTS"
                       MOVE SPACES TO PARM-RECORD
                       MOVE 200 TO PARM-MAX-LENGTH
                   NOT AT END
                       MOVE PARM-RECORD-IN TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF PARM-MAX-LENGTH NOT NUMERIC
               MOVE 200 TO PARM-MAX-LENGTH
           END-IF.

      ******************************************************************
      * The site's forbidden-character set for the CONCHK00 content
      * guard, loaded from the first line of CONFILE exactly as
      * LENBATCH loads it, so the bad-character position returned is
      * the one the intake run stopped at.
      ******************************************************************
       0115-READ-CONTENT-CHARS.
           MOVE SPACES TO WS-FORBIDDEN-SET
           OPEN INPUT CONTENT-FILE
           IF WS-CON-FILE-STATUS = "35"
               DISPLAY "LENRETRN: CONFILE NOT FOUND - NO FORBIDDEN "
                   "CHARACTER SET IN EFFECT"
           ELSE
           IF WS-CON-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: CONFILE OPEN FAILED - STATUS "
                   WS-CON-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               READ CONTENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTENT-RECORD-IN TO WS-FORBIDDEN-SET
               END-READ
               CLOSE CONTENT-FILE
           END-IF
           END-IF.

       0120-LOAD-FEED-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FEED-MASTER-FILE
           IF WS-FDM-FILE-STATUS = "35"
               DISPLAY "LENRETRN: FEEDMAST NOT FOUND - NO FEEDS "
                   "REGISTERED FOR A RETURN"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDM-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: FEEDMAST OPEN FAILED - STATUS "
                   WS-FDM-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ FEED-MASTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FEED-MASTER-RECORD-IN TO FDM-RECORD
                       PERFORM 0125-ADD-FEED-ENTRY
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-FDM-FILE-STATUS = "10"
               CLOSE FEED-MASTER-FILE
           END-IF.

      ******************************************************************
      * Tables one FEEDMAST line. A feed registered for a return
      * with no DD name, or with a DD name an earlier feed already
      * returns on, is listed and not returned - two senders' rejects
      * must never share a file. A second line for a feed already
      * tabled is ignored, as LENBATCH's lookup would never reach it.
      ******************************************************************
       0125-ADD-FEED-ENTRY.
           IF FDM-FEED-NAME = SPACES
               CONTINUE
           ELSE
               MOVE FDM-FEED-NAME TO WS-FEED-LOOKUP
               PERFORM 0140-FIND-FEED
               IF WS-FOUND
                   DISPLAY "LENRETRN: FEEDMAST REGISTERS " FDM-FEED-NAME
                       " TWICE - SECOND LINE IGNORED"
               ELSE
               IF WS-FD-COUNT NOT < 50
                   ADD 1 TO WS-FD-DROP-COUNT
               ELSE
                   ADD 1 TO WS-FD-COUNT
                   MOVE FDM-FEED-NAME TO WS-FD-NAME (WS-FD-COUNT)
                   IF FDM-MAX-LENGTH NUMERIC AND FDM-MAX-LENGTH > 0
                       IF FDM-MAX-LENGTH > FUNCTION LENGTH (WS-AREA-1)
                           MOVE FUNCTION LENGTH (WS-AREA-1)
                               TO WS-FD-MAXLEN (WS-FD-COUNT)
                       ELSE
                           MOVE FDM-MAX-LENGTH
                               TO WS-FD-MAXLEN (WS-FD-COUNT)
                       END-IF
                   ELSE
                       MOVE 0 TO WS-FD-MAXLEN (WS-FD-COUNT)
                   END-IF
                   MOVE "N" TO WS-FD-RETURN-SW (WS-FD-COUNT)
                   MOVE SPACES TO WS-FD-RETURN-DD (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-PENDING (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-FINAL (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-WRITTEN (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-HASH (WS-FD-COUNT)
                   IF FDM-UTF8
                       MOVE "U" TO WS-FD-ENCODING (WS-FD-COUNT)
                   ELSE
                       MOVE "B" TO WS-FD-ENCODING (WS-FD-COUNT)
                   END-IF
                   MOVE FDM-LAYOUT-NAME TO WS-FD-LAYOUT (WS-FD-COUNT)
                   IF FDM-DELIMITED
                       MOVE "D" TO WS-FD-FORMAT (WS-FD-COUNT)
                   ELSE
                       MOVE "P" TO WS-FD-FORMAT (WS-FD-COUNT)
                   END-IF
                   IF FDM-SEPARATOR = SPACE
                       MOVE "|" TO WS-FD-SEPARATOR (WS-FD-COUNT)
                   ELSE
                       MOVE FDM-SEPARATOR
                           TO WS-FD-SEPARATOR (WS-FD-COUNT)
                   END-IF
                   MOVE FDM-QUOTE TO WS-FD-QUOTE (WS-FD-COUNT)
                   IF FDM-RETURN-WANTED
                       PERFORM 0127-CHECK-RETURN-DD
                   END-IF
               END-IF
               END-IF
           END-IF.

       0127-CHECK-RETURN-DD.
           MOVE "N" TO WS-FOUND-SW
           IF FDM-RETURN-DDNAME NOT = SPACES
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX >= WS-FD-COUNT OR WS-FOUND
                   IF WS-FD-RETURN-SW (WS-FD-IDX) = "Y"
                       AND WS-FD-RETURN-DD (WS-FD-IDX) =
                           FDM-RETURN-DDNAME
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF FDM-RETURN-DDNAME = SPACES
               ADD 1 TO WS-SKIPPED-REG-COUNT
               DISPLAY "LENRETRN: " FDM-FEED-NAME " WANTS A RETURN "
                   "BUT NAMES NO RETURN DD - NOT RETURNED"
           ELSE
           IF WS-FOUND
               ADD 1 TO WS-SKIPPED-REG-COUNT
               DISPLAY "LENRETRN: " FDM-FEED-NAME " RETURN DD "
                   FDM-RETURN-DDNAME " ALREADY USED BY "
                   WS-FD-NAME (WS-FD-IDX - 1) " - NOT RETURNED"
           ELSE
               MOVE "Y" TO WS-FD-RETURN-SW (WS-FD-COUNT)
               MOVE FDM-RETURN-DDNAME TO WS-FD-RETURN-DD (WS-FD-COUNT)
           END-IF
           END-IF.

      ******************************************************************
      * The sensitive fields of every layout a returned record could
      * be masked under - that of each feed registered for a return,
      * as registered - from the LAYFILE lines flagged in
      * LAY-MASK-STYLE, validated as LENBATCH validates them. A
      * LAYFILE that will not open stops the run before any return
      * is written, as no field could be masked.
      ******************************************************************
       0128-LOAD-MASK-SLOTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LAYOUT-FILE
           IF WS-LAY-FILE-STATUS = "35"
               DISPLAY "LENRETRN: LAYFILE NOT FOUND - NO FIELDS "
                   "MASKED ON RETURN"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-LAY-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: LAYFILE OPEN FAILED - STATUS "
                   WS-LAY-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ LAYOUT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE LAYOUT-RECORD-IN TO LAY-RECORD
                       IF LAY-MASKED AND LAY-FEED-NAME NOT = SPACES
                           PERFORM 0129-ADD-MASK-SLOT
                       END-IF
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-LAY-FILE-STATUS = "10"
               CLOSE LAYOUT-FILE
           END-IF.

       0129-ADD-MASK-SLOT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND
               IF WS-FD-RETURN-SW (WS-FD-IDX) = "Y"
                   AND WS-FD-LAYOUT (WS-FD-IDX) = LAY-FEED-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LAY-ORDINAL NOT NUMERIC
               MOVE 0 TO LAY-ORDINAL
           END-IF
           IF NOT WS-FOUND
               CONTINUE
           ELSE
           IF LAY-ORDINAL > 100
               OR (LAY-ORDINAL = 0
               AND (LAY-START-POS NOT NUMERIC
               OR LAY-FIELD-LENGTH NOT NUMERIC
               OR LAY-START-POS < 1
               OR LAY-FIELD-LENGTH < 1
               OR LAY-START-POS + LAY-FIELD-LENGTH - 1 >
                   FUNCTION LENGTH (WS-AREA-1)))
               DISPLAY "LENRETRN: BAD LAYOUT LINE FOR "
                   LAY-FIELD-NAME " - IGNORED"
           ELSE
           IF WS-MSK-SLOT-COUNT < 100
               ADD 1 TO WS-MSK-SLOT-COUNT
               MOVE LAY-FEED-NAME
                   TO WS-MSK-SLOT-LAYOUT (WS-MSK-SLOT-COUNT)
               MOVE LAY-ORDINAL
                   TO WS-MSK-SLOT-ORDINAL (WS-MSK-SLOT-COUNT)
               IF LAY-ORDINAL > 0
                   MOVE 0 TO WS-MSK-SLOT-START (WS-MSK-SLOT-COUNT)
                   MOVE 0 TO WS-MSK-SLOT-LENGTH (WS-MSK-SLOT-COUNT)
               ELSE
                   MOVE LAY-START-POS
                       TO WS-MSK-SLOT-START (WS-MSK-SLOT-COUNT)
                   MOVE LAY-FIELD-LENGTH
                       TO WS-MSK-SLOT-LENGTH (WS-MSK-SLOT-COUNT)
               END-IF
               MOVE LAY-MASK-STYLE
                   TO WS-MSK-SLOT-STYLE (WS-MSK-SLOT-COUNT)
           ELSE
               DISPLAY "LENRETRN: SENSITIVE FIELD LIST FULL (100) - "
                   "RETURNS STOPPED, " LAY-FIELD-NAME " NOT MASKED"
               SET WS-IO-FAIL TO TRUE
           END-IF
           END-IF
           END-IF.

       0130-OPEN-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               DISPLAY "LENRETRN: FLRMAST NOT FOUND - LIMITS RETURNED "
                   "FROM THE FEED AND PARAMETER-CARD VALUES"
               SET WS-MASTER-ABSENT TO TRUE
           ELSE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: FLRMAST OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-MASTER-ABSENT TO TRUE
           END-IF
           END-IF.

      ******************************************************************
      * The plain parameter-card limit, capped exactly as LENBATCH
      * caps it in its own 0130. Any FLRMAST override is dated, so
      * it is resolved per reject in 0240.
      ******************************************************************
       0135-RESOLVE-MAX-LENGTH.
           MOVE PARM-MAX-LENGTH TO WS-CARD-FIELD-FALLBACK
           IF WS-CARD-FIELD-FALLBACK > FUNCTION LENGTH (WS-AREA-1)
               MOVE FUNCTION LENGTH (WS-AREA-1)
                   TO WS-CARD-FIELD-FALLBACK
           END-IF.

      ******************************************************************
      * The limit the FLRMAST record put in force on WS-AS-OF-DATE:
      * the pending value once its effective date had arrived, else
      * the standing FLR-MAX-LENGTH. Zero means no limit was in force
      * and the caller keeps its fallback.
      ******************************************************************
       0137-SELECT-IN-FORCE-LIMIT.
           IF FLR-EFFECTIVE-DATE NUMERIC
               AND FLR-EFFECTIVE-DATE > 0
               AND FLR-EFFECTIVE-DATE <= WS-AS-OF-DATE
               MOVE FLR-PENDING-LENGTH TO WS-IN-FORCE-LENGTH
           ELSE
               MOVE FLR-MAX-LENGTH TO WS-IN-FORCE-LENGTH
           END-IF.

      ******************************************************************
      * Looks WS-FEED-LOOKUP up in the feed table. WS-FD-HIT names
      * the matching entry when WS-FOUND.
      ******************************************************************
       0140-FIND-FEED.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FD-HIT
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND
               IF WS-FD-NAME (WS-FD-IDX) = WS-FEED-LOOKUP
                   SET WS-FOUND TO TRUE
                   MOVE WS-FD-IDX TO WS-FD-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * One pass over this cycle's rejects: EXCFILE first, then
      * REJFILE. Either file missing means nothing of that kind this
      * cycle. The pass mode says whether the rejects are counted or
      * written (see 0220).
      ******************************************************************
       0200-PASS-REJECTS.
           MOVE "N" TO WS-EOF-SW
           MOVE "E" TO WS-REJECT-SOURCE
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS = "35"
               IF WS-COUNT-PASS
                   DISPLAY "LENRETRN: EXCFILE NOT FOUND - NO NEW "
                       "EXCEPTIONS THIS CYCLE"
               END-IF
               SET WS-EOF TO TRUE
           ELSE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: EXCFILE OPEN FAILED - STATUS "
                   WS-EXC-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ EXCEPTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE EXCEPTION-RECORD-IN TO EXC-RECORD
                       IF WS-COUNT-PASS
                           ADD 1 TO WS-EXC-READ-COUNT
                       END-IF
                       PERFORM 0220-TAKE-REJECT
               END-READ
           END-PERFORM
           IF WS-EXC-FILE-STATUS = "10"
               CLOSE EXCEPTION-FILE
           END-IF

           MOVE "N" TO WS-EOF-SW
           MOVE "F" TO WS-REJECT-SOURCE
           OPEN INPUT FINAL-REJECT-FILE
           IF WS-REJ-FILE-STATUS = "35"
               IF WS-COUNT-PASS
                   DISPLAY "LENRETRN: REJFILE NOT FOUND - NO FINAL "
                       "REJECTS THIS CYCLE"
               END-IF
               SET WS-EOF TO TRUE
           ELSE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: REJFILE OPEN FAILED - STATUS "
                   WS-REJ-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ FINAL-REJECT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE FINAL-REJECT-RECORD-IN TO EXC-RECORD
                       IF WS-COUNT-PASS
                           ADD 1 TO WS-REJ-READ-COUNT
                       END-IF
                       PERFORM 0220-TAKE-REJECT
               END-READ
           END-PERFORM
           IF WS-REJ-FILE-STATUS = "10"
               CLOSE FINAL-REJECT-FILE
           END-IF.

      ******************************************************************
      * An EXCFILE exception LENRECYC has already carried forward was
      * returned on the cycle it was first rejected and is passed
      * over; a final reject is always returned, whatever its carry
      * count. Count pass: the reject is charged to its feed, or to
      * the reason it cannot be returned. Write pass: only the
      * current feed's rejects are written.
      ******************************************************************
       0220-TAKE-REJECT.
           IF WS-REJECT-SOURCE = "E"
               AND EXC-CARRY-COUNT NUMERIC
               AND EXC-CARRY-COUNT > 0
               IF WS-COUNT-PASS
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           ELSE
           IF WS-WRITE-PASS
               IF EXC-FEED-NAME = WS-FD-NAME (WS-FD-CUR)
                   AND EXC-FEED-NAME NOT = SPACES
                   PERFORM 0230-WRITE-RETURN-LINE
               END-IF
           ELSE
           IF EXC-FEED-NAME = SPACES OR LOW-VALUES
               ADD 1 TO WS-NO-IDENTITY-COUNT
           ELSE
               MOVE EXC-FEED-NAME TO WS-FEED-LOOKUP
               PERFORM 0140-FIND-FEED
               IF NOT WS-FOUND
                   ADD 1 TO WS-UNREGISTERED-COUNT
               ELSE
               IF WS-FD-RETURN-SW (WS-FD-HIT) NOT = "Y"
                   ADD 1 TO WS-NOT-WANTED-COUNT
               ELSE
                   IF WS-REJECT-SOURCE = "F"
                       ADD 1 TO WS-FD-FINAL (WS-FD-HIT)
                   ELSE
                       ADD 1 TO WS-FD-PENDING (WS-FD-HIT)
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Builds and writes one RTNREC line for the reject in
      * EXC-RECORD. The limit is resolved only for a length reject
      * and the bad-character position only for a content reject;
      * everything else returns zero there. The text returned is the
      * record as the sender transmitted it, never a correction the
      * clerks tried on it.
      ******************************************************************
       0230-WRITE-RETURN-LINE.
           MOVE SPACES TO RTN-RECORD
           IF EXC-ORIGINAL-TEXT = SPACES
               MOVE EXC-TEXT TO WS-RETURN-TEXT
           ELSE
               MOVE EXC-ORIGINAL-TEXT TO WS-RETURN-TEXT
           END-IF
           MOVE WS-REJECT-SOURCE TO RTN-STATUS
           IF EXC-FEED-CREATED NUMERIC
               MOVE EXC-FEED-CREATED TO RTN-FEED-CREATED
           ELSE
               MOVE 0 TO RTN-FEED-CREATED
           END-IF
           IF EXC-FEED-RECORD-NO NUMERIC
               MOVE EXC-FEED-RECORD-NO TO RTN-FEED-RECORD-NO
           ELSE
               MOVE 0 TO RTN-FEED-RECORD-NO
           END-IF
           MOVE EXC-REASON-CODE TO RTN-REASON-CODE
           MOVE EXC-FIELD-NAME TO RTN-FIELD-NAME
           IF EXC-LENGTH NUMERIC
               MOVE EXC-LENGTH TO RTN-LENGTH
           ELSE
               MOVE 0 TO RTN-LENGTH
           END-IF
           MOVE 0 TO RTN-LIMIT
           MOVE 0 TO RTN-BAD-CHAR-POS
           EVALUATE EXC-REASON-CODE
               WHEN "LO"
                   PERFORM 0240-RESOLVE-LIMIT-IN-FORCE
                   MOVE WS-FIELD-MAX TO RTN-LIMIT
               WHEN "OS"
                   MOVE FUNCTION LENGTH (WS-AREA-1) TO RTN-LIMIT
               WHEN "CC"
               WHEN "FC"
               WHEN "UE"
                   PERFORM 0250-LOCATE-BAD-CHAR
           END-EVALUATE
           MOVE WS-RETURN-TEXT TO WS-MSK-RECORD
           MOVE WS-FD-LAYOUT (WS-FD-CUR) TO WS-MSK-LAYOUT
           MOVE WS-FD-FORMAT (WS-FD-CUR) TO WS-MSK-FORMAT-SW
           MOVE WS-FD-SEPARATOR (WS-FD-CUR) TO WS-MSK-SEPARATOR
           MOVE WS-FD-QUOTE (WS-FD-CUR) TO WS-MSK-QUOTE
           MOVE WS-FD-ENCODING (WS-FD-CUR) TO WS-MSK-ENCODING-SW
           CALL "MSKFLD00" USING WS-MSK-RECORD WS-MSK-LAYOUT
               WS-MSK-FORMAT-SW WS-MSK-SEPARATOR WS-MSK-QUOTE
               WS-MSK-ENCODING-SW WS-MSK-SLOT-COUNT
               WS-MSK-SLOT-TABLE WS-MSK-RESULT-SW
           MOVE WS-MSK-RECORD TO RTN-TEXT
           MOVE RTN-RECORD TO RETURN-RECORD-OUT
           WRITE RETURN-RECORD-OUT
           IF WS-RTN-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: RETURN WRITE FAILED - "
                   WS-RETURN-NAME " STATUS " WS-RTN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               ADD 1 TO WS-FD-WRITTEN (WS-FD-CUR)
               ADD RTN-LENGTH TO WS-FD-HASH (WS-FD-CUR)
               ADD 1 TO WS-RETURNED-COUNT
           END-IF.

      ******************************************************************
      * The limit the reject overflowed, resolved the way LENBATCH
      * resolved it on intake: a named field's FLRMAST override,
      * else the feed's own fallback, else the plain card value; a
      * whole-record reject the feed's fallback, else the card limit
      * with its PARM-FIELD-NAME override. Effective dates are judged
      * against the record's intake run date where it carries one,
      * for the PARM-FIELD-NAME override as for a named field's.
      ******************************************************************
       0240-RESOLVE-LIMIT-IN-FORCE.
           IF EXC-INTAKE-RUN-DATE NUMERIC
               AND EXC-INTAKE-RUN-DATE > 0
               MOVE EXC-INTAKE-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-FD-MAXLEN (WS-FD-CUR) > 0
               MOVE WS-FD-MAXLEN (WS-FD-CUR) TO WS-FIELD-MAX
           ELSE
               MOVE WS-CARD-FIELD-FALLBACK TO WS-FIELD-MAX
           END-IF
           IF EXC-FIELD-NAME = SPACES
               IF WS-FD-MAXLEN (WS-FD-CUR) = 0
                   AND PARM-FIELD-NAME NOT = SPACES
                   MOVE PARM-FIELD-NAME TO FLR-FIELD-NAME
                   PERFORM 0245-READ-IN-FORCE-LIMIT
               END-IF
           ELSE
               MOVE EXC-FIELD-NAME TO FLR-FIELD-NAME
               PERFORM 0245-READ-IN-FORCE-LIMIT
           END-IF
           IF WS-FIELD-MAX > FUNCTION LENGTH (WS-AREA-1)
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-FIELD-MAX
           END-IF.

      ******************************************************************
      * Replaces WS-FIELD-MAX with the FLRMAST limit in force on
      * WS-AS-OF-DATE for FLR-FIELD-NAME, where there is one.
      ******************************************************************
       0245-READ-IN-FORCE-LIMIT.
           IF NOT WS-MASTER-ABSENT
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0137-SELECT-IN-FORCE-LIMIT
                       IF WS-IN-FORCE-LENGTH > 0
                           MOVE WS-IN-FORCE-LENGTH TO WS-FIELD-MAX
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Re-runs the CONCHK00 content guard over the text returned,
      * bounded to its tallied length as LENBATCH bounded it, to find
      * the byte the intake run stopped at. A UTF-8 feed's tallied
      * length is in characters, and RTN-LENGTH belongs to the
      * clerks' text when a failed repair was carried, so in either
      * case the byte length is tallied afresh to bound the scan.
      ******************************************************************
       0250-LOCATE-BAD-CHAR.
           MOVE WS-RETURN-TEXT TO WS-AREA-1
           MOVE WS-FD-ENCODING (WS-FD-CUR) TO WS-ENCODING-SW
           IF WS-UTF8-TEXT OR WS-RETURN-TEXT NOT = EXC-TEXT
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-MAX-LENGTH
               CALL "LENCHK00" USING WS-AREA-1 WS-MAX-LENGTH
                   WS-LENGTH WS-OVERFLOW-SW
                   WS-ENCODING-SW WS-BYTE-LENGTH
               MOVE WS-BYTE-LENGTH TO WS-SCAN-LENGTH
           ELSE
           IF RTN-LENGTH > FUNCTION LENGTH (WS-AREA-1)
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-SCAN-LENGTH
           ELSE
               MOVE RTN-LENGTH TO WS-SCAN-LENGTH
           END-IF
           END-IF
           CALL "CONCHK00" USING WS-AREA-1 WS-SCAN-LENGTH
               WS-FORBIDDEN-SET WS-CONTENT-SW WS-CONTENT-REASON
               WS-BAD-CHAR-POS WS-ENCODING-SW
           IF WS-BAD-CONTENT
               MOVE WS-BAD-CHAR-POS TO RTN-BAD-CHAR-POS
           END-IF.

      ******************************************************************
      * Writes one registered feed's return file: the *HDR* line, a
      * write pass over the rejects for that feed, and the *TRL*
      * line balancing what was written.
      ******************************************************************
       0300-WRITE-RETURN-FILE.
           IF WS-FD-RETURN-SW (WS-FD-CUR) = "Y"
               MOVE WS-FD-RETURN-DD (WS-FD-CUR) TO WS-RETURN-NAME
               OPEN OUTPUT RETURN-FILE
               IF WS-RTN-FILE-STATUS NOT = "00"
                   DISPLAY "LENRETRN: RETURN OPEN FAILED - "
                       WS-RETURN-NAME " STATUS " WS-RTN-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
               ELSE
                   SET FCR-HEADER TO TRUE
                   MOVE WS-FD-NAME (WS-FD-CUR) TO FCR-FEED-NAME
                   MOVE WS-RUN-DATE TO FCR-CONTROL-VALUE
                   MOVE SPACES TO RETURN-RECORD-OUT
                   MOVE FCR-RECORD TO RETURN-RECORD-OUT (1 : 21)
                   WRITE RETURN-RECORD-OUT
                   IF WS-RTN-FILE-STATUS NOT = "00"
                       DISPLAY "LENRETRN: RETURN WRITE FAILED - "
                           WS-RETURN-NAME " STATUS "
                           WS-RTN-FILE-STATUS
                       SET WS-IO-FAIL TO TRUE
                   ELSE
                       PERFORM 0200-PASS-REJECTS
                   END-IF
                   IF NOT WS-IO-FAIL
                       PERFORM 0310-WRITE-RETURN-TRAILER
                   END-IF
                   CLOSE RETURN-FILE
                   ADD 1 TO WS-FILES-WRITTEN
               END-IF
           END-IF.

       0310-WRITE-RETURN-TRAILER.
           SET ETL-TRAILER TO TRUE
           MOVE WS-FD-WRITTEN (WS-FD-CUR) TO ETL-RECORD-COUNT
           MOVE WS-FD-HASH (WS-FD-CUR) TO ETL-HASH-TOTAL
           MOVE SPACES TO RETURN-RECORD-OUT
           MOVE ETL-RECORD TO RETURN-RECORD-OUT (1 : 25)
           WRITE RETURN-RECORD-OUT
           IF WS-RTN-FILE-STATUS NOT = "00"
               DISPLAY "LENRETRN: RETURN TRAILER WRITE FAILED - "
                   WS-RETURN-NAME " STATUS " WS-RTN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           END-IF.

       0400-FINALIZE.
           DISPLAY " "
           DISPLAY "FEED     RETURN DD  AWAITING   FINAL      WRITTEN"
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-RETURN-SW (WS-FD-IDX) = "Y"
                   MOVE WS-FD-PENDING (WS-FD-IDX) TO WS-EDIT-COUNT
                   MOVE WS-FD-FINAL (WS-FD-IDX) TO WS-EDIT-COUNT-2
                   MOVE WS-FD-WRITTEN (WS-FD-IDX) TO WS-EDIT-COUNT-3
                   DISPLAY WS-FD-NAME (WS-FD-IDX) " "
                       WS-FD-RETURN-DD (WS-FD-IDX) "  "
                       WS-EDIT-COUNT " " WS-EDIT-COUNT-2 " "
                       WS-EDIT-COUNT-3
               END-IF
           END-PERFORM
           IF WS-FD-DROP-COUNT > 0
               MOVE WS-FD-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** TABLE FULL (50) - " WS-EDIT-COUNT
                   " FEEDMAST LINES NOT RETURNED **"
           END-IF

           DISPLAY " "
           DISPLAY "LENRETRN SUMMARY REPORT"
           MOVE WS-EXC-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "EXCEPTIONS READ ...: " WS-EDIT-COUNT
           MOVE WS-REJ-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "FINAL REJECTS READ : " WS-EDIT-COUNT
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
           DISPLAY "ALREADY RETURNED ..: " WS-EDIT-COUNT
           MOVE WS-RETURNED-COUNT TO WS-EDIT-COUNT
           DISPLAY "RETURNED TO SENDER : " WS-EDIT-COUNT
           MOVE WS-FILES-WRITTEN TO WS-EDIT-COUNT
           DISPLAY "RETURN FILES ......: " WS-EDIT-COUNT
           MOVE WS-NO-IDENTITY-COUNT TO WS-EDIT-COUNT
           DISPLAY "NO FEED IDENTITY ..: " WS-EDIT-COUNT
           MOVE WS-UNREGISTERED-COUNT TO WS-EDIT-COUNT
           DISPLAY "FEED NOT ON FEEDMST: " WS-EDIT-COUNT
           MOVE WS-NOT-WANTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "NO RETURN WANTED ..: " WS-EDIT-COUNT
           MOVE WS-SKIPPED-REG-COUNT TO WS-EDIT-COUNT
           DISPLAY "RETURN REG SKIPPED : " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-SKIPPED-REG-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-FD-DROP-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC
           PERFORM 0500-WRITE-RUN-HISTORY.

      ******************************************************************
      * One run-history line: rejects read off both files as read,
      * lines returned as passed, rejects that could not be returned
      * (no identity or feed not on FEEDMAST) as exceptions.
      ******************************************************************
       0500-WRITE-RUN-HISTORY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE TO RUN-DATE
           MOVE WS-RUN-TIME TO RUN-TIME
           MOVE SPACES TO RUN-PARM-FIELD-NAME
           MOVE 0 TO RUN-PARM-MAX-LENGTH
           MOVE SPACES TO RUN-PARM-FEED-NAME
           MOVE SPACE TO RUN-PARM-RESTART-SW
           COMPUTE RUN-READ-COUNT =
               WS-EXC-READ-COUNT + WS-REJ-READ-COUNT
           MOVE WS-RETURNED-COUNT TO RUN-PASS-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               WS-NO-IDENTITY-COUNT + WS-UNREGISTERED-COUNT
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
               DISPLAY "LENRETRN: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
           ELSE
               MOVE RUN-RECORD TO RUN-RECORD-OUT
               WRITE RUN-RECORD-OUT
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENRETRN: RUNLOG WRITE FAILED - STATUS "
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
