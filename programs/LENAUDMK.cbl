      ******************************************************************
      * PROGRAM-ID: LENAUDMK
      * One-off re-mask of the audit trail already on file. Samples
      * written before LAYFILE could flag a field sensitive
      * (LAY-MASK-STYLE) keep 60 bytes of the record in clear for as
      * long as AUDFILE and its archives are retained; this job puts
      * every such AUD-TEXT-SAMPLE through MSKFLD00 under the flags
      * now in force, exactly as LENBATCH and LENRECYC mask a sample
      * when they write it, and sets AUD-MASK-SW. A sample is masked
      * under the layout FEEDMAST registers for its AUD-FEED-NAME,
      * with that feed's record format and encoding, or under the
      * parameter-card PARM-FEED-NAME layout, positional, when the
      * feed is not registered - the same choice LENBATCH makes on
      * intake. A record already carrying AUD-MASK-SW is copied
      * unchanged, so a re-run never masks a sample twice.
      *
      * A record written before the identity fields existed names no
      * feed (AUD-FEED-NAME spaces, no AUD-INTAKE-RUN-DATE), so which
      * layout its sample was cut from cannot be told. When any
      * registered feed's layout flags a field sensitive, every
      * non-space byte of such a sample is overwritten, as MSKFLD00
      * does with a record it cannot split, and it is counted as a
      * whole-sample mask; otherwise it is left unmarked and listed,
      * and the run ends with condition code 4.
      *
      * AUDFILE is rewritten to AUDFILE.NEW and the current LENPURGE
      * archive AUDFILE.ARC to AUDFILE.ARC.NEW, the same write-the-
      * successor pattern LENPURGE uses - the JCL swaps the
      * successors in behind the run. Older archive generations are
      * re-masked by pointing the AUDFILE.ARC DD at each in turn.
      * Every file is balanced (read = written) and the counts are
      * reported; an out-of-balance file or a file-status failure
      * ends with a nonzero condition code and the swap must not
      * happen. A LAYFILE flagging no field sensitive ends with
      * condition code 4 and nothing marked, so the trail can still
      * be masked once the flags are keyed.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  A sample with no feed identity is masked whole
      *               (or listed and left unmarked) rather than under
      *               the parameter-card layout; RUNLOG open and
      *               write failures set condition code 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENAUDMK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FEED-MASTER-FILE ASSIGN TO "FEEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDM-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "LAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT AUDIT-NEW-FILE ASSIGN TO "AUDFILE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDN-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDFILE.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDA-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-NEW-FILE ASSIGN TO "AUDFILE.ARC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDAN-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD-IN              PIC X(46).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD-IN            PIC X(41).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-IN             PIC X(164).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD            PIC X(164).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD-IN     PIC X(164).

       FD  AUDIT-ARCHIVE-NEW-FILE.
       01  AUDIT-ARCHIVE-NEW-RECORD    PIC X(164).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).

       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY FDMREC.
       COPY LAYREC.
       COPY AUDREC.
       COPY MSKFLDWS.
       COPY RUNREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENAUDMK".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-BALANCE-FAIL-SW          PIC X(1) VALUE "N".
           88  WS-BALANCE-FAIL         VALUE "Y".
       01  WS-STOP-RUN-SW              PIC X(1) VALUE "N".
           88  WS-STOP-RUN             VALUE "Y".
       01  WS-NOTHING-FLAGGED-SW       PIC X(1) VALUE "N".
           88  WS-NOTHING-FLAGGED      VALUE "Y".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".
      * WS-REG-LAYOUT-SW is set while a LAYFILE line is checked when
      * its layout is a registered feed's; WS-REG-SENSITIVE-SW once
      * any such line is loaded as a sensitive slot.
       01  WS-REG-LAYOUT-SW            PIC X(1) VALUE "N".
           88  WS-REG-LAYOUT           VALUE "Y".
       01  WS-REG-SENSITIVE-SW         PIC X(1) VALUE "N".
           88  WS-REG-SENSITIVE        VALUE "Y".

       01  WS-PARM-FILE-STATUS         PIC X(2).
       01  WS-FDM-FILE-STATUS          PIC X(2).
       01  WS-LAY-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-AUDN-FILE-STATUS         PIC X(2).
       01  WS-AUDA-FILE-STATUS         PIC X(2).
       01  WS-AUDAN-FILE-STATUS        PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 clean, 4 when
      * LAYFILE flags no field sensitive (nothing masked or marked)
      * or a sample with no feed identity was left unmarked,
      * 8 when a file's read and written counts do not balance (the
      * successor swap must be held), 12 when a file failed its
      * status check (RUNLOG included) or the sensitive-field list
      * overflowed.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * One entry per FEEDMAST feed: the layout its samples are
      * masked under and the record format, separator, quote
      * character and encoding MSKFLD00 needs to find the fields.
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY             OCCURS 50 TIMES.
               10  WS-FD-NAME          PIC X(8).
               10  WS-FD-LAYOUT        PIC X(8).
               10  WS-FD-FORMAT        PIC X(1).
               10  WS-FD-SEPARATOR     PIC X(1).
               10  WS-FD-QUOTE         PIC X(1).
               10  WS-FD-ENCODING      PIC X(1).
       01  WS-FD-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-FD-IDX                   PIC 9(4) COMP VALUE 0.
       01  WS-FD-DROP-COUNT            PIC 9(8) COMP VALUE 0.

      * Per-file balancing counts, reset by each file's sweep.
       01  WS-READ-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-MASKED-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-WHOLE-COUNT              PIC 9(8) COMP VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-UNMARKED-COUNT           PIC 9(8) COMP VALUE 0.

       01  WS-TOTAL-READ               PIC 9(8) COMP VALUE 0.
       01  WS-TOTAL-WRITTEN            PIC 9(8) COMP VALUE 0.
       01  WS-TOTAL-MASKED             PIC 9(8) COMP VALUE 0.
       01  WS-TOTAL-WHOLE              PIC 9(8) COMP VALUE 0.
       01  WS-TOTAL-ALREADY            PIC 9(8) COMP VALUE 0.
       01  WS-TOTAL-UNMARKED           PIC 9(8) COMP VALUE 0.
       01  WS-SAMPLE-POS               PIC 9(4) COMP VALUE 0.

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
           PERFORM 0120-LOAD-FEED-MASTER
           IF NOT WS-STOP-RUN
               PERFORM 0130-LOAD-MASK-SLOTS
           END-IF
           IF NOT WS-STOP-RUN
               PERFORM 1000-REMASK-AUDIT
               PERFORM 2000-REMASK-ARCHIVE
           END-IF
           PERFORM 0300-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           DISPLAY "LENAUDMK - AUDIT TRAIL SENSITIVE-FIELD RE-MASK "
               "FOR " WS-RUN-DATE.

      * Only PARM-FEED-NAME is used: the layout a sample from an
      * unregistered feed is masked under.
       0110-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "LENAUDMK: PARMFILE NOT AVAILABLE - STATUS "
                   WS-PARM-FILE-STATUS " - NO DEFAULT LAYOUT"
               MOVE SPACES TO PARM-RECORD
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "LENAUDMK: PARMFILE EMPTY - NO "
                           "DEFAULT LAYOUT"
                       MOVE SPACES TO PARM-RECORD
                   NOT AT END
                       MOVE PARM-RECORD-IN TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
           END-IF.

       0120-LOAD-FEED-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FEED-MASTER-FILE
           IF WS-FDM-FILE-STATUS = "35"
               DISPLAY "LENAUDMK: FEEDMAST NOT FOUND - EVERY SAMPLE "
                   "MASKED UNDER THE PARAMETER-CARD LAYOUT"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDM-FILE-STATUS NOT = "00"
               DISPLAY "LENAUDMK: FEEDMAST OPEN FAILED - STATUS "
                   WS-FDM-FILE-STATUS " - NOTHING MASKED"
               SET WS-IO-FAIL TO TRUE
               SET WS-STOP-RUN TO TRUE
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
           END-IF
           IF WS-FD-DROP-COUNT > 0
               MOVE WS-FD-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "LENAUDMK: FEED TABLE FULL (50) - "
                   WS-EDIT-COUNT " FEEDMAST LINES NOT LOADED - "
                   "NOTHING MASKED"
               SET WS-IO-FAIL TO TRUE
               SET WS-STOP-RUN TO TRUE
           END-IF.

      ******************************************************************
      * Tables one FEEDMAST line. A second line for a feed already
      * tabled is ignored, as LENBATCH's lookup would never reach it.
      ******************************************************************
       0125-ADD-FEED-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND
               IF WS-FD-NAME (WS-FD-IDX) = FDM-FEED-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FDM-FEED-NAME = SPACES OR WS-FOUND
               CONTINUE
           ELSE
           IF WS-FD-COUNT NOT < 50
               ADD 1 TO WS-FD-DROP-COUNT
           ELSE
               ADD 1 TO WS-FD-COUNT
               MOVE FDM-FEED-NAME TO WS-FD-NAME (WS-FD-COUNT)
               MOVE FDM-LAYOUT-NAME TO WS-FD-LAYOUT (WS-FD-COUNT)
               IF FDM-DELIMITED
                   MOVE "D" TO WS-FD-FORMAT (WS-FD-COUNT)
               ELSE
                   MOVE "P" TO WS-FD-FORMAT (WS-FD-COUNT)
               END-IF
               IF FDM-SEPARATOR = SPACE
                   MOVE "|" TO WS-FD-SEPARATOR (WS-FD-COUNT)
               ELSE
                   MOVE FDM-SEPARATOR TO WS-FD-SEPARATOR (WS-FD-COUNT)
               END-IF
               MOVE FDM-QUOTE TO WS-FD-QUOTE (WS-FD-COUNT)
               IF FDM-UTF8
                   MOVE "U" TO WS-FD-ENCODING (WS-FD-COUNT)
               ELSE
                   MOVE "B" TO WS-FD-ENCODING (WS-FD-COUNT)
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * The sensitive fields of every layout a sample could be
      * masked under - the parameter-card feed's and each registered
      * feed's - from the LAYFILE lines flagged in LAY-MASK-STYLE,
      * validated as LENBATCH validates them. Without LAYFILE, or
      * with nothing flagged, there is nothing to mask and no record
      * is marked.
      ******************************************************************
       0130-LOAD-MASK-SLOTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LAYOUT-FILE
           IF WS-LAY-FILE-STATUS = "35"
               DISPLAY "LENAUDMK: LAYFILE NOT FOUND - NOTHING MASKED"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-LAY-FILE-STATUS NOT = "00"
               DISPLAY "LENAUDMK: LAYFILE OPEN FAILED - STATUS "
                   WS-LAY-FILE-STATUS " - NOTHING MASKED"
               SET WS-IO-FAIL TO TRUE
               SET WS-STOP-RUN TO TRUE
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
                           PERFORM 0135-ADD-MASK-SLOT
                       END-IF
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-LAY-FILE-STATUS = "10"
               CLOSE LAYOUT-FILE
           END-IF
           IF WS-MSK-SLOT-COUNT = 0 AND NOT WS-STOP-RUN
               DISPLAY "LENAUDMK: NO FIELD FLAGGED SENSITIVE - "
                   "NOTHING MASKED"
               SET WS-NOTHING-FLAGGED TO TRUE
               SET WS-STOP-RUN TO TRUE
           END-IF.

       0135-ADD-MASK-SLOT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND
               IF WS-FD-LAYOUT (WS-FD-IDX) = LAY-FEED-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-FOUND-SW TO WS-REG-LAYOUT-SW
           IF LAY-FEED-NAME = PARM-FEED-NAME
               SET WS-FOUND TO TRUE
           END-IF
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
                   FUNCTION LENGTH (WS-MSK-RECORD)))
               DISPLAY "LENAUDMK: BAD LAYOUT LINE FOR "
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
               IF WS-REG-LAYOUT
                   SET WS-REG-SENSITIVE TO TRUE
               END-IF
           ELSE
               DISPLAY "LENAUDMK: SENSITIVE FIELD LIST FULL (100) - "
                   LAY-FIELD-NAME " NOT MASKED - NOTHING MASKED"
               SET WS-IO-FAIL TO TRUE
               SET WS-STOP-RUN TO TRUE
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * One sweep per file, both to the same pattern: read every
      * record, re-mask its sample unless it is already marked,
      * write it to the successor, then prove read = written. A file
      * that is absent simply has nothing to re-mask.
      ******************************************************************
       1000-REMASK-AUDIT.
           PERFORM 0200-RESET-COUNTS
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               DISPLAY " "
               DISPLAY "AUDFILE NOT FOUND - NOTHING TO RE-MASK"
           ELSE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "LENAUDMK: AUDFILE OPEN FAILED - STATUS "
                   WS-AUD-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-NEW-FILE
               IF WS-AUDN-FILE-STATUS NOT = "00"
                   DISPLAY "LENAUDMK: AUDFILE.NEW OPEN FAILED - "
                       "STATUS " WS-AUDN-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
               ELSE
                   PERFORM 1100-REMASK-ONE-AUDIT UNTIL WS-EOF
                   CLOSE AUDIT-NEW-FILE
               END-IF
               CLOSE AUDIT-FILE
               PERFORM 0210-BALANCE-ONE-FILE
               DISPLAY "AUDFILE      READ " WS-READ-COUNT
                   " WRITTEN " WS-WRITTEN-COUNT
                   " MASKED " WS-MASKED-COUNT
                   " ALREADY " WS-ALREADY-COUNT
                   " UNMARKED " WS-UNMARKED-COUNT
           END-IF
           END-IF.

       1100-REMASK-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AUDIT-RECORD-IN TO AUD-RECORD
                   PERFORM 0220-REMASK-SAMPLE
                   MOVE AUD-RECORD TO AUDIT-NEW-RECORD
                   WRITE AUDIT-NEW-RECORD
                   IF WS-AUDN-FILE-STATUS NOT = "00"
                       PERFORM 0230-SUCCESSOR-WRITE-FAILED
                   ELSE
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
           END-READ.

       2000-REMASK-ARCHIVE.
           PERFORM 0200-RESET-COUNTS
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDA-FILE-STATUS = "35"
               DISPLAY " "
               DISPLAY "AUDFILE.ARC NOT FOUND - NOTHING TO RE-MASK"
           ELSE
           IF WS-AUDA-FILE-STATUS NOT = "00"
               DISPLAY "LENAUDMK: AUDFILE.ARC OPEN FAILED - STATUS "
                   WS-AUDA-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-ARCHIVE-NEW-FILE
               IF WS-AUDAN-FILE-STATUS NOT = "00"
                   DISPLAY "LENAUDMK: AUDFILE.ARC.NEW OPEN FAILED - "
                       "STATUS " WS-AUDAN-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
               ELSE
                   PERFORM 2100-REMASK-ONE-ARCHIVE UNTIL WS-EOF
                   CLOSE AUDIT-ARCHIVE-NEW-FILE
               END-IF
               CLOSE AUDIT-ARCHIVE-FILE
               PERFORM 0210-BALANCE-ONE-FILE
               DISPLAY "AUDFILE.ARC  READ " WS-READ-COUNT
                   " WRITTEN " WS-WRITTEN-COUNT
                   " MASKED " WS-MASKED-COUNT
                   " ALREADY " WS-ALREADY-COUNT
                   " UNMARKED " WS-UNMARKED-COUNT
           END-IF
           END-IF.

       2100-REMASK-ONE-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AUDIT-ARCHIVE-RECORD-IN TO AUD-RECORD
                   PERFORM 0220-REMASK-SAMPLE
                   MOVE AUD-RECORD TO AUDIT-ARCHIVE-NEW-RECORD
                   WRITE AUDIT-ARCHIVE-NEW-RECORD
                   IF WS-AUDAN-FILE-STATUS NOT = "00"
                       PERFORM 0230-SUCCESSOR-WRITE-FAILED
                   ELSE
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
           END-READ.

       0200-RESET-COUNTS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-MASKED-COUNT
           MOVE 0 TO WS-WHOLE-COUNT
           MOVE 0 TO WS-ALREADY-COUNT
           MOVE 0 TO WS-UNMARKED-COUNT.

       0210-BALANCE-ONE-FILE.
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               SET WS-BALANCE-FAIL TO TRUE
               DISPLAY "** BALANCE MISMATCH ** READ=" WS-READ-COUNT
                   " WRITTEN=" WS-WRITTEN-COUNT
                   " - DO NOT SWAP THE SUCCESSOR FILES IN"
           END-IF
           ADD WS-READ-COUNT TO WS-TOTAL-READ
           ADD WS-WRITTEN-COUNT TO WS-TOTAL-WRITTEN
           ADD WS-MASKED-COUNT TO WS-TOTAL-MASKED
           ADD WS-WHOLE-COUNT TO WS-TOTAL-WHOLE
           ADD WS-ALREADY-COUNT TO WS-TOTAL-ALREADY
           ADD WS-UNMARKED-COUNT TO WS-TOTAL-UNMARKED.

      ******************************************************************
      * Masks the sample in AUD-RECORD under its feed's layout, as
      * LENBATCH chose the layout on intake: the FEEDMAST
      * registration for AUD-FEED-NAME, else the parameter-card
      * layout read positionally. The sample is only the first 60
      * bytes of the record, so a delimited field cut off at the end
      * is still found by its ordinal (see MSKFLD00). A record with
      * no feed identity at all goes to 0225 instead.
      ******************************************************************
       0220-REMASK-SAMPLE.
           IF AUD-MASKED
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
           IF AUD-FEED-NAME = SPACES
               AND (AUD-INTAKE-RUN-DATE NOT NUMERIC
               OR AUD-INTAKE-RUN-DATE = 0)
               PERFORM 0225-MASK-UNIDENTIFIED
           ELSE
               MOVE "N" TO WS-FOUND-SW
               IF AUD-FEED-NAME NOT = SPACES
                   PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                       UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND
                       IF WS-FD-NAME (WS-FD-IDX) = AUD-FEED-NAME
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-FD-IDX
                   MOVE WS-FD-LAYOUT (WS-FD-IDX) TO WS-MSK-LAYOUT
                   MOVE WS-FD-FORMAT (WS-FD-IDX) TO WS-MSK-FORMAT-SW
                   MOVE WS-FD-SEPARATOR (WS-FD-IDX)
                       TO WS-MSK-SEPARATOR
                   MOVE WS-FD-QUOTE (WS-FD-IDX) TO WS-MSK-QUOTE
                   MOVE WS-FD-ENCODING (WS-FD-IDX)
                       TO WS-MSK-ENCODING-SW
               ELSE
                   MOVE PARM-FEED-NAME TO WS-MSK-LAYOUT
                   MOVE "P" TO WS-MSK-FORMAT-SW
                   MOVE "B" TO WS-MSK-ENCODING-SW
               END-IF
               MOVE AUD-TEXT-SAMPLE TO WS-MSK-RECORD
               CALL "MSKFLD00" USING WS-MSK-RECORD WS-MSK-LAYOUT
                   WS-MSK-FORMAT-SW WS-MSK-SEPARATOR WS-MSK-QUOTE
                   WS-MSK-ENCODING-SW WS-MSK-SLOT-COUNT
                   WS-MSK-SLOT-TABLE WS-MSK-RESULT-SW
               MOVE WS-MSK-RECORD (1:60) TO AUD-TEXT-SAMPLE
               MOVE "Y" TO AUD-MASK-SW
               IF WS-MSK-MASKED
                   ADD 1 TO WS-MASKED-COUNT
               END-IF
               IF WS-MSK-WHOLE
                   ADD 1 TO WS-MASKED-COUNT
                   ADD 1 TO WS-WHOLE-COUNT
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * A sample written before the identity fields existed: its
      * feed, and so its layout, is unknown, and masking it under the
      * parameter-card layout would put the mask in the wrong place
      * for a registered feed's record. When a registered layout
      * flags anything sensitive, every non-space byte is overwritten
      * and the record marked; when none does, the record is listed
      * and left unmarked so a later run can still mask it.
      ******************************************************************
       0225-MASK-UNIDENTIFIED.
           IF WS-REG-SENSITIVE
               PERFORM VARYING WS-SAMPLE-POS FROM 1 BY 1
                   UNTIL WS-SAMPLE-POS > 60
                   IF AUD-TEXT-SAMPLE (WS-SAMPLE-POS : 1) NOT = SPACE
                       MOVE "*" TO AUD-TEXT-SAMPLE (WS-SAMPLE-POS : 1)
                   END-IF
               END-PERFORM
               MOVE "Y" TO AUD-MASK-SW
               ADD 1 TO WS-MASKED-COUNT
               ADD 1 TO WS-WHOLE-COUNT
           ELSE
               ADD 1 TO WS-UNMARKED-COUNT
               DISPLAY "NO FEED IDENTITY - LEFT UNMARKED: "
                   AUD-JOB-NAME " RUN " AUD-RUN-DATE " " AUD-RUN-TIME
                   " RECORD " AUD-RECORD-NO
           END-IF.

       0230-SUCCESSOR-WRITE-FAILED.
           IF NOT WS-IO-FAIL
               DISPLAY "LENAUDMK: SUCCESSOR WRITE FAILED - "
                   "DO NOT SWAP THE SUCCESSOR FILES IN"
           END-IF
           SET WS-IO-FAIL TO TRUE.

       0300-FINALIZE.
           DISPLAY " "
           DISPLAY "LENAUDMK SUMMARY REPORT"
           MOVE WS-TOTAL-READ TO WS-EDIT-COUNT
           DISPLAY "RECORDS READ ...............: " WS-EDIT-COUNT
           MOVE WS-TOTAL-WRITTEN TO WS-EDIT-COUNT
           DISPLAY "RECORDS WRITTEN ............: " WS-EDIT-COUNT
           MOVE WS-TOTAL-MASKED TO WS-EDIT-COUNT
           MOVE WS-TOTAL-WHOLE TO WS-EDIT-COUNT-2
           DISPLAY "SAMPLES MASKED .............: " WS-EDIT-COUNT
               "  (WHOLE SAMPLE " WS-EDIT-COUNT-2 ")"
           MOVE WS-TOTAL-ALREADY TO WS-EDIT-COUNT-3
           DISPLAY "ALREADY MASKED - UNCHANGED .: " WS-EDIT-COUNT-3
           MOVE WS-TOTAL-UNMARKED TO WS-EDIT-COUNT
           DISPLAY "NO IDENTITY - LEFT UNMARKED : " WS-EDIT-COUNT
           MOVE WS-MSK-SLOT-COUNT TO WS-EDIT-COUNT
           DISPLAY "SENSITIVE FIELDS IN FORCE ..: " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-BALANCE-FAIL
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-NOTHING-FLAGGED
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-TOTAL-UNMARKED > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "CONDITION CODE .............: " WS-RUN-RC
           PERFORM 0400-WRITE-RUN-HISTORY.

       0400-WRITE-RUN-HISTORY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE TO RUN-DATE
           MOVE WS-RUN-TIME TO RUN-TIME
           MOVE SPACES TO RUN-PARM-FIELD-NAME
           MOVE 0 TO RUN-PARM-MAX-LENGTH
           MOVE PARM-FEED-NAME TO RUN-PARM-FEED-NAME
           MOVE SPACE TO RUN-PARM-RESTART-SW
           MOVE WS-TOTAL-READ TO RUN-READ-COUNT
           MOVE WS-TOTAL-WRITTEN TO RUN-PASS-COUNT
           MOVE 0 TO RUN-EXCEPTION-COUNT
           MOVE WS-RUN-RC TO RUN-RETURN-CODE
           EVALUATE WS-RUN-RC
               WHEN 0
                   MOVE "OK" TO RUN-OUTCOME
               WHEN 4
                   MOVE "WARNING" TO RUN-OUTCOME
               WHEN OTHER
                   MOVE "ERROR" TO RUN-OUTCOME
           END-EVALUATE
           PERFORM 0410-STAMP-END-TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUN-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUN-FILE-STATUS = "00"
               MOVE RUN-RECORD TO RUN-RECORD-OUT
               WRITE RUN-RECORD-OUT
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENAUDMK: RUNLOG WRITE FAILED - STATUS "
                       WS-RUN-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
                   MOVE 12 TO WS-RUN-RC
               END-IF
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "LENAUDMK: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               MOVE 12 TO WS-RUN-RC
           END-IF.

      ******************************************************************
      * Captures the end-of-run clock and the elapsed seconds for
      * the run-history line. A run that started before midnight and
      * ended after it gets a day of seconds added back.
      ******************************************************************
       0410-STAMP-END-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-END-TIME
           MOVE WS-RUN-TIME TO WS-HMS-TIME
           PERFORM 0420-TIME-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-START-SECS
           MOVE WS-END-TIME TO WS-HMS-TIME
           PERFORM 0420-TIME-TO-SECONDS
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

       0420-TIME-TO-SECONDS.
           COMPUTE WS-SECS-WORK =
               (WS-HMS-HH * 3600) + (WS-HMS-MM * 60) + WS-HMS-SS.
