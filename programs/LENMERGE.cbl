      ******************************************************************
      * PROGRAM-ID: LENMERGE
      * Merge step of a partitioned LENBATCH run. Once every
      * partition LENSPLIT cut (see PRTREC) has run to completion,
      * combines the partitions' outputs back into the shared files
      * a single LENBATCH run would have written, in partition
      * order - which, the partitions being contiguous runs of whole
      * feed segments, is TRANSIN order:
      *   EXCFILE, AUDFILE  - the partitions' files concatenated;
      *   EXTFILE           - the partitions' detail lines, under
      *                       one "*TRL*" trailer (ETLREC) counted
      *                       and hashed over the lines merged, in
      *                       the partitions' fixed or delimited
      *                       form, and balanced against the sum of
      *                       the partitions' own trailers;
      *   feed extracts     - each "*BAT*" batch on the partitions'
      *                       FEXFILE streams routed whole, with its
      *                       own trailer, to the extract file its
      *                       header names (the first batch for a
      *                       file rewrites it, the rest append);
      *   NLTFILE           - the partitions' near-limit tallies
      *                       appended;
      *   FDPFILE           - the partitions' feed registrations
      *                       appended, only when the run balanced.
      * It then reconciles the whole run - TRANSIN lines and detail
      * records against the sum of the partitions, records read
      * against records passed plus overflowed - and writes one
      * summary and one RUNLOG history line (RUNREC) for the whole
      * run under job name LENBATCH and the split's date and time,
      * with the elapsed seconds measured from the split's start.
      *
      * Partition n's files are the .Pnn datasets its step wrote:
      * PRTCTL, RUNLOG, EXCFILE, AUDFILE, EXTFILE, FEXFILE, NLTFILE
      * and FDPOUT. A partition with no LENBATCH history line since
      * the split, or whose last one ended RC 12, has not finished:
      * the merge refuses before writing anything, leaving the run
      * lock held, and is simply rerun once that partition has been
      * restarted. The condition code is the worst of the
      * partitions' own and the merge's (8 on a reconciliation
      * mismatch, 12 on a file failure). The LOKFILE run lock
      * LENSPLIT took is released only when the merge completes.
      * Every shared file but the cumulative NLTFILE, FDPFILE and
      * RUNLOG is rewritten from the start, and those three are
      * opened - and every FDPOUT.Pnn checked present - before any
      * of them is appended to, so a merge that failed a file up to
      * that point appended nothing and is simply rerun after the
      * fix (its failed attempt leaves an RC 12 history line, as a
      * failed LENBATCH run does). A failure once appending has
      * begun cannot be rerun as it stands - the rerun would append
      * the run's near-limit tallies and registrations a second
      * time - so the merge says so, keeps the lock, and NLTFILE,
      * FDPFILE and RUNLOG must be restored to their state before
      * the merge first.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record widths
      *               follow, and PART-RECORD with them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT FEED-EXTRACT-FILE ASSIGN TO WS-FEED-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEX-FILE-STATUS.
           SELECT NEAR-TALLY-FILE ASSIGN TO "NLTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLT-FILE-STATUS.
           SELECT PROCESSED-REGISTRY-FILE ASSIGN TO "FDPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDP-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record area wide enough for the widest partition output
      * (EXCREC); the shorter ones read in space-padded.
       FD  PART-FILE.
       01  PART-RECORD                 PIC X(2092).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-OUT        PIC X(2092).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-OUT            PIC X(164).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD-OUT          PIC X(1057).

       FD  FEED-EXTRACT-FILE.
       01  FEED-EXTRACT-RECORD-OUT     PIC X(1057).

       FD  NEAR-TALLY-FILE.
       01  NEAR-TALLY-RECORD-OUT       PIC X(148).

       FD  PROCESSED-REGISTRY-FILE.
       01  PROCESSED-REGISTRY-RECORD   PIC X(30).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).

       FD  LOCK-FILE.
       01  LOCK-RECORD-IO              PIC X(30).

       WORKING-STORAGE SECTION.
       COPY PRTREC.
       COPY RUNREC.
       COPY ETLREC.
       COPY LOKREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENMERGE".
       01  WS-BATCH-JOB-NAME           PIC X(8) VALUE "LENBATCH".
       01  WS-SPLIT-JOB-NAME           PIC X(8) VALUE "LENSPLIT".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

      * The whole run's identity, stamped by LENSPLIT on every
      * PRTCTL.Pnn, and the whole TRANSIN's counts.
       01  WS-SPLIT-DATE               PIC 9(8) VALUE 0.
       01  WS-SPLIT-TIME               PIC 9(6) VALUE 0.
       01  WS-SPLIT-STAMP              PIC 9(14) VALUE 0.
       01  WS-HIST-STAMP               PIC 9(14) VALUE 0.
       01  WS-TRANS-LINES              PIC 9(8) COMP VALUE 0.
       01  WS-TRANS-DETAILS            PIC 9(8) COMP VALUE 0.

       01  WS-STOP-RUN-SW              PIC X(1) VALUE "N".
           88  WS-STOP-RUN             VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-RECON-MISMATCH-SW        PIC X(1) VALUE "N".
           88  WS-RECON-MISMATCH       VALUE "Y".
       01  WS-PART-EOF-SW              PIC X(1) VALUE "N".
           88  WS-PART-EOF             VALUE "Y".
       01  WS-PART-ABSENT-SW           PIC X(1) VALUE "N".
           88  WS-PART-ABSENT          VALUE "Y".
       01  WS-PART-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-PART-OPEN            VALUE "Y".
       01  WS-PART-UNFINISHED-SW       PIC X(1) VALUE "N".
           88  WS-PART-UNFINISHED      VALUE "Y".
       01  WS-FEX-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-FEX-OPEN             VALUE "Y".
       01  WS-FDD-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-FDD-FOUND            VALUE "Y".
       01  WS-LOCK-HELD-SW             PIC X(1) VALUE "N".
           88  WS-LOCK-HELD            VALUE "Y".
      * The cumulative files held open for the appends, and whether
      * any append has begun - past that point a failure leaves
      * them holding part of the run.
       01  WS-NLT-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-NLT-OPEN             VALUE "Y".
       01  WS-FDP-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-FDP-OPEN             VALUE "Y".
       01  WS-RUN-LOG-OPEN-SW          PIC X(1) VALUE "N".
           88  WS-RUN-LOG-OPEN         VALUE "Y".
       01  WS-APPEND-STARTED-SW        PIC X(1) VALUE "N".
           88  WS-APPEND-STARTED       VALUE "Y".

       01  WS-PART-FILE-STATUS         PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-EXT-FILE-STATUS          PIC X(2).
       01  WS-FEX-FILE-STATUS          PIC X(2).
       01  WS-NLT-FILE-STATUS          PIC X(2).
       01  WS-FDP-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-LOK-FILE-STATUS          PIC X(2).

      * Status and DD name of whichever shared file the line just
      * copied went to, for the one write check every copy shares.
       01  WS-OUT-FILE-STATUS          PIC X(2).
       01  WS-OUT-DD-NAME              PIC X(8).

      * Condition code handed back to the scheduler: the worst of
      * the partitions' own codes, raised to 8 on a merge
      * reconciliation mismatch and to 12 when the merge is refused
      * or a file fails its status check.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.
       01  WS-WORST-PART-RC            PIC 9(2) VALUE 0.

      * Partition files are named for their DD and partition
      * number - EXCFILE.P01 and so on. WS-MERGE-KIND says which
      * shared file the partition file being read is merged into.
       01  WS-PART-FILE-NAME           PIC X(12).
       01  WS-PART-DD                  PIC X(8).
       01  WS-PART-NO-DISPLAY          PIC 9(2).
       01  WS-MERGE-KIND               PIC X(1).
           88  WS-MERGE-EXCEPTIONS     VALUE "E".
           88  WS-MERGE-AUDIT          VALUE "A".
           88  WS-MERGE-EXTRACT        VALUE "X".
           88  WS-MERGE-FEED-EXTRACTS  VALUE "F".
           88  WS-MERGE-NEAR-TALLIES   VALUE "N".
           88  WS-MERGE-REGISTRY       VALUE "D".

      * One entry per partition: where it sits in TRANSIN and what
      * it was given (from its PRTCTL), and what its last LENBATCH
      * run since the split says it did (from its RUNLOG).
       01  WS-PART-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-PART-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY           OCCURS 12 TIMES.
               10  WS-PT-OFFSET        PIC 9(8) COMP.
               10  WS-PT-LINES         PIC 9(8) COMP.
               10  WS-PT-DETAILS       PIC 9(8) COMP.
               10  WS-PT-READ          PIC 9(8) COMP.
               10  WS-PT-PASS          PIC 9(8) COMP.
               10  WS-PT-EXCEPTIONS    PIC 9(8) COMP.
               10  WS-PT-RC            PIC 9(2).
               10  WS-PT-RESTART-SW    PIC X(1).
               10  WS-PT-ELAPSED       PIC 9(6).
               10  WS-PT-FOUND-SW      PIC X(1).
                   88  WS-PT-FOUND     VALUE "Y".

      * Parameters the partitions ran under, from partition 1's
      * history line, for the whole run's history line.
       01  WS-HIST-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-HIST-MAX-LENGTH          PIC 9(4) VALUE 0.
       01  WS-HIST-FEED-NAME           PIC X(8) VALUE SPACES.
       01  WS-HIST-RESTART-SW          PIC X(1) VALUE "N".

      * Whole-run totals.
       01  WS-LINES-TOTAL              PIC 9(8) COMP VALUE 0.
       01  WS-DETAILS-TOTAL            PIC 9(8) COMP VALUE 0.
       01  WS-READ-TOTAL               PIC 9(8) COMP VALUE 0.
       01  WS-PASS-TOTAL               PIC 9(8) COMP VALUE 0.
       01  WS-EXCEPTION-TOTAL          PIC 9(8) COMP VALUE 0.
       01  WS-ACCOUNTED-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-EXPECTED-OFFSET          PIC 9(8) COMP VALUE 0.
       01  WS-EXC-MERGED               PIC 9(8) COMP VALUE 0.
       01  WS-AUD-MERGED               PIC 9(8) COMP VALUE 0.
       01  WS-NLT-MERGED               PIC 9(8) COMP VALUE 0.
       01  WS-FDP-MERGED               PIC 9(8) COMP VALUE 0.

      * Shared extract: the detail lines merged and their hash over
      * EXT-LENGTH, against the sum of the partitions' trailers.
      * Each partition's last trailer covers its whole extract - a
      * restarted partition resumes its totals from the checkpoint.
       01  WS-EXT-MERGED-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-EXT-MERGED-HASH          PIC 9(12) COMP VALUE 0.
       01  WS-EXT-TRL-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-EXT-TRL-HASH             PIC 9(12) COMP VALUE 0.
       01  WS-PART-TRL-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-PART-TRL-HASH            PIC 9(12) COMP VALUE 0.
       01  WS-PART-TRL-SEEN-SW         PIC X(1) VALUE "N".
           88  WS-PART-TRL-SEEN        VALUE "Y".
       01  WS-TRL-WORK-COUNT           PIC 9(8).
       01  WS-TRL-WORK-HASH            PIC 9(12).
       01  WS-EXT-LINE-LENGTH          PIC 9(4).
       01  WS-EXT-FORMAT-SW            PIC X(1) VALUE SPACE.
           88  WS-EXT-FORMAT-KNOWN     VALUE "F" "D".
           88  WS-DELIMITED-EXTRACT    VALUE "D".
       01  WS-EXT-DELIMITER            PIC X(1) VALUE "|".
       01  WS-DELIM-LINE               PIC X(1057).

      * Feed extract batches: the DD the batch in hand goes to, the
      * lines it has carried so far, and every DD already rewritten
      * by this merge - later batches for it are appended.
       01  WS-FEED-EXTRACT-NAME        PIC X(8) VALUE SPACES.
       01  WS-BATCH-LINES              PIC 9(8) COMP VALUE 0.
       01  WS-BATCH-COUNT              PIC 9(8) COMP VALUE 0.
       01  WS-STRAY-LINES              PIC 9(8) COMP VALUE 0.
       01  WS-FDD-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-FDD-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-FDD-TABLE.
           05  WS-FDD-NAME             PIC X(8) OCCURS 20 TIMES.

       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-EDIT-COUNT-2             PIC Z(7)9.
       01  WS-EDIT-COUNT-3             PIC Z(7)9.
       01  WS-EDIT-COUNT-4             PIC Z(7)9.
       01  WS-EDIT-COUNT-5             PIC Z(7)9.

      * End-of-run clock and elapsed seconds for the run history,
      * as LENBATCH and LENMAINT stamp them - measured here from the
      * split's start, so the line shows the whole batch window. A
      * run that crosses midnight gets a day of seconds added back.
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
      * A merge refused - no usable PRTCTL, the lock not held for
      * this split, or a partition not finished - writes nothing,
      * keeps the lock, and ends with condition code 12.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF NOT WS-STOP-RUN
               PERFORM 0200-LOAD-PARTITION-RUNS
           END-IF
           IF WS-STOP-RUN
               DISPLAY "LENMERGE: MERGE REFUSED - NOTHING WRITTEN"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0300-MERGE-OUTPUTS
               PERFORM 0500-FINALIZE
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           PERFORM 0110-LOAD-PARTITION-CONTROL
           IF NOT WS-STOP-RUN
               DISPLAY "LENMERGE - MERGING RUN " WS-SPLIT-DATE " "
                   WS-SPLIT-TIME " FROM " WS-PART-COUNT " PARTITIONS"
               PERFORM 0120-CHECK-RUN-LOCK
           END-IF.

      ******************************************************************
      * PRTCTL.P01 says how many partitions the split cut and which
      * run they belong to; every other PRTCTL.Pnn must say the
      * same, so a partition left over from an earlier split with a
      * higher count is never merged in.
      ******************************************************************
       0110-LOAD-PARTITION-CONTROL.
           MOVE 1 TO WS-PART-IDX
           PERFORM 0115-READ-ONE-CONTROL
           IF NOT WS-STOP-RUN
               IF PRT-PARTITION-COUNT < 1
                   OR PRT-PARTITION-COUNT > 12
                   DISPLAY "LENMERGE: PRTCTL.P01 PARTITION COUNT "
                       PRT-PARTITION-COUNT " IS NOT 01 TO 12"
                   SET WS-STOP-RUN TO TRUE
               ELSE
                   MOVE PRT-PARTITION-COUNT TO WS-PART-COUNT
                   MOVE PRT-RUN-DATE TO WS-SPLIT-DATE
                   MOVE PRT-RUN-TIME TO WS-SPLIT-TIME
                   COMPUTE WS-SPLIT-STAMP =
                       WS-SPLIT-DATE * 1000000 + WS-SPLIT-TIME
                   MOVE PRT-TRANS-LINES TO WS-TRANS-LINES
                   MOVE PRT-TRANS-DETAILS TO WS-TRANS-DETAILS
                   PERFORM 0116-CHECK-ONE-CONTROL
               END-IF
           END-IF
           IF NOT WS-STOP-RUN
               PERFORM VARYING WS-PART-IDX FROM 2 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                   OR WS-STOP-RUN
                   PERFORM 0115-READ-ONE-CONTROL
                   IF NOT WS-STOP-RUN
                       PERFORM 0116-CHECK-ONE-CONTROL
                   END-IF
               END-PERFORM
           END-IF.

       0115-READ-ONE-CONTROL.
           MOVE "PRTCTL" TO WS-PART-DD
           PERFORM 0190-NAME-PARTITION-FILE
           MOVE ZERO TO PRT-RECORD
           OPEN INPUT PART-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                   " NOT AVAILABLE - STATUS " WS-PART-FILE-STATUS
               SET WS-STOP-RUN TO TRUE
           ELSE
               READ PART-FILE
                   AT END
                       DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                           " IS EMPTY"
                       SET WS-STOP-RUN TO TRUE
                   NOT AT END
                       MOVE PART-RECORD (1:62) TO PRT-RECORD
               END-READ
               CLOSE PART-FILE
               IF NOT WS-STOP-RUN AND PRT-RECORD NOT NUMERIC
                   DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                       " IS NOT A PARTITION CONTROL RECORD"
                   SET WS-STOP-RUN TO TRUE
               END-IF
           END-IF.

       0116-CHECK-ONE-CONTROL.
           IF PRT-RUN-DATE NOT = WS-SPLIT-DATE
               OR PRT-RUN-TIME NOT = WS-SPLIT-TIME
               OR PRT-PARTITION-NO NOT = WS-PART-IDX
               OR PRT-PARTITION-COUNT NOT = WS-PART-COUNT
               OR PRT-TRANS-LINES NOT = WS-TRANS-LINES
               OR PRT-TRANS-DETAILS NOT = WS-TRANS-DETAILS
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME " IS PARTITION "
                   PRT-PARTITION-NO " OF " PRT-PARTITION-COUNT
                   " FROM SPLIT " PRT-RUN-DATE " " PRT-RUN-TIME
                   " - NOT PART OF THIS RUN"
               SET WS-STOP-RUN TO TRUE
           ELSE
               PERFORM 0117-TABLE-ONE-CONTROL
           END-IF.

       0117-TABLE-ONE-CONTROL.
           MOVE PRT-LINE-OFFSET TO WS-PT-OFFSET (WS-PART-IDX)
           MOVE PRT-LINE-COUNT TO WS-PT-LINES (WS-PART-IDX)
           MOVE PRT-DETAIL-COUNT TO WS-PT-DETAILS (WS-PART-IDX)
           MOVE 0 TO WS-PT-READ (WS-PART-IDX)
           MOVE 0 TO WS-PT-PASS (WS-PART-IDX)
           MOVE 0 TO WS-PT-EXCEPTIONS (WS-PART-IDX)
           MOVE 0 TO WS-PT-RC (WS-PART-IDX)
           MOVE SPACE TO WS-PT-RESTART-SW (WS-PART-IDX)
           MOVE 0 TO WS-PT-ELAPSED (WS-PART-IDX)
           MOVE "N" TO WS-PT-FOUND-SW (WS-PART-IDX).

      ******************************************************************
      * The split took the shared run lock in the run's name and
      * nothing may have taken it since: anything else on LOKFILE
      * means the partitions' outputs cannot be trusted to be this
      * run's, and the merge refuses.
      ******************************************************************
       0120-CHECK-RUN-LOCK.
           MOVE SPACES TO LOK-RECORD
           OPEN INPUT LOCK-FILE
           IF WS-LOK-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: LOKFILE NOT AVAILABLE - STATUS "
                   WS-LOK-FILE-STATUS
               SET WS-STOP-RUN TO TRUE
           ELSE
               READ LOCK-FILE
                   AT END
                       MOVE SPACES TO LOK-RECORD
                   NOT AT END
                       MOVE LOCK-RECORD-IO TO LOK-RECORD
               END-READ
               CLOSE LOCK-FILE
               IF LOK-ACTIVE
                   AND LOK-JOB-NAME = WS-SPLIT-JOB-NAME
                   AND LOK-RUN-DATE = WS-SPLIT-DATE
                   AND LOK-RUN-TIME = WS-SPLIT-TIME
                   SET WS-LOCK-HELD TO TRUE
               ELSE
                   DISPLAY "LENMERGE: RUN LOCK IS " LOK-STATUS " BY "
                       LOK-JOB-NAME " " LOK-RUN-DATE " "
                       LOK-RUN-TIME " - NOT HELD FOR THIS SPLIT"
                   SET WS-STOP-RUN TO TRUE
               END-IF
           END-IF.

       0190-NAME-PARTITION-FILE.
           MOVE WS-PART-IDX TO WS-PART-NO-DISPLAY
           MOVE SPACES TO WS-PART-FILE-NAME
           STRING WS-PART-DD DELIMITED BY SPACE
               ".P" DELIMITED BY SIZE
               WS-PART-NO-DISPLAY DELIMITED BY SIZE
               INTO WS-PART-FILE-NAME
           END-STRING.

      ******************************************************************
      * Every partition must have finished: its RUNLOG.Pnn must hold
      * a LENBATCH history line stamped at or after the split, and
      * the last such line - a restarted partition logs once per
      * attempt, each with the run's totals to date - must not be
      * RC 12. All partitions are checked before refusing, so the
      * operator sees every one that needs a restart.
      ******************************************************************
       0200-LOAD-PARTITION-RUNS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM 0210-LOAD-ONE-RUN
           END-PERFORM.

       0210-LOAD-ONE-RUN.
           MOVE "RUNLOG" TO WS-PART-DD
           PERFORM 0190-NAME-PARTITION-FILE
           MOVE "N" TO WS-PART-EOF-SW
           OPEN INPUT PART-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               SET WS-PART-EOF TO TRUE
           END-IF
           PERFORM 0215-READ-ONE-HISTORY UNTIL WS-PART-EOF
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-PART-FILE-STATUS = "10"
               CLOSE PART-FILE
           END-IF
           IF NOT WS-PT-FOUND (WS-PART-IDX)
               DISPLAY "LENMERGE: PARTITION " WS-PART-NO-DISPLAY
                   " HAS NOT RUN SINCE THE SPLIT - RUN IT, THEN "
                   "RERUN THE MERGE"
               SET WS-STOP-RUN TO TRUE
           ELSE
           IF WS-PT-RC (WS-PART-IDX) NOT < 12
               DISPLAY "LENMERGE: PARTITION " WS-PART-NO-DISPLAY
                   " ENDED RC " WS-PT-RC (WS-PART-IDX)
                   " - RESTART IT, THEN RERUN THE MERGE"
               SET WS-STOP-RUN TO TRUE
           END-IF
           END-IF.

       0215-READ-ONE-HISTORY.
           READ PART-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               SET WS-PART-EOF TO TRUE
           ELSE
               MOVE PART-RECORD (1:101) TO RUN-RECORD
               IF RUN-JOB-NAME = WS-BATCH-JOB-NAME
                   AND RUN-DATE NUMERIC
                   AND RUN-TIME NUMERIC
                   COMPUTE WS-HIST-STAMP =
                       RUN-DATE * 1000000 + RUN-TIME
                   IF WS-HIST-STAMP NOT < WS-SPLIT-STAMP
                       PERFORM 0217-TABLE-ONE-HISTORY
                   END-IF
               END-IF
           END-IF.

       0217-TABLE-ONE-HISTORY.
           SET WS-PT-FOUND (WS-PART-IDX) TO TRUE
           MOVE RUN-READ-COUNT TO WS-PT-READ (WS-PART-IDX)
           MOVE RUN-PASS-COUNT TO WS-PT-PASS (WS-PART-IDX)
           MOVE RUN-EXCEPTION-COUNT TO WS-PT-EXCEPTIONS (WS-PART-IDX)
           IF RUN-RETURN-CODE NUMERIC
               MOVE RUN-RETURN-CODE TO WS-PT-RC (WS-PART-IDX)
           ELSE
               MOVE 12 TO WS-PT-RC (WS-PART-IDX)
           END-IF
           IF RUN-ELAPSED-SECS NUMERIC
               MOVE RUN-ELAPSED-SECS TO WS-PT-ELAPSED (WS-PART-IDX)
           ELSE
               MOVE 0 TO WS-PT-ELAPSED (WS-PART-IDX)
           END-IF
           IF RUN-PARM-RESTART-SW = "Y"
               MOVE "Y" TO WS-PT-RESTART-SW (WS-PART-IDX)
           END-IF
           IF WS-PART-IDX = 1
               MOVE RUN-PARM-FIELD-NAME TO WS-HIST-FIELD-NAME
               MOVE RUN-PARM-MAX-LENGTH TO WS-HIST-MAX-LENGTH
               MOVE RUN-PARM-FEED-NAME TO WS-HIST-FEED-NAME
           END-IF.

      ******************************************************************
      * Rewrites the shared per-run files from the partitions' own,
      * in partition order. The cumulative files are only appended
      * to once all of these have been written clean and all three
      * are open.
      ******************************************************************
       0300-MERGE-OUTPUTS.
           PERFORM 0310-MERGE-EXCEPTIONS
           IF NOT WS-IO-FAIL
               PERFORM 0320-MERGE-AUDIT
           END-IF
           IF NOT WS-IO-FAIL
               PERFORM 0330-MERGE-EXTRACT
           END-IF
           IF NOT WS-IO-FAIL
               PERFORM 0340-MERGE-FEED-EXTRACTS
           END-IF
           PERFORM 0400-RECONCILE
           IF NOT WS-IO-FAIL
               PERFORM 0345-OPEN-CUMULATIVE-FILES
           END-IF
           IF NOT WS-IO-FAIL
               SET WS-APPEND-STARTED TO TRUE
               PERFORM 0350-APPEND-NEAR-TALLIES
               PERFORM 0360-APPEND-REGISTRATIONS
           END-IF.

       0310-MERGE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: EXCFILE OPEN FAILED - STATUS "
                   WS-EXC-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               MOVE "EXCFILE" TO WS-PART-DD
               MOVE "EXCFILE" TO WS-OUT-DD-NAME
               SET WS-MERGE-EXCEPTIONS TO TRUE
               PERFORM 0370-COPY-ALL-PARTITIONS
               CLOSE EXCEPTION-FILE
           END-IF.

       0320-MERGE-AUDIT.
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: AUDFILE OPEN FAILED - STATUS "
                   WS-AUD-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               MOVE "AUDFILE" TO WS-PART-DD
               MOVE "AUDFILE" TO WS-OUT-DD-NAME
               SET WS-MERGE-AUDIT TO TRUE
               PERFORM 0370-COPY-ALL-PARTITIONS
               CLOSE AUDIT-FILE
           END-IF.

       0330-MERGE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: EXTFILE OPEN FAILED - STATUS "
                   WS-EXT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               MOVE "EXTFILE" TO WS-PART-DD
               MOVE "EXTFILE" TO WS-OUT-DD-NAME
               SET WS-MERGE-EXTRACT TO TRUE
               PERFORM 0370-COPY-ALL-PARTITIONS
               PERFORM 0335-WRITE-EXTRACT-TRAILER
               CLOSE EXTRACT-FILE
           END-IF.

      ******************************************************************
      * One trailer for the merged extract, counted and hashed over
      * the detail lines actually merged, in the form the partitions
      * wrote theirs (see LENBATCH 0250).
      ******************************************************************
       0335-WRITE-EXTRACT-TRAILER.
           SET ETL-TRAILER TO TRUE
           MOVE WS-EXT-MERGED-COUNT TO ETL-RECORD-COUNT
           MOVE WS-EXT-MERGED-HASH TO ETL-HASH-TOTAL
           IF WS-DELIMITED-EXTRACT
               MOVE SPACES TO WS-DELIM-LINE
               STRING ETL-RECORD-TYPE DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   ETL-RECORD-COUNT DELIMITED BY SIZE
                   WS-EXT-DELIMITER DELIMITED BY SIZE
                   ETL-HASH-TOTAL DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
               MOVE WS-DELIM-LINE TO EXTRACT-RECORD-OUT
           ELSE
               MOVE SPACES TO EXTRACT-RECORD-OUT
               MOVE ETL-RECORD TO EXTRACT-RECORD-OUT (1 : 25)
           END-IF
           WRITE EXTRACT-RECORD-OUT
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: EXTFILE TRAILER WRITE FAILED - "
                   "STATUS " WS-EXT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           END-IF.

       0340-MERGE-FEED-EXTRACTS.
           MOVE "FEXFILE" TO WS-PART-DD
           SET WS-MERGE-FEED-EXTRACTS TO TRUE
           PERFORM 0370-COPY-ALL-PARTITIONS.

      ******************************************************************
      * Opens NLTFILE, FDPFILE (when the run balanced and its feeds
      * will be registered) and RUNLOG for append, and checks every
      * FDPOUT.Pnn is there to be read, before anything is appended
      * - a failure here leaves all three as they were, and the
      * ones already opened are closed again untouched.
      ******************************************************************
       0345-OPEN-CUMULATIVE-FILES.
           OPEN EXTEND NEAR-TALLY-FILE
           IF WS-NLT-FILE-STATUS = "35"
               OPEN OUTPUT NEAR-TALLY-FILE
           END-IF
           IF WS-NLT-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: NLTFILE OPEN FAILED - STATUS "
                   WS-NLT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               SET WS-NLT-OPEN TO TRUE
           END-IF
           IF NOT WS-IO-FAIL AND NOT WS-RECON-MISMATCH
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                   PERFORM 0347-CHECK-REGISTRATION-INPUT
               END-PERFORM
               IF NOT WS-IO-FAIL
                   OPEN EXTEND PROCESSED-REGISTRY-FILE
                   IF WS-FDP-FILE-STATUS = "35"
                       OPEN OUTPUT PROCESSED-REGISTRY-FILE
                   END-IF
                   IF WS-FDP-FILE-STATUS NOT = "00"
                       DISPLAY "LENMERGE: FDPFILE OPEN FAILED - "
                           "STATUS " WS-FDP-FILE-STATUS
                       SET WS-IO-FAIL TO TRUE
                   ELSE
                       SET WS-FDP-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-IO-FAIL
               OPEN EXTEND RUN-LOG-FILE
               IF WS-RUN-FILE-STATUS = "35"
                   OPEN OUTPUT RUN-LOG-FILE
               END-IF
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENMERGE: RUNLOG OPEN FAILED - STATUS "
                       WS-RUN-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
               ELSE
                   SET WS-RUN-LOG-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-IO-FAIL
               IF WS-NLT-OPEN
                   CLOSE NEAR-TALLY-FILE
                   MOVE "N" TO WS-NLT-OPEN-SW
               END-IF
               IF WS-FDP-OPEN
                   CLOSE PROCESSED-REGISTRY-FILE
                   MOVE "N" TO WS-FDP-OPEN-SW
               END-IF
           END-IF.

       0347-CHECK-REGISTRATION-INPUT.
           MOVE "FDPOUT" TO WS-PART-DD
           PERFORM 0190-NAME-PARTITION-FILE
           OPEN INPUT PART-FILE
           IF WS-PART-FILE-STATUS = "00"
               CLOSE PART-FILE
           ELSE
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                   " NOT AVAILABLE - STATUS " WS-PART-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           END-IF.

      ******************************************************************
      * A partition that found no near-limit passers may have
      * written no NLTFILE.Pnn at all; that is not a failure.
      ******************************************************************
       0350-APPEND-NEAR-TALLIES.
           MOVE "NLTFILE" TO WS-PART-DD
           MOVE "NLTFILE" TO WS-OUT-DD-NAME
           SET WS-MERGE-NEAR-TALLIES TO TRUE
           PERFORM 0370-COPY-ALL-PARTITIONS
           CLOSE NEAR-TALLY-FILE
           MOVE "N" TO WS-NLT-OPEN-SW.

      ******************************************************************
      * Registers the run's feed transmissions in FDPFILE, as a
      * single LENBATCH run does at its end. Each partition wrote
      * to FDPOUT.Pnn only what it would have registered itself;
      * none of it is registered off a run that failed its merge
      * reconciliation, so the corrective rerun takes the feeds in.
      ******************************************************************
       0360-APPEND-REGISTRATIONS.
           IF WS-RECON-MISMATCH OR WS-IO-FAIL
               DISPLAY "LENMERGE: RUN FAILED - FEED TRANSMISSIONS "
                   "NOT REGISTERED, THE RERUN WILL TAKE THEM IN"
           ELSE
               MOVE "FDPOUT" TO WS-PART-DD
               MOVE "FDPFILE" TO WS-OUT-DD-NAME
               SET WS-MERGE-REGISTRY TO TRUE
               PERFORM 0370-COPY-ALL-PARTITIONS
           END-IF
           IF WS-FDP-OPEN
               CLOSE PROCESSED-REGISTRY-FILE
               MOVE "N" TO WS-FDP-OPEN-SW
           END-IF.

       0370-COPY-ALL-PARTITIONS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               OR WS-IO-FAIL
               PERFORM 0375-COPY-ONE-PARTITION
           END-PERFORM.

      ******************************************************************
      * Copies partition WS-PART-IDX's file for WS-PART-DD into the
      * shared file WS-MERGE-KIND names. Every partition file but
      * the near-limit tallies must be there - the partition step
      * writes each of them even when it has nothing to put in it.
      ******************************************************************
       0375-COPY-ONE-PARTITION.
           PERFORM 0190-NAME-PARTITION-FILE
           MOVE "N" TO WS-PART-EOF-SW
           MOVE "N" TO WS-PART-ABSENT-SW
           MOVE 0 TO WS-PART-TRL-COUNT
           MOVE 0 TO WS-PART-TRL-HASH
           MOVE "N" TO WS-PART-TRL-SEEN-SW
           MOVE 0 TO WS-STRAY-LINES
           OPEN INPUT PART-FILE
           IF WS-PART-FILE-STATUS = "35"
               SET WS-PART-ABSENT TO TRUE
               SET WS-PART-EOF TO TRUE
               IF NOT WS-MERGE-NEAR-TALLIES
                   DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                       " NOT FOUND"
                   SET WS-IO-FAIL TO TRUE
               END-IF
           ELSE
           IF WS-PART-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                   " OPEN FAILED - STATUS " WS-PART-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-PART-EOF TO TRUE
           ELSE
               SET WS-PART-OPEN TO TRUE
           END-IF
           END-IF
           PERFORM 0380-COPY-ONE-LINE UNTIL WS-PART-EOF
      * A failed write ends the copy with the partition file still
      * open, so it is closed on the switch rather than on status
      * "10".
           IF WS-PART-OPEN
               CLOSE PART-FILE
               MOVE "N" TO WS-PART-OPEN-SW
           END-IF
           IF NOT WS-PART-ABSENT
               EVALUATE TRUE
                   WHEN WS-MERGE-EXTRACT
                       PERFORM 0386-CLOSE-PARTITION-EXTRACT
                   WHEN WS-MERGE-FEED-EXTRACTS
                       PERFORM 0396-CLOSE-PARTITION-BATCHES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0380-COPY-ONE-LINE.
           READ PART-FILE
           IF WS-PART-FILE-STATUS = "10"
               SET WS-PART-EOF TO TRUE
           ELSE
           IF WS-PART-FILE-STATUS NOT = "00"
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                   " READ FAILED - STATUS " WS-PART-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-PART-EOF TO TRUE
           ELSE
               MOVE "00" TO WS-OUT-FILE-STATUS
               EVALUATE TRUE
                   WHEN WS-MERGE-EXCEPTIONS
                       MOVE PART-RECORD TO EXCEPTION-RECORD-OUT
                       WRITE EXCEPTION-RECORD-OUT
                       MOVE WS-EXC-FILE-STATUS TO WS-OUT-FILE-STATUS
                       ADD 1 TO WS-EXC-MERGED
                   WHEN WS-MERGE-AUDIT
                       MOVE PART-RECORD (1:164) TO AUDIT-RECORD-OUT
                       WRITE AUDIT-RECORD-OUT
                       MOVE WS-AUD-FILE-STATUS TO WS-OUT-FILE-STATUS
                       ADD 1 TO WS-AUD-MERGED
                   WHEN WS-MERGE-EXTRACT
                       PERFORM 0385-MERGE-EXTRACT-LINE
                   WHEN WS-MERGE-FEED-EXTRACTS
                       PERFORM 0390-ROUTE-FEED-LINE
                   WHEN WS-MERGE-NEAR-TALLIES
                       MOVE PART-RECORD (1:148)
                           TO NEAR-TALLY-RECORD-OUT
                       WRITE NEAR-TALLY-RECORD-OUT
                       MOVE WS-NLT-FILE-STATUS TO WS-OUT-FILE-STATUS
                       ADD 1 TO WS-NLT-MERGED
                   WHEN WS-MERGE-REGISTRY
                       MOVE PART-RECORD (1:30)
                           TO PROCESSED-REGISTRY-RECORD
                       WRITE PROCESSED-REGISTRY-RECORD
                       MOVE WS-FDP-FILE-STATUS TO WS-OUT-FILE-STATUS
                       ADD 1 TO WS-FDP-MERGED
               END-EVALUATE
               IF WS-OUT-FILE-STATUS NOT = "00"
                   DISPLAY "LENMERGE: " WS-OUT-DD-NAME
                       " WRITE FAILED - STATUS " WS-OUT-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
                   SET WS-PART-EOF TO TRUE
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * A partition's "*TRL*" lines stay out of the merged extract;
      * the last one on the file is the partition's total. Detail
      * lines are counted and hashed over EXT-LENGTH as they go
      * through: position 9 of a fixed-width line is the first digit
      * of EXT-LENGTH, of a delimited one the separator after
      * EXT-RECORD-NO, with EXT-LENGTH following it (see LENBATCH
      * 0244). Trailers are read as LENLDBAL reads them.
      ******************************************************************
       0385-MERGE-EXTRACT-LINE.
           IF PART-RECORD (1:5) = "*TRL*"
               IF PART-RECORD (6:1) >= "0"
                   AND PART-RECORD (6:1) <= "9"
                   MOVE PART-RECORD (6:8) TO WS-TRL-WORK-COUNT
                   MOVE PART-RECORD (14:12) TO WS-TRL-WORK-HASH
                   IF NOT WS-EXT-FORMAT-KNOWN
                       MOVE "F" TO WS-EXT-FORMAT-SW
                   END-IF
               ELSE
                   MOVE PART-RECORD (7:8) TO WS-TRL-WORK-COUNT
                   MOVE PART-RECORD (16:12) TO WS-TRL-WORK-HASH
                   IF NOT WS-EXT-FORMAT-KNOWN
                       MOVE "D" TO WS-EXT-FORMAT-SW
                       MOVE PART-RECORD (6:1) TO WS-EXT-DELIMITER
                   END-IF
               END-IF
               IF WS-TRL-WORK-COUNT NOT NUMERIC
                   OR WS-TRL-WORK-HASH NOT NUMERIC
                   DISPLAY "LENMERGE: UNPARSABLE TRAILER ON "
                       WS-PART-FILE-NAME
                   SET WS-RECON-MISMATCH TO TRUE
               ELSE
                   MOVE WS-TRL-WORK-COUNT TO WS-PART-TRL-COUNT
                   MOVE WS-TRL-WORK-HASH TO WS-PART-TRL-HASH
                   SET WS-PART-TRL-SEEN TO TRUE
               END-IF
           ELSE
               MOVE PART-RECORD (1:1057) TO EXTRACT-RECORD-OUT
               WRITE EXTRACT-RECORD-OUT
               MOVE WS-EXT-FILE-STATUS TO WS-OUT-FILE-STATUS
               ADD 1 TO WS-EXT-MERGED-COUNT
               IF PART-RECORD (9:1) >= "0"
                   AND PART-RECORD (9:1) <= "9"
                   MOVE PART-RECORD (9:4) TO WS-EXT-LINE-LENGTH
               ELSE
                   MOVE PART-RECORD (10:4) TO WS-EXT-LINE-LENGTH
               END-IF
               IF WS-EXT-LINE-LENGTH NUMERIC
                   ADD WS-EXT-LINE-LENGTH TO WS-EXT-MERGED-HASH
               ELSE
                   DISPLAY "LENMERGE: UNPARSABLE EXTRACT LINE ON "
                       WS-PART-FILE-NAME
                   SET WS-RECON-MISMATCH TO TRUE
               END-IF
           END-IF.

       0386-CLOSE-PARTITION-EXTRACT.
           IF WS-PART-TRL-SEEN
               ADD WS-PART-TRL-COUNT TO WS-EXT-TRL-COUNT
               ADD WS-PART-TRL-HASH TO WS-EXT-TRL-HASH
           ELSE
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME
                   " HAS NO TRAILER - PARTITION EXTRACT INCOMPLETE"
               SET WS-RECON-MISMATCH TO TRUE
           END-IF.

      ******************************************************************
      * Routes the partition's FEXFILE stream batch by batch: a
      * "*BAT*" header (PRTREC) names the extract DD, the batch's
      * lines and its closing "*TRL*" are copied to that file as
      * they stand, and the trailer's count is checked against the
      * lines the batch carried.
      ******************************************************************
       0390-ROUTE-FEED-LINE.
           IF PART-RECORD (1:5) = "*BAT*"
               MOVE PART-RECORD (1:13) TO PRT-BATCH-HEADER
               IF WS-FEX-OPEN
                   PERFORM 0394-REPORT-UNTRAILED-BATCH
               END-IF
               PERFORM 0392-OPEN-FEED-BATCH
           ELSE
           IF NOT WS-FEX-OPEN
               ADD 1 TO WS-STRAY-LINES
           ELSE
               MOVE PART-RECORD (1:1057) TO FEED-EXTRACT-RECORD-OUT
               WRITE FEED-EXTRACT-RECORD-OUT
               MOVE WS-FEX-FILE-STATUS TO WS-OUT-FILE-STATUS
               IF PART-RECORD (1:5) = "*TRL*"
                   PERFORM 0393-CHECK-BATCH-TRAILER
                   CLOSE FEED-EXTRACT-FILE
                   MOVE "N" TO WS-FEX-OPEN-SW
                   ADD 1 TO WS-BATCH-COUNT
               ELSE
                   ADD 1 TO WS-BATCH-LINES
               END-IF
           END-IF
           END-IF.

       0392-OPEN-FEED-BATCH.
           MOVE PRT-BATCH-DDNAME TO WS-FEED-EXTRACT-NAME
           MOVE WS-FEED-EXTRACT-NAME TO WS-OUT-DD-NAME
           MOVE 0 TO WS-BATCH-LINES
           MOVE "N" TO WS-FDD-FOUND-SW
           PERFORM VARYING WS-FDD-IDX FROM 1 BY 1
               UNTIL WS-FDD-IDX > WS-FDD-COUNT OR WS-FDD-FOUND
               IF WS-FDD-NAME (WS-FDD-IDX) = WS-FEED-EXTRACT-NAME
                   SET WS-FDD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FDD-FOUND
               OPEN EXTEND FEED-EXTRACT-FILE
           ELSE
           IF WS-FDD-COUNT NOT < 20
               DISPLAY "LENMERGE: MORE THAN 20 FEED EXTRACT FILES - "
                   WS-FEED-EXTRACT-NAME " NOT WRITTEN"
               SET WS-IO-FAIL TO TRUE
               SET WS-PART-EOF TO TRUE
           ELSE
               ADD 1 TO WS-FDD-COUNT
               MOVE WS-FEED-EXTRACT-NAME TO WS-FDD-NAME (WS-FDD-COUNT)
               OPEN OUTPUT FEED-EXTRACT-FILE
           END-IF
           END-IF
           IF NOT WS-IO-FAIL
               IF WS-FEX-FILE-STATUS NOT = "00"
                   DISPLAY "LENMERGE: FEED EXTRACT OPEN FAILED - "
                       WS-FEED-EXTRACT-NAME " STATUS "
                       WS-FEX-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
                   SET WS-PART-EOF TO TRUE
               ELSE
                   SET WS-FEX-OPEN TO TRUE
               END-IF
           END-IF.

       0393-CHECK-BATCH-TRAILER.
           IF PART-RECORD (6:1) >= "0"
               AND PART-RECORD (6:1) <= "9"
               MOVE PART-RECORD (6:8) TO WS-TRL-WORK-COUNT
           ELSE
               MOVE PART-RECORD (7:8) TO WS-TRL-WORK-COUNT
           END-IF
           IF WS-TRL-WORK-COUNT NOT NUMERIC
               OR WS-TRL-WORK-COUNT NOT = WS-BATCH-LINES
               MOVE WS-BATCH-LINES TO WS-EDIT-COUNT
               DISPLAY "LENMERGE: " WS-FEED-EXTRACT-NAME
                   " BATCH FROM " WS-PART-FILE-NAME " CARRIES "
                   WS-EDIT-COUNT " LINES, TRAILER SAYS "
                   WS-TRL-WORK-COUNT
               SET WS-RECON-MISMATCH TO TRUE
           END-IF.

       0394-REPORT-UNTRAILED-BATCH.
           DISPLAY "LENMERGE: " WS-FEED-EXTRACT-NAME " BATCH FROM "
               WS-PART-FILE-NAME " HAS NO TRAILER"
           SET WS-RECON-MISMATCH TO TRUE
           CLOSE FEED-EXTRACT-FILE
           MOVE "N" TO WS-FEX-OPEN-SW.

       0396-CLOSE-PARTITION-BATCHES.
           IF WS-FEX-OPEN
               IF WS-IO-FAIL
                   CLOSE FEED-EXTRACT-FILE
                   MOVE "N" TO WS-FEX-OPEN-SW
               ELSE
                   PERFORM 0394-REPORT-UNTRAILED-BATCH
               END-IF
           END-IF
           IF WS-STRAY-LINES > 0
               MOVE WS-STRAY-LINES TO WS-EDIT-COUNT
               DISPLAY "LENMERGE: " WS-PART-FILE-NAME " HOLDS "
                   WS-EDIT-COUNT " LINES OUTSIDE ANY BATCH"
               SET WS-RECON-MISMATCH TO TRUE
           END-IF.

      ******************************************************************
      * The whole run must balance: the partitions must tile TRANSIN
      * line for line with no gap or overlap, every detail record in
      * TRANSIN must have been read by a partition, every record
      * read must be accounted for as passed or overflowed, and the
      * merged extract must agree with the partitions' trailers.
      ******************************************************************
       0400-RECONCILE.
           MOVE 0 TO WS-EXPECTED-OFFSET
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PT-OFFSET (WS-PART-IDX) NOT = WS-EXPECTED-OFFSET
                   MOVE WS-PART-IDX TO WS-PART-NO-DISPLAY
                   DISPLAY "** RECONCILIATION MISMATCH ** PARTITION "
                       WS-PART-NO-DISPLAY " STARTS AFTER LINE "
                       WS-PT-OFFSET (WS-PART-IDX) ", EXPECTED "
                       WS-EXPECTED-OFFSET
                   SET WS-RECON-MISMATCH TO TRUE
               END-IF
               ADD WS-PT-LINES (WS-PART-IDX) TO WS-EXPECTED-OFFSET
               ADD WS-PT-LINES (WS-PART-IDX) TO WS-LINES-TOTAL
               ADD WS-PT-DETAILS (WS-PART-IDX) TO WS-DETAILS-TOTAL
               ADD WS-PT-READ (WS-PART-IDX) TO WS-READ-TOTAL
               ADD WS-PT-PASS (WS-PART-IDX) TO WS-PASS-TOTAL
               ADD WS-PT-EXCEPTIONS (WS-PART-IDX)
                   TO WS-EXCEPTION-TOTAL
               IF WS-PT-RC (WS-PART-IDX) > WS-WORST-PART-RC
                   MOVE WS-PT-RC (WS-PART-IDX) TO WS-WORST-PART-RC
               END-IF
               IF WS-PT-RESTART-SW (WS-PART-IDX) = "Y"
                   MOVE "Y" TO WS-HIST-RESTART-SW
               END-IF
           END-PERFORM
           IF WS-LINES-TOTAL NOT = WS-TRANS-LINES
               OR WS-DETAILS-TOTAL NOT = WS-TRANS-DETAILS
               SET WS-RECON-MISMATCH TO TRUE
               DISPLAY "** RECONCILIATION MISMATCH ** TRANSIN LINES="
                   WS-TRANS-LINES " DETAILS=" WS-TRANS-DETAILS
                   " PARTITIONS LINES=" WS-LINES-TOTAL
                   " DETAILS=" WS-DETAILS-TOTAL
           END-IF
           IF WS-READ-TOTAL NOT = WS-TRANS-DETAILS
               SET WS-RECON-MISMATCH TO TRUE
               DISPLAY "** RECONCILIATION MISMATCH ** TRANSIN DETAILS="
                   WS-TRANS-DETAILS " READ BY PARTITIONS="
                   WS-READ-TOTAL
           END-IF
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-PASS-TOTAL + WS-EXCEPTION-TOTAL
           IF WS-ACCOUNTED-COUNT NOT = WS-READ-TOTAL
               SET WS-RECON-MISMATCH TO TRUE
               DISPLAY "** RECONCILIATION MISMATCH ** READ="
                   WS-READ-TOTAL " ACCOUNTED=" WS-ACCOUNTED-COUNT
           END-IF
           IF NOT WS-IO-FAIL
               AND (WS-EXT-MERGED-COUNT NOT = WS-EXT-TRL-COUNT
               OR WS-EXT-MERGED-HASH NOT = WS-EXT-TRL-HASH)
               SET WS-RECON-MISMATCH TO TRUE
               DISPLAY "** RECONCILIATION MISMATCH ** EXTRACT COUNT "
                   WS-EXT-MERGED-COUNT " HASH " WS-EXT-MERGED-HASH
                   " PARTITION TRAILERS COUNT " WS-EXT-TRL-COUNT
                   " HASH " WS-EXT-TRL-HASH
           END-IF
           IF NOT WS-RECON-MISMATCH
               DISPLAY "RECONCILIATION OK - TRANSIN DETAILS = READ = "
                   "ACCOUNTED = " WS-READ-TOTAL
           END-IF.

       0500-FINALIZE.
           DISPLAY " "
           DISPLAY "LENMERGE SUMMARY REPORT - LENBATCH RUN "
               WS-SPLIT-DATE " " WS-SPLIT-TIME
           DISPLAY "PART     LINES      READ    PASSED  OVERFLOW  RC"
               "  ELAPSED  RESTART"
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM 0510-REPORT-ONE-PARTITION
           END-PERFORM
           DISPLAY "TRANSIN LINES .....: " WS-TRANS-LINES
           DISPLAY "RECORDS READ ......: " WS-READ-TOTAL
           DISPLAY "RECORDS PASSED ....: " WS-PASS-TOTAL
           DISPLAY "RECORDS OVERFLOWED : " WS-EXCEPTION-TOTAL
           DISPLAY "EXCFILE LINES .....: " WS-EXC-MERGED
           DISPLAY "AUDFILE LINES .....: " WS-AUD-MERGED
           DISPLAY "EXTRACT TRAILER ...: COUNT " WS-EXT-MERGED-COUNT
               " HASH " WS-EXT-MERGED-HASH
           DISPLAY "FEED EXTRACT BATCH : " WS-BATCH-COUNT
               " TO " WS-FDD-COUNT " FILES"
           DISPLAY "NEAR-LIMIT TALLIES : " WS-NLT-MERGED
           DISPLAY "FEEDS REGISTERED ..: " WS-FDP-MERGED
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-RECON-MISMATCH AND WS-WORST-PART-RC < 8
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE WS-WORST-PART-RC TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC
           PERFORM 0520-WRITE-RUN-HISTORY
           EVALUATE TRUE
               WHEN WS-RUN-RC < 12
                   PERFORM 0540-RELEASE-RUN-LOCK
               WHEN WS-APPEND-STARTED
                   DISPLAY "LENMERGE: RUN LOCK KEPT - NLTFILE, FDPFILE "
                       "AND RUNLOG HOLD PART OF THIS RUN. RESTORE "
                       "THEM TO THEIR STATE BEFORE THE MERGE, THEN "
                       "RERUN IT - A RERUN AS THEY STAND WOULD "
                       "APPEND THE RUN TWICE"
               WHEN OTHER
                   DISPLAY "LENMERGE: RUN LOCK KEPT - NOTHING "
                       "APPENDED, RERUN THE MERGE ONCE THE FAILING "
                       "FILE IS FIXED"
           END-EVALUATE.

       0510-REPORT-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-NO-DISPLAY
           MOVE WS-PT-LINES (WS-PART-IDX) TO WS-EDIT-COUNT
           MOVE WS-PT-READ (WS-PART-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-PT-PASS (WS-PART-IDX) TO WS-EDIT-COUNT-3
           MOVE WS-PT-EXCEPTIONS (WS-PART-IDX) TO WS-EDIT-COUNT-4
           MOVE WS-PT-ELAPSED (WS-PART-IDX) TO WS-EDIT-COUNT-5
           DISPLAY " P" WS-PART-NO-DISPLAY " " WS-EDIT-COUNT "  "
               WS-EDIT-COUNT-2 "  " WS-EDIT-COUNT-3 "  "
               WS-EDIT-COUNT-4 "  " WS-PT-RC (WS-PART-IDX) " "
               WS-EDIT-COUNT-5 "  " WS-PT-RESTART-SW (WS-PART-IDX).

      ******************************************************************
      * One history line for the whole run, as a single LENBATCH run
      * would have logged it: job LENBATCH under the split's date
      * and time, the partitions' parameters and summed counts, and
      * the whole window from split to merge.
      ******************************************************************
       0520-WRITE-RUN-HISTORY.
           MOVE WS-BATCH-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-SPLIT-DATE TO RUN-DATE
           MOVE WS-SPLIT-TIME TO RUN-TIME
           MOVE WS-HIST-FIELD-NAME TO RUN-PARM-FIELD-NAME
           MOVE WS-HIST-MAX-LENGTH TO RUN-PARM-MAX-LENGTH
           MOVE WS-HIST-FEED-NAME TO RUN-PARM-FEED-NAME
           MOVE WS-HIST-RESTART-SW TO RUN-PARM-RESTART-SW
           MOVE WS-READ-TOTAL TO RUN-READ-COUNT
           MOVE WS-PASS-TOTAL TO RUN-PASS-COUNT
           MOVE WS-EXCEPTION-TOTAL TO RUN-EXCEPTION-COUNT
           MOVE WS-RUN-RC TO RUN-RETURN-CODE
           EVALUATE WS-RUN-RC
               WHEN 0
                   MOVE "OK" TO RUN-OUTCOME
               WHEN 4
                   MOVE "WARNING" TO RUN-OUTCOME
               WHEN OTHER
                   MOVE "ERROR" TO RUN-OUTCOME
           END-EVALUATE
           PERFORM 0530-STAMP-END-TIME
      * RUNLOG is normally already open from 0345; a merge that
      * failed before then opens it here to log the failed attempt.
           IF NOT WS-RUN-LOG-OPEN
               OPEN EXTEND RUN-LOG-FILE
               IF WS-RUN-FILE-STATUS = "35"
                   OPEN OUTPUT RUN-LOG-FILE
               END-IF
               IF WS-RUN-FILE-STATUS = "00"
                   SET WS-RUN-LOG-OPEN TO TRUE
               END-IF
           END-IF
      * A run that could not log itself ends RC 12, as LENBATCH does.
           IF NOT WS-RUN-LOG-OPEN
               DISPLAY "LENMERGE: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               MOVE 12 TO WS-RUN-RC
           ELSE
               MOVE RUN-RECORD TO RUN-RECORD-OUT
               WRITE RUN-RECORD-OUT
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENMERGE: RUNLOG WRITE FAILED - STATUS "
                       WS-RUN-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
                   MOVE 12 TO WS-RUN-RC
               END-IF
               CLOSE RUN-LOG-FILE
               MOVE "N" TO WS-RUN-LOG-OPEN-SW
           END-IF.

       0530-STAMP-END-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-END-TIME
           MOVE WS-SPLIT-TIME TO WS-HMS-TIME
           PERFORM 0535-TIME-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-START-SECS
           MOVE WS-END-TIME TO WS-HMS-TIME
           PERFORM 0535-TIME-TO-SECONDS
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

       0535-TIME-TO-SECONDS.
           COMPUTE WS-SECS-WORK =
               (WS-HMS-HH * 3600) + (WS-HMS-MM * 60) + WS-HMS-SS.

      ******************************************************************
      * Releases the run lock LENSPLIT took, closing the partitioned
      * run. The RELEASED record stays on LOKFILE as its footprint.
      ******************************************************************
       0540-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               SET LOK-RELEASED TO TRUE
               MOVE WS-JOB-NAME TO LOK-JOB-NAME
               MOVE WS-RUN-DATE TO LOK-RUN-DATE
               MOVE WS-RUN-TIME TO LOK-RUN-TIME
               OPEN OUTPUT LOCK-FILE
               IF WS-LOK-FILE-STATUS NOT = "00"
                   DISPLAY "LENMERGE: LOKFILE RELEASE FAILED - "
                       "STATUS " WS-LOK-FILE-STATUS " - THE NEXT "
                       "RUN WILL NEED THE LOCK OVERRIDE"
               ELSE
                   MOVE LOK-RECORD TO LOCK-RECORD-IO
                   WRITE LOCK-RECORD-IO
                   CLOSE LOCK-FILE
               END-IF
               MOVE "N" TO WS-LOCK-HELD-SW
           END-IF.
