      ******************************************************************
      * PROGRAM-ID: LENSPLIT
      * Split step of a partitioned LENBATCH run. Cuts the
      * concatenated TRANSIN into SPL-PARTITION-COUNT partitions,
      * TRANSIN.P01 upward, each with its PRTCTL.Pnn partition
      * control record (PRTREC), so that one LENBATCH instance per
      * partition can run side by side - each with its own lock,
      * checkpoint and outputs, and each restartable on its own -
      * and LENMERGE can then combine their outputs into the shared
      * files as one run.
      *
      * TRANSIN is only ever cut where a feed segment starts (a
      * *HDR* line, or the first line after a segment closed - the
      * same open/close rules LENBATCH's pre-validation pass
      * applies, see FCRREC), so every transmission is balanced,
      * duplicate-checked and extracted whole inside one partition.
      * Partitions are contiguous runs of segments in TRANSIN
      * order, cut as near as whole segments allow to an equal
      * share of the detail records; merged back in partition
      * order, every output keeps the order a single run would have
      * written it in. A partition may be empty (one segment larger
      * than the rest together) - its TRANSIN.Pnn is still written,
      * so every partition step has its input.
      *
      * TRANSIN is read twice, first to count its detail records
      * for the cut. A source line longer than the 1000 bytes
      * LENBATCH reads is carried into its partition at up to 4000
      * bytes, so the partition still rejects it as oversize.
      *
      * The shared LOKFILE run lock is taken here in the name of the
      * whole run and released by LENMERGE, so a single LENBATCH
      * run cannot start between the split and the merge. A split
      * that fails releases it again and ends with condition code
      * 12 (8 if the partitions written do not balance to TRANSIN);
      * the partition steps must not be released behind it. The
      * run history line for the whole run is written by LENMERGE.
      *
      * Change history:
      *   2026-10-15  Added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENSPLIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-PARM-FILE ASSIGN TO "SPLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT PART-TRANS-FILE ASSIGN TO WS-PART-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-FILE-STATUS.
           SELECT PART-CONTROL-FILE ASSIGN TO WS-PART-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCT-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-PARM-FILE.
       01  SPLIT-PARM-RECORD-IN        PIC X(3).

       FD  TRANS-FILE.
       01  TRANS-RECORD                PIC X(4000).

       FD  PART-TRANS-FILE.
       01  PART-TRANS-RECORD           PIC X(4000).

       FD  PART-CONTROL-FILE.
       01  PART-CONTROL-RECORD         PIC X(62).

       FD  LOCK-FILE.
       01  LOCK-RECORD-IO              PIC X(30).

       WORKING-STORAGE SECTION.
       COPY SPLREC.
       COPY PRTREC.
       COPY FCRREC.
       COPY LOKREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENSPLIT".
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
       01  WS-FEED-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-FEED-OPEN            VALUE "Y".
       01  WS-SEG-START-SW             PIC X(1) VALUE "N".
           88  WS-SEG-START            VALUE "Y".
       01  WS-DETAIL-SW                PIC X(1) VALUE "N".
           88  WS-DETAIL-LINE          VALUE "Y".
       01  WS-PART-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-PART-OPEN            VALUE "Y".
       01  WS-LOCK-REFUSED-SW          PIC X(1) VALUE "N".
           88  WS-LOCK-REFUSED         VALUE "Y".
       01  WS-LOCK-HELD-SW             PIC X(1) VALUE "N".
           88  WS-LOCK-HELD            VALUE "Y".

       01  WS-SPL-FILE-STATUS          PIC X(2).
       01  WS-TRANS-FILE-STATUS        PIC X(2).
       01  WS-PTR-FILE-STATUS          PIC X(2).
       01  WS-PCT-FILE-STATUS          PIC X(2).
       01  WS-LOK-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 clean, 8 when
      * the partitions written do not balance to TRANSIN, 12 when
      * the card is unusable, the lock is held, or a file fails its
      * status check. Anything but 0 holds the partition steps.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * Partition files are named for their partition number:
      * TRANSIN.Pnn and PRTCTL.Pnn.
       01  WS-PART-TRANS-NAME          PIC X(12).
       01  WS-PART-CONTROL-NAME        PIC X(12).
       01  WS-PART-NO-DISPLAY          PIC 9(2).

      * The source line as read, kept whole while any fragments of
      * an over-long line are read past.
       01  WS-LINE-SAVE                PIC X(4000).

      * Whole-TRANSIN counts from the counting pass, and the running
      * counts of what the writing pass has put out so far.
       01  WS-TRANS-LINES              PIC 9(8) COMP VALUE 0.
       01  WS-TRANS-DETAILS            PIC 9(8) COMP VALUE 0.
       01  WS-TRANS-SEGMENTS           PIC 9(8) COMP VALUE 0.
       01  WS-OVERSIZE-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-WRITTEN-LINES            PIC 9(8) COMP VALUE 0.
       01  WS-WRITTEN-DETAILS          PIC 9(8) COMP VALUE 0.
       01  WS-WRITTEN-SEGMENTS         PIC 9(8) COMP VALUE 0.

      * One entry per partition: the TRANSIN lines ahead of it, and
      * the lines, detail records and segments it was given.
       01  WS-PART-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-PART-NO                  PIC 9(4) COMP VALUE 0.
       01  WS-PART-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY           OCCURS 12 TIMES.
               10  WS-PT-OFFSET        PIC 9(8) COMP.
               10  WS-PT-LINES         PIC 9(8) COMP.
               10  WS-PT-DETAILS       PIC 9(8) COMP.
               10  WS-PT-SEGMENTS      PIC 9(8) COMP.

       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-EDIT-COUNT-2             PIC Z(7)9.
       01  WS-EDIT-COUNT-3             PIC Z(7)9.
       01  WS-EDIT-COUNT-4             PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF NOT WS-STOP-RUN
               PERFORM 0200-COUNT-TRANSIN
           END-IF
           IF NOT WS-STOP-RUN
               PERFORM 0300-WRITE-PARTITIONS
           END-IF
           PERFORM 0400-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           DISPLAY "LENSPLIT - TRANSIN PARTITION SPLIT FOR RUN "
               WS-RUN-DATE " " WS-RUN-TIME
           PERFORM 0110-READ-SPLIT-CARD
           IF NOT WS-STOP-RUN
               PERFORM 0120-TAKE-RUN-LOCK
               IF WS-LOCK-REFUSED
                   SET WS-STOP-RUN TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * The partition count must be keyed - it has to match the
      * partition steps the JCL runs, so there is no safe default.
      ******************************************************************
       0110-READ-SPLIT-CARD.
           MOVE SPACES TO SPL-RECORD
           OPEN INPUT SPLIT-PARM-FILE
           IF WS-SPL-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: SPLPARM NOT AVAILABLE - STATUS "
                   WS-SPL-FILE-STATUS
           ELSE
               READ SPLIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPLIT-PARM-RECORD-IN TO SPL-RECORD
               END-READ
               CLOSE SPLIT-PARM-FILE
           END-IF
           IF SPL-PARTITION-COUNT NOT NUMERIC
               OR SPL-PARTITION-COUNT < 1
               OR SPL-PARTITION-COUNT > 12
               DISPLAY "LENSPLIT: PARTITION COUNT MUST BE KEYED 01 "
                   "TO 12 ON SPLPARM - NOTHING SPLIT"
               SET WS-IO-FAIL TO TRUE
               SET WS-STOP-RUN TO TRUE
           ELSE
               MOVE SPL-PARTITION-COUNT TO WS-PART-COUNT
           END-IF.

      ******************************************************************
      * Takes the shared LOKFILE run lock for the whole partitioned
      * run, exactly as LENBATCH takes it for a single run: a lock
      * still ACTIVE means a LENBATCH run, or another partitioned
      * run, is in flight (or abended), and the split refuses to
      * start unless the operator confirmed the holder is dead with
      * SPL-LOCK-OVERRIDE-SW "Y".
      ******************************************************************
       0120-TAKE-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOK-FILE-STATUS = "35"
               PERFORM 0125-WRITE-LOCK-ACTIVE
           ELSE
           IF WS-LOK-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: LOKFILE OPEN FAILED - STATUS "
                   WS-LOK-FILE-STATUS " - RUN REFUSED"
               SET WS-LOCK-REFUSED TO TRUE
               SET WS-IO-FAIL TO TRUE
           ELSE
               READ LOCK-FILE
                   AT END
                       MOVE SPACES TO LOK-RECORD
                   NOT AT END
                       MOVE LOCK-RECORD-IO TO LOK-RECORD
               END-READ
               CLOSE LOCK-FILE
               IF LOK-ACTIVE
                   IF SPL-LOCK-OVERRIDE-SW = "Y"
                       DISPLAY "LENSPLIT: STALE LOCK FROM "
                           LOK-JOB-NAME " " LOK-RUN-DATE " "
                           LOK-RUN-TIME " OVERRIDDEN BY OPERATOR"
                       PERFORM 0125-WRITE-LOCK-ACTIVE
                   ELSE
                       DISPLAY "LENSPLIT: RUN LOCK HELD BY "
                           LOK-JOB-NAME " SINCE " LOK-RUN-DATE " "
                           LOK-RUN-TIME " - RUN REFUSED. IF THAT "
                           "RUN ABENDED, RERUN WITH THE LOCK "
                           "OVERRIDE ON THE SPLIT CARD"
                       SET WS-LOCK-REFUSED TO TRUE
                       SET WS-IO-FAIL TO TRUE
                   END-IF
               ELSE
                   PERFORM 0125-WRITE-LOCK-ACTIVE
               END-IF
           END-IF
           END-IF.

      * The lock carries this split's date and time - the whole
      * run's identity, which LENMERGE checks it still holds.
       0125-WRITE-LOCK-ACTIVE.
           SET LOK-ACTIVE TO TRUE
           MOVE WS-JOB-NAME TO LOK-JOB-NAME
           MOVE WS-RUN-DATE TO LOK-RUN-DATE
           MOVE WS-RUN-TIME TO LOK-RUN-TIME
           OPEN OUTPUT LOCK-FILE
           IF WS-LOK-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: LOKFILE WRITE OPEN FAILED - "
                   "STATUS " WS-LOK-FILE-STATUS " - RUN REFUSED"
               SET WS-LOCK-REFUSED TO TRUE
               SET WS-IO-FAIL TO TRUE
           ELSE
               MOVE LOK-RECORD TO LOCK-RECORD-IO
               WRITE LOCK-RECORD-IO
               CLOSE LOCK-FILE
               SET WS-LOCK-HELD TO TRUE
           END-IF.

      ******************************************************************
      * Counting pass: the lines, detail records and feed segments
      * of the whole TRANSIN, so the writing pass knows each
      * partition's share of the detail records.
      ******************************************************************
       0200-COUNT-TRANSIN.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-FEED-OPEN-SW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: TRANSIN OPEN FAILED - STATUS "
                   WS-TRANS-FILE-STATUS " - NOTHING SPLIT"
               SET WS-IO-FAIL TO TRUE
               SET WS-STOP-RUN TO TRUE
           ELSE
               PERFORM 0210-READ-TRANS
               PERFORM 0220-COUNT-ONE-LINE UNTIL WS-EOF
               CLOSE TRANS-FILE
               IF WS-IO-FAIL
                   SET WS-STOP-RUN TO TRUE
               END-IF
           END-IF.

      * Status "06" means the source line is longer than the record
      * area and the rest comes back on the following READs - they
      * are read past so the line counts once, as LENBATCH counts it.
       0210-READ-TRANS.
           READ TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "10"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               AND WS-TRANS-FILE-STATUS NOT = "06"
               DISPLAY "LENSPLIT: TRANSIN READ FAILED - STATUS "
                   WS-TRANS-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               MOVE TRANS-RECORD TO WS-LINE-SAVE
               IF WS-TRANS-FILE-STATUS = "06"
                   ADD 1 TO WS-OVERSIZE-COUNT
               END-IF
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = "06"
                   READ TRANS-FILE
               END-PERFORM
               MOVE WS-LINE-SAVE (1:21) TO FCR-RECORD
           END-IF
           END-IF.

       0220-COUNT-ONE-LINE.
           ADD 1 TO WS-TRANS-LINES
           PERFORM 0230-TRACK-SEGMENT
           IF WS-SEG-START
               ADD 1 TO WS-TRANS-SEGMENTS
           END-IF
           IF WS-DETAIL-LINE
               ADD 1 TO WS-TRANS-DETAILS
           END-IF
           PERFORM 0210-READ-TRANS.

      ******************************************************************
      * Applies LENBATCH's segment rules to the line in FCR-RECORD:
      * a *HDR* always opens a new segment, a *TRL* closes the open
      * one (or makes a segment of its own when none is open), and
      * a detail outside an open segment opens an unheaded one.
      * WS-SEG-START says the line is the first of a segment - the
      * only place a partition may begin.
      ******************************************************************
       0230-TRACK-SEGMENT.
           MOVE "N" TO WS-SEG-START-SW
           MOVE "N" TO WS-DETAIL-SW
           EVALUATE TRUE
               WHEN FCR-HEADER
                   SET WS-SEG-START TO TRUE
                   SET WS-FEED-OPEN TO TRUE
               WHEN FCR-TRAILER
                   IF NOT WS-FEED-OPEN
                       SET WS-SEG-START TO TRUE
                   END-IF
                   MOVE "N" TO WS-FEED-OPEN-SW
               WHEN OTHER
                   SET WS-DETAIL-LINE TO TRUE
                   IF NOT WS-FEED-OPEN
                       SET WS-SEG-START TO TRUE
                       SET WS-FEED-OPEN TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Writing pass: TRANSIN is copied line for line into the
      * partitions in order. At each segment start the current
      * partition is closed once it holds detail records and the
      * records written so far reach its share of the whole;
      * partitions the cut never reaches are written empty.
      ******************************************************************
       0300-WRITE-PARTITIONS.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-FEED-OPEN-SW
           MOVE 1 TO WS-PART-NO
           PERFORM 0310-OPEN-PARTITION
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: TRANSIN REOPEN FAILED - STATUS "
                   WS-TRANS-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               PERFORM 0210-READ-TRANS
               PERFORM 0320-SPLIT-ONE-LINE UNTIL WS-EOF
               CLOSE TRANS-FILE
           END-IF
           PERFORM 0330-CLOSE-PARTITION
           PERFORM UNTIL WS-PART-NO NOT < WS-PART-COUNT
               ADD 1 TO WS-PART-NO
               PERFORM 0310-OPEN-PARTITION
               PERFORM 0330-CLOSE-PARTITION
           END-PERFORM
           PERFORM 0340-BALANCE-PARTITIONS.

       0310-OPEN-PARTITION.
           MOVE WS-PART-NO TO WS-PART-NO-DISPLAY
           MOVE SPACES TO WS-PART-TRANS-NAME
           STRING "TRANSIN.P" DELIMITED BY SIZE
               WS-PART-NO-DISPLAY DELIMITED BY SIZE
               INTO WS-PART-TRANS-NAME
           END-STRING
           MOVE WS-WRITTEN-LINES TO WS-PT-OFFSET (WS-PART-NO)
           MOVE 0 TO WS-PT-LINES (WS-PART-NO)
           MOVE 0 TO WS-PT-DETAILS (WS-PART-NO)
           MOVE 0 TO WS-PT-SEGMENTS (WS-PART-NO)
           OPEN OUTPUT PART-TRANS-FILE
           IF WS-PTR-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: " WS-PART-TRANS-NAME
                   " OPEN FAILED - STATUS " WS-PTR-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               SET WS-PART-OPEN TO TRUE
           END-IF.

       0320-SPLIT-ONE-LINE.
           PERFORM 0230-TRACK-SEGMENT
           IF WS-SEG-START
               IF WS-PART-NO < WS-PART-COUNT
                   AND WS-PT-DETAILS (WS-PART-NO) > 0
                   AND WS-WRITTEN-DETAILS * WS-PART-COUNT >=
                       WS-PART-NO * WS-TRANS-DETAILS
                   PERFORM 0330-CLOSE-PARTITION
                   ADD 1 TO WS-PART-NO
                   PERFORM 0310-OPEN-PARTITION
               END-IF
               ADD 1 TO WS-PT-SEGMENTS (WS-PART-NO)
               ADD 1 TO WS-WRITTEN-SEGMENTS
           END-IF
           IF WS-PART-OPEN
               MOVE WS-LINE-SAVE TO PART-TRANS-RECORD
               WRITE PART-TRANS-RECORD
               IF WS-PTR-FILE-STATUS NOT = "00" AND NOT WS-IO-FAIL
                   DISPLAY "LENSPLIT: " WS-PART-TRANS-NAME
                       " WRITE FAILED - STATUS " WS-PTR-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-PT-LINES (WS-PART-NO)
           ADD 1 TO WS-WRITTEN-LINES
           IF WS-DETAIL-LINE
               ADD 1 TO WS-PT-DETAILS (WS-PART-NO)
               ADD 1 TO WS-WRITTEN-DETAILS
           END-IF
           PERFORM 0210-READ-TRANS.

      ******************************************************************
      * Closes the partition's TRANSIN.Pnn and writes its PRTCTL.Pnn
      * control record: the whole run's identity, where the
      * partition sits in TRANSIN, and what it holds.
      ******************************************************************
       0330-CLOSE-PARTITION.
           IF WS-PART-OPEN
               CLOSE PART-TRANS-FILE
               MOVE "N" TO WS-PART-OPEN-SW
           END-IF
           MOVE WS-RUN-DATE TO PRT-RUN-DATE
           MOVE WS-RUN-TIME TO PRT-RUN-TIME
           MOVE WS-PART-NO TO PRT-PARTITION-NO
           MOVE WS-PART-COUNT TO PRT-PARTITION-COUNT
           MOVE WS-PT-OFFSET (WS-PART-NO) TO PRT-LINE-OFFSET
           MOVE WS-PT-LINES (WS-PART-NO) TO PRT-LINE-COUNT
           MOVE WS-PT-DETAILS (WS-PART-NO) TO PRT-DETAIL-COUNT
           MOVE WS-PT-SEGMENTS (WS-PART-NO) TO PRT-SEGMENT-COUNT
           MOVE WS-TRANS-LINES TO PRT-TRANS-LINES
           MOVE WS-TRANS-DETAILS TO PRT-TRANS-DETAILS
           MOVE WS-PART-NO TO WS-PART-NO-DISPLAY
           MOVE SPACES TO WS-PART-CONTROL-NAME
           STRING "PRTCTL.P" DELIMITED BY SIZE
               WS-PART-NO-DISPLAY DELIMITED BY SIZE
               INTO WS-PART-CONTROL-NAME
           END-STRING
           OPEN OUTPUT PART-CONTROL-FILE
           IF WS-PCT-FILE-STATUS NOT = "00"
               DISPLAY "LENSPLIT: " WS-PART-CONTROL-NAME
                   " OPEN FAILED - STATUS " WS-PCT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               MOVE PRT-RECORD TO PART-CONTROL-RECORD
               WRITE PART-CONTROL-RECORD
               IF WS-PCT-FILE-STATUS NOT = "00"
                   DISPLAY "LENSPLIT: " WS-PART-CONTROL-NAME
                       " WRITE FAILED - STATUS " WS-PCT-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
               END-IF
               CLOSE PART-CONTROL-FILE
           END-IF.

      ******************************************************************
      * The partitions must hold TRANSIN exactly: every line, every
      * detail record and every segment the counting pass saw.
      ******************************************************************
       0340-BALANCE-PARTITIONS.
           IF WS-WRITTEN-LINES NOT = WS-TRANS-LINES
               OR WS-WRITTEN-DETAILS NOT = WS-TRANS-DETAILS
               OR WS-WRITTEN-SEGMENTS NOT = WS-TRANS-SEGMENTS
               SET WS-BALANCE-FAIL TO TRUE
               DISPLAY "** BALANCE MISMATCH ** TRANSIN LINES="
                   WS-TRANS-LINES " DETAILS=" WS-TRANS-DETAILS
                   " SEGMENTS=" WS-TRANS-SEGMENTS
               DISPLAY "   PARTITIONS   LINES=" WS-WRITTEN-LINES
                   " DETAILS=" WS-WRITTEN-DETAILS
                   " SEGMENTS=" WS-WRITTEN-SEGMENTS
                   " - DO NOT RUN THE PARTITION STEPS"
           END-IF.

       0400-FINALIZE.
           DISPLAY " "
           DISPLAY "LENSPLIT SUMMARY REPORT"
           IF WS-PART-NO > 0
               DISPLAY "PART  AFTER LINE     LINES   DETAILS  SEGMENTS"
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-NO
                   PERFORM 0410-REPORT-ONE-PARTITION
               END-PERFORM
           END-IF
           MOVE WS-TRANS-LINES TO WS-EDIT-COUNT
           DISPLAY "TRANSIN LINES ..............: " WS-EDIT-COUNT
           MOVE WS-TRANS-DETAILS TO WS-EDIT-COUNT
           DISPLAY "DETAIL RECORDS .............: " WS-EDIT-COUNT
           MOVE WS-TRANS-SEGMENTS TO WS-EDIT-COUNT
           DISPLAY "FEED SEGMENTS ..............: " WS-EDIT-COUNT
           MOVE WS-OVERSIZE-COUNT TO WS-EDIT-COUNT
           DISPLAY "OVER-LONG SOURCE LINES .....: " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-BALANCE-FAIL
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "CONDITION CODE .............: " WS-RUN-RC
           IF WS-RUN-RC > 0
               PERFORM 0420-RELEASE-RUN-LOCK
           END-IF.

       0410-REPORT-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-NO-DISPLAY
           MOVE WS-PT-OFFSET (WS-PART-IDX) TO WS-EDIT-COUNT
           MOVE WS-PT-LINES (WS-PART-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-PT-DETAILS (WS-PART-IDX) TO WS-EDIT-COUNT-3
           MOVE WS-PT-SEGMENTS (WS-PART-IDX) TO WS-EDIT-COUNT-4
           DISPLAY " P" WS-PART-NO-DISPLAY "    " WS-EDIT-COUNT "  "
               WS-EDIT-COUNT-2 "  " WS-EDIT-COUNT-3 "  "
               WS-EDIT-COUNT-4.

      ******************************************************************
      * A split that failed leaves no partitioned run in flight, so
      * it gives back the lock it took; a refused split never held
      * it and leaves it alone.
      ******************************************************************
       0420-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               SET LOK-RELEASED TO TRUE
               MOVE WS-JOB-NAME TO LOK-JOB-NAME
               MOVE WS-RUN-DATE TO LOK-RUN-DATE
               MOVE WS-RUN-TIME TO LOK-RUN-TIME
               OPEN OUTPUT LOCK-FILE
               IF WS-LOK-FILE-STATUS NOT = "00"
                   DISPLAY "LENSPLIT: LOKFILE RELEASE FAILED - "
                       "STATUS " WS-LOK-FILE-STATUS " - THE NEXT "
                       "RUN WILL NEED THE LOCK OVERRIDE"
               ELSE
                   MOVE LOK-RECORD TO LOCK-RECORD-IO
                   WRITE LOCK-RECORD-IO
                   CLOSE LOCK-FILE
               END-IF
               MOVE "N" TO WS-LOCK-HELD-SW
           END-IF.
