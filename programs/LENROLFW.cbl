      ******************************************************************
      * PROGRAM-ID: LENROLFW
      * Daily roll-forward of the outstanding exception book. Each
      * job balances itself, but nothing used to prove the book was
      * whole from one cycle to the next. This job proves
      *
      *     opening carry + new exceptions - recycled - rejected final
      *         = closing carry
      *
      * where the opening carry is the EXCFILE.NEW the previous
      * cycle's LENRECYC wrote (kept by the JCL as EXCFILE.PRV), the
      * new exceptions are today's LENBATCH EXCFILE, the recycled
      * records are LENRECYC's recycle batch on EXTFILE (the last
      * "*TRL*" batch on the file - LENRECYC appends it after
      * LENBATCH's), the final rejects are REJFILE and the closing
      * carry is today's EXCFILE.NEW. Lines on EXCFILE that already
      * carry an EXC-CARRY-COUNT are the previous carry concatenated
      * in for the recycle and are counted on the opening side only.
      *
      * The book is kept by record, not by line: a record rejected
      * on several fields has one line per field but is one record,
      * and LENRECYC recycles or rejects it once. Records are matched
      * across the files on the lasting identity LENBATCH stamps
      * (intake run, *HDR* feed name and creation date, detail
      * position) plus EXC-RECORD-NO, which every LENRECYC output
      * keeps. Every record on the book must reach exactly one
      * outcome; a record that vanished, reached two outcomes, or
      * turned up in an outcome without being on the book is a
      * break and is listed record by record. The roll-forward is
      * also shown per feed and reason code - each record under the
      * feed and reason it entered the cycle with - and LENRECYC's
      * own RUNLOG counts are checked against the files it wrote.
      *
      * Ends with condition code 8 on any break so the scheduler
      * holds the next cycle until it is explained, 12 when a file
      * fails its status check. Read-only apart from the RUNREC line
      * appended to RUNLOG.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record widths
      *               follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENROLFW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENING-FILE ASSIGN TO "EXCFILE.PRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "EXCFILE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRY-FILE-STATUS.
           SELECT FINAL-REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENING-FILE.
       01  OPENING-RECORD-IN           PIC X(2092).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-IN         PIC X(2092).

       FD  CARRY-FILE.
       01  CARRY-RECORD-IN             PIC X(2092).

       FD  FINAL-REJECT-FILE.
       01  FINAL-REJECT-RECORD-IN      PIC X(2092).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD-IN           PIC X(1057).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-IO               PIC X(101).

       WORKING-STORAGE SECTION.
       COPY EXCREC.
       COPY EXTREC.
       COPY RUNREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENROLFW".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-OUT-OF-BALANCE-SW        PIC X(1) VALUE "N".
           88  WS-OUT-OF-BALANCE       VALUE "Y".
       01  WS-BREAK-HEAD-SW            PIC X(1) VALUE "N".
           88  WS-BREAK-HEAD-DONE      VALUE "Y".
       01  WS-RCY-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-RCY-FOUND            VALUE "Y".

       01  WS-PRV-FILE-STATUS          PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-CRY-FILE-STATUS          PIC X(2).
       01  WS-REJ-FILE-STATUS          PIC X(2).
       01  WS-EXT-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 the book rolls
      * forward, 8 on any break, 12 when a file failed its status
      * check.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * Which file the line being posted came from.
       01  WS-SOURCE-SW                PIC X(1).
           88  WS-FROM-OPENING         VALUE "O".
           88  WS-FROM-NEW             VALUE "N".
           88  WS-FROM-CLOSING         VALUE "C".
           88  WS-FROM-RECYCLE         VALUE "X".
           88  WS-FROM-REJECT          VALUE "F".

      * The record key a line is posted under: EXC-RECORD-NO (kept
      * unchanged by every LENRECYC output, and EXT-RECORD-NO on a
      * recycled record) plus the lasting identity. A line written
      * before the identity fields existed is keyed with them zero,
      * exactly as LENRECYC zeroes them on its outputs.
       01  WS-KEY-WORK.
           05  WS-KEY-RECORD-NO        PIC 9(8).
           05  WS-KEY-RUN-DATE         PIC 9(8).
           05  WS-KEY-RUN-TIME         PIC 9(6).
           05  WS-KEY-FEED             PIC X(8).
           05  WS-KEY-CREATED          PIC 9(8).
           05  WS-KEY-FEED-RECNO       PIC 9(8).
       01  WS-LINE-REASON              PIC X(2).

      * The book: one entry per record seen on any of the five
      * files, with the feed and reason code it was first seen
      * under and where it was found. Ins are posted before
      * outcomes, so a record on the book keeps the feed and reason
      * it entered the cycle with.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY             OCCURS 5000 TIMES.
               10  WS-BK-KEY           PIC X(46).
               10  WS-BK-REASON        PIC X(2).
               10  WS-BK-OPENING-SW    PIC X(1).
               10  WS-BK-NEW-SW        PIC X(1).
               10  WS-BK-CLOSING-SW    PIC X(1).
               10  WS-BK-RECYCLED-SW   PIC X(1).
               10  WS-BK-REJECTED-SW   PIC X(1).
       01  WS-BK-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-BK-IDX                   PIC 9(4) COMP VALUE 0.
       01  WS-BK-HIT                   PIC 9(4) COMP VALUE 0.
       01  WS-BK-DROP-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-OUTCOME-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-BREAK-TEXT               PIC X(50).

      * The roll-forward per feed and reason code.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY            OCCURS 200 TIMES.
               10  WS-ROW-FEED         PIC X(8).
               10  WS-ROW-REASON       PIC X(2).
               10  WS-ROW-OPENING      PIC 9(8) COMP.
               10  WS-ROW-NEW          PIC 9(8) COMP.
               10  WS-ROW-RECYCLED     PIC 9(8) COMP.
               10  WS-ROW-REJECTED     PIC 9(8) COMP.
               10  WS-ROW-CLOSING      PIC 9(8) COMP.
               10  WS-ROW-BREAKS       PIC 9(8) COMP.
       01  WS-ROW-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-ROW-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-ROW-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-ROW-DROP-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-ROW-FEED-WORK            PIC X(8).

       01  WS-TOT-OPENING              PIC 9(8) COMP VALUE 0.
       01  WS-TOT-NEW                  PIC 9(8) COMP VALUE 0.
       01  WS-TOT-RECYCLED             PIC 9(8) COMP VALUE 0.
       01  WS-TOT-REJECTED             PIC 9(8) COMP VALUE 0.
       01  WS-TOT-CLOSING              PIC 9(8) COMP VALUE 0.
       01  WS-TOT-BREAKS               PIC 9(8) COMP VALUE 0.
       01  WS-EXPECTED-CLOSING         PIC S9(8) COMP VALUE 0.

      * Line counts per file, for the summary and the LENRECYC
      * cross-check.
       01  WS-PRV-LINES                PIC 9(8) COMP VALUE 0.
       01  WS-EXC-LINES                PIC 9(8) COMP VALUE 0.
       01  WS-EXC-CARRY-LINES          PIC 9(8) COMP VALUE 0.
       01  WS-CRY-LINES                PIC 9(8) COMP VALUE 0.
       01  WS-REJ-LINES                PIC 9(8) COMP VALUE 0.
       01  WS-RCY-LINES                PIC 9(8) COMP VALUE 0.

      * The recycle batch is the batch closed by the last "*TRL*" on
      * EXTFILE: a first pass counts the trailers, the second posts
      * the details of that batch.
       01  WS-EXT-TRL-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-EXT-BATCH-NO             PIC 9(4) COMP VALUE 0.
       01  WS-EXT-ID-POS               PIC 9(4) COMP VALUE 0.

      * LENRECYC's latest RUNREC line: its recycled and carried
      * counts must agree with the recycle batch and EXCFILE.NEW.
       01  WS-RCY-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RCY-RUN-TIME             PIC 9(6) VALUE 0.
       01  WS-RCY-RUN-RC               PIC 9(2) VALUE 0.
       01  WS-RCY-PASS-COUNT           PIC 9(8) VALUE 0.
       01  WS-RCY-CARRIED-COUNT        PIC 9(8) VALUE 0.

       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-EDIT-SIGNED              PIC -(7)9.
       01  WS-EDIT-OPENING             PIC Z(7)9.
       01  WS-EDIT-NEW                 PIC Z(7)9.
       01  WS-EDIT-RECYCLED            PIC Z(7)9.
       01  WS-EDIT-REJECTED            PIC Z(7)9.
       01  WS-EDIT-CLOSING             PIC Z(7)9.
       01  WS-EDIT-BREAKS              PIC Z(7)9.

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
           PERFORM 0110-LOAD-OPENING
           PERFORM 0120-LOAD-NEW
           PERFORM 0130-LOAD-CLOSING
           PERFORM 0140-LOAD-FINAL-REJECTS
           PERFORM 0150-COUNT-EXTRACT-TRAILERS
           PERFORM 0155-LOAD-RECYCLE-BATCH
           PERFORM 0160-FIND-RECYCLE-RUN
           PERFORM 0200-CHECK-BOOK
           PERFORM 0250-CHECK-RECYCLE-RUN
           PERFORM 0300-PRINT-ROLL-FORWARD
           PERFORM 0400-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           DISPLAY "LENROLFW - EXCEPTION BOOK ROLL-FORWARD FOR "
               WS-RUN-DATE.

      ******************************************************************
      * Yesterday's closing carry. No file means no carry was kept -
      * the first cycle, or a lost generation, which the closing
      * side will show up as records with no opening.
      ******************************************************************
       0110-LOAD-OPENING.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPENING-FILE
           IF WS-PRV-FILE-STATUS = "35"
               DISPLAY "LENROLFW: EXCFILE.PRV NOT FOUND - OPENING "
                   "CARRY TAKEN AS EMPTY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-PRV-FILE-STATUS NOT = "00"
               DISPLAY "LENROLFW: EXCFILE.PRV OPEN FAILED - STATUS "
                   WS-PRV-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ OPENING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRV-LINES
                       MOVE OPENING-RECORD-IN TO EXC-RECORD
                       SET WS-FROM-OPENING TO TRUE
                       PERFORM 0170-SET-EXC-KEY
                       PERFORM 0180-POST-LINE
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-PRV-FILE-STATUS = "10"
               CLOSE OPENING-FILE
           END-IF.

      ******************************************************************
      * Today's intake exceptions. A line that already carries a
      * carry count came off the previous cycle's carry, not today's
      * intake, and is left to the opening side.
      ******************************************************************
       0120-LOAD-NEW.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS = "35"
               DISPLAY "LENROLFW: EXCFILE NOT FOUND - NO NEW "
                   "EXCEPTIONS"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "LENROLFW: EXCFILE OPEN FAILED - STATUS "
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
                       IF EXC-CARRY-COUNT NUMERIC
                           AND EXC-CARRY-COUNT > 0
                           ADD 1 TO WS-EXC-CARRY-LINES
                       ELSE
                           ADD 1 TO WS-EXC-LINES
                           SET WS-FROM-NEW TO TRUE
                           PERFORM 0170-SET-EXC-KEY
                           PERFORM 0180-POST-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXC-FILE-STATUS = "10"
               CLOSE EXCEPTION-FILE
           END-IF.

       0130-LOAD-CLOSING.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CARRY-FILE
           IF WS-CRY-FILE-STATUS = "35"
               DISPLAY "LENROLFW: EXCFILE.NEW NOT FOUND - CLOSING "
                   "CARRY TAKEN AS EMPTY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-CRY-FILE-STATUS NOT = "00"
               DISPLAY "LENROLFW: EXCFILE.NEW OPEN FAILED - STATUS "
                   WS-CRY-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ CARRY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CRY-LINES
                       MOVE CARRY-RECORD-IN TO EXC-RECORD
                       SET WS-FROM-CLOSING TO TRUE
                       PERFORM 0170-SET-EXC-KEY
                       PERFORM 0180-POST-LINE
               END-READ
           END-PERFORM
           IF WS-CRY-FILE-STATUS = "10"
               CLOSE CARRY-FILE
           END-IF.

       0140-LOAD-FINAL-REJECTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FINAL-REJECT-FILE
           IF WS-REJ-FILE-STATUS = "35"
               DISPLAY "LENROLFW: REJFILE NOT FOUND - NO FINAL "
                   "REJECTS"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "LENROLFW: REJFILE OPEN FAILED - STATUS "
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
                       ADD 1 TO WS-REJ-LINES
                       MOVE FINAL-REJECT-RECORD-IN TO EXC-RECORD
                       SET WS-FROM-REJECT TO TRUE
                       PERFORM 0170-SET-EXC-KEY
                       PERFORM 0180-POST-LINE
               END-READ
           END-PERFORM
           IF WS-REJ-FILE-STATUS = "10"
               CLOSE FINAL-REJECT-FILE
           END-IF.

       0150-COUNT-EXTRACT-TRAILERS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FILE-STATUS = "35"
               DISPLAY "LENROLFW: EXTFILE NOT FOUND - NOTHING "
                   "RECYCLED"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "LENROLFW: EXTFILE OPEN FAILED - STATUS "
                   WS-EXT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EXTRACT-RECORD-IN (1:5) = "*TRL*"
                           ADD 1 TO WS-EXT-TRL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXT-FILE-STATUS = "10"
               CLOSE EXTRACT-FILE
           END-IF.

      ******************************************************************
      * Posts the details of the batch the last "*TRL*" closes -
      * LENRECYC's recycle batch. Lines after that trailer belong
      * to no closed batch and are not counted as recycled.
      ******************************************************************
       0155-LOAD-RECYCLE-BATCH.
           IF WS-EXT-TRL-COUNT = 0
               IF WS-EXT-FILE-STATUS = "10"
                   DISPLAY "LENROLFW: NO *TRL* BATCH ON EXTFILE - "
                       "NOTHING RECYCLED"
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE 1 TO WS-EXT-BATCH-NO
               OPEN INPUT EXTRACT-FILE
               IF WS-EXT-FILE-STATUS NOT = "00"
                   DISPLAY "LENROLFW: EXTFILE OPEN FAILED - STATUS "
                       WS-EXT-FILE-STATUS
                   SET WS-IO-FAIL TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ EXTRACT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0157-EXAMINE-EXTRACT-LINE
                   END-READ
               END-PERFORM
               IF WS-EXT-FILE-STATUS = "10"
                   CLOSE EXTRACT-FILE
               END-IF
           END-IF.

       0157-EXAMINE-EXTRACT-LINE.
           IF EXTRACT-RECORD-IN (1:5) = "*TRL*"
               ADD 1 TO WS-EXT-BATCH-NO
           ELSE
               IF WS-EXT-BATCH-NO = WS-EXT-TRL-COUNT
                   ADD 1 TO WS-RCY-LINES
                   PERFORM 0158-PARSE-EXTRACT-DETAIL
                   SET WS-FROM-RECYCLE TO TRUE
                   PERFORM 0175-SET-EXT-KEY
                   PERFORM 0180-POST-LINE
               END-IF
           END-IF.

      ******************************************************************
      * Lays a detail line out as EXTREC whichever format it was
      * written in, as LENTRACE does. A fixed-width line carries
      * digits in byte 9 (the first byte of EXT-LENGTH); a delimited
      * one carries the separator there, its text trimmed to
      * EXT-LENGTH bytes and the identity fields after it at full
      * display width, so every position is known once the length
      * is.
      ******************************************************************
       0158-PARSE-EXTRACT-DETAIL.
           MOVE SPACES TO EXT-RECORD
           IF EXTRACT-RECORD-IN (9:1) >= "0"
               AND EXTRACT-RECORD-IN (9:1) <= "9"
               MOVE EXTRACT-RECORD-IN TO EXT-RECORD
           ELSE
               MOVE EXTRACT-RECORD-IN (1:8) TO EXT-RECORD (1:8)
               MOVE EXTRACT-RECORD-IN (10:4) TO EXT-RECORD (9:4)
               IF EXT-LENGTH NUMERIC
                   AND EXT-LENGTH <= 1000
                   COMPUTE WS-EXT-ID-POS = 16 + EXT-LENGTH
                   MOVE EXTRACT-RECORD-IN (WS-EXT-ID-POS : 8)
                       TO EXT-RECORD (1013:8)
                   MOVE EXTRACT-RECORD-IN (WS-EXT-ID-POS + 9 : 6)
                       TO EXT-RECORD (1021:6)
                   MOVE EXTRACT-RECORD-IN (WS-EXT-ID-POS + 16 : 8)
                       TO EXT-RECORD (1027:8)
                   MOVE EXTRACT-RECORD-IN (WS-EXT-ID-POS + 25 : 8)
                       TO EXT-RECORD (1035:8)
                   MOVE EXTRACT-RECORD-IN (WS-EXT-ID-POS + 34 : 8)
                       TO EXT-RECORD (1043:8)
               END-IF
           END-IF.

      ******************************************************************
      * The latest LENRECYC line on RUNLOG - the recycle run this
      * roll-forward follows.
      ******************************************************************
       0160-FIND-RECYCLE-RUN.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-RUN-FILE-STATUS NOT = "00"
               DISPLAY "LENROLFW: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ RUN-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-RECORD-IO TO RUN-RECORD
                       IF RUN-JOB-NAME = "LENRECYC"
                           PERFORM 0165-NOTE-RECYCLE-RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-FILE-STATUS = "10"
               CLOSE RUN-LOG-FILE
           END-IF.

       0165-NOTE-RECYCLE-RUN.
           SET WS-RCY-FOUND TO TRUE
           MOVE RUN-DATE TO WS-RCY-RUN-DATE
           MOVE RUN-TIME TO WS-RCY-RUN-TIME
           MOVE RUN-RETURN-CODE TO WS-RCY-RUN-RC
           IF RUN-PASS-COUNT NUMERIC
               MOVE RUN-PASS-COUNT TO WS-RCY-PASS-COUNT
           ELSE
               MOVE 0 TO WS-RCY-PASS-COUNT
           END-IF
           IF RUN-EXCEPTION-COUNT NUMERIC
               MOVE RUN-EXCEPTION-COUNT TO WS-RCY-CARRIED-COUNT
           ELSE
               MOVE 0 TO WS-RCY-CARRIED-COUNT
           END-IF.

      ******************************************************************
      * Keys an exception line. Identity fields that are not numeric
      * (a line written before they existed) are zeroed with the
      * feed name blanked, as LENRECYC does before it writes.
      ******************************************************************
       0170-SET-EXC-KEY.
           IF EXC-RECORD-NO NUMERIC
               MOVE EXC-RECORD-NO TO WS-KEY-RECORD-NO
           ELSE
               MOVE 0 TO WS-KEY-RECORD-NO
           END-IF
           IF EXC-INTAKE-RUN-DATE NOT NUMERIC
               OR EXC-INTAKE-RUN-TIME NOT NUMERIC
               OR EXC-FEED-CREATED NOT NUMERIC
               OR EXC-FEED-RECORD-NO NOT NUMERIC
               MOVE 0 TO WS-KEY-RUN-DATE
               MOVE 0 TO WS-KEY-RUN-TIME
               MOVE SPACES TO WS-KEY-FEED
               MOVE 0 TO WS-KEY-CREATED
               MOVE 0 TO WS-KEY-FEED-RECNO
           ELSE
               MOVE EXC-INTAKE-RUN-DATE TO WS-KEY-RUN-DATE
               MOVE EXC-INTAKE-RUN-TIME TO WS-KEY-RUN-TIME
               MOVE EXC-FEED-NAME TO WS-KEY-FEED
               MOVE EXC-FEED-CREATED TO WS-KEY-CREATED
               MOVE EXC-FEED-RECORD-NO TO WS-KEY-FEED-RECNO
           END-IF
           MOVE EXC-REASON-CODE TO WS-LINE-REASON.

       0175-SET-EXT-KEY.
           IF EXT-RECORD-NO NUMERIC
               MOVE EXT-RECORD-NO TO WS-KEY-RECORD-NO
           ELSE
               MOVE 0 TO WS-KEY-RECORD-NO
           END-IF
           IF EXT-INTAKE-RUN-DATE NOT NUMERIC
               OR EXT-INTAKE-RUN-TIME NOT NUMERIC
               OR EXT-FEED-CREATED NOT NUMERIC
               OR EXT-FEED-RECORD-NO NOT NUMERIC
               MOVE 0 TO WS-KEY-RUN-DATE
               MOVE 0 TO WS-KEY-RUN-TIME
               MOVE SPACES TO WS-KEY-FEED
               MOVE 0 TO WS-KEY-CREATED
               MOVE 0 TO WS-KEY-FEED-RECNO
           ELSE
               MOVE EXT-INTAKE-RUN-DATE TO WS-KEY-RUN-DATE
               MOVE EXT-INTAKE-RUN-TIME TO WS-KEY-RUN-TIME
               MOVE EXT-FEED-NAME TO WS-KEY-FEED
               MOVE EXT-FEED-CREATED TO WS-KEY-CREATED
               MOVE EXT-FEED-RECORD-NO TO WS-KEY-FEED-RECNO
           END-IF
           MOVE SPACES TO WS-LINE-REASON.

      ******************************************************************
      * Posts one line to the book under WS-KEY-WORK, opening an
      * entry the first time the record is seen. Further lines for
      * the same record (one per failed field) land on the same
      * entry. A full book is counted and ends the run out of
      * balance - a record that could not be posted cannot be
      * proved.
      ******************************************************************
       0180-POST-LINE.
           MOVE 0 TO WS-BK-HIT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-HIT > 0
               IF WS-BK-KEY (WS-BK-IDX) = WS-KEY-WORK
                   MOVE WS-BK-IDX TO WS-BK-HIT
               END-IF
           END-PERFORM
           IF WS-BK-HIT = 0
               IF WS-BK-COUNT < 5000
                   ADD 1 TO WS-BK-COUNT
                   MOVE WS-BK-COUNT TO WS-BK-HIT
                   MOVE WS-KEY-WORK TO WS-BK-KEY (WS-BK-HIT)
                   MOVE WS-LINE-REASON TO WS-BK-REASON (WS-BK-HIT)
                   MOVE "N" TO WS-BK-OPENING-SW (WS-BK-HIT)
                   MOVE "N" TO WS-BK-NEW-SW (WS-BK-HIT)
                   MOVE "N" TO WS-BK-CLOSING-SW (WS-BK-HIT)
                   MOVE "N" TO WS-BK-RECYCLED-SW (WS-BK-HIT)
                   MOVE "N" TO WS-BK-REJECTED-SW (WS-BK-HIT)
               ELSE
                   ADD 1 TO WS-BK-DROP-COUNT
               END-IF
           END-IF
           IF WS-BK-HIT > 0
               EVALUATE TRUE
                   WHEN WS-FROM-OPENING
                       MOVE "Y" TO WS-BK-OPENING-SW (WS-BK-HIT)
                   WHEN WS-FROM-NEW
                       MOVE "Y" TO WS-BK-NEW-SW (WS-BK-HIT)
                   WHEN WS-FROM-CLOSING
                       MOVE "Y" TO WS-BK-CLOSING-SW (WS-BK-HIT)
                   WHEN WS-FROM-RECYCLE
                       MOVE "Y" TO WS-BK-RECYCLED-SW (WS-BK-HIT)
                   WHEN WS-FROM-REJECT
                       MOVE "Y" TO WS-BK-REJECTED-SW (WS-BK-HIT)
               END-EVALUATE
           END-IF.

       0200-CHECK-BOOK.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               PERFORM 0210-CHECK-ONE-RECORD
           END-PERFORM
           IF WS-BK-DROP-COUNT > 0
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE WS-BK-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** BOOK TABLE FULL (5000) - " WS-EDIT-COUNT
                   " LINES NOT POSTED - THE BOOK IS NOT PROVED **"
           END-IF
           IF WS-ROW-DROP-COUNT > 0
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE WS-ROW-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** FEED/REASON TABLE FULL (200) - "
                   WS-EDIT-COUNT " RECORDS NOT BROKEN DOWN **"
           END-IF.

      ******************************************************************
      * One record: counted into the totals and its feed/reason row,
      * then judged. A record must be on the opening carry or among
      * the new exceptions - not both - and reach exactly one of
      * closing carry, recycle batch or REJFILE.
      ******************************************************************
       0210-CHECK-ONE-RECORD.
           MOVE WS-BK-KEY (WS-BK-IDX) TO WS-KEY-WORK
           PERFORM 0220-FIND-ROW
           MOVE 0 TO WS-OUTCOME-COUNT
           IF WS-BK-OPENING-SW (WS-BK-IDX) = "Y"
               ADD 1 TO WS-TOT-OPENING
               IF WS-ROW-HIT > 0
                   ADD 1 TO WS-ROW-OPENING (WS-ROW-HIT)
               END-IF
           END-IF
           IF WS-BK-NEW-SW (WS-BK-IDX) = "Y"
               ADD 1 TO WS-TOT-NEW
               IF WS-ROW-HIT > 0
                   ADD 1 TO WS-ROW-NEW (WS-ROW-HIT)
               END-IF
           END-IF
           IF WS-BK-RECYCLED-SW (WS-BK-IDX) = "Y"
               ADD 1 TO WS-OUTCOME-COUNT
               ADD 1 TO WS-TOT-RECYCLED
               IF WS-ROW-HIT > 0
                   ADD 1 TO WS-ROW-RECYCLED (WS-ROW-HIT)
               END-IF
           END-IF
           IF WS-BK-REJECTED-SW (WS-BK-IDX) = "Y"
               ADD 1 TO WS-OUTCOME-COUNT
               ADD 1 TO WS-TOT-REJECTED
               IF WS-ROW-HIT > 0
                   ADD 1 TO WS-ROW-REJECTED (WS-ROW-HIT)
               END-IF
           END-IF
           IF WS-BK-CLOSING-SW (WS-BK-IDX) = "Y"
               ADD 1 TO WS-OUTCOME-COUNT
               ADD 1 TO WS-TOT-CLOSING
               IF WS-ROW-HIT > 0
                   ADD 1 TO WS-ROW-CLOSING (WS-ROW-HIT)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-BK-OPENING-SW (WS-BK-IDX) = "Y"
                   AND WS-BK-NEW-SW (WS-BK-IDX) = "Y"
                   MOVE "ON OPENING CARRY AND AMONG NEW EXCEPTIONS"
                       TO WS-BREAK-TEXT
               WHEN WS-BK-OPENING-SW (WS-BK-IDX) = "N"
                   AND WS-BK-NEW-SW (WS-BK-IDX) = "N"
                   MOVE "NOT ON OPENING CARRY OR AMONG NEW EXCEPTIONS"
                       TO WS-BREAK-TEXT
               WHEN WS-OUTCOME-COUNT = 0
                   MOVE "VANISHED - NOT CARRIED, RECYCLED OR REJECTED"
                       TO WS-BREAK-TEXT
               WHEN WS-OUTCOME-COUNT > 1
                   MOVE "REACHED MORE THAN ONE OUTCOME"
                       TO WS-BREAK-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-BREAK-TEXT
           END-EVALUATE
           IF WS-BREAK-TEXT NOT = SPACES
               PERFORM 0230-LIST-BREAK
           END-IF.

      ******************************************************************
      * Finds (or opens) the feed/reason row for the record in
      * WS-KEY-WORK. A record with no *HDR* identity is shown under
      * "(NONE)". WS-ROW-HIT is zero when the table is full.
      ******************************************************************
       0220-FIND-ROW.
           IF WS-KEY-FEED = SPACES
               MOVE "(NONE)" TO WS-ROW-FEED-WORK
           ELSE
               MOVE WS-KEY-FEED TO WS-ROW-FEED-WORK
           END-IF
           MOVE 0 TO WS-ROW-HIT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-HIT > 0
               IF WS-ROW-FEED (WS-ROW-IDX) = WS-ROW-FEED-WORK
                   AND WS-ROW-REASON (WS-ROW-IDX) =
                       WS-BK-REASON (WS-BK-IDX)
                   MOVE WS-ROW-IDX TO WS-ROW-HIT
               END-IF
           END-PERFORM
           IF WS-ROW-HIT = 0
               IF WS-ROW-COUNT < 200
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-ROW-HIT
                   MOVE WS-ROW-FEED-WORK TO WS-ROW-FEED (WS-ROW-HIT)
                   MOVE WS-BK-REASON (WS-BK-IDX)
                       TO WS-ROW-REASON (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-OPENING (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-NEW (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-RECYCLED (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-REJECTED (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-CLOSING (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-BREAKS (WS-ROW-HIT)
               ELSE
                   ADD 1 TO WS-ROW-DROP-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * One break line per record, with where the record was found
      * on the line below it.
      ******************************************************************
       0230-LIST-BREAK.
           SET WS-OUT-OF-BALANCE TO TRUE
           ADD 1 TO WS-TOT-BREAKS
           IF WS-ROW-HIT > 0
               ADD 1 TO WS-ROW-BREAKS (WS-ROW-HIT)
           END-IF
           IF NOT WS-BREAK-HEAD-DONE
               SET WS-BREAK-HEAD-DONE TO TRUE
               DISPLAY " "
               DISPLAY "BREAKS - RECORD BY RECORD"
               DISPLAY "FEED     CREATED  FEED-REC INTAKE   RUN-TM "
                   "RECORD-NO RC BREAK"
           END-IF
           DISPLAY WS-KEY-FEED " " WS-KEY-CREATED " "
               WS-KEY-FEED-RECNO " " WS-KEY-RUN-DATE " "
               WS-KEY-RUN-TIME " " WS-KEY-RECORD-NO "  "
               WS-BK-REASON (WS-BK-IDX) " " WS-BREAK-TEXT
           DISPLAY "         OPENING " WS-BK-OPENING-SW (WS-BK-IDX)
               "  NEW " WS-BK-NEW-SW (WS-BK-IDX)
               "  CLOSING " WS-BK-CLOSING-SW (WS-BK-IDX)
               "  RECYCLED " WS-BK-RECYCLED-SW (WS-BK-IDX)
               "  REJECTED FINAL " WS-BK-REJECTED-SW (WS-BK-IDX).

      ******************************************************************
      * LENRECYC's own counts for its latest run must agree with the
      * files it wrote: records recycled with the recycle batch, lines
      * carried with EXCFILE.NEW. No LENRECYC line on RUNLOG means
      * the recycle cannot be confirmed.
      ******************************************************************
       0250-CHECK-RECYCLE-RUN.
           DISPLAY " "
           IF NOT WS-RCY-FOUND
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY "** NO LENRECYC RUN ON RUNLOG - RECYCLE "
                   "COUNTS NOT CONFIRMED **"
           ELSE
               DISPLAY "LENRECYC RUN " WS-RCY-RUN-DATE " "
                   WS-RCY-RUN-TIME " ENDED WITH CONDITION CODE "
                   WS-RCY-RUN-RC
               IF WS-RCY-PASS-COUNT NOT = WS-RCY-LINES
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE WS-RCY-PASS-COUNT TO WS-EDIT-OPENING
                   MOVE WS-RCY-LINES TO WS-EDIT-CLOSING
                   DISPLAY "** LENRECYC RECYCLED " WS-EDIT-OPENING
                       " BUT ITS EXTRACT BATCH HOLDS "
                       WS-EDIT-CLOSING " **"
               END-IF
               IF WS-RCY-CARRIED-COUNT NOT = WS-CRY-LINES
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE WS-RCY-CARRIED-COUNT TO WS-EDIT-OPENING
                   MOVE WS-CRY-LINES TO WS-EDIT-CLOSING
                   DISPLAY "** LENRECYC CARRIED " WS-EDIT-OPENING
                       " BUT EXCFILE.NEW HOLDS " WS-EDIT-CLOSING
                       " **"
               END-IF
           END-IF.

       0300-PRINT-ROLL-FORWARD.
           DISPLAY " "
           DISPLAY "ROLL-FORWARD BY FEED AND REASON CODE"
           DISPLAY "FEED     RC  OPENING      NEW RECYCLED REJ-FINL"
               "  CLOSING   BREAKS  RESULT"
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM 0310-PRINT-ONE-ROW
           END-PERFORM
           MOVE WS-TOT-OPENING TO WS-EDIT-OPENING
           MOVE WS-TOT-NEW TO WS-EDIT-NEW
           MOVE WS-TOT-RECYCLED TO WS-EDIT-RECYCLED
           MOVE WS-TOT-REJECTED TO WS-EDIT-REJECTED
           MOVE WS-TOT-CLOSING TO WS-EDIT-CLOSING
           MOVE WS-TOT-BREAKS TO WS-EDIT-BREAKS
           COMPUTE WS-EXPECTED-CLOSING = WS-TOT-OPENING + WS-TOT-NEW
               - WS-TOT-RECYCLED - WS-TOT-REJECTED
           IF WS-EXPECTED-CLOSING NOT = WS-TOT-CLOSING
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           DISPLAY "TOTAL       " WS-EDIT-OPENING " " WS-EDIT-NEW " "
               WS-EDIT-RECYCLED " " WS-EDIT-REJECTED " "
               WS-EDIT-CLOSING " " WS-EDIT-BREAKS.

       0310-PRINT-ONE-ROW.
           MOVE WS-ROW-OPENING (WS-ROW-IDX) TO WS-EDIT-OPENING
           MOVE WS-ROW-NEW (WS-ROW-IDX) TO WS-EDIT-NEW
           MOVE WS-ROW-RECYCLED (WS-ROW-IDX) TO WS-EDIT-RECYCLED
           MOVE WS-ROW-REJECTED (WS-ROW-IDX) TO WS-EDIT-REJECTED
           MOVE WS-ROW-CLOSING (WS-ROW-IDX) TO WS-EDIT-CLOSING
           MOVE WS-ROW-BREAKS (WS-ROW-IDX) TO WS-EDIT-BREAKS
           COMPUTE WS-EXPECTED-CLOSING =
               WS-ROW-OPENING (WS-ROW-IDX) + WS-ROW-NEW (WS-ROW-IDX)
               - WS-ROW-RECYCLED (WS-ROW-IDX)
               - WS-ROW-REJECTED (WS-ROW-IDX)
           IF WS-EXPECTED-CLOSING = WS-ROW-CLOSING (WS-ROW-IDX)
               AND WS-ROW-BREAKS (WS-ROW-IDX) = 0
               DISPLAY WS-ROW-FEED (WS-ROW-IDX) " "
                   WS-ROW-REASON (WS-ROW-IDX) " " WS-EDIT-OPENING " "
                   WS-EDIT-NEW " " WS-EDIT-RECYCLED " "
                   WS-EDIT-REJECTED " " WS-EDIT-CLOSING " "
                   WS-EDIT-BREAKS "  BALANCED"
           ELSE
               DISPLAY WS-ROW-FEED (WS-ROW-IDX) " "
                   WS-ROW-REASON (WS-ROW-IDX) " " WS-EDIT-OPENING " "
                   WS-EDIT-NEW " " WS-EDIT-RECYCLED " "
                   WS-EDIT-REJECTED " " WS-EDIT-CLOSING " "
                   WS-EDIT-BREAKS "  ** OUT OF BALANCE **"
           END-IF.

       0400-FINALIZE.
           DISPLAY " "
           DISPLAY "LENROLFW SUMMARY REPORT"
           MOVE WS-PRV-LINES TO WS-EDIT-COUNT
           DISPLAY "OPENING CARRY LINES: " WS-EDIT-COUNT
           MOVE WS-EXC-LINES TO WS-EDIT-COUNT
           DISPLAY "NEW EXCEPTION LINES: " WS-EDIT-COUNT
           MOVE WS-EXC-CARRY-LINES TO WS-EDIT-COUNT
           DISPLAY "CARRY LINES ON EXC : " WS-EDIT-COUNT
           MOVE WS-RCY-LINES TO WS-EDIT-COUNT
           DISPLAY "RECYCLE BATCH LINES: " WS-EDIT-COUNT
           MOVE WS-REJ-LINES TO WS-EDIT-COUNT
           DISPLAY "REJ-FINAL LINES ...: " WS-EDIT-COUNT
           MOVE WS-CRY-LINES TO WS-EDIT-COUNT
           DISPLAY "CLOSING CARRY LINES: " WS-EDIT-COUNT
           MOVE WS-TOT-OPENING TO WS-EDIT-COUNT
           DISPLAY "OPENING RECORDS ...: " WS-EDIT-COUNT
           MOVE WS-TOT-NEW TO WS-EDIT-COUNT
           DISPLAY "NEW RECORDS .......: " WS-EDIT-COUNT
           MOVE WS-TOT-RECYCLED TO WS-EDIT-COUNT
           DISPLAY "RECYCLED ..........: " WS-EDIT-COUNT
           MOVE WS-TOT-REJECTED TO WS-EDIT-COUNT
           DISPLAY "REJECTED FINAL ....: " WS-EDIT-COUNT
           COMPUTE WS-EXPECTED-CLOSING = WS-TOT-OPENING + WS-TOT-NEW
               - WS-TOT-RECYCLED - WS-TOT-REJECTED
           MOVE WS-EXPECTED-CLOSING TO WS-EDIT-SIGNED
           DISPLAY "EXPECTED CLOSING ..: " WS-EDIT-SIGNED
           MOVE WS-TOT-CLOSING TO WS-EDIT-COUNT
           DISPLAY "ACTUAL CLOSING ....: " WS-EDIT-COUNT
           MOVE WS-TOT-BREAKS TO WS-EDIT-COUNT
           DISPLAY "BREAKS ............: " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-OUT-OF-BALANCE
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           IF WS-OUT-OF-BALANCE
               DISPLAY "** EXCEPTION BOOK DOES NOT ROLL FORWARD - "
                   "HOLD THE NEXT CYCLE **"
           END-IF
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC
           PERFORM 0500-WRITE-RUN-HISTORY.

      ******************************************************************
      * One run-history line: records on the book as read, records
      * that rolled forward cleanly as passed, breaks as exceptions.
      ******************************************************************
       0500-WRITE-RUN-HISTORY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE TO RUN-DATE
           MOVE WS-RUN-TIME TO RUN-TIME
           MOVE SPACES TO RUN-PARM-FIELD-NAME
           MOVE 0 TO RUN-PARM-MAX-LENGTH
           MOVE SPACES TO RUN-PARM-FEED-NAME
           MOVE SPACE TO RUN-PARM-RESTART-SW
           MOVE WS-BK-COUNT TO RUN-READ-COUNT
           IF WS-TOT-BREAKS > WS-BK-COUNT
               MOVE 0 TO RUN-PASS-COUNT
           ELSE
               COMPUTE RUN-PASS-COUNT = WS-BK-COUNT - WS-TOT-BREAKS
           END-IF
           MOVE WS-TOT-BREAKS TO RUN-EXCEPTION-COUNT
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
               DISPLAY "LENROLFW: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
           ELSE
               MOVE RUN-RECORD TO RUN-RECORD-IO
               WRITE RUN-RECORD-IO
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENROLFW: RUNLOG WRITE FAILED - STATUS "
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
