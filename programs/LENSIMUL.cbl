      ******************************************************************
      * PROGRAM-ID: LENSIMUL
      * What-if replay of candidate limits against the history, so a
      * LENPROPG proposal or a future-dated FLRMAST change can be
      * argued with numbers before the supervisor approves it. The
      * candidate limits are ordinary FLRTREC cards on FLRCAND - the
      * JCL points it at a FLRPROP proposal file or a keyed FLRTRAN;
      * cards are taken in file order and the last one for a field
      * wins, as LENMAINT would apply them. A delete (action D)
      * tries the field back on its fallback: the FDM-MAX-LENGTH of
      * the first registered feed using the layout, else the
      * parameter-card value, as LENBATCH resolves it.
      *
      * Two histories are replayed, archive first:
      *   AUDFILE.ARC + AUDFILE - every intake length overflow (LO)
      *     on a candidate field (LENRECYC's disposition audits are
      *     passed over); it would have passed if its logged length
      *     fits the candidate limit.
      *   NLTFILE.ARC + NLTFILE - the per-run tallies of passing
      *     records, with their spread by tenths of the limit then
      *     in force (NLT-BAND-COUNT). Under a lowered limit a band
      *     wholly above the candidate would have failed; the band
      *     the candidate cuts through may have, and is shown apart.
      *     A tally written before the bands existed cannot be
      *     measured and is only counted.
      * The report shows, per field and per feed and then for the
      * field across feeds: the limit last in force, the candidate,
      * past LO exceptions and how many would have passed, passing
      * records and how many would have failed, and the LO
      * exception rate (LO exceptions over LO exceptions plus
      * passers) as it was and as it would have been. A field's
      * per-feed line is keyed the way NLTFILE tallies it - by the
      * layout its feed used - so a feed sharing another's layout is
      * shown under that layout's name. A whole-record overflow on
      * an unregistered feed counts against the parameter card's
      * field; a registered feed checked as one piece answers to its
      * FDM-MAX-LENGTH, not FLRMAST, and is passed over.
      *
      * Read-only. Ends with condition code 12 when FLRCAND is
      * missing or holds no usable card, or a file fails its status
      * check.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  FDMREC grew the delimited-feed registration
      *               (record format, separator, quote character,
      *               field count); record width follows.
      *   2026-10-15  AUDREC grew AUD-MASK-SW for sensitive-field
      *               masking of AUD-TEXT-SAMPLE; record widths
      *               follow.
      *   2026-10-15  Audit replay passes over every LENRECYC line by
      *               job name; older disposition audits have no
      *               AUD-DSP-ACTION and were counted as overflows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENSIMUL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "FLRCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-MASTER-FILE ASSIGN TO "FEEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDM-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDFILE.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDA-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT NEAR-TALLY-ARCHIVE-FILE ASSIGN TO "NLTFILE.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLTA-FILE-STATUS.
           SELECT NEAR-TALLY-FILE ASSIGN TO "NLTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD-IN         PIC X(57).

       FD  PARM-FILE.
       01  PARM-RECORD-IN              PIC X(46).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD-IN     PIC X(164).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-IN             PIC X(164).

       FD  NEAR-TALLY-ARCHIVE-FILE.
       01  NEAR-TALLY-ARCHIVE-RECORD-IN PIC X(148).

       FD  NEAR-TALLY-FILE.
       01  NEAR-TALLY-RECORD-IN        PIC X(148).

       WORKING-STORAGE SECTION.
       COPY FLRTREC.
       COPY PARMREC.
       COPY FDMREC.
       COPY AUDREC.
       COPY NLTREC.
      * COPY'd for FUNCTION LENGTH (WS-AREA-1) below, as LENPROPG
      * copies it - no limit can be tried above the buffer the
      * checks actually run in.
       COPY LENCHKWS.

       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".

       01  WS-CAN-FILE-STATUS          PIC X(2).
       01  WS-FDM-FILE-STATUS          PIC X(2).
       01  WS-AUDA-FILE-STATUS         PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-NLTA-FILE-STATUS         PIC X(2).
       01  WS-NLT-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 clean, 12
      * when there was nothing usable to try or a file failed its
      * status check.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * The parameter-card fallback limit, capped to the buffer as
      * LENBATCH caps it.
       01  WS-PARM-FALLBACK            PIC 9(4) COMP VALUE 200.

      * Candidate limits off FLRCAND, one entry per field. A delete
      * carries zero here and is resolved per feed line (see 0240).
       01  WS-CAN-TABLE.
           05  WS-CAN-ENTRY            OCCURS 100 TIMES.
               10  WS-CAN-FIELD        PIC X(20).
               10  WS-CAN-ACTION       PIC X(1).
               10  WS-CAN-LIMIT        PIC 9(4) COMP.
               10  WS-CAN-EFFECTIVE    PIC 9(8).
               10  WS-CAN-KEYED-BY     PIC X(8).
       01  WS-CAN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-CAN-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-CAN-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-CAN-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-CAN-BAD-COUNT            PIC 9(8) COMP VALUE 0.

      * Feeds registered in FEEDMAST: name, layout and fallback
      * limit, for attributing history to a layout and resolving a
      * delete's fallback.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY            OCCURS 100 TIMES.
               10  WS-REG-FEED         PIC X(8).
               10  WS-REG-LAYOUT       PIC X(8).
               10  WS-REG-MAXLEN       PIC 9(4) COMP.
       01  WS-REG-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-REG-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-REG-HIT                  PIC 9(4) COMP VALUE 0.

      * One line per candidate field and feed (layout) seen in the
      * history.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY            OCCURS 500 TIMES.
               10  WS-ROW-CAN          PIC 9(4) COMP.
               10  WS-ROW-FEED         PIC X(8).
               10  WS-ROW-LIMIT        PIC 9(4) COMP.
               10  WS-ROW-CURRENT      PIC 9(4) COMP.
               10  WS-ROW-CURRENT-DATE PIC 9(8).
               10  WS-ROW-LO           PIC 9(8) COMP.
               10  WS-ROW-WOULD-PASS   PIC 9(8) COMP.
               10  WS-ROW-PASSED       PIC 9(8) COMP.
               10  WS-ROW-WOULD-FAIL   PIC 9(8) COMP.
               10  WS-ROW-MAY-FAIL     PIC 9(8) COMP.
       01  WS-ROW-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-ROW-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-ROW-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-ROW-DROP-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-ROW-FEED-WORK            PIC X(8).
       01  WS-ROW-FIELD-WORK           PIC X(20).

      * Replay counts for the summary.
       01  WS-AUD-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-AUD-USED-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-NLT-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-NLT-USED-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-NLT-OLD-COUNT            PIC 9(8) COMP VALUE 0.

      * Working values for one tally line against its candidate.
       01  WS-TRY-LIMIT                PIC 9(4) COMP VALUE 0.
       01  WS-RUN-LIMIT                PIC 9(4) COMP VALUE 0.
       01  WS-BAND-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-LINE-SURE                PIC 9(8) COMP VALUE 0.
       01  WS-LINE-MAY                 PIC 9(8) COMP VALUE 0.

      * Totals for the field across its feeds, and the line being
      * printed.
       01  WS-FT-LO                    PIC 9(8) COMP VALUE 0.
       01  WS-FT-WOULD-PASS            PIC 9(8) COMP VALUE 0.
       01  WS-FT-PASSED                PIC 9(8) COMP VALUE 0.
       01  WS-FT-WOULD-FAIL            PIC 9(8) COMP VALUE 0.
       01  WS-FT-MAY-FAIL              PIC 9(8) COMP VALUE 0.
       01  WS-PRT-LO                   PIC 9(8) COMP VALUE 0.
       01  WS-PRT-WOULD-PASS           PIC 9(8) COMP VALUE 0.
       01  WS-PRT-PASSED               PIC 9(8) COMP VALUE 0.
       01  WS-PRT-WOULD-FAIL           PIC 9(8) COMP VALUE 0.
       01  WS-PRT-MAY-FAIL             PIC 9(8) COMP VALUE 0.
       01  WS-PRT-CHECKED              PIC 9(8) COMP VALUE 0.
       01  WS-PRT-TRY-LO               PIC 9(8) COMP VALUE 0.
       01  WS-RATE-NOW                 PIC 9(3)V99 VALUE 0.
       01  WS-RATE-CAND                PIC 9(3)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-EDIT-CURRENT             PIC Z(3)9.
       01  WS-EDIT-LIMIT               PIC Z(3)9.
       01  WS-EDIT-LO                  PIC Z(7)9.
       01  WS-EDIT-WOULD-PASS          PIC Z(7)9.
       01  WS-EDIT-PASSED              PIC Z(7)9.
       01  WS-EDIT-WOULD-FAIL          PIC Z(7)9.
       01  WS-EDIT-MAY-FAIL            PIC Z(7)9.
       01  WS-EDIT-RATE-NOW            PIC ZZ9.99.
       01  WS-EDIT-RATE-CAND           PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF WS-CAN-COUNT > 0
               PERFORM 0200-REPLAY-AUDIT
               PERFORM 0250-REPLAY-TALLIES
               PERFORM 0300-PRINT-REPORT
           END-IF
           PERFORM 0400-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           DISPLAY "LENSIMUL - WHAT-IF REPLAY OF CANDIDATE LIMITS "
               "FOR " WS-RUN-DATE
           PERFORM 0110-READ-PARM
           PERFORM 0115-LOAD-FEED-MASTER
           PERFORM 0120-LOAD-CANDIDATES.

      ******************************************************************
      * The same PARMFILE card the intake programs read: the field
      * and layout an unregistered feed ran under, and the fallback
      * limit a delete returns a field to. A missing card gets the
      * same 200-byte default the other programs apply.
      ******************************************************************
       0110-READ-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   DISPLAY "LENSIMUL: PARMFILE EMPTY - USING DEFAULTS"
                   MOVE SPACES TO PARM-RECORD
                   MOVE 200 TO PARM-MAX-LENGTH
                   MOVE "N" TO PARM-RESTART-SW
               NOT AT END
                   MOVE PARM-RECORD-IN TO PARM-RECORD
           END-READ
           CLOSE PARM-FILE
           IF PARM-MAX-LENGTH NUMERIC AND PARM-MAX-LENGTH > 0
               MOVE PARM-MAX-LENGTH TO WS-PARM-FALLBACK
           END-IF
           IF WS-PARM-FALLBACK > FUNCTION LENGTH (WS-AREA-1)
               MOVE FUNCTION LENGTH (WS-AREA-1) TO WS-PARM-FALLBACK
           END-IF.

       0115-LOAD-FEED-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FEED-MASTER-FILE
           IF WS-FDM-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDM-FILE-STATUS NOT = "00"
               DISPLAY "LENSIMUL: FEEDMAST OPEN FAILED - STATUS "
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
                       PERFORM 0117-ADD-REGISTRATION
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-FDM-FILE-STATUS = "10"
               CLOSE FEED-MASTER-FILE
           END-IF.

       0117-ADD-REGISTRATION.
           IF FDM-FEED-NAME = SPACES
               CONTINUE
           ELSE
               IF WS-REG-COUNT < 100
                   ADD 1 TO WS-REG-COUNT
                   MOVE FDM-FEED-NAME TO WS-REG-FEED (WS-REG-COUNT)
                   MOVE FDM-LAYOUT-NAME TO WS-REG-LAYOUT (WS-REG-COUNT)
                   IF FDM-MAX-LENGTH NUMERIC
                       MOVE FDM-MAX-LENGTH
                           TO WS-REG-MAXLEN (WS-REG-COUNT)
                   ELSE
                       MOVE 0 TO WS-REG-MAXLEN (WS-REG-COUNT)
                   END-IF
               ELSE
                   DISPLAY "LENSIMUL: FEED TABLE FULL (100) - "
                       "IGNORING " FDM-FEED-NAME
               END-IF
           END-IF.

       0120-LOAD-CANDIDATES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CANDIDATE-FILE
           IF WS-CAN-FILE-STATUS = "35"
               DISPLAY "LENSIMUL: FLRCAND NOT FOUND - NOTHING TO TRY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-CAN-FILE-STATUS NOT = "00"
               DISPLAY "LENSIMUL: FLRCAND OPEN FAILED - STATUS "
                   WS-CAN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ CANDIDATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CAN-READ-COUNT
                       MOVE CANDIDATE-RECORD-IN TO FLR-TRANS-RECORD
                       PERFORM 0125-ADD-CANDIDATE
               END-READ
           END-PERFORM
           IF WS-CAN-FILE-STATUS = "10"
               CLOSE CANDIDATE-FILE
           END-IF
           IF WS-CAN-COUNT = 0
               SET WS-IO-FAIL TO TRUE
               DISPLAY "LENSIMUL: NO USABLE CANDIDATE LIMIT ON FLRCAND"
           ELSE
               DISPLAY " "
               DISPLAY "CANDIDATE LIMITS"
               DISPLAY "ACT  FIELD-NAME            LIMIT  EFFECTIVE  "
                   "KEYED-BY"
               PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
                   IF WS-CAN-ACTION (WS-CAN-IDX) = "D"
                       DISPLAY " D   " WS-CAN-FIELD (WS-CAN-IDX)
                           "  FALLBACK  " WS-CAN-EFFECTIVE (WS-CAN-IDX)
                           "   " WS-CAN-KEYED-BY (WS-CAN-IDX)
                   ELSE
                       MOVE WS-CAN-LIMIT (WS-CAN-IDX) TO WS-EDIT-LIMIT
                       DISPLAY " " WS-CAN-ACTION (WS-CAN-IDX) "   "
                           WS-CAN-FIELD (WS-CAN-IDX) "   "
                           WS-EDIT-LIMIT "   "
                           WS-CAN-EFFECTIVE (WS-CAN-IDX) "   "
                           WS-CAN-KEYED-BY (WS-CAN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * One FLRTREC card. An add or change needs a limit that fits
      * the buffer, as LENMAINT insists; a later card for the same
      * field replaces an earlier one.
      ******************************************************************
       0125-ADD-CANDIDATE.
           IF FLRT-FIELD-NAME = SPACES
               OR (FLRT-ACTION NOT = "A" AND FLRT-ACTION NOT = "C"
                   AND FLRT-ACTION NOT = "D")
               OR (FLRT-ACTION NOT = "D"
                   AND (FLRT-MAX-LENGTH NOT NUMERIC
                        OR FLRT-MAX-LENGTH = 0
                        OR FLRT-MAX-LENGTH >
                           FUNCTION LENGTH (WS-AREA-1)))
               ADD 1 TO WS-CAN-BAD-COUNT
               DISPLAY "LENSIMUL: FLRCAND CARD " FLRT-ACTION " "
                   FLRT-FIELD-NAME " NOT USABLE - IGNORED"
           ELSE
               MOVE FLRT-FIELD-NAME TO WS-ROW-FIELD-WORK
               PERFORM 0130-FIND-CANDIDATE
               IF WS-CAN-HIT = 0
                   IF WS-CAN-COUNT < 100
                       ADD 1 TO WS-CAN-COUNT
                       MOVE WS-CAN-COUNT TO WS-CAN-HIT
                   ELSE
                       ADD 1 TO WS-CAN-BAD-COUNT
                       DISPLAY "LENSIMUL: CANDIDATE TABLE FULL (100) - "
                           "IGNORING " FLRT-FIELD-NAME
                   END-IF
               END-IF
               IF WS-CAN-HIT > 0
                   MOVE FLRT-FIELD-NAME TO WS-CAN-FIELD (WS-CAN-HIT)
                   MOVE FLRT-ACTION TO WS-CAN-ACTION (WS-CAN-HIT)
                   IF FLRT-ACTION = "D"
                       MOVE 0 TO WS-CAN-LIMIT (WS-CAN-HIT)
                   ELSE
                       MOVE FLRT-MAX-LENGTH
                           TO WS-CAN-LIMIT (WS-CAN-HIT)
                   END-IF
                   IF FLRT-EFFECTIVE-DATE NUMERIC
                       MOVE FLRT-EFFECTIVE-DATE
                           TO WS-CAN-EFFECTIVE (WS-CAN-HIT)
                   ELSE
                       MOVE 0 TO WS-CAN-EFFECTIVE (WS-CAN-HIT)
                   END-IF
                   MOVE FLRT-KEYED-BY TO WS-CAN-KEYED-BY (WS-CAN-HIT)
               END-IF
           END-IF.

      * WS-CAN-HIT names the candidate for WS-ROW-FIELD-WORK, zero
      * when the field has none.
       0130-FIND-CANDIDATE.
           MOVE 0 TO WS-CAN-HIT
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT OR WS-CAN-HIT > 0
               IF WS-CAN-FIELD (WS-CAN-IDX) = WS-ROW-FIELD-WORK
                   MOVE WS-CAN-IDX TO WS-CAN-HIT
               END-IF
           END-PERFORM.

      * WS-REG-HIT names the FEEDMAST registration for the feed in
      * WS-ROW-FEED-WORK, zero when it is not registered.
       0135-FIND-REGISTRATION.
           MOVE 0 TO WS-REG-HIT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-REG-HIT > 0
               IF WS-REG-FEED (WS-REG-IDX) = WS-ROW-FEED-WORK
                   MOVE WS-REG-IDX TO WS-REG-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * The audit trail, archive first. Only intake-side overflows
      * count - LENRECYC's disposition audits repeat the reason of
      * the record disposed of and say nothing about the limit.
      ******************************************************************
       0200-REPLAY-AUDIT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDA-FILE-STATUS = "35"
               DISPLAY "LENSIMUL: AUDFILE.ARC NOT FOUND - RETAINED "
                   "AUDIT TRAIL ONLY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-AUDA-FILE-STATUS NOT = "00"
               DISPLAY "LENSIMUL: AUDFILE.ARC OPEN FAILED - STATUS "
                   WS-AUDA-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-ARCHIVE-RECORD-IN TO AUD-RECORD
                       PERFORM 0210-REPLAY-ONE-AUDIT
               END-READ
           END-PERFORM
           IF WS-AUDA-FILE-STATUS = "10"
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               DISPLAY "LENSIMUL: AUDFILE NOT FOUND - NO RETAINED "
                   "AUDIT TRAIL"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "LENSIMUL: AUDFILE OPEN FAILED - STATUS "
                   WS-AUD-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-RECORD-IN TO AUD-RECORD
                       PERFORM 0210-REPLAY-ONE-AUDIT
               END-READ
           END-PERFORM
           IF WS-AUD-FILE-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * One audit line. Anything written by LENRECYC is passed over,
      * as LENTRACE tells them apart - its disposition audits keep
      * the intake reason code, and those written before
      * AUD-DSP-ACTION existed have spaces there, so only the job
      * name says which side wrote them. A field overflow is
      * attributed to the layout
      * its feed ran under - the registered feed's FDM-LAYOUT-NAME,
      * else the parameter card's feed - matching how NLTFILE tallies
      * the same field. A whole-record overflow names no field: on an
      * unregistered feed it was checked against the parameter
      * card's field; on a registered feed against FDM-MAX-LENGTH,
      * which no FLRTREC card changes.
      ******************************************************************
       0210-REPLAY-ONE-AUDIT.
           ADD 1 TO WS-AUD-READ-COUNT
           IF AUD-REASON-CODE NOT = "LO"
               OR AUD-JOB-NAME = "LENRECYC"
               OR AUD-LENGTH NOT NUMERIC
               CONTINUE
           ELSE
               MOVE AUD-FEED-NAME TO WS-ROW-FEED-WORK
               PERFORM 0135-FIND-REGISTRATION
               MOVE SPACES TO WS-ROW-FIELD-WORK
               IF AUD-FIELD-NAME NOT = SPACES
                   MOVE AUD-FIELD-NAME TO WS-ROW-FIELD-WORK
                   IF WS-REG-HIT > 0
                       AND WS-REG-LAYOUT (WS-REG-HIT) NOT = SPACES
                       MOVE WS-REG-LAYOUT (WS-REG-HIT)
                           TO WS-ROW-FEED-WORK
                   ELSE
                       MOVE PARM-FEED-NAME TO WS-ROW-FEED-WORK
                   END-IF
               ELSE
                   IF WS-REG-HIT = 0
                       MOVE PARM-FIELD-NAME TO WS-ROW-FIELD-WORK
                       MOVE PARM-FEED-NAME TO WS-ROW-FEED-WORK
                   END-IF
               END-IF
               IF WS-ROW-FIELD-WORK NOT = SPACES
                   PERFORM 0130-FIND-CANDIDATE
                   IF WS-CAN-HIT > 0
                       PERFORM 0230-FIND-ROW
                       IF WS-ROW-HIT > 0
                           ADD 1 TO WS-AUD-USED-COUNT
                           ADD 1 TO WS-ROW-LO (WS-ROW-HIT)
                           IF AUD-LENGTH <= WS-ROW-LIMIT (WS-ROW-HIT)
                               ADD 1 TO WS-ROW-WOULD-PASS (WS-ROW-HIT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Finds (or opens) the line for candidate WS-CAN-HIT and the
      * feed in WS-ROW-FEED-WORK, shown as "(NONE)" when blank, and
      * resolves the limit tried on it. WS-ROW-HIT is zero when the
      * table is full.
      ******************************************************************
       0230-FIND-ROW.
           IF WS-ROW-FEED-WORK = SPACES
               MOVE "(NONE)" TO WS-ROW-FEED-WORK
           END-IF
           MOVE 0 TO WS-ROW-HIT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-HIT > 0
               IF WS-ROW-CAN (WS-ROW-IDX) = WS-CAN-HIT
                   AND WS-ROW-FEED (WS-ROW-IDX) = WS-ROW-FEED-WORK
                   MOVE WS-ROW-IDX TO WS-ROW-HIT
               END-IF
           END-PERFORM
           IF WS-ROW-HIT = 0
               IF WS-ROW-COUNT < 500
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-ROW-HIT
                   MOVE WS-CAN-HIT TO WS-ROW-CAN (WS-ROW-HIT)
                   MOVE WS-ROW-FEED-WORK TO WS-ROW-FEED (WS-ROW-HIT)
                   PERFORM 0240-RESOLVE-ROW-LIMIT
                   MOVE 0 TO WS-ROW-CURRENT (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-CURRENT-DATE (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-LO (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-WOULD-PASS (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-PASSED (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-WOULD-FAIL (WS-ROW-HIT)
                   MOVE 0 TO WS-ROW-MAY-FAIL (WS-ROW-HIT)
               ELSE
                   ADD 1 TO WS-ROW-DROP-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * The limit tried on a line: the candidate's, or for a delete
      * the fallback the field would drop back to under this layout
      * - the FDM-MAX-LENGTH of the first registered feed using it,
      * else the parameter-card value, as LENBATCH's 0302 resolves
      * it.
      ******************************************************************
       0240-RESOLVE-ROW-LIMIT.
           IF WS-CAN-ACTION (WS-CAN-HIT) NOT = "D"
               MOVE WS-CAN-LIMIT (WS-CAN-HIT)
                   TO WS-ROW-LIMIT (WS-ROW-HIT)
           ELSE
               MOVE WS-PARM-FALLBACK TO WS-ROW-LIMIT (WS-ROW-HIT)
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-FOUND
                   IF WS-REG-LAYOUT (WS-REG-IDX) = WS-ROW-FEED-WORK
                       AND WS-REG-MAXLEN (WS-REG-IDX) > 0
                       SET WS-FOUND TO TRUE
                       MOVE WS-REG-MAXLEN (WS-REG-IDX)
                           TO WS-ROW-LIMIT (WS-ROW-HIT)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * The near-limit tallies, archive first.
      ******************************************************************
       0250-REPLAY-TALLIES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT NEAR-TALLY-ARCHIVE-FILE
           IF WS-NLTA-FILE-STATUS = "35"
               DISPLAY "LENSIMUL: NLTFILE.ARC NOT FOUND - RETAINED "
                   "TALLIES ONLY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-NLTA-FILE-STATUS NOT = "00"
               DISPLAY "LENSIMUL: NLTFILE.ARC OPEN FAILED - STATUS "
                   WS-NLTA-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ NEAR-TALLY-ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE NEAR-TALLY-ARCHIVE-RECORD-IN TO NLT-RECORD
                       PERFORM 0260-REPLAY-ONE-TALLY
               END-READ
           END-PERFORM
           IF WS-NLTA-FILE-STATUS = "10"
               CLOSE NEAR-TALLY-ARCHIVE-FILE
           END-IF

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT NEAR-TALLY-FILE
           IF WS-NLT-FILE-STATUS = "35"
               DISPLAY "LENSIMUL: NLTFILE NOT FOUND - NO RETAINED "
                   "TALLIES"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-NLT-FILE-STATUS NOT = "00"
               DISPLAY "LENSIMUL: NLTFILE OPEN FAILED - STATUS "
                   WS-NLT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ NEAR-TALLY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE NEAR-TALLY-RECORD-IN TO NLT-RECORD
                       PERFORM 0260-REPLAY-ONE-TALLY
               END-READ
           END-PERFORM
           IF WS-NLT-FILE-STATUS = "10"
               CLOSE NEAR-TALLY-FILE
           END-IF.

      ******************************************************************
      * One tally line for a candidate field: notes the limit last in
      * force on the line's layout, and - when the line carries its
      * passing-record profile - counts its passers and how many a
      * lower candidate would have failed. A registered no-layout
      * feed's line names no field and is passed over.
      ******************************************************************
       0260-REPLAY-ONE-TALLY.
           ADD 1 TO WS-NLT-READ-COUNT
           IF NLT-FIELD-NAME = SPACES
               OR NLT-LIMIT-IN-FORCE NOT NUMERIC
               OR NLT-LONGEST-LENGTH NOT NUMERIC
               CONTINUE
           ELSE
               MOVE NLT-FIELD-NAME TO WS-ROW-FIELD-WORK
               PERFORM 0130-FIND-CANDIDATE
               IF WS-CAN-HIT > 0
                   MOVE NLT-FEED-NAME TO WS-ROW-FEED-WORK
                   PERFORM 0230-FIND-ROW
               ELSE
                   MOVE 0 TO WS-ROW-HIT
               END-IF
               IF WS-ROW-HIT > 0
                   ADD 1 TO WS-NLT-USED-COUNT
                   IF NLT-RUN-DATE NUMERIC
                       AND NLT-RUN-DATE >=
                           WS-ROW-CURRENT-DATE (WS-ROW-HIT)
                       MOVE NLT-RUN-DATE
                           TO WS-ROW-CURRENT-DATE (WS-ROW-HIT)
                       MOVE NLT-LIMIT-IN-FORCE
                           TO WS-ROW-CURRENT (WS-ROW-HIT)
                   END-IF
                   IF NLT-PASS-COUNT NUMERIC
                       PERFORM 0265-TRY-LOWER-LIMIT
                   ELSE
                       ADD 1 TO WS-NLT-OLD-COUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Passers on one tally line that the tried limit would have
      * failed. Nothing fails unless the limit is below both the
      * limit the run used and its longest passing length. Band n
      * holds lengths over (n-1) tenths and up to n tenths of the run
      * limit: a band starting at or above the tried limit would all
      * have failed; the band the tried limit cuts through may have.
      * The longest passer is known exactly, so at least one record
      * always fails when it is over the tried limit.
      ******************************************************************
       0265-TRY-LOWER-LIMIT.
           ADD NLT-PASS-COUNT TO WS-ROW-PASSED (WS-ROW-HIT)
           MOVE WS-ROW-LIMIT (WS-ROW-HIT) TO WS-TRY-LIMIT
           MOVE NLT-LIMIT-IN-FORCE TO WS-RUN-LIMIT
           MOVE 0 TO WS-LINE-SURE
           MOVE 0 TO WS-LINE-MAY
           IF WS-TRY-LIMIT < WS-RUN-LIMIT
               AND WS-TRY-LIMIT < NLT-LONGEST-LENGTH
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 10
                   IF NLT-BAND-COUNT (WS-BAND-IDX) NUMERIC
                       IF WS-RUN-LIMIT * (WS-BAND-IDX - 1) >=
                           WS-TRY-LIMIT * 10
                           ADD NLT-BAND-COUNT (WS-BAND-IDX)
                               TO WS-LINE-SURE
                       ELSE
                           IF WS-RUN-LIMIT * WS-BAND-IDX >
                               WS-TRY-LIMIT * 10
                               ADD NLT-BAND-COUNT (WS-BAND-IDX)
                                   TO WS-LINE-MAY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LINE-SURE = 0 AND WS-LINE-MAY > 0
                   MOVE 1 TO WS-LINE-SURE
                   SUBTRACT 1 FROM WS-LINE-MAY
               END-IF
           END-IF
           ADD WS-LINE-SURE TO WS-ROW-WOULD-FAIL (WS-ROW-HIT)
           ADD WS-LINE-MAY TO WS-ROW-MAY-FAIL (WS-ROW-HIT).

       0300-PRINT-REPORT.
           DISPLAY " "
           DISPLAY "WHAT-IF BY FIELD AND FEED"
           DISPLAY "FIELD                FEED      CUR  TRY   LO-EXC "
               "WOULD-PS   PASSED WOULD-FL MAY-FAIL RATE-NOW RATE-TRY"
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT
               PERFORM 0310-PRINT-ONE-FIELD
           END-PERFORM
           IF WS-ROW-DROP-COUNT > 0
               MOVE WS-ROW-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** FIELD/FEED TABLE FULL (500) - "
                   WS-EDIT-COUNT " HISTORY LINES NOT REPLAYED **"
           END-IF
           DISPLAY " "
           DISPLAY "WOULD-PS = PAST LO EXCEPTIONS THAT WOULD HAVE "
               "PASSED; WOULD-FL = PASSERS THAT WOULD HAVE FAILED;"
           DISPLAY "MAY-FAIL = PASSERS IN THE TENTH OF THE OLD LIMIT "
               "THE TRIED LIMIT CUTS THROUGH (NOT IN RATE-TRY)."
           DISPLAY "RATE = LO EXCEPTIONS PER 100 OF LO EXCEPTIONS "
               "PLUS PASSERS.".

      ******************************************************************
      * A candidate field's lines, one per feed it was seen under,
      * then its total across feeds.
      ******************************************************************
       0310-PRINT-ONE-FIELD.
           MOVE 0 TO WS-FT-LO
           MOVE 0 TO WS-FT-WOULD-PASS
           MOVE 0 TO WS-FT-PASSED
           MOVE 0 TO WS-FT-WOULD-FAIL
           MOVE 0 TO WS-FT-MAY-FAIL
           MOVE 0 TO WS-ROW-HIT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-CAN (WS-ROW-IDX) = WS-CAN-IDX
                   MOVE WS-ROW-IDX TO WS-ROW-HIT
                   PERFORM 0320-PRINT-ONE-ROW
               END-IF
           END-PERFORM
           IF WS-ROW-HIT = 0
               DISPLAY WS-CAN-FIELD (WS-CAN-IDX)
                   " NO HISTORY ON FILE"
           ELSE
               MOVE WS-FT-LO TO WS-PRT-LO
               MOVE WS-FT-WOULD-PASS TO WS-PRT-WOULD-PASS
               MOVE WS-FT-PASSED TO WS-PRT-PASSED
               MOVE WS-FT-WOULD-FAIL TO WS-PRT-WOULD-FAIL
               MOVE WS-FT-MAY-FAIL TO WS-PRT-MAY-FAIL
               PERFORM 0330-EDIT-LINE
               DISPLAY WS-CAN-FIELD (WS-CAN-IDX) " (ALL)   "
                   "           " WS-EDIT-LO " " WS-EDIT-WOULD-PASS " "
                   WS-EDIT-PASSED " " WS-EDIT-WOULD-FAIL " "
                   WS-EDIT-MAY-FAIL "   " WS-EDIT-RATE-NOW "   "
                   WS-EDIT-RATE-CAND
           END-IF.

       0320-PRINT-ONE-ROW.
           MOVE WS-ROW-LO (WS-ROW-IDX) TO WS-PRT-LO
           MOVE WS-ROW-WOULD-PASS (WS-ROW-IDX) TO WS-PRT-WOULD-PASS
           MOVE WS-ROW-PASSED (WS-ROW-IDX) TO WS-PRT-PASSED
           MOVE WS-ROW-WOULD-FAIL (WS-ROW-IDX) TO WS-PRT-WOULD-FAIL
           MOVE WS-ROW-MAY-FAIL (WS-ROW-IDX) TO WS-PRT-MAY-FAIL
           ADD WS-PRT-LO TO WS-FT-LO
           ADD WS-PRT-WOULD-PASS TO WS-FT-WOULD-PASS
           ADD WS-PRT-PASSED TO WS-FT-PASSED
           ADD WS-PRT-WOULD-FAIL TO WS-FT-WOULD-FAIL
           ADD WS-PRT-MAY-FAIL TO WS-FT-MAY-FAIL
           PERFORM 0330-EDIT-LINE
           MOVE WS-ROW-CURRENT (WS-ROW-IDX) TO WS-EDIT-CURRENT
           MOVE WS-ROW-LIMIT (WS-ROW-IDX) TO WS-EDIT-LIMIT
           DISPLAY WS-CAN-FIELD (WS-CAN-IDX) " "
               WS-ROW-FEED (WS-ROW-IDX) " " WS-EDIT-CURRENT " "
               WS-EDIT-LIMIT " " WS-EDIT-LO " " WS-EDIT-WOULD-PASS " "
               WS-EDIT-PASSED " " WS-EDIT-WOULD-FAIL " "
               WS-EDIT-MAY-FAIL "   " WS-EDIT-RATE-NOW "   "
               WS-EDIT-RATE-CAND.

      ******************************************************************
      * Edits the counts in WS-PRT-* and works out the two rates. A
      * line with no LO exceptions and no passers on record has no
      * rate and shows zero.
      ******************************************************************
       0330-EDIT-LINE.
           MOVE WS-PRT-LO TO WS-EDIT-LO
           MOVE WS-PRT-WOULD-PASS TO WS-EDIT-WOULD-PASS
           MOVE WS-PRT-PASSED TO WS-EDIT-PASSED
           MOVE WS-PRT-WOULD-FAIL TO WS-EDIT-WOULD-FAIL
           MOVE WS-PRT-MAY-FAIL TO WS-EDIT-MAY-FAIL
           COMPUTE WS-PRT-CHECKED = WS-PRT-LO + WS-PRT-PASSED
           IF WS-PRT-CHECKED = 0
               MOVE 0 TO WS-RATE-NOW
               MOVE 0 TO WS-RATE-CAND
           ELSE
               COMPUTE WS-RATE-NOW ROUNDED =
                   WS-PRT-LO * 100 / WS-PRT-CHECKED
               COMPUTE WS-PRT-TRY-LO =
                   WS-PRT-LO - WS-PRT-WOULD-PASS + WS-PRT-WOULD-FAIL
               COMPUTE WS-RATE-CAND ROUNDED =
                   WS-PRT-TRY-LO * 100 / WS-PRT-CHECKED
           END-IF
           MOVE WS-RATE-NOW TO WS-EDIT-RATE-NOW
           MOVE WS-RATE-CAND TO WS-EDIT-RATE-CAND.

       0400-FINALIZE.
           DISPLAY " "
           DISPLAY "LENSIMUL SUMMARY REPORT"
           MOVE WS-CAN-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "CANDIDATE CARDS ...: " WS-EDIT-COUNT
           MOVE WS-CAN-BAD-COUNT TO WS-EDIT-COUNT
           DISPLAY "CARDS IGNORED .....: " WS-EDIT-COUNT
           MOVE WS-CAN-COUNT TO WS-EDIT-COUNT
           DISPLAY "FIELDS TRIED ......: " WS-EDIT-COUNT
           MOVE WS-AUD-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "AUDIT LINES READ ..: " WS-EDIT-COUNT
           MOVE WS-AUD-USED-COUNT TO WS-EDIT-COUNT
           DISPLAY "LO EXCEPTIONS USED : " WS-EDIT-COUNT
           MOVE WS-NLT-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "TALLY LINES READ ..: " WS-EDIT-COUNT
           MOVE WS-NLT-USED-COUNT TO WS-EDIT-COUNT
           DISPLAY "TALLY LINES USED ..: " WS-EDIT-COUNT
           MOVE WS-NLT-OLD-COUNT TO WS-EDIT-COUNT
           DISPLAY "TALLIES W/O BANDS .: " WS-EDIT-COUNT
           IF WS-IO-FAIL
               MOVE 12 TO WS-RUN-RC
           END-IF
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC.
