      ******************************************************************
      * PROGRAM-ID: LENAPPRV
      * Maker-checker approval step ahead of LENMAINT. No change to
      * the FLRMAST rule book is applied on one person's say-so:
      * every FLRTREC transaction - keyed by a user on FLRKEYIN or
      * drafted by LENPROPG on FLRPROP - is first taken onto the
      * FLRPEND pending-approval file (PNDREC) under a pending ID of
      * the run date and a sequence number. A second user then
      * approves or rejects each one by quoting that ID on an
      * APRFILE decision card (APRREC). The approver must not be
      * the user who keyed the transaction and may never be
      * AUTOPROP; a card that breaks either rule, quotes an ID that
      * is not pending, or names a different field than the pending
      * transaction is refused and the transaction stays pending.
      * Approved transactions are released onto FLRTRAN, stamped
      * with the approver and the run date, for LENMAINT to apply;
      * rejected ones are withdrawn. Everything still waiting is
      * written to the FLRPEND.NEW successor file - the JCL swaps it
      * in behind the run, the same pattern LENRECYC uses for
      * EXCFILE - and listed with how many days it has waited, so
      * proposals are not left to go stale. Run once a day ahead of
      * LENMAINT; a refused card or submission ends with condition
      * code 4, and a file-status failure with 12, in which case
      * neither FLRTRAN nor FLRPEND.NEW may be used.
      *
      * Change history:
      *   2026-10-15  Added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENAPPRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "FLRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT KEYED-FILE ASSIGN TO "FLRKEYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "FLRPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FILE-STATUS.
           SELECT DECISION-FILE ASSIGN TO "APRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "FLRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT PENDING-NEW-FILE ASSIGN TO "FLRPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDN-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD-IN           PIC X(54).

       FD  KEYED-FILE.
       01  KEYED-RECORD-IN             PIC X(57).

       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD-IN          PIC X(57).

       FD  DECISION-FILE.
       01  DECISION-RECORD-IN          PIC X(41).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD-OUT          PIC X(57).

       FD  PENDING-NEW-FILE.
       01  PENDING-NEW-RECORD          PIC X(54).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).

       WORKING-STORAGE SECTION.
       COPY PNDREC.
       COPY APRREC.
       COPY FLRTREC.
       COPY RUNREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENAPPRV".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".

       01  WS-PND-FILE-STATUS          PIC X(2).
       01  WS-KEY-FILE-STATUS          PIC X(2).
       01  WS-PRO-FILE-STATUS          PIC X(2).
       01  WS-APR-FILE-STATUS          PIC X(2).
       01  WS-REL-FILE-STATUS          PIC X(2).
       01  WS-PNDN-FILE-STATUS         PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 clean, 4 when
      * a decision card or a submission was refused, 12 when a file
      * failed its status check or FLRPEND would not fit the table -
      * FLRTRAN and FLRPEND.NEW must then not be used.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * Every transaction on the pending file plus today's
      * submissions, in ID order. WS-PT-STATE is P still pending,
      * A approved by this run, R rejected by this run.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY             OCCURS 500 TIMES.
               10  WS-PT-ID.
                   15  WS-PT-SUBMIT-DATE
                                       PIC 9(8).
                   15  WS-PT-SEQ-NO    PIC 9(4).
               10  WS-PT-SOURCE        PIC X(1).
               10  WS-PT-ACTION        PIC X(1).
               10  WS-PT-FIELD         PIC X(20).
               10  WS-PT-MAX-LENGTH    PIC 9(4).
               10  WS-PT-EFF-DATE      PIC 9(8).
               10  WS-PT-KEYED-BY      PIC X(8).
               10  WS-PT-STATE         PIC X(1).
               10  WS-PT-APPROVER      PIC X(8).
       01  WS-PT-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-PT-IDX                   PIC 9(4) COMP VALUE 0.
       01  WS-PT-HIT                   PIC 9(4) COMP VALUE 0.
       01  WS-PT-DROP-COUNT            PIC 9(8) COMP VALUE 0.

      * Next sequence number for an ID dated today, carried on from
      * the highest one already on the pending file.
       01  WS-NEXT-SEQ                 PIC 9(4) COMP VALUE 1.
       01  WS-SOURCE-WORK              PIC X(1).
       01  WS-SOURCE-NAME              PIC X(8).
       01  WS-STATUS-TEXT              PIC X(40).
       01  WS-LINE-NO                  PIC 9(8) COMP VALUE 0.
       01  WS-CARD-ID                  PIC 9(12).

      * Days a pending transaction has waited, and the age buckets
      * the aging listing totals them into.
       01  WS-DAYS-WAITING             PIC 9(6) COMP VALUE 0.
       01  WS-EDIT-DAYS                PIC Z(5)9.
       01  WS-AGE-0-2-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-AGE-3-7-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-AGE-8-30-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-AGE-OVER-30-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-EFF-PASSED-COUNT         PIC 9(8) COMP VALUE 0.

       01  WS-PENDING-READ-COUNT       PIC 9(8) COMP VALUE 0.
       01  WS-SUBMIT-READ-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-SUBMIT-TAKEN-COUNT       PIC 9(8) COMP VALUE 0.
       01  WS-SUBMIT-DUP-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-SUBMIT-REFUSED-COUNT     PIC 9(8) COMP VALUE 0.
       01  WS-CARD-READ-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-CARD-REFUSED-COUNT       PIC 9(8) COMP VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-STILL-PENDING-COUNT      PIC 9(8) COMP VALUE 0.
       01  WS-EDIT-COUNT               PIC Z(7)9.

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
           PERFORM 0110-LOAD-PENDING
           IF NOT WS-IO-FAIL
               PERFORM 0120-TAKE-IN-KEYED
               PERFORM 0125-TAKE-IN-PROPOSALS
               PERFORM 0200-APPLY-DECISIONS
               PERFORM 0300-WRITE-RELEASES
               PERFORM 0310-WRITE-PENDING
               PERFORM 0320-PRINT-AGING
           END-IF
           PERFORM 0400-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           DISPLAY "LENAPPRV - FIELD LENGTH RULE APPROVAL FOR "
               WS-RUN-DATE.

      ******************************************************************
      * The pending file as the last run left it. Nothing on it may
      * be lost, so a file too big for the table stops the run with
      * condition code 12 rather than dropping the overflow.
      ******************************************************************
       0110-LOAD-PENDING.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF WS-PND-FILE-STATUS = "35"
               DISPLAY "LENAPPRV: FLRPEND NOT FOUND - NOTHING PENDING"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "LENAPPRV: FLRPEND OPEN FAILED - STATUS "
                   WS-PND-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ PENDING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ-COUNT
                       MOVE PENDING-RECORD-IN TO PND-RECORD
                       PERFORM 0115-TABLE-ONE-PENDING
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-PND-FILE-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF
           IF WS-PT-DROP-COUNT > 0
               MOVE WS-PT-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** TABLE FULL (500) - " WS-EDIT-COUNT
                   " PENDING RECORDS NOT LOADED - RUN STOPPED **"
               SET WS-IO-FAIL TO TRUE
           END-IF.

       0115-TABLE-ONE-PENDING.
           IF WS-PT-COUNT < 500
               ADD 1 TO WS-PT-COUNT
               MOVE PND-ID TO WS-PT-ID (WS-PT-COUNT)
               MOVE PND-SOURCE TO WS-PT-SOURCE (WS-PT-COUNT)
               MOVE PND-ACTION TO WS-PT-ACTION (WS-PT-COUNT)
               MOVE PND-FIELD-NAME TO WS-PT-FIELD (WS-PT-COUNT)
               MOVE PND-MAX-LENGTH TO WS-PT-MAX-LENGTH (WS-PT-COUNT)
               MOVE PND-EFFECTIVE-DATE TO WS-PT-EFF-DATE (WS-PT-COUNT)
               MOVE PND-KEYED-BY TO WS-PT-KEYED-BY (WS-PT-COUNT)
               MOVE "P" TO WS-PT-STATE (WS-PT-COUNT)
               MOVE SPACES TO WS-PT-APPROVER (WS-PT-COUNT)
               IF PND-SUBMIT-DATE = WS-RUN-DATE
                   AND PND-SEQ-NO NOT < WS-NEXT-SEQ
                   COMPUTE WS-NEXT-SEQ = PND-SEQ-NO + 1
               END-IF
           ELSE
               ADD 1 TO WS-PT-DROP-COUNT
           END-IF.

       0120-TAKE-IN-KEYED.
           DISPLAY " "
           DISPLAY "SUBMISSIONS TAKEN IN (ID / SRC / ACT / FIELD / "
               "LEN / EFF / KEYED BY)"
           MOVE "K" TO WS-SOURCE-WORK
           MOVE "FLRKEYIN" TO WS-SOURCE-NAME
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT KEYED-FILE
           IF WS-KEY-FILE-STATUS = "35"
               DISPLAY "  NO FLRKEYIN - NO KEYED TRANSACTIONS"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "LENAPPRV: FLRKEYIN OPEN FAILED - STATUS "
                   WS-KEY-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ KEYED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE KEYED-RECORD-IN TO FLR-TRANS-RECORD
                       PERFORM 0130-TAKE-IN-ONE
               END-READ
           END-PERFORM
           IF WS-KEY-FILE-STATUS = "10"
               CLOSE KEYED-FILE
           END-IF.

       0125-TAKE-IN-PROPOSALS.
           MOVE "P" TO WS-SOURCE-WORK
           MOVE "FLRPROP" TO WS-SOURCE-NAME
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PROPOSAL-FILE
           IF WS-PRO-FILE-STATUS = "35"
               DISPLAY "  NO FLRPROP - NO DRAFTED PROPOSALS"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-PRO-FILE-STATUS NOT = "00"
               DISPLAY "LENAPPRV: FLRPROP OPEN FAILED - STATUS "
                   WS-PRO-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ PROPOSAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE PROPOSAL-RECORD-IN TO FLR-TRANS-RECORD
                       PERFORM 0130-TAKE-IN-ONE
               END-READ
           END-PERFORM
           IF WS-PRO-FILE-STATUS = "10"
               CLOSE PROPOSAL-FILE
           END-IF.

      ******************************************************************
      * One submitted transaction onto the pending table under the
      * next ID. Any approval already on the card is ignored - only a
      * decision card can approve. A card identical to one already
      * pending (LENPROPG re-drafting yesterday's proposal, a card
      * keyed twice) is not taken again.
      ******************************************************************
       0130-TAKE-IN-ONE.
           ADD 1 TO WS-SUBMIT-READ-COUNT
           ADD 1 TO WS-LINE-NO
           IF FLRT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO FLRT-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN FLRT-ACTION NOT = "A" AND NOT = "C"
                   AND NOT = "D"
                   MOVE "ACTION NOT A, C OR D" TO WS-STATUS-TEXT
               WHEN FLRT-FIELD-NAME = SPACES
                   MOVE "NO FIELD NAME" TO WS-STATUS-TEXT
               WHEN FLRT-ACTION NOT = "D"
                   AND FLRT-MAX-LENGTH NOT NUMERIC
                   MOVE "MAX-LENGTH NOT NUMERIC" TO WS-STATUS-TEXT
               WHEN FLRT-KEYED-BY = SPACES
                   MOVE "NO KEYED-BY USER" TO WS-STATUS-TEXT
               WHEN WS-PT-COUNT NOT < 500
                   MOVE "TABLE FULL (500) - RESUBMIT" TO WS-STATUS-TEXT
               WHEN WS-NEXT-SEQ > 9999
                   MOVE "NO PENDING ID LEFT TODAY - RESUBMIT"
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE
           IF FLRT-ACTION = "D"
               MOVE 0 TO FLRT-MAX-LENGTH
           END-IF
           IF WS-STATUS-TEXT NOT = SPACES
               ADD 1 TO WS-SUBMIT-REFUSED-COUNT
               MOVE WS-LINE-NO TO WS-EDIT-COUNT
               DISPLAY "  " WS-SOURCE-NAME " LINE " WS-EDIT-COUNT
                   " REFUSED - " WS-STATUS-TEXT
           ELSE
               PERFORM 0135-FIND-DUPLICATE
               IF WS-FOUND
                   ADD 1 TO WS-SUBMIT-DUP-COUNT
                   DISPLAY "  " WS-PT-ID (WS-PT-HIT) "  "
                       WS-SOURCE-WORK "  " FLRT-ACTION "  "
                       FLRT-FIELD-NAME " ALREADY PENDING - NOT TAKEN "
                       "AGAIN"
               ELSE
                   ADD 1 TO WS-PT-COUNT
                   ADD 1 TO WS-SUBMIT-TAKEN-COUNT
                   MOVE WS-RUN-DATE TO WS-PT-SUBMIT-DATE (WS-PT-COUNT)
                   MOVE WS-NEXT-SEQ TO WS-PT-SEQ-NO (WS-PT-COUNT)
                   ADD 1 TO WS-NEXT-SEQ
                   MOVE WS-SOURCE-WORK TO WS-PT-SOURCE (WS-PT-COUNT)
                   MOVE FLRT-ACTION TO WS-PT-ACTION (WS-PT-COUNT)
                   MOVE FLRT-FIELD-NAME TO WS-PT-FIELD (WS-PT-COUNT)
                   MOVE FLRT-MAX-LENGTH
                       TO WS-PT-MAX-LENGTH (WS-PT-COUNT)
                   MOVE FLRT-EFFECTIVE-DATE
                       TO WS-PT-EFF-DATE (WS-PT-COUNT)
                   MOVE FLRT-KEYED-BY TO WS-PT-KEYED-BY (WS-PT-COUNT)
                   MOVE "P" TO WS-PT-STATE (WS-PT-COUNT)
                   MOVE SPACES TO WS-PT-APPROVER (WS-PT-COUNT)
                   DISPLAY "  " WS-PT-ID (WS-PT-COUNT) "  "
                       WS-SOURCE-WORK "  " FLRT-ACTION "  "
                       FLRT-FIELD-NAME " " FLRT-MAX-LENGTH "  "
                       FLRT-EFFECTIVE-DATE "  " FLRT-KEYED-BY
               END-IF
           END-IF.

       0135-FIND-DUPLICATE.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-PT-HIT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-FOUND
               IF WS-PT-STATE (WS-PT-IDX) = "P"
                   AND WS-PT-ACTION (WS-PT-IDX) = FLRT-ACTION
                   AND WS-PT-FIELD (WS-PT-IDX) = FLRT-FIELD-NAME
                   AND WS-PT-MAX-LENGTH (WS-PT-IDX) = FLRT-MAX-LENGTH
                   AND WS-PT-EFF-DATE (WS-PT-IDX) = FLRT-EFFECTIVE-DATE
                   AND WS-PT-KEYED-BY (WS-PT-IDX) = FLRT-KEYED-BY
                   SET WS-FOUND TO TRUE
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM.

       0200-APPLY-DECISIONS.
           DISPLAY " "
           DISPLAY "DECISIONS (ID / FIELD / DECISION / APPROVER / "
               "RESULT)"
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DECISION-FILE
           IF WS-APR-FILE-STATUS = "35"
               DISPLAY "  NO APRFILE - NO DECISIONS TODAY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-APR-FILE-STATUS NOT = "00"
               DISPLAY "LENAPPRV: APRFILE OPEN FAILED - STATUS "
                   WS-APR-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ DECISION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-READ-COUNT
                       ADD 1 TO WS-LINE-NO
                       MOVE DECISION-RECORD-IN TO APR-RECORD
                       PERFORM 0210-APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           IF WS-APR-FILE-STATUS = "10"
               CLOSE DECISION-FILE
           END-IF.

      ******************************************************************
      * The four-eyes rule: the deciding user must be named, must not
      * be the user who keyed the transaction, and is never AUTOPROP,
      * which only drafts. The field name on the card must match the
      * pending transaction so a mis-keyed ID cannot release the
      * wrong change. A refused card leaves the transaction pending.
      ******************************************************************
       0210-APPLY-ONE-DECISION.
           MOVE 0 TO WS-PT-HIT
           MOVE "N" TO WS-FOUND-SW
           IF APR-PEND-ID NUMERIC
               MOVE APR-PEND-ID TO WS-CARD-ID
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-FOUND
                   IF WS-PT-ID (WS-PT-IDX) = WS-CARD-ID
                       SET WS-FOUND TO TRUE
                       MOVE WS-PT-IDX TO WS-PT-HIT
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "REFUSED - NO SUCH PENDING ID" TO WS-STATUS-TEXT
               WHEN WS-PT-STATE (WS-PT-HIT) NOT = "P"
                   MOVE "REFUSED - ALREADY DECIDED THIS RUN"
                       TO WS-STATUS-TEXT
               WHEN APR-FIELD-NAME NOT = WS-PT-FIELD (WS-PT-HIT)
                   MOVE "REFUSED - FIELD DOES NOT MATCH ID"
                       TO WS-STATUS-TEXT
               WHEN APR-APPROVER-ID = SPACES
                   MOVE "REFUSED - NO APPROVER" TO WS-STATUS-TEXT
               WHEN APR-APPROVER-ID = "AUTOPROP"
                   MOVE "REFUSED - AUTOPROP CANNOT APPROVE"
                       TO WS-STATUS-TEXT
               WHEN APR-APPROVER-ID = WS-PT-KEYED-BY (WS-PT-HIT)
                   MOVE "REFUSED - KEYER CANNOT DECIDE OWN CHANGE"
                       TO WS-STATUS-TEXT
               WHEN APR-APPROVE
                   MOVE "A" TO WS-PT-STATE (WS-PT-HIT)
                   MOVE APR-APPROVER-ID TO WS-PT-APPROVER (WS-PT-HIT)
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED - RELEASED TO FLRTRAN"
                       TO WS-STATUS-TEXT
               WHEN APR-REJECT
                   MOVE "R" TO WS-PT-STATE (WS-PT-HIT)
                   MOVE APR-APPROVER-ID TO WS-PT-APPROVER (WS-PT-HIT)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - WITHDRAWN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "REFUSED - DECISION NOT A OR R"
                       TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-STATUS-TEXT (1:8) = "REFUSED "
               ADD 1 TO WS-CARD-REFUSED-COUNT
           END-IF
           IF WS-FOUND
               DISPLAY "  " APR-PEND-ID "  " APR-FIELD-NAME " "
                   APR-DECISION "  " APR-APPROVER-ID "  "
                   WS-STATUS-TEXT
               IF WS-PT-STATE (WS-PT-HIT) NOT = "P"
                   AND WS-STATUS-TEXT (1:8) NOT = "REFUSED "
                   DISPLAY "                " WS-PT-ACTION (WS-PT-HIT)
                       " " WS-PT-MAX-LENGTH (WS-PT-HIT) "  EFF "
                       WS-PT-EFF-DATE (WS-PT-HIT) "  KEYED BY "
                       WS-PT-KEYED-BY (WS-PT-HIT)
               END-IF
           ELSE
               MOVE WS-LINE-NO TO WS-EDIT-COUNT
               DISPLAY "  APRFILE LINE " WS-EDIT-COUNT " "
                   DECISION-RECORD-IN (1:12) "  " WS-STATUS-TEXT
           END-IF.

      ******************************************************************
      * Approved transactions go to LENMAINT in ID order - the order
      * they were submitted - carrying the approver and the run date.
      ******************************************************************
       0300-WRITE-RELEASES.
           OPEN OUTPUT RELEASE-FILE
           IF WS-REL-FILE-STATUS NOT = "00"
               DISPLAY "LENAPPRV: FLRTRAN OPEN FAILED - STATUS "
                   WS-REL-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-STATE (WS-PT-IDX) = "A"
                       PERFORM 0305-WRITE-ONE-RELEASE
                   END-IF
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.

       0305-WRITE-ONE-RELEASE.
           MOVE WS-PT-ACTION (WS-PT-IDX) TO FLRT-ACTION
           MOVE WS-PT-FIELD (WS-PT-IDX) TO FLRT-FIELD-NAME
           MOVE WS-PT-MAX-LENGTH (WS-PT-IDX) TO FLRT-MAX-LENGTH
           MOVE WS-PT-EFF-DATE (WS-PT-IDX) TO FLRT-EFFECTIVE-DATE
           MOVE WS-PT-KEYED-BY (WS-PT-IDX) TO FLRT-KEYED-BY
           MOVE WS-PT-APPROVER (WS-PT-IDX) TO FLRT-APPROVED-BY
           MOVE WS-RUN-DATE TO FLRT-APPROVED-DATE
           MOVE FLR-TRANS-RECORD TO RELEASE-RECORD-OUT
           WRITE RELEASE-RECORD-OUT
           IF WS-REL-FILE-STATUS NOT = "00"
               IF NOT WS-IO-FAIL
                   DISPLAY "LENAPPRV: FLRTRAN WRITE FAILED - STATUS "
                       WS-REL-FILE-STATUS
               END-IF
               SET WS-IO-FAIL TO TRUE
           END-IF.

       0310-WRITE-PENDING.
           OPEN OUTPUT PENDING-NEW-FILE
           IF WS-PNDN-FILE-STATUS NOT = "00"
               DISPLAY "LENAPPRV: FLRPEND.NEW OPEN FAILED - STATUS "
                   WS-PNDN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
           ELSE
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-STATE (WS-PT-IDX) = "P"
                       PERFORM 0315-WRITE-ONE-PENDING
                   END-IF
               END-PERFORM
               CLOSE PENDING-NEW-FILE
           END-IF.

       0315-WRITE-ONE-PENDING.
           MOVE WS-PT-ID (WS-PT-IDX) TO PND-ID
           MOVE WS-PT-SOURCE (WS-PT-IDX) TO PND-SOURCE
           MOVE WS-PT-ACTION (WS-PT-IDX) TO PND-ACTION
           MOVE WS-PT-FIELD (WS-PT-IDX) TO PND-FIELD-NAME
           MOVE WS-PT-MAX-LENGTH (WS-PT-IDX) TO PND-MAX-LENGTH
           MOVE WS-PT-EFF-DATE (WS-PT-IDX) TO PND-EFFECTIVE-DATE
           MOVE WS-PT-KEYED-BY (WS-PT-IDX) TO PND-KEYED-BY
           MOVE PND-RECORD TO PENDING-NEW-RECORD
           WRITE PENDING-NEW-RECORD
           IF WS-PNDN-FILE-STATUS NOT = "00"
               IF NOT WS-IO-FAIL
                   DISPLAY "LENAPPRV: FLRPEND.NEW WRITE FAILED - "
                       "STATUS " WS-PNDN-FILE-STATUS
               END-IF
               SET WS-IO-FAIL TO TRUE
           ELSE
               ADD 1 TO WS-STILL-PENDING-COUNT
           END-IF.

      ******************************************************************
      * Everything still waiting for a second user, oldest first,
      * with the days it has waited. A transaction whose keyed
      * effective date has already gone by is flagged: LENMAINT will
      * apply it at once when it is finally approved, not on the
      * date that was keyed.
      ******************************************************************
       0320-PRINT-AGING.
           DISPLAY " "
           DISPLAY "STILL AWAITING APPROVAL (ID / SRC / ACT / FIELD / "
               "LEN / EFF / KEYED BY / DAYS WAITING)"
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-STATE (WS-PT-IDX) = "P"
                   PERFORM 0325-AGE-ONE-PENDING
               END-IF
           END-PERFORM
           IF WS-AGE-0-2-COUNT + WS-AGE-3-7-COUNT + WS-AGE-8-30-COUNT
               + WS-AGE-OVER-30-COUNT = 0
               DISPLAY "  NONE"
           ELSE
               DISPLAY " "
               MOVE WS-AGE-0-2-COUNT TO WS-EDIT-COUNT
               DISPLAY "WAITING 0-2 DAYS ..: " WS-EDIT-COUNT
               MOVE WS-AGE-3-7-COUNT TO WS-EDIT-COUNT
               DISPLAY "WAITING 3-7 DAYS ..: " WS-EDIT-COUNT
               MOVE WS-AGE-8-30-COUNT TO WS-EDIT-COUNT
               DISPLAY "WAITING 8-30 DAYS .: " WS-EDIT-COUNT
               MOVE WS-AGE-OVER-30-COUNT TO WS-EDIT-COUNT
               DISPLAY "WAITING OVER 30 ...: " WS-EDIT-COUNT
               MOVE WS-EFF-PASSED-COUNT TO WS-EDIT-COUNT
               DISPLAY "EFF DATE PASSED ...: " WS-EDIT-COUNT
           END-IF.

       0325-AGE-ONE-PENDING.
           MOVE 0 TO WS-DAYS-WAITING
           IF WS-PT-SUBMIT-DATE (WS-PT-IDX) NUMERIC
               AND WS-PT-SUBMIT-DATE (WS-PT-IDX) > 16010101
               AND WS-PT-SUBMIT-DATE (WS-PT-IDX) < WS-RUN-DATE
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-PT-SUBMIT-DATE (WS-PT-IDX))
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-WAITING < 3
                   ADD 1 TO WS-AGE-0-2-COUNT
               WHEN WS-DAYS-WAITING < 8
                   ADD 1 TO WS-AGE-3-7-COUNT
               WHEN WS-DAYS-WAITING < 31
                   ADD 1 TO WS-AGE-8-30-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30-COUNT
           END-EVALUATE
           MOVE WS-DAYS-WAITING TO WS-EDIT-DAYS
           IF WS-PT-EFF-DATE (WS-PT-IDX) > 0
               AND WS-PT-EFF-DATE (WS-PT-IDX) < WS-RUN-DATE
               ADD 1 TO WS-EFF-PASSED-COUNT
               DISPLAY "  " WS-PT-ID (WS-PT-IDX) "  "
                   WS-PT-SOURCE (WS-PT-IDX) "  "
                   WS-PT-ACTION (WS-PT-IDX) "  "
                   WS-PT-FIELD (WS-PT-IDX) " "
                   WS-PT-MAX-LENGTH (WS-PT-IDX) "  "
                   WS-PT-EFF-DATE (WS-PT-IDX) "  "
                   WS-PT-KEYED-BY (WS-PT-IDX) " " WS-EDIT-DAYS
                   "  ** EFF DATE PASSED **"
           ELSE
               DISPLAY "  " WS-PT-ID (WS-PT-IDX) "  "
                   WS-PT-SOURCE (WS-PT-IDX) "  "
                   WS-PT-ACTION (WS-PT-IDX) "  "
                   WS-PT-FIELD (WS-PT-IDX) " "
                   WS-PT-MAX-LENGTH (WS-PT-IDX) "  "
                   WS-PT-EFF-DATE (WS-PT-IDX) "  "
                   WS-PT-KEYED-BY (WS-PT-IDX) " " WS-EDIT-DAYS
           END-IF.

       0400-FINALIZE.
           DISPLAY " "
           DISPLAY "LENAPPRV SUMMARY REPORT"
           MOVE WS-PENDING-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "PENDING AT START ..: " WS-EDIT-COUNT
           MOVE WS-SUBMIT-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "SUBMISSIONS READ ..: " WS-EDIT-COUNT
           MOVE WS-SUBMIT-TAKEN-COUNT TO WS-EDIT-COUNT
           DISPLAY "TAKEN IN ..........: " WS-EDIT-COUNT
           MOVE WS-SUBMIT-DUP-COUNT TO WS-EDIT-COUNT
           DISPLAY "ALREADY PENDING ...: " WS-EDIT-COUNT
           MOVE WS-SUBMIT-REFUSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "SUBMISSIONS REFUSED: " WS-EDIT-COUNT
           MOVE WS-CARD-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "DECISIONS READ ....: " WS-EDIT-COUNT
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
           DISPLAY "APPROVED ..........: " WS-EDIT-COUNT
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "REJECTED ..........: " WS-EDIT-COUNT
           MOVE WS-CARD-REFUSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "DECISIONS REFUSED .: " WS-EDIT-COUNT
           MOVE WS-STILL-PENDING-COUNT TO WS-EDIT-COUNT
           DISPLAY "STILL PENDING .....: " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-CARD-REFUSED-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-SUBMIT-REFUSED-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           IF WS-IO-FAIL
               DISPLAY "** FLRTRAN AND FLRPEND.NEW MUST NOT BE USED **"
           END-IF
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC
           PERFORM 0500-WRITE-RUN-HISTORY.

      ******************************************************************
      * One run-history line: decision cards as read, approvals
      * released as passed, refused cards and submissions as
      * exceptions.
      ******************************************************************
       0500-WRITE-RUN-HISTORY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE TO RUN-DATE
           MOVE WS-RUN-TIME TO RUN-TIME
           MOVE SPACES TO RUN-PARM-FIELD-NAME
           MOVE 0 TO RUN-PARM-MAX-LENGTH
           MOVE SPACES TO RUN-PARM-FEED-NAME
           MOVE SPACE TO RUN-PARM-RESTART-SW
           MOVE WS-CARD-READ-COUNT TO RUN-READ-COUNT
           MOVE WS-APPROVED-COUNT TO RUN-PASS-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               WS-CARD-REFUSED-COUNT + WS-SUBMIT-REFUSED-COUNT
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
               DISPLAY "LENAPPRV: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
           ELSE
               MOVE RUN-RECORD TO RUN-RECORD-OUT
               WRITE RUN-RECORD-OUT
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENAPPRV: RUNLOG WRITE FAILED - STATUS "
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
