      *               the LENRUNRP operations report can watch the
      *               batch window run over run; record width
      *               follows.
      *   2026-10-15  Maker-checker: FLRTRAN now comes from the
      *               LENAPPRV approval step and carries the approving
      *               user and date. A transaction with no approver,
      *               approved by the user who keyed it, or approved as
      *               AUTOPROP is rejected unapplied, and the approver
      *               is carried into the FLRHIST change history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENMAINT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD-IN             PIC X(57).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD-OUT          PIC X(69).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).
           88  WS-TRANS-EOF            VALUE "Y".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-APPROVED-SW              PIC X(1) VALUE "N".
           88  WS-APPROVED             VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".

               NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE TRANS-RECORD-IN TO FLR-TRANS-RECORD
                   PERFORM 0205-CHECK-APPROVAL
                   IF WS-APPROVED
                       PERFORM 0210-APPLY-ONE-TRANSACTION
                   END-IF
           END-READ.

      ******************************************************************
      * No change reaches the master on one person's say-so: the
      * transaction must carry a second user's approval from LENAPPRV.
      * The keyer approving their own change, and AUTOPROP (which only
      * drafts proposals), are refused the same as no approval at all.
      ******************************************************************
       0205-CHECK-APPROVAL.
           MOVE "N" TO WS-APPROVED-SW
           EVALUATE TRUE
               WHEN FLRT-APPROVED-BY = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY " " FLRT-ACTION "   " FLRT-FIELD-NAME
                       "             REJECTED - NOT APPROVED"
               WHEN FLRT-APPROVED-BY = "AUTOPROP"
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY " " FLRT-ACTION "   " FLRT-FIELD-NAME
                       "             REJECTED - AUTOPROP CANNOT APPROVE"
               WHEN FLRT-APPROVED-BY = FLRT-KEYED-BY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY " " FLRT-ACTION "   " FLRT-FIELD-NAME
                       "             REJECTED - APPROVED BY KEYER"
               WHEN OTHER
                   SET WS-APPROVED TO TRUE
           END-EVALUATE.

       0210-APPLY-ONE-TRANSACTION.
           IF FLRT-EFFECTIVE-DATE NOT NUMERIC
               OR FLRT-EFFECTIVE-DATE <= WS-TODAY
           MOVE FLRT-KEYED-BY TO FLRH-KEYED-BY
           MOVE WS-TODAY TO FLRH-KEYED-DATE
           MOVE WS-EFFECTIVE-DATE TO FLRH-EFFECTIVE-DATE
           MOVE FLRT-APPROVED-BY TO FLRH-APPROVED-BY
           IF FLRT-APPROVED-DATE NUMERIC
               MOVE FLRT-APPROVED-DATE TO FLRH-APPROVED-DATE
           ELSE
               MOVE 0 TO FLRH-APPROVED-DATE
           END-IF
           MOVE FLRH-RECORD TO HISTORY-RECORD-OUT
           WRITE HISTORY-RECORD-OUT
           IF WS-HIST-FILE-STATUS NOT = "00" AND NOT WS-IO-FAIL
