      * FLRMAST, A for one falling back to the parameter card -
      * future-dated with PRP-EFFECTIVE-DATE and stamped
      * FLRT-KEYED-BY AUTOPROP so a supervisor can tell a drafted
      * card from a keyed one. FLRPROP goes to LENAPPRV, where a
      * second user must approve each proposal before it is
      * released to LENMAINT.
      * A proposal is only drafted upward: a limit is never proposed
      * below the one in force.
      *
      * Change history:
      *   2026-09-02  Added.
      *   2026-10-15  AUDREC grew the lasting record identity and the
      *               applied disposition action; record width
      *               follows.
      *   2026-10-15  Proposals now route through the LENAPPRV
      *               maker-checker step instead of straight to
      *               LENMAINT; FLRTREC grew the approval fields,
      *               left blank here for the approver to fill.
      *   2026-10-15  NLTREC grew the passing-record count and length
      *               bands; record width follows.
      *   2026-10-15  AUDREC grew AUD-MASK-SW for sensitive-field
      *               masking of AUD-TEXT-SAMPLE; record width
      *               follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENPROPG.
       01  PARM-RECORD-IN              PIC X(46).

       FD  NEAR-TALLY-FILE.
       01  NEAR-TALLY-RECORD-IN        PIC X(148).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-IN             PIC X(164).

       FD  MASTER-FILE.
       COPY FLRMREC.

       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD-OUT         PIC X(57).

       WORKING-STORAGE SECTION.
       COPY PRPREC.
           MOVE WS-PROPOSED-LENGTH TO FLRT-MAX-LENGTH
           MOVE WS-EFFECTIVE-DATE TO FLRT-EFFECTIVE-DATE
           MOVE "AUTOPROP" TO FLRT-KEYED-BY
           MOVE SPACES TO FLRT-APPROVED-BY
           MOVE 0 TO FLRT-APPROVED-DATE
           MOVE FLR-TRANS-RECORD TO PROPOSAL-RECORD-OUT
           WRITE PROPOSAL-RECORD-OUT
           IF WS-PRO-FILE-STATUS NOT = "00"
           DISPLAY "FIELDS ON HISTORY .: " WS-EDIT-COUNT
           MOVE WS-PROPOSAL-COUNT TO WS-EDIT-COUNT
           DISPLAY "PROPOSALS DRAFTED .: " WS-EDIT-COUNT
           DISPLAY "FEED FLRPROP TO LENAPPRV FOR APPROVAL BEFORE "
               "LENMAINT"
           IF WS-IO-FAIL
               MOVE 12 TO WS-RUN-RC
           END-IF
