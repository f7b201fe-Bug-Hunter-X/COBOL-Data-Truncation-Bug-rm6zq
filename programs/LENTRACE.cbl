      ******************************************************************
      * PROGRAM-ID: LENTRACE
      * Record lineage inquiry: prints the whole life of one
      * transaction record across the intake, exception, recycle and
      * extract files, so a business caller's question no longer
      * means grepping TRANSIN, EXCFILE, EXCFILE.NEW, AUDFILE,
      * DSPFILE and EXTFILE by hand. The record is named on the
      * TRCPARM card (TRCREC) by the lasting identity LENBATCH
      * stamps on every exception, audit and extract record - the
      * *HDR* feed name and creation date (the FDPFILE identity)
      * plus the record's detail position in that transmission - or
      * by a fragment of its text, in which case every record
      * carrying the fragment is traced in turn. For each record the
      * trace shows the transmission's registration on FDPFILE, the
      * intake run and its RUNLOG outcome, every intake reject and
      * LENRECYC disposition on the audit trail (AUDFILE.ARC then
      * AUDFILE) with who keyed it, the exception on this cycle's
      * EXCFILE and any DSPFILE card keyed against it, the carry-
      * forward cycles on EXCFILE.NEW, and the extract batch and
      * "*TRL*" trailer it loaded under - on the shared EXTFILE or
      * a registered feed's own extract (FEEDMAST). Read-only. Ends
      * with condition code 4 when a named record is found nowhere,
      * 12 when the card is unusable or a file fails its status
      * check.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  FDMREC grew the delimited-feed registration
      *               (record format, separator, quote character,
      *               field count); record width follows.
      *   2026-10-15  AUDREC grew AUD-MASK-SW; record widths follow.
      *               AUD-TEXT-SAMPLE now carries sensitive fields
      *               masked, so a text fragment taken from one is
      *               found on the audit trail only as masked; the
      *               exception and extract files keep it whole.
      *   2026-10-15  EXCREC grew EXC-ORIGINAL-TEXT; record widths
      *               follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENTRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-PARM-FILE ASSIGN TO "TRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRC-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "FDPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDP-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDFILE.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDA-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT CARRY-FILE ASSIGN TO "EXCFILE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRY-FILE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "DSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-FILE-STATUS.
           SELECT FEED-MASTER-FILE ASSIGN TO "FEEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDM-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-PARM-FILE.
       01  TRACE-PARM-RECORD-IN        PIC X(64).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD-IN          PIC X(30).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-IN               PIC X(101).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD-IN     PIC X(164).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD-IN             PIC X(164).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-IN         PIC X(2092).

       FD  CARRY-FILE.
       01  CARRY-RECORD-IN             PIC X(2092).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD-IN       PIC X(1017).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD-IN           PIC X(1057).

       WORKING-STORAGE SECTION.
       COPY TRCREC.
       COPY FDPREC.
       COPY RUNREC.
       COPY AUDREC.
       COPY EXCREC.
       COPY EXTREC.
       COPY DSPREC.
       COPY FDMREC.

       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X(1) VALUE "N".
           88  WS-CARD-BAD             VALUE "Y".
       01  WS-FRAGMENT-MODE-SW         PIC X(1) VALUE "N".
           88  WS-FRAGMENT-MODE        VALUE "Y".
      * The file scans serve two passes: resolving a text fragment
      * to the identities of the records that carry it, and tracing
      * one identity through every file.
       01  WS-PASS-SW                  PIC X(1) VALUE "T".
           88  WS-RESOLVE-PASS         VALUE "R".
           88  WS-TRACE-PASS           VALUE "T".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".

       01  WS-TRC-FILE-STATUS          PIC X(2).
       01  WS-FDP-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).
       01  WS-AUDA-FILE-STATUS         PIC X(2).
       01  WS-AUD-FILE-STATUS          PIC X(2).
       01  WS-EXC-FILE-STATUS          PIC X(2).
       01  WS-CRY-FILE-STATUS          PIC X(2).
       01  WS-DSP-FILE-STATUS          PIC X(2).
       01  WS-FDM-FILE-STATUS          PIC X(2).
       01  WS-EXT-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 every named
      * record found, 4 when a record (or the fragment) is found
      * nowhere, 12 when the card is unusable or a file failed its
      * status check.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * The text fragment from the card, bounded to its keyed
      * length, and the hit count INSPECT leaves for one record.
       01  WS-FRAG-LEN                 PIC 9(4) COMP VALUE 0.
       01  WS-FRAG-HITS                PIC 9(4) COMP VALUE 0.
       01  WS-NO-IDENTITY-HITS         PIC 9(8) COMP VALUE 0.

      * Identities to trace: the one on the card, or every distinct
      * identity whose record text carries the fragment. A record
      * with a *HDR* is keyed by feed name, creation date and detail
      * position; one with no *HDR* by spaces, its intake run date
      * and its line number in that run.
       01  WS-IDN-TABLE.
           05  WS-IDN-ENTRY            OCCURS 20 TIMES.
               10  WS-IDN-FEED         PIC X(8).
               10  WS-IDN-DATE         PIC 9(8).
               10  WS-IDN-RECNO        PIC 9(8).
       01  WS-IDN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-IDN-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-IDN-SEEK                 PIC 9(4) COMP VALUE 0.
       01  WS-IDN-DROP-COUNT           PIC 9(8) COMP VALUE 0.

      * The lasting identity carried by the record just read from
      * any of the files, and the key it reduces to (see above).
       01  WS-CND-IDENTITY-SW          PIC X(1) VALUE "N".
           88  WS-CND-HAS-IDENTITY     VALUE "Y".
       01  WS-CND-MATCH-SW             PIC X(1) VALUE "N".
           88  WS-CND-MATCH            VALUE "Y".
       01  WS-CND-FEED                 PIC X(8).
       01  WS-CND-CREATED              PIC 9(8).
       01  WS-CND-FEED-RECNO           PIC 9(8).
       01  WS-CND-RUN-DATE             PIC 9(8).
       01  WS-CND-RUN-TIME             PIC 9(6).
       01  WS-CND-LINE-NO              PIC 9(8).
       01  WS-CND-KEY-FEED             PIC X(8).
       01  WS-CND-KEY-DATE             PIC 9(8).
       01  WS-CND-KEY-RECNO            PIC 9(8).

      * The identity being traced and what the trace has learned
      * about it so far.
       01  WS-TRK-FEED                 PIC X(8).
       01  WS-TRK-DATE                 PIC 9(8).
       01  WS-TRK-RECNO                PIC 9(8).
       01  WS-TRK-HIT-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-TRK-REJECTED-SW          PIC X(1) VALUE "N".
           88  WS-TRK-REJECTED         VALUE "Y".
       01  WS-TRK-EXTRACTED-SW         PIC X(1) VALUE "N".
           88  WS-TRK-EXTRACTED        VALUE "Y".
       01  WS-TRK-OUTSTANDING-SW       PIC X(1) VALUE "N".
           88  WS-TRK-OUTSTANDING      VALUE "Y".
       01  WS-TRK-REGISTERED-SW        PIC X(1) VALUE "N".
           88  WS-TRK-REGISTERED       VALUE "Y".
       01  WS-TRK-EXC-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-TRK-EXC-FOUND        VALUE "Y".
       01  WS-TRK-EXC-RECNO            PIC 9(8) VALUE 0.
       01  WS-TRK-LAST-ACTION          PIC X(1) VALUE SPACE.

      * The LENBATCH runs the record was taken in by (more than one
      * only when a rejected transmission was sent again under the
      * same *HDR*), each looked up on RUNLOG for its outcome.
       01  WS-IRN-TABLE.
           05  WS-IRN-ENTRY            OCCURS 10 TIMES.
               10  WS-IRN-DATE         PIC 9(8).
               10  WS-IRN-TIME         PIC 9(6).
       01  WS-IRN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-IRN-IDX                  PIC 9(4) COMP VALUE 0.

      * The record's life, one line per event in the order the files
      * are read, printed once the intake run has been resolved.
       01  WS-EVT-TABLE.
           05  WS-EVT-LINE             OCCURS 100 TIMES PIC X(100).
       01  WS-EVT-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-EVT-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-EVT-DROP-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-EVT-WORK                 PIC X(100).

      * Extract files to search: the shared EXTFILE first, then
      * every distinct FDM-EXTRACT-DDNAME registered on FEEDMAST.
       01  WS-XDD-TABLE.
           05  WS-XDD-NAME             OCCURS 21 TIMES PIC X(8).
       01  WS-XDD-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-XDD-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-XDD-SEEK                 PIC 9(4) COMP VALUE 0.
       01  WS-EXTRACT-NAME             PIC X(8).

      * Extract batch bookkeeping: batches are numbered in file
      * order as LENLDBAL numbers them, and a detail that matched
      * stays pending until the "*TRL*" line closing its batch.
       01  WS-EXT-BATCH-NO             PIC 9(4) COMP VALUE 0.
       01  WS-EXT-PENDING-SW           PIC X(1) VALUE "N".
           88  WS-EXT-PENDING          VALUE "Y".
       01  WS-EXT-ID-POS               PIC 9(4) COMP VALUE 0.
       01  WS-TRL-WORK-COUNT           PIC X(8).
       01  WS-TRL-WORK-HASH            PIC X(12).

       01  WS-TRACED-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-NOT-FOUND-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-EDIT-BATCH               PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF NOT WS-CARD-BAD
               IF WS-FRAGMENT-MODE
                   PERFORM 0200-RESOLVE-FRAGMENT
               END-IF
               PERFORM VARYING WS-IDN-IDX FROM 1 BY 1
                   UNTIL WS-IDN-IDX > WS-IDN-COUNT
                   PERFORM 0300-TRACE-ONE-RECORD
               END-PERFORM
           END-IF
           PERFORM 0700-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           DISPLAY "LENTRACE - RECORD LINEAGE TRACE AS OF "
               WS-RUN-DATE
           PERFORM 0110-READ-TRACE-CARD
           IF NOT WS-CARD-BAD
               PERFORM 0120-LOAD-EXTRACT-LIST
           END-IF.

      ******************************************************************
      * A card with a text fragment traces every record carrying it;
      * otherwise the creation (or intake run) date and the record
      * number must both be present - a blank card must never trace
      * everything.
      ******************************************************************
       0110-READ-TRACE-CARD.
           OPEN INPUT TRACE-PARM-FILE
           IF WS-TRC-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: TRCPARM OPEN FAILED - STATUS "
                   WS-TRC-FILE-STATUS " - NOTHING TRACED"
               SET WS-CARD-BAD TO TRUE
           ELSE
               READ TRACE-PARM-FILE
                   AT END
                       DISPLAY "LENTRACE: TRCPARM EMPTY - NOTHING "
                           "TRACED"
                       SET WS-CARD-BAD TO TRUE
                   NOT AT END
                       MOVE TRACE-PARM-RECORD-IN TO TRC-RECORD
               END-READ
               CLOSE TRACE-PARM-FILE
           END-IF

           IF NOT WS-CARD-BAD
               IF TRC-TEXT-FRAGMENT NOT = SPACES
                   SET WS-FRAGMENT-MODE TO TRUE
                   COMPUTE WS-FRAG-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM (TRC-TEXT-FRAGMENT TRAILING))
                   DISPLAY "TRACE CARD: TEXT FRAGMENT ["
                       TRC-TEXT-FRAGMENT (1 : WS-FRAG-LEN) "]"
               ELSE
               IF TRC-CREATED-DATE NOT NUMERIC
                   OR TRC-CREATED-DATE = 0
                   OR TRC-RECORD-NO NOT NUMERIC
                   OR TRC-RECORD-NO = 0
                   DISPLAY "LENTRACE: TRCPARM NAMES NO RECORD - A "
                       "DATE AND RECORD NUMBER OR A TEXT FRAGMENT "
                       "IS REQUIRED - NOTHING TRACED"
                   SET WS-CARD-BAD TO TRUE
               ELSE
                   MOVE 1 TO WS-IDN-COUNT
                   MOVE TRC-FEED-NAME TO WS-IDN-FEED (1)
                   MOVE TRC-CREATED-DATE TO WS-IDN-DATE (1)
                   MOVE TRC-RECORD-NO TO WS-IDN-RECNO (1)
                   IF TRC-FEED-NAME NOT = SPACES
                       DISPLAY "TRACE CARD: FEED " TRC-FEED-NAME
                           " CREATED " TRC-CREATED-DATE
                           " RECORD " TRC-RECORD-NO
                   ELSE
                       DISPLAY "TRACE CARD: NO *HDR* - INTAKE RUN "
                           "DATE " TRC-CREATED-DATE " LINE "
                           TRC-RECORD-NO
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The extracts a record can have loaded through: the shared
      * EXTFILE (intake and every recycle batch) and each registered
      * feed's own extract file. No FEEDMAST means only EXTFILE.
      ******************************************************************
       0120-LOAD-EXTRACT-LIST.
           MOVE 1 TO WS-XDD-COUNT
           MOVE "EXTFILE" TO WS-XDD-NAME (1)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FEED-MASTER-FILE
           IF WS-FDM-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDM-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: FEEDMAST OPEN FAILED - STATUS "
                   WS-FDM-FILE-STATUS " - REGISTERED FEED EXTRACTS "
                   "NOT SEARCHED"
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
                       PERFORM 0125-ADD-EXTRACT-NAME
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-FDM-FILE-STATUS = "10"
               CLOSE FEED-MASTER-FILE
           END-IF.

       0125-ADD-EXTRACT-NAME.
           IF FDM-EXTRACT-DDNAME NOT = SPACES
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-XDD-SEEK FROM 1 BY 1
                   UNTIL WS-XDD-SEEK > WS-XDD-COUNT OR WS-FOUND
                   IF WS-XDD-NAME (WS-XDD-SEEK) = FDM-EXTRACT-DDNAME
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   IF WS-XDD-COUNT < 21
                       ADD 1 TO WS-XDD-COUNT
                       MOVE FDM-EXTRACT-DDNAME
                           TO WS-XDD-NAME (WS-XDD-COUNT)
                   ELSE
                       DISPLAY "LENTRACE: EXTRACT LIST FULL (21) - "
                           FDM-EXTRACT-DDNAME " NOT SEARCHED"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Fragment mode: one pass over every file that holds record
      * text collects the identity of each record whose text carries
      * the fragment. A hit on a record written before records were
      * stamped with an identity cannot be followed and is counted.
      ******************************************************************
       0200-RESOLVE-FRAGMENT.
           SET WS-RESOLVE-PASS TO TRUE
           PERFORM 0410-SCAN-AUDIT-FILES
           PERFORM 0420-SCAN-EXCEPTIONS
           PERFORM 0440-SCAN-CARRY
           PERFORM 0450-SCAN-EXTRACTS
           SET WS-TRACE-PASS TO TRUE
           MOVE WS-IDN-COUNT TO WS-EDIT-COUNT
           DISPLAY "RECORDS CARRYING THE FRAGMENT: " WS-EDIT-COUNT
           IF WS-NO-IDENTITY-HITS > 0
               MOVE WS-NO-IDENTITY-HITS TO WS-EDIT-COUNT
               DISPLAY "** " WS-EDIT-COUNT " FURTHER HITS ON RECORDS "
                   "WRITTEN BEFORE RECORDS CARRIED AN IDENTITY - "
                   "NOT TRACEABLE **"
           END-IF
           IF WS-IDN-DROP-COUNT > 0
               MOVE WS-IDN-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** TABLE FULL (20) - " WS-EDIT-COUNT
                   " FURTHER RECORDS NOT TRACED - NARROW THE "
                   "FRAGMENT **"
           END-IF.

       0300-TRACE-ONE-RECORD.
           ADD 1 TO WS-TRACED-COUNT
           MOVE WS-IDN-FEED (WS-IDN-IDX) TO WS-TRK-FEED
           MOVE WS-IDN-DATE (WS-IDN-IDX) TO WS-TRK-DATE
           MOVE WS-IDN-RECNO (WS-IDN-IDX) TO WS-TRK-RECNO
           MOVE 0 TO WS-TRK-HIT-COUNT
           MOVE "N" TO WS-TRK-REJECTED-SW
           MOVE "N" TO WS-TRK-EXTRACTED-SW
           MOVE "N" TO WS-TRK-OUTSTANDING-SW
           MOVE "N" TO WS-TRK-REGISTERED-SW
           MOVE "N" TO WS-TRK-EXC-FOUND-SW
           MOVE 0 TO WS-TRK-EXC-RECNO
           MOVE SPACE TO WS-TRK-LAST-ACTION
           MOVE 0 TO WS-IRN-COUNT
           MOVE 0 TO WS-EVT-COUNT
           MOVE 0 TO WS-EVT-DROP-COUNT

           IF WS-TRK-FEED NOT = SPACES
               PERFORM 0400-SCAN-REGISTRY
           END-IF
           PERFORM 0410-SCAN-AUDIT-FILES
           PERFORM 0420-SCAN-EXCEPTIONS
           IF WS-TRK-EXC-FOUND
               PERFORM 0430-SCAN-DISPOSITIONS
           END-IF
           PERFORM 0440-SCAN-CARRY
           PERFORM 0450-SCAN-EXTRACTS
           PERFORM 0500-PRINT-TRACE.

      ******************************************************************
      * The transmission's entry on the processed-feed registry says
      * which LENBATCH run took it in. A transmission rejected whole
      * (FB/DU) was never registered, and LENPURGE may have archived
      * an old one.
      ******************************************************************
       0400-SCAN-REGISTRY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REGISTRY-FILE
           IF WS-FDP-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDP-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: FDPFILE OPEN FAILED - STATUS "
                   WS-FDP-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ REGISTRY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE REGISTRY-RECORD-IN TO FDP-RECORD
                       IF FDP-FEED-NAME = WS-TRK-FEED
                           AND FDP-CREATED-DATE = WS-TRK-DATE
                           SET WS-TRK-REGISTERED TO TRUE
                           MOVE SPACES TO WS-EVT-WORK
                           STRING "TRANSMISSION    TAKEN IN BY "
                               "LENBATCH RUN " FDP-RUN-DATE " "
                               FDP-RUN-TIME " (FDPFILE)"
                               DELIMITED BY SIZE INTO WS-EVT-WORK
                           END-STRING
                           PERFORM 0600-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FDP-FILE-STATUS = "10"
               CLOSE REGISTRY-FILE
           END-IF
           IF NOT WS-TRK-REGISTERED
               MOVE SPACES TO WS-EVT-WORK
               STRING "TRANSMISSION    NOT ON FDPFILE - REJECTED "
                   "WHOLE, NOT YET TAKEN IN, OR PURGED"
                   DELIMITED BY SIZE INTO WS-EVT-WORK
               END-STRING
               PERFORM 0600-ADD-EVENT
           END-IF.

      ******************************************************************
      * The retained audit trail, archive first so the events come
      * out oldest first: every intake reject and every LENRECYC
      * disposition of the record, with who keyed it.
      ******************************************************************
       0410-SCAN-AUDIT-FILES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDA-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-AUDA-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: AUDFILE.ARC OPEN FAILED - STATUS "
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
                       PERFORM 0415-EXAMINE-AUDIT
               END-READ
           END-PERFORM
           IF WS-AUDA-FILE-STATUS = "10"
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: AUDFILE OPEN FAILED - STATUS "
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
                       PERFORM 0415-EXAMINE-AUDIT
               END-READ
           END-PERFORM
           IF WS-AUD-FILE-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF.

       0415-EXAMINE-AUDIT.
           IF AUD-INTAKE-RUN-DATE NUMERIC
               AND AUD-INTAKE-RUN-DATE > 0
               AND AUD-INTAKE-RUN-TIME NUMERIC
               AND AUD-FEED-CREATED NUMERIC
               AND AUD-FEED-RECORD-NO NUMERIC
               AND AUD-RECORD-NO NUMERIC
               SET WS-CND-HAS-IDENTITY TO TRUE
               MOVE AUD-FEED-NAME TO WS-CND-FEED
               MOVE AUD-FEED-CREATED TO WS-CND-CREATED
               MOVE AUD-FEED-RECORD-NO TO WS-CND-FEED-RECNO
               MOVE AUD-INTAKE-RUN-DATE TO WS-CND-RUN-DATE
               MOVE AUD-INTAKE-RUN-TIME TO WS-CND-RUN-TIME
               MOVE AUD-RECORD-NO TO WS-CND-LINE-NO
               PERFORM 0610-SET-CANDIDATE-KEY
           ELSE
               MOVE "N" TO WS-CND-IDENTITY-SW
           END-IF
           IF WS-RESOLVE-PASS
               MOVE 0 TO WS-FRAG-HITS
               INSPECT AUD-TEXT-SAMPLE TALLYING WS-FRAG-HITS
                   FOR ALL TRC-TEXT-FRAGMENT (1 : WS-FRAG-LEN)
               IF WS-FRAG-HITS > 0
                   PERFORM 0620-ADD-IDENTITY
               END-IF
           ELSE
               PERFORM 0630-MATCH-CANDIDATE
               IF WS-CND-MATCH
                   PERFORM 0640-NOTE-INTAKE-RUN
                   MOVE SPACES TO WS-EVT-WORK
                   IF AUD-JOB-NAME = "LENRECYC"
                       MOVE AUD-DSP-ACTION TO WS-TRK-LAST-ACTION
                       STRING "DISPOSITION " AUD-DSP-ACTION
                           "   RUN " AUD-RUN-DATE " " AUD-RUN-TIME
                           "  KEYED BY " AUD-KEYED-BY
                           "  RSN " AUD-REASON-CODE
                           " FIELD " AUD-FIELD-NAME
                           DELIMITED BY SIZE INTO WS-EVT-WORK
                       END-STRING
                   ELSE
                       SET WS-TRK-REJECTED TO TRUE
                       STRING "REJECTED        BY " AUD-JOB-NAME
                           " RUN " AUD-RUN-DATE " " AUD-RUN-TIME
                           "  RSN " AUD-REASON-CODE
                           " FIELD " AUD-FIELD-NAME
                           " LENGTH " AUD-LENGTH
                           DELIMITED BY SIZE INTO WS-EVT-WORK
                       END-STRING
                   END-IF
                   PERFORM 0600-ADD-EVENT
               END-IF
           END-IF.

      ******************************************************************
      * This cycle's exception file - the record as LENRECYC will
      * next see it, under this cycle's EXC-RECORD-NO, which is what
      * a DSPFILE card must be keyed against.
      ******************************************************************
       0420-SCAN-EXCEPTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: EXCFILE OPEN FAILED - STATUS "
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
                       PERFORM 0425-SET-EXC-CANDIDATE
                       IF WS-RESOLVE-PASS
                           PERFORM 0426-CHECK-EXC-FRAGMENT
                       ELSE
                           PERFORM 0630-MATCH-CANDIDATE
                           IF WS-CND-MATCH
                               PERFORM 0640-NOTE-INTAKE-RUN
                               SET WS-TRK-EXC-FOUND TO TRUE
                               MOVE EXC-RECORD-NO TO WS-TRK-EXC-RECNO
                               MOVE SPACES TO WS-EVT-WORK
                               STRING "ON EXCFILE      RECORD-NO "
                                   EXC-RECORD-NO
                                   "  RSN " EXC-REASON-CODE
                                   " FIELD " EXC-FIELD-NAME
                                   " FIRST REJECTED "
                                   EXC-FIRST-REJECT-DATE
                                   DELIMITED BY SIZE INTO WS-EVT-WORK
                               END-STRING
                               PERFORM 0600-ADD-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXC-FILE-STATUS = "10"
               CLOSE EXCEPTION-FILE
           END-IF.

       0425-SET-EXC-CANDIDATE.
           IF EXC-INTAKE-RUN-DATE NUMERIC
               AND EXC-INTAKE-RUN-DATE > 0
               AND EXC-INTAKE-RUN-TIME NUMERIC
               AND EXC-FEED-CREATED NUMERIC
               AND EXC-FEED-RECORD-NO NUMERIC
               AND EXC-RECORD-NO NUMERIC
               SET WS-CND-HAS-IDENTITY TO TRUE
               MOVE EXC-FEED-NAME TO WS-CND-FEED
               MOVE EXC-FEED-CREATED TO WS-CND-CREATED
               MOVE EXC-FEED-RECORD-NO TO WS-CND-FEED-RECNO
               MOVE EXC-INTAKE-RUN-DATE TO WS-CND-RUN-DATE
               MOVE EXC-INTAKE-RUN-TIME TO WS-CND-RUN-TIME
               MOVE EXC-RECORD-NO TO WS-CND-LINE-NO
               PERFORM 0610-SET-CANDIDATE-KEY
           ELSE
               MOVE "N" TO WS-CND-IDENTITY-SW
           END-IF.

       0426-CHECK-EXC-FRAGMENT.
           MOVE 0 TO WS-FRAG-HITS
           INSPECT EXC-TEXT TALLYING WS-FRAG-HITS
               FOR ALL TRC-TEXT-FRAGMENT (1 : WS-FRAG-LEN)
           IF WS-FRAG-HITS > 0
               PERFORM 0620-ADD-IDENTITY
           END-IF.

      ******************************************************************
      * A disposition card keyed against this cycle's EXC-RECORD-NO
      * for the record, waiting for (or just applied by) LENRECYC.
      ******************************************************************
       0430-SCAN-DISPOSITIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DISPOSITION-FILE
           IF WS-DSP-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-DSP-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: DSPFILE OPEN FAILED - STATUS "
                   WS-DSP-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ DISPOSITION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DISPOSITION-RECORD-IN TO DSP-RECORD
                       IF DSP-RECORD-NO = WS-TRK-EXC-RECNO
                           MOVE SPACES TO WS-EVT-WORK
                           STRING "ON DSPFILE      ACTION "
                               DSP-ACTION "  KEYED BY " DSP-KEYED-BY
                               "  FOR EXCFILE RECORD-NO "
                               DSP-RECORD-NO
                               DELIMITED BY SIZE INTO WS-EVT-WORK
                           END-STRING
                           PERFORM 0600-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DSP-FILE-STATUS = "10"
               CLOSE DISPOSITION-FILE
           END-IF.

      ******************************************************************
      * The outstanding book: a record still on EXCFILE.NEW was
      * carried forward again by the latest LENRECYC run, and carries
      * how many cycles that has now happened and when last.
      ******************************************************************
       0440-SCAN-CARRY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CARRY-FILE
           IF WS-CRY-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-CRY-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: EXCFILE.NEW OPEN FAILED - STATUS "
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
                       MOVE CARRY-RECORD-IN TO EXC-RECORD
                       PERFORM 0425-SET-EXC-CANDIDATE
                       IF WS-RESOLVE-PASS
                           PERFORM 0426-CHECK-EXC-FRAGMENT
                       ELSE
                           PERFORM 0630-MATCH-CANDIDATE
                           IF WS-CND-MATCH
                               PERFORM 0640-NOTE-INTAKE-RUN
                               SET WS-TRK-OUTSTANDING TO TRUE
                               MOVE SPACES TO WS-EVT-WORK
                               STRING "CARRIED FORWARD "
                                   EXC-CARRY-COUNT " CYCLES  LAST "
                                   EXC-LAST-CARRY-DATE
                                   "  RSN " EXC-REASON-CODE
                                   " FIELD " EXC-FIELD-NAME
                                   " (EXCFILE.NEW)"
                                   DELIMITED BY SIZE INTO WS-EVT-WORK
                               END-STRING
                               PERFORM 0600-ADD-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CRY-FILE-STATUS = "10"
               CLOSE CARRY-FILE
           END-IF.

       0450-SCAN-EXTRACTS.
           PERFORM VARYING WS-XDD-IDX FROM 1 BY 1
               UNTIL WS-XDD-IDX > WS-XDD-COUNT
               PERFORM 0451-SCAN-ONE-EXTRACT
           END-PERFORM.

      ******************************************************************
      * One extract file, batch by batch: a detail that matches is
      * held pending until the "*TRL*" line that closes its batch, so
      * the trace names the trailer the loader balanced it under. A
      * registered feed extract that was never written is simply
      * absent.
      ******************************************************************
       0451-SCAN-ONE-EXTRACT.
           MOVE WS-XDD-NAME (WS-XDD-IDX) TO WS-EXTRACT-NAME
           MOVE 1 TO WS-EXT-BATCH-NO
           MOVE "N" TO WS-EXT-PENDING-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: " WS-EXTRACT-NAME " OPEN FAILED - "
                   "STATUS " WS-EXT-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0455-EXAMINE-EXTRACT-LINE
               END-READ
           END-PERFORM
           IF WS-EXT-PENDING
               MOVE WS-EXT-BATCH-NO TO WS-EDIT-BATCH
               MOVE SPACES TO WS-EVT-WORK
               STRING "NOT YET CLOSED  " WS-EXTRACT-NAME " BATCH "
                   WS-EDIT-BATCH " HAS NO *TRL* TRAILER - NOT YET "
                   "LOADABLE"
                   DELIMITED BY SIZE INTO WS-EVT-WORK
               END-STRING
               PERFORM 0600-ADD-EVENT
           END-IF
           IF WS-EXT-FILE-STATUS = "10"
               CLOSE EXTRACT-FILE
           END-IF.

       0455-EXAMINE-EXTRACT-LINE.
           IF EXTRACT-RECORD-IN (1:5) = "*TRL*"
               IF WS-EXT-PENDING
                   PERFORM 0457-NOTE-TRAILER
               END-IF
               ADD 1 TO WS-EXT-BATCH-NO
           ELSE
               PERFORM 0456-PARSE-EXTRACT-DETAIL
               IF WS-RESOLVE-PASS
                   MOVE 0 TO WS-FRAG-HITS
                   INSPECT EXT-TEXT TALLYING WS-FRAG-HITS
                       FOR ALL TRC-TEXT-FRAGMENT (1 : WS-FRAG-LEN)
                   IF WS-FRAG-HITS > 0
                       PERFORM 0620-ADD-IDENTITY
                   END-IF
               ELSE
                   PERFORM 0630-MATCH-CANDIDATE
                   IF WS-CND-MATCH
                       PERFORM 0640-NOTE-INTAKE-RUN
                       SET WS-TRK-EXTRACTED TO TRUE
                       SET WS-EXT-PENDING TO TRUE
                       MOVE WS-EXT-BATCH-NO TO WS-EDIT-BATCH
                       MOVE SPACES TO WS-EVT-WORK
                       STRING "EXTRACTED       TO " WS-EXTRACT-NAME
                           " BATCH " WS-EDIT-BATCH
                           "  RECORD-NO " EXT-RECORD-NO
                           "  LENGTH " EXT-LENGTH
                           DELIMITED BY SIZE INTO WS-EVT-WORK
                       END-STRING
                       PERFORM 0600-ADD-EVENT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Lays a detail line out as EXTREC whichever format it was
      * written in. A fixed-width line carries digits in byte 9 (the
      * first byte of EXT-LENGTH); a delimited one carries the
      * separator there, its text trimmed to EXT-LENGTH bytes and
      * the identity fields after it at full display width, so every
      * position is known once the length is.
      ******************************************************************
       0456-PARSE-EXTRACT-DETAIL.
           MOVE SPACES TO EXT-RECORD
           IF EXTRACT-RECORD-IN (9:1) >= "0"
               AND EXTRACT-RECORD-IN (9:1) <= "9"
               MOVE EXTRACT-RECORD-IN TO EXT-RECORD
           ELSE
               MOVE EXTRACT-RECORD-IN (1:8) TO EXT-RECORD (1:8)
               MOVE EXTRACT-RECORD-IN (10:4) TO EXT-RECORD (9:4)
               IF EXT-LENGTH NUMERIC
                   AND EXT-LENGTH <= 1000
                   IF EXT-LENGTH > 0
                       MOVE EXTRACT-RECORD-IN (15 : EXT-LENGTH)
                           TO EXT-TEXT
                   END-IF
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
           END-IF
           IF EXT-INTAKE-RUN-DATE NUMERIC
               AND EXT-INTAKE-RUN-DATE > 0
               AND EXT-INTAKE-RUN-TIME NUMERIC
               AND EXT-FEED-CREATED NUMERIC
               AND EXT-FEED-RECORD-NO NUMERIC
               AND EXT-RECORD-NO NUMERIC
               SET WS-CND-HAS-IDENTITY TO TRUE
               MOVE EXT-FEED-NAME TO WS-CND-FEED
               MOVE EXT-FEED-CREATED TO WS-CND-CREATED
               MOVE EXT-FEED-RECORD-NO TO WS-CND-FEED-RECNO
               MOVE EXT-INTAKE-RUN-DATE TO WS-CND-RUN-DATE
               MOVE EXT-INTAKE-RUN-TIME TO WS-CND-RUN-TIME
               MOVE EXT-RECORD-NO TO WS-CND-LINE-NO
               PERFORM 0610-SET-CANDIDATE-KEY
           ELSE
               MOVE "N" TO WS-CND-IDENTITY-SW
           END-IF.

      ******************************************************************
      * Pulls count and hash off the trailer closing the pending
      * batch, by position exactly as LENLDBAL does for either
      * format.
      ******************************************************************
       0457-NOTE-TRAILER.
           IF EXTRACT-RECORD-IN (6:1) >= "0"
               AND EXTRACT-RECORD-IN (6:1) <= "9"
               MOVE EXTRACT-RECORD-IN (6:8) TO WS-TRL-WORK-COUNT
               MOVE EXTRACT-RECORD-IN (14:12) TO WS-TRL-WORK-HASH
           ELSE
               MOVE EXTRACT-RECORD-IN (7:8) TO WS-TRL-WORK-COUNT
               MOVE EXTRACT-RECORD-IN (16:12) TO WS-TRL-WORK-HASH
           END-IF
           MOVE WS-EXT-BATCH-NO TO WS-EDIT-BATCH
           MOVE SPACES TO WS-EVT-WORK
           STRING "LOADED UNDER    *TRL* OF " WS-EXTRACT-NAME
               " BATCH " WS-EDIT-BATCH
               "  COUNT " WS-TRL-WORK-COUNT
               "  HASH " WS-TRL-WORK-HASH
               DELIMITED BY SIZE INTO WS-EVT-WORK
           END-STRING
           PERFORM 0600-ADD-EVENT
           MOVE "N" TO WS-EXT-PENDING-SW.

       0500-PRINT-TRACE.
           DISPLAY " "
           IF WS-TRK-FEED NOT = SPACES
               DISPLAY "RECORD " WS-TRK-RECNO " OF FEED " WS-TRK-FEED
                   " TRANSMISSION CREATED " WS-TRK-DATE
           ELSE
               DISPLAY "RECORD AT LINE " WS-TRK-RECNO " OF THE "
                   WS-TRK-DATE " LENBATCH RUN - NO *HDR* TRANSMISSION"
           END-IF
           IF WS-TRK-HIT-COUNT = 0
               ADD 1 TO WS-NOT-FOUND-COUNT
               DISPLAY "  ** NOT FOUND ON THE AUDIT TRAIL, EXCFILE, "
                   "EXCFILE.NEW OR ANY EXTRACT **"
           END-IF
           PERFORM 0510-PRINT-INTAKE-RUNS
           EVALUATE TRUE
               WHEN WS-TRK-REJECTED
                   DISPLAY "INTAKE RESULT ....: REJECTED"
               WHEN WS-TRK-EXTRACTED
                   DISPLAY "INTAKE RESULT ....: ACCEPTED"
               WHEN OTHER
                   DISPLAY "INTAKE RESULT ....: NOT KNOWN - NO "
                       "INTAKE RECORD RETAINED"
           END-EVALUATE
           DISPLAY "LIFE OF THE RECORD:"
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
               DISPLAY "  " WS-EVT-LINE (WS-EVT-IDX)
           END-PERFORM
           IF WS-EVT-DROP-COUNT > 0
               MOVE WS-EVT-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "  ** TABLE FULL (100) - " WS-EDIT-COUNT
                   " FURTHER EVENTS NOT LISTED **"
           END-IF
           EVALUATE TRUE
               WHEN WS-TRK-OUTSTANDING
                   DISPLAY "CURRENT STATE ....: OUTSTANDING - "
                       "CARRIED ON EXCFILE.NEW"
               WHEN WS-TRK-EXTRACTED
                   DISPLAY "CURRENT STATE ....: EXTRACTED"
               WHEN WS-TRK-LAST-ACTION = "F"
                   DISPLAY "CURRENT STATE ....: REJECTED FINAL"
               WHEN WS-TRK-EXC-FOUND
                   DISPLAY "CURRENT STATE ....: OUTSTANDING - ON "
                       "EXCFILE AWAITING LENRECYC"
               WHEN WS-TRK-HIT-COUNT > 0
                   DISPLAY "CURRENT STATE ....: ON NO LIVE FILE - "
                       "SEE THE AUDIT TRAIL ABOVE"
               WHEN OTHER
                   DISPLAY "CURRENT STATE ....: NOT KNOWN"
           END-EVALUATE.

      ******************************************************************
      * The LENBATCH run that took the record in, from the identity
      * stamped on its records, looked up on RUNLOG (RUN-DATE/
      * RUN-TIME are the run's start, the same stamp) for the
      * outcome the scheduler saw.
      ******************************************************************
       0510-PRINT-INTAKE-RUNS.
           IF WS-IRN-COUNT = 0
               DISPLAY "INTAKE RUN .......: NOT KNOWN"
           ELSE
               PERFORM VARYING WS-IRN-IDX FROM 1 BY 1
                   UNTIL WS-IRN-IDX > WS-IRN-COUNT
                   PERFORM 0515-PRINT-ONE-INTAKE-RUN
               END-PERFORM
           END-IF.

       0515-PRINT-ONE-INTAKE-RUN.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-RUN-FILE-STATUS NOT = "00"
               DISPLAY "LENTRACE: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FOUND
               READ RUN-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-RECORD-IN TO RUN-RECORD
                       IF RUN-JOB-NAME = "LENBATCH"
                           AND RUN-DATE = WS-IRN-DATE (WS-IRN-IDX)
                           AND RUN-TIME = WS-IRN-TIME (WS-IRN-IDX)
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-FILE-STATUS = "00" OR WS-RUN-FILE-STATUS = "10"
               CLOSE RUN-LOG-FILE
           END-IF
           IF WS-FOUND
               DISPLAY "INTAKE RUN .......: LENBATCH "
                   WS-IRN-DATE (WS-IRN-IDX) " "
                   WS-IRN-TIME (WS-IRN-IDX) "  OUTCOME " RUN-OUTCOME
                   " RC " RUN-RETURN-CODE
               DISPLAY "                    READ " RUN-READ-COUNT
                   "  PASSED " RUN-PASS-COUNT
                   "  EXCEPTIONS " RUN-EXCEPTION-COUNT
           ELSE
               DISPLAY "INTAKE RUN .......: LENBATCH "
                   WS-IRN-DATE (WS-IRN-IDX) " "
                   WS-IRN-TIME (WS-IRN-IDX) "  NOT ON RUNLOG - "
                   "ABENDED OR LOG PURGED"
           END-IF.

       0600-ADD-EVENT.
           IF WS-EVT-COUNT < 100
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-EVT-WORK TO WS-EVT-LINE (WS-EVT-COUNT)
           ELSE
               ADD 1 TO WS-EVT-DROP-COUNT
           END-IF.

      ******************************************************************
      * Reduces the candidate's identity to the trace key: feed,
      * creation date and detail position for a record that came
      * in under a *HDR*; spaces, intake run date and line number
      * for one that did not.
      ******************************************************************
       0610-SET-CANDIDATE-KEY.
           IF WS-CND-FEED NOT = SPACES
               MOVE WS-CND-FEED TO WS-CND-KEY-FEED
               MOVE WS-CND-CREATED TO WS-CND-KEY-DATE
               MOVE WS-CND-FEED-RECNO TO WS-CND-KEY-RECNO
           ELSE
               MOVE SPACES TO WS-CND-KEY-FEED
               MOVE WS-CND-RUN-DATE TO WS-CND-KEY-DATE
               MOVE WS-CND-LINE-NO TO WS-CND-KEY-RECNO
           END-IF.

       0620-ADD-IDENTITY.
           IF NOT WS-CND-HAS-IDENTITY
               ADD 1 TO WS-NO-IDENTITY-HITS
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-IDN-SEEK FROM 1 BY 1
                   UNTIL WS-IDN-SEEK > WS-IDN-COUNT OR WS-FOUND
                   IF WS-IDN-FEED (WS-IDN-SEEK) = WS-CND-KEY-FEED
                       AND WS-IDN-DATE (WS-IDN-SEEK) = WS-CND-KEY-DATE
                       AND WS-IDN-RECNO (WS-IDN-SEEK) =
                           WS-CND-KEY-RECNO
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   IF WS-IDN-COUNT < 20
                       ADD 1 TO WS-IDN-COUNT
                       MOVE WS-CND-KEY-FEED
                           TO WS-IDN-FEED (WS-IDN-COUNT)
                       MOVE WS-CND-KEY-DATE
                           TO WS-IDN-DATE (WS-IDN-COUNT)
                       MOVE WS-CND-KEY-RECNO
                           TO WS-IDN-RECNO (WS-IDN-COUNT)
                   ELSE
                       ADD 1 TO WS-IDN-DROP-COUNT
                   END-IF
               END-IF
           END-IF.

       0630-MATCH-CANDIDATE.
           MOVE "N" TO WS-CND-MATCH-SW
           IF WS-CND-HAS-IDENTITY
               AND WS-CND-KEY-FEED = WS-TRK-FEED
               AND WS-CND-KEY-DATE = WS-TRK-DATE
               AND WS-CND-KEY-RECNO = WS-TRK-RECNO
               SET WS-CND-MATCH TO TRUE
               ADD 1 TO WS-TRK-HIT-COUNT
           END-IF.

       0640-NOTE-INTAKE-RUN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-IRN-IDX FROM 1 BY 1
               UNTIL WS-IRN-IDX > WS-IRN-COUNT OR WS-FOUND
               IF WS-IRN-DATE (WS-IRN-IDX) = WS-CND-RUN-DATE
                   AND WS-IRN-TIME (WS-IRN-IDX) = WS-CND-RUN-TIME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-IRN-COUNT < 10
               ADD 1 TO WS-IRN-COUNT
               MOVE WS-CND-RUN-DATE TO WS-IRN-DATE (WS-IRN-COUNT)
               MOVE WS-CND-RUN-TIME TO WS-IRN-TIME (WS-IRN-COUNT)
           END-IF.

       0700-FINALIZE.
           DISPLAY " "
           DISPLAY "LENTRACE SUMMARY"
           MOVE WS-TRACED-COUNT TO WS-EDIT-COUNT
           DISPLAY "RECORDS TRACED ....: " WS-EDIT-COUNT
           MOVE WS-NOT-FOUND-COUNT TO WS-EDIT-COUNT
           DISPLAY "NOT FOUND .........: " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL OR WS-CARD-BAD
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-IDN-COUNT = 0
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-NOT-FOUND-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC.
