      ******************************************************************
      * PROGRAM-ID: LENARRIV
      * Expected-feed arrival monitor. FEEDMAST says which feeds the
      * shop expects and FDPFILE says which transmissions LENBATCH
      * actually took in; this job compares the two against the
      * per-feed schedule on FEEDSCHD (SCHREC) so a sender that
      * simply does not transmit is chased by operations, not found
      * by the business. For today it lists every scheduled feed as
      * on time, awaited (cut-off not yet reached), late (taken in
      * after the cut-off), missing (nothing taken in by the cut-
      * off), or not due; flags a feed taken in more than once
      * today; and lists today's transmissions whose *HDR* creation
      * date is earlier than one already registered for the feed.
      * Business-day feeds are due on the dates listed on CALFILE
      * (Monday to Friday when no calendar is in force). A missing
      * or late feed ends with condition code 4 so the scheduler can
      * page the feed owner before the extract load window closes.
      * Read-only against the registry; a RUNREC line is appended to
      * RUNLOG per execution, as the other jobs do.
      *
      * Change history:
      *   2026-10-15  Added.
      *   2026-10-15  FDMREC grew the delimited-feed registration
      *               (record format, separator, quote character,
      *               field count); record width follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENARRIV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT FEED-MASTER-FILE ASSIGN TO "FEEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDM-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "FDPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDP-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD-IN          PIC X(20).

       FD  FEED-MASTER-FILE.
       01  FEED-MASTER-RECORD-IN       PIC X(53).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD-IN          PIC X(30).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD-IN          PIC X(8).

       FD  RUN-LOG-FILE.
       01  RUN-RECORD-OUT              PIC X(101).

       WORKING-STORAGE SECTION.
       COPY SCHREC.
       COPY FDMREC.
       COPY FDPREC.
       COPY RUNREC.

       01  WS-JOB-NAME                 PIC X(8) VALUE "LENARRIV".
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-RUN-HHMM                 PIC 9(4).

      * Day of the week of the run date, 1 = Monday through
      * 7 = Sunday, the order of the SCH-WEEKDAYS flags. Day 1 of
      * the INTEGER-OF-DATE count (1601-01-01) was a Monday.
       01  WS-DAY-OF-WEEK              PIC 9(1) VALUE 0.
       01  WS-DAY-NUMBER               PIC 9(8) COMP VALUE 0.
       01  WS-WEEK-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-DAY-REMAINDER            PIC 9(1) VALUE 0.

       01  WS-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-IO-FAIL-SW               PIC X(1) VALUE "N".
           88  WS-IO-FAIL              VALUE "Y".
       01  WS-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-CAL-IN-FORCE-SW          PIC X(1) VALUE "N".
           88  WS-CAL-IN-FORCE         VALUE "Y".
       01  WS-BUSINESS-DAY-SW          PIC X(1) VALUE "N".
           88  WS-BUSINESS-DAY         VALUE "Y".

       01  WS-SCH-FILE-STATUS          PIC X(2).
       01  WS-FDM-FILE-STATUS          PIC X(2).
       01  WS-FDP-FILE-STATUS          PIC X(2).
       01  WS-CAL-FILE-STATUS          PIC X(2).
       01  WS-RUN-FILE-STATUS          PIC X(2).

      * Condition code handed back to the scheduler: 0 every feed
      * due so far is in on time, 4 when a feed is missing or late,
      * 12 when a file failed its status check.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.

      * One entry per feed seen: every scheduled feed, then any feed
      * the registry shows taken in today with no schedule line.
      * The arrival fields cover today's registrations only;
      * WS-FD-HIGH-CREATED is the latest creation date registered
      * for the feed so far in file order, for the sequence check.
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY             OCCURS 100 TIMES.
               10  WS-FD-NAME          PIC X(8).
               10  WS-FD-SCHEDULED-SW  PIC X(1).
               10  WS-FD-ON-FEEDMAST-SW
                                       PIC X(1).
               10  WS-FD-FREQUENCY     PIC X(1).
               10  WS-FD-WEEKDAYS      PIC X(7).
               10  WS-FD-CUTOFF        PIC 9(4).
               10  WS-FD-ARRIVALS      PIC 9(4) COMP.
               10  WS-FD-FIRST-TIME    PIC 9(6).
               10  WS-FD-FIRST-CREATED PIC 9(8).
               10  WS-FD-LAST-TIME     PIC 9(6).
               10  WS-FD-LAST-CREATED  PIC 9(8).
               10  WS-FD-HIGH-CREATED  PIC 9(8).
       01  WS-FD-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-FD-IDX                   PIC 9(4) COMP VALUE 0.
       01  WS-FD-HIT                   PIC 9(4) COMP VALUE 0.
       01  WS-FD-DROP-COUNT            PIC 9(8) COMP VALUE 0.

      * Feeds registered on FEEDMAST, to flag schedule lines for
      * unregistered feeds and registered feeds with no schedule.
       01  WS-FDM-TABLE.
           05  WS-FDM-ENTRY            OCCURS 50 TIMES.
               10  WS-FDM-TAB-NAME     PIC X(8).
       01  WS-FDM-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-FDM-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-FDM-DROP-COUNT           PIC 9(8) COMP VALUE 0.

      * Today's transmissions whose creation date is earlier than
      * one already registered for the same feed.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-ENTRY            OCCURS 50 TIMES.
               10  WS-SEQ-FEED         PIC X(8).
               10  WS-SEQ-CREATED      PIC 9(8).
               10  WS-SEQ-HIGH-CREATED PIC 9(8).
               10  WS-SEQ-RUN-TIME     PIC 9(6).
       01  WS-SEQ-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SEQ-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-SEQ-DROP-COUNT           PIC 9(8) COMP VALUE 0.

       01  WS-STATUS-TEXT              PIC X(40).
       01  WS-DUE-SW                   PIC X(1) VALUE "N".
           88  WS-DUE                  VALUE "Y".
       01  WS-ARRIVED-DISPLAY          PIC X(6).
       01  WS-ARRIVED-HHMM             PIC 9(4) VALUE 0.
       01  WS-FEED-WORK                PIC X(8).
       01  WS-FLAG-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CUTOFF-WORK.
           05  WS-CUTOFF-HH            PIC 9(2).
           05  WS-CUTOFF-MM            PIC 9(2).

       01  WS-SCH-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-SCH-REJECT-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-FDP-READ-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-SCHEDULED-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-DUE-COUNT                PIC 9(8) COMP VALUE 0.
       01  WS-ON-TIME-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-AWAITED-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-LATE-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-UNSCHEDULED-COUNT        PIC 9(8) COMP VALUE 0.
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
           PERFORM 0110-LOAD-FEED-MASTER
           PERFORM 0120-LOAD-CALENDAR
           PERFORM 0130-LOAD-SCHEDULE
           PERFORM 0200-SCAN-REGISTRY
           PERFORM 0300-PRINT-ARRIVALS
           PERFORM 0400-FINALIZE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
           MOVE WS-RUN-TIME (1:4) TO WS-RUN-HHMM
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-REMAINDER
           COMPUTE WS-DAY-OF-WEEK = WS-DAY-REMAINDER + 1
           DISPLAY "LENARRIV - FEED ARRIVAL MONITOR FOR " WS-RUN-DATE
               " AS OF " WS-RUN-HHMM.

       0110-LOAD-FEED-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FEED-MASTER-FILE
           IF WS-FDM-FILE-STATUS = "35"
               DISPLAY "LENARRIV: FEEDMAST NOT FOUND - NO FEEDS "
                   "REGISTERED"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDM-FILE-STATUS NOT = "00"
               DISPLAY "LENARRIV: FEEDMAST OPEN FAILED - STATUS "
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
                       IF FDM-FEED-NAME NOT = SPACES
                           IF WS-FDM-COUNT < 50
                               ADD 1 TO WS-FDM-COUNT
                               MOVE FDM-FEED-NAME
                                   TO WS-FDM-TAB-NAME (WS-FDM-COUNT)
                           ELSE
                               ADD 1 TO WS-FDM-DROP-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      * Status "10" here means the file was opened and drained; any
      * other value means it was absent or never opened, so there is
      * nothing to close.
           IF WS-FDM-FILE-STATUS = "10"
               CLOSE FEED-MASTER-FILE
           END-IF.

      ******************************************************************
      * Only whether the run date is a business day matters here. No
      * CALFILE means no calendar is in force, and business-day feeds
      * are then taken as due Monday to Friday.
      ******************************************************************
       0120-LOAD-CALENDAR.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "35"
               DISPLAY "LENARRIV: CALFILE NOT FOUND - BUSINESS DAYS "
                   "TAKEN AS MONDAY TO FRIDAY"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "LENARRIV: CALFILE OPEN FAILED - STATUS "
                   WS-CAL-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               SET WS-CAL-IN-FORCE TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ CALENDAR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CALENDAR-RECORD-IN = WS-RUN-DATE
                           SET WS-BUSINESS-DAY TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAL-FILE-STATUS = "10"
               CLOSE CALENDAR-FILE
           END-IF
           IF NOT WS-CAL-IN-FORCE
               IF WS-DAY-OF-WEEK < 6
                   SET WS-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * One schedule line per feed. A line with an unknown frequency,
      * a weekday schedule with no day flagged, or an impossible
      * cut-off is listed and skipped rather than guessed at.
      ******************************************************************
       0130-LOAD-SCHEDULE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-FILE-STATUS = "35"
               DISPLAY "LENARRIV: FEEDSCHD NOT FOUND - NO FEEDS "
                   "MONITORED"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-SCH-FILE-STATUS NOT = "00"
               DISPLAY "LENARRIV: FEEDSCHD OPEN FAILED - STATUS "
                   WS-SCH-FILE-STATUS
               SET WS-IO-FAIL TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCH-READ-COUNT
                       MOVE SCHEDULE-RECORD-IN TO SCH-RECORD
                       PERFORM 0135-TABLE-ONE-SCHEDULE
               END-READ
           END-PERFORM
           IF WS-SCH-FILE-STATUS = "10"
               CLOSE SCHEDULE-FILE
           END-IF.

       0135-TABLE-ONE-SCHEDULE.
           MOVE 0 TO WS-FLAG-COUNT
           IF SCH-WEEKDAYS-ONLY
               INSPECT SCH-WEEKDAYS TALLYING WS-FLAG-COUNT
                   FOR ALL "Y"
           END-IF
           MOVE SCH-CUTOFF-TIME TO WS-CUTOFF-WORK
           EVALUATE TRUE
               WHEN SCH-FEED-NAME = SPACES
                   MOVE "NO FEED NAME" TO WS-STATUS-TEXT
               WHEN NOT SCH-DAILY AND NOT SCH-BUSINESS-DAYS
                   AND NOT SCH-WEEKDAYS-ONLY
                   MOVE "FREQUENCY NOT D, B OR W" TO WS-STATUS-TEXT
               WHEN SCH-CUTOFF-TIME NOT NUMERIC
                   MOVE "CUT-OFF NOT HHMM" TO WS-STATUS-TEXT
               WHEN WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
                   MOVE "CUT-OFF NOT A CLOCK TIME" TO WS-STATUS-TEXT
               WHEN SCH-WEEKDAYS-ONLY AND WS-FLAG-COUNT = 0
                   MOVE "NO WEEKDAY FLAGGED Y" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-STATUS-TEXT NOT = SPACES
               ADD 1 TO WS-SCH-REJECT-COUNT
               MOVE WS-SCH-READ-COUNT TO WS-EDIT-COUNT
               DISPLAY "LENARRIV: FEEDSCHD LINE " WS-EDIT-COUNT
                   " SKIPPED - " WS-STATUS-TEXT
           ELSE
               MOVE SCH-FEED-NAME TO WS-FEED-WORK
               PERFORM 0140-FIND-FEED
               IF WS-FOUND
                   ADD 1 TO WS-SCH-REJECT-COUNT
                   DISPLAY "LENARRIV: FEEDSCHD HAS A SECOND LINE FOR "
                       SCH-FEED-NAME " - FIRST LINE KEPT"
               ELSE
                   PERFORM 0145-ADD-FEED-ENTRY
                   IF WS-FD-HIT > 0
                       MOVE "Y" TO WS-FD-SCHEDULED-SW (WS-FD-HIT)
                       MOVE SCH-FREQUENCY
                           TO WS-FD-FREQUENCY (WS-FD-HIT)
                       IF SCH-WEEKDAYS-ONLY
                           MOVE SCH-WEEKDAYS
                               TO WS-FD-WEEKDAYS (WS-FD-HIT)
                       END-IF
                       MOVE SCH-CUTOFF-TIME TO WS-FD-CUTOFF (WS-FD-HIT)
                   END-IF
               END-IF
           END-IF.

       0140-FIND-FEED.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FD-HIT
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FOUND
               IF WS-FD-NAME (WS-FD-IDX) = WS-FEED-WORK
                   SET WS-FOUND TO TRUE
                   MOVE WS-FD-IDX TO WS-FD-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * Opens a feed entry for WS-FEED-WORK, noting whether FEEDMAST
      * registers the feed. WS-FD-HIT is left zero when the table is
      * full and the feed is counted as dropped instead.
      ******************************************************************
       0145-ADD-FEED-ENTRY.
           IF WS-FD-COUNT < 100
               ADD 1 TO WS-FD-COUNT
               MOVE WS-FD-COUNT TO WS-FD-HIT
               MOVE WS-FEED-WORK TO WS-FD-NAME (WS-FD-HIT)
               MOVE "N" TO WS-FD-SCHEDULED-SW (WS-FD-HIT)
               MOVE "N" TO WS-FD-ON-FEEDMAST-SW (WS-FD-HIT)
               MOVE SPACE TO WS-FD-FREQUENCY (WS-FD-HIT)
               MOVE SPACES TO WS-FD-WEEKDAYS (WS-FD-HIT)
               MOVE 0 TO WS-FD-CUTOFF (WS-FD-HIT)
               MOVE 0 TO WS-FD-ARRIVALS (WS-FD-HIT)
               MOVE 0 TO WS-FD-FIRST-TIME (WS-FD-HIT)
               MOVE 0 TO WS-FD-FIRST-CREATED (WS-FD-HIT)
               MOVE 0 TO WS-FD-LAST-TIME (WS-FD-HIT)
               MOVE 0 TO WS-FD-LAST-CREATED (WS-FD-HIT)
               MOVE 0 TO WS-FD-HIGH-CREATED (WS-FD-HIT)
               PERFORM VARYING WS-FDM-IDX FROM 1 BY 1
                   UNTIL WS-FDM-IDX > WS-FDM-COUNT
                   IF WS-FDM-TAB-NAME (WS-FDM-IDX) = WS-FEED-WORK
                       MOVE "Y" TO WS-FD-ON-FEEDMAST-SW (WS-FD-HIT)
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO WS-FD-HIT
               ADD 1 TO WS-FD-DROP-COUNT
           END-IF.

      ******************************************************************
      * The registry in file order, which is the order LENBATCH took
      * the transmissions in. Today's registrations are the arrivals;
      * every registration raises the feed's latest creation date so
      * a transmission taken in today can be tested against it.
      ******************************************************************
       0200-SCAN-REGISTRY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REGISTRY-FILE
           IF WS-FDP-FILE-STATUS = "35"
               DISPLAY "LENARRIV: FDPFILE NOT FOUND - NO TRANSMISSIONS "
                   "REGISTERED"
               SET WS-EOF TO TRUE
           ELSE
           IF WS-FDP-FILE-STATUS NOT = "00"
               DISPLAY "LENARRIV: FDPFILE OPEN FAILED - STATUS "
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
                       ADD 1 TO WS-FDP-READ-COUNT
                       MOVE REGISTRY-RECORD-IN TO FDP-RECORD
                       PERFORM 0210-EXAMINE-REGISTRATION
               END-READ
           END-PERFORM
           IF WS-FDP-FILE-STATUS = "10"
               CLOSE REGISTRY-FILE
           END-IF.

       0210-EXAMINE-REGISTRATION.
           MOVE FDP-FEED-NAME TO WS-FEED-WORK
           PERFORM 0140-FIND-FEED
           IF NOT WS-FOUND
               PERFORM 0145-ADD-FEED-ENTRY
           END-IF
           IF WS-FD-HIT > 0
               IF FDP-RUN-DATE = WS-RUN-DATE
                   PERFORM 0215-NOTE-TODAYS-ARRIVAL
               END-IF
               IF FDP-CREATED-DATE > WS-FD-HIGH-CREATED (WS-FD-HIT)
                   MOVE FDP-CREATED-DATE
                       TO WS-FD-HIGH-CREATED (WS-FD-HIT)
               END-IF
           END-IF.

       0215-NOTE-TODAYS-ARRIVAL.
           IF FDP-CREATED-DATE < WS-FD-HIGH-CREATED (WS-FD-HIT)
               IF WS-SEQ-COUNT < 50
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE FDP-FEED-NAME TO WS-SEQ-FEED (WS-SEQ-COUNT)
                   MOVE FDP-CREATED-DATE
                       TO WS-SEQ-CREATED (WS-SEQ-COUNT)
                   MOVE WS-FD-HIGH-CREATED (WS-FD-HIT)
                       TO WS-SEQ-HIGH-CREATED (WS-SEQ-COUNT)
                   MOVE FDP-RUN-TIME TO WS-SEQ-RUN-TIME (WS-SEQ-COUNT)
               ELSE
                   ADD 1 TO WS-SEQ-DROP-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-FD-ARRIVALS (WS-FD-HIT)
           IF WS-FD-ARRIVALS (WS-FD-HIT) = 1
               MOVE FDP-RUN-TIME TO WS-FD-FIRST-TIME (WS-FD-HIT)
               MOVE FDP-CREATED-DATE TO WS-FD-FIRST-CREATED (WS-FD-HIT)
           END-IF
           MOVE FDP-RUN-TIME TO WS-FD-LAST-TIME (WS-FD-HIT)
           MOVE FDP-CREATED-DATE TO WS-FD-LAST-CREATED (WS-FD-HIT).

       0300-PRINT-ARRIVALS.
           DISPLAY " "
           IF WS-BUSINESS-DAY
               DISPLAY "RUN DATE IS WEEKDAY " WS-DAY-OF-WEEK
                   " (1 = MONDAY) - A BUSINESS DAY"
           ELSE
               DISPLAY "RUN DATE IS WEEKDAY " WS-DAY-OF-WEEK
                   " (1 = MONDAY) - NOT A BUSINESS DAY"
           END-IF
           DISPLAY " "
           DISPLAY "SCHEDULED FEEDS (FEED / FREQ / DAYS / CUT-OFF / "
               "TAKEN IN / STATUS)"
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-SCHEDULED-SW (WS-FD-IDX) = "Y"
                   PERFORM 0310-CHECK-ONE-FEED
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "TAKEN IN TODAY WITH NO SCHEDULE LINE"
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-SCHEDULED-SW (WS-FD-IDX) = "N"
                   AND WS-FD-ARRIVALS (WS-FD-IDX) > 0
                   ADD 1 TO WS-UNSCHEDULED-COUNT
                   DISPLAY WS-FD-NAME (WS-FD-IDX) "  TAKEN IN AT "
                       WS-FD-FIRST-TIME (WS-FD-IDX) " CREATED "
                       WS-FD-FIRST-CREATED (WS-FD-IDX)
                   PERFORM 0320-CHECK-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-UNSCHEDULED-COUNT = 0
               DISPLAY "  NONE"
           END-IF

           PERFORM 0330-PRINT-OUT-OF-SEQUENCE
           PERFORM 0340-PRINT-UNMONITORED
           IF WS-FD-DROP-COUNT > 0
               MOVE WS-FD-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY " "
               DISPLAY "** TABLE FULL (100) - " WS-EDIT-COUNT
                   " FEED LINES NOT MONITORED **"
           END-IF.

      ******************************************************************
      * Whether the feed is due today, and if so where it stands
      * against its cut-off. A transmission taken in during the
      * cut-off minute itself is on time; with nothing taken in, the
      * feed is only missing once that minute has passed.
      ******************************************************************
       0310-CHECK-ONE-FEED.
           ADD 1 TO WS-SCHEDULED-COUNT
           MOVE "N" TO WS-DUE-SW
           EVALUATE WS-FD-FREQUENCY (WS-FD-IDX)
               WHEN "D"
                   SET WS-DUE TO TRUE
               WHEN "B"
                   IF WS-BUSINESS-DAY
                       SET WS-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-FD-WEEKDAYS (WS-FD-IDX) (WS-DAY-OF-WEEK : 1)
                       = "Y"
                       SET WS-DUE TO TRUE
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-ARRIVED-HHMM
           IF WS-FD-ARRIVALS (WS-FD-IDX) > 0
               MOVE WS-FD-FIRST-TIME (WS-FD-IDX) TO WS-HMS-TIME
               COMPUTE WS-ARRIVED-HHMM =
                   (WS-HMS-HH * 100) + WS-HMS-MM
               MOVE WS-FD-FIRST-TIME (WS-FD-IDX) TO WS-ARRIVED-DISPLAY
           ELSE
               MOVE "------" TO WS-ARRIVED-DISPLAY
           END-IF

           IF NOT WS-DUE
               IF WS-FD-ARRIVALS (WS-FD-IDX) > 0
                   MOVE "TAKEN IN - NOT DUE TODAY" TO WS-STATUS-TEXT
               ELSE
                   MOVE "NOT DUE TODAY" TO WS-STATUS-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-DUE-COUNT
               IF WS-FD-ARRIVALS (WS-FD-IDX) = 0
                   IF WS-RUN-HHMM > WS-FD-CUTOFF (WS-FD-IDX)
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "** MISSING **" TO WS-STATUS-TEXT
                   ELSE
                       ADD 1 TO WS-AWAITED-COUNT
                       MOVE "AWAITED - CUT-OFF NOT YET REACHED"
                           TO WS-STATUS-TEXT
                   END-IF
               ELSE
               IF WS-ARRIVED-HHMM > WS-FD-CUTOFF (WS-FD-IDX)
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "** LATE **" TO WS-STATUS-TEXT
               ELSE
                   ADD 1 TO WS-ON-TIME-COUNT
                   MOVE "ON TIME" TO WS-STATUS-TEXT
               END-IF
               END-IF
           END-IF

           IF WS-FD-ON-FEEDMAST-SW (WS-FD-IDX) = "Y"
               DISPLAY WS-FD-NAME (WS-FD-IDX) "  "
                   WS-FD-FREQUENCY (WS-FD-IDX) "  "
                   WS-FD-WEEKDAYS (WS-FD-IDX) "  "
                   WS-FD-CUTOFF (WS-FD-IDX) "  "
                   WS-ARRIVED-DISPLAY "  " WS-STATUS-TEXT
           ELSE
               DISPLAY WS-FD-NAME (WS-FD-IDX) "  "
                   WS-FD-FREQUENCY (WS-FD-IDX) "  "
                   WS-FD-WEEKDAYS (WS-FD-IDX) "  "
                   WS-FD-CUTOFF (WS-FD-IDX) "  "
                   WS-ARRIVED-DISPLAY "  " WS-STATUS-TEXT
                   "  (NOT ON FEEDMAST)"
           END-IF
           PERFORM 0320-CHECK-DUPLICATE.

      ******************************************************************
      * More than one transmission of a feed taken in on one day -
      * each under its own *HDR* creation date, since a repeat of the
      * same one is rejected DU and never registered.
      ******************************************************************
       0320-CHECK-DUPLICATE.
           IF WS-FD-ARRIVALS (WS-FD-IDX) > 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE WS-FD-ARRIVALS (WS-FD-IDX) TO WS-EDIT-COUNT
               DISPLAY "          ** TAKEN IN " WS-EDIT-COUNT
                   " TIMES TODAY - FIRST AT "
                   WS-FD-FIRST-TIME (WS-FD-IDX) " CREATED "
                   WS-FD-FIRST-CREATED (WS-FD-IDX) ", LAST AT "
                   WS-FD-LAST-TIME (WS-FD-IDX) " CREATED "
                   WS-FD-LAST-CREATED (WS-FD-IDX) " **"
           END-IF.

       0330-PRINT-OUT-OF-SEQUENCE.
           DISPLAY " "
           DISPLAY "TAKEN IN TODAY OUT OF *HDR* SEQUENCE (FEED / "
               "CREATED / LATEST ALREADY REGISTERED / TAKEN IN)"
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
               DISPLAY WS-SEQ-FEED (WS-SEQ-IDX) "  "
                   WS-SEQ-CREATED (WS-SEQ-IDX) "  "
                   WS-SEQ-HIGH-CREATED (WS-SEQ-IDX) "  "
                   WS-SEQ-RUN-TIME (WS-SEQ-IDX)
                   "  ** OUT OF SEQUENCE **"
           END-PERFORM
           IF WS-SEQ-COUNT = 0
               DISPLAY "  NONE"
           END-IF
           IF WS-SEQ-DROP-COUNT > 0
               MOVE WS-SEQ-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** TABLE FULL (50) - " WS-EDIT-COUNT
                   " FURTHER TRANSMISSIONS NOT LISTED **"
           END-IF.

       0340-PRINT-UNMONITORED.
           DISPLAY " "
           DISPLAY "REGISTERED ON FEEDMAST WITH NO SCHEDULE LINE - NOT "
               "MONITORED"
           MOVE 0 TO WS-FLAG-COUNT
           PERFORM VARYING WS-FDM-IDX FROM 1 BY 1
               UNTIL WS-FDM-IDX > WS-FDM-COUNT
               MOVE WS-FDM-TAB-NAME (WS-FDM-IDX) TO WS-FEED-WORK
               PERFORM 0140-FIND-FEED
               IF NOT WS-FOUND
                   OR WS-FD-SCHEDULED-SW (WS-FD-HIT) = "N"
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY WS-FDM-TAB-NAME (WS-FDM-IDX)
               END-IF
           END-PERFORM
           IF WS-FLAG-COUNT = 0
               DISPLAY "  NONE"
           END-IF
           IF WS-FDM-DROP-COUNT > 0
               MOVE WS-FDM-DROP-COUNT TO WS-EDIT-COUNT
               DISPLAY "** TABLE FULL (50) - " WS-EDIT-COUNT
                   " FEEDMAST LINES NOT CHECKED **"
           END-IF.

       0400-FINALIZE.
           DISPLAY " "
           DISPLAY "LENARRIV SUMMARY REPORT"
           MOVE WS-SCHEDULED-COUNT TO WS-EDIT-COUNT
           DISPLAY "FEEDS SCHEDULED ...: " WS-EDIT-COUNT
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           DISPLAY "DUE TODAY .........: " WS-EDIT-COUNT
           MOVE WS-ON-TIME-COUNT TO WS-EDIT-COUNT
           DISPLAY "ON TIME ...........: " WS-EDIT-COUNT
           MOVE WS-AWAITED-COUNT TO WS-EDIT-COUNT
           DISPLAY "AWAITED ...........: " WS-EDIT-COUNT
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT
           DISPLAY "LATE ..............: " WS-EDIT-COUNT
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           DISPLAY "MISSING ...........: " WS-EDIT-COUNT
           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT
           DISPLAY "TAKEN IN TWICE ....: " WS-EDIT-COUNT
           MOVE WS-SEQ-COUNT TO WS-EDIT-COUNT
           DISPLAY "OUT OF SEQUENCE ...: " WS-EDIT-COUNT
           MOVE WS-SCH-REJECT-COUNT TO WS-EDIT-COUNT
           DISPLAY "SCHEDULE SKIPPED ..: " WS-EDIT-COUNT
           MOVE WS-FDP-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "REGISTRY LINES READ: " WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-IO-FAIL
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-MISSING-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-LATE-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "CONDITION CODE ....: " WS-RUN-RC
           PERFORM 0500-WRITE-RUN-HISTORY.

      ******************************************************************
      * One run-history line: feeds due today as read, feeds in on
      * time as passed, missing plus late feeds as exceptions.
      ******************************************************************
       0500-WRITE-RUN-HISTORY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-RUN-DATE TO RUN-DATE
           MOVE WS-RUN-TIME TO RUN-TIME
           MOVE SPACES TO RUN-PARM-FIELD-NAME
           MOVE 0 TO RUN-PARM-MAX-LENGTH
           MOVE SPACES TO RUN-PARM-FEED-NAME
           MOVE SPACE TO RUN-PARM-RESTART-SW
           MOVE WS-DUE-COUNT TO RUN-READ-COUNT
           MOVE WS-ON-TIME-COUNT TO RUN-PASS-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               WS-MISSING-COUNT + WS-LATE-COUNT
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
               DISPLAY "LENARRIV: RUNLOG OPEN FAILED - STATUS "
                   WS-RUN-FILE-STATUS
           ELSE
               MOVE RUN-RECORD TO RUN-RECORD-OUT
               WRITE RUN-RECORD-OUT
               IF WS-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "LENARRIV: RUNLOG WRITE FAILED - STATUS "
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
