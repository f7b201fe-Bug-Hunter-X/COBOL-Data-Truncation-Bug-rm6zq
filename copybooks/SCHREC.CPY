      *****************************************************
      * SCHREC - expected-arrival schedule line, one per   *
      * feed on the FEEDSCHD file read by the LENARRIV     *
      * arrival monitor. SCH-FREQUENCY says on which days  *
      * a transmission is due: D every day, B business     *
      * days (the dates listed on CALFILE), W the weekdays *
      * flagged "Y" in SCH-WEEKDAYS, Monday first.         *
      * SCH-CUTOFF-TIME (HHMM) is the latest LENBATCH may  *
      * take the transmission in: one registered on        *
      * FDPFILE after it is late, and none registered by   *
      * then is missing. Feeds with no schedule line are   *
      * not monitored.                                     *
      *****************************************************
       01  SCH-RECORD.
           05  SCH-FEED-NAME           PIC X(8).
           05  SCH-FREQUENCY           PIC X(1).
               88  SCH-DAILY           VALUE "D".
               88  SCH-BUSINESS-DAYS   VALUE "B".
               88  SCH-WEEKDAYS-ONLY   VALUE "W".
           05  SCH-WEEKDAYS            PIC X(7).
           05  SCH-CUTOFF-TIME         PIC 9(4).
