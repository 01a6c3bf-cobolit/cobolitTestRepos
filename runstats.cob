      * timestamp it captured on the way in, its row counts and final
      * status; the end timestamp is stamped here. NIGHT-SUMMARY
      * turns the accumulated lines into the operator's one-page
      * night report. RS-DATE is the business date from the
      * processing-date control record (see BUSINESS-DATE), so a
      * step that starts after midnight still files under its night;
      * with no control record it is the start timestamp's date.
      *
      * A run ending FAILED or REFUSED (a condition code 8 end) is
      * also raised to the monitoring event feed (EVENT-RAISE) from
      * here, so no program has to remember to do it. Outcomes that
      * have their own event - balance stops, volume-gate trips,
      * mirror and document failures, missing feeds - are raised by
      * the program that knows the feed or key concerned.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WRK-STATS-FILE-STATUS PIC X(2).
       01  WRK-TS-DATE           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9).
       01  WRK-EVENT-SEVERITY    PIC X(8) VALUE 'CRITICAL'.
       01  WRK-EVENT-CODE        PIC X(8) VALUE 'RC8'.
       01  WRK-EVENT-SUBJECT     PIC X(20) VALUE SPACES.
       01  WRK-EVENT-TEXT        PIC X(60).
      ****************************************************************
       LINKAGE SECTION.
       01  LS-PROGRAM            PIC X(12).
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME

           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION LS-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT

           MOVE SPACES TO RUNSTATS-RECORD
           IF WRK-BIZ-RESULT = 0 OR WRK-BIZ-RESULT = 1
              MOVE WRK-BIZ-DATE      TO RS-DATE
           ELSE
              MOVE LS-START-TS(1:8)  TO RS-DATE
           END-IF
           MOVE LS-PROGRAM        TO RS-PROGRAM
           MOVE LS-START-TS       TO RS-START-TS
           MOVE WRK-TS-DATE       TO RS-END-TS(1:8)
              WRITE RUNSTATS-RECORD
              CLOSE STATS-FILE
           END-IF
           IF LS-STATUS = 'FAILED' OR LS-STATUS = 'REFUSED'
              MOVE SPACES TO WRK-EVENT-TEXT
              STRING 'RUN STARTED ' LS-START-TS ' ENDED '
                     LS-STATUS ' - CONDITION CODE 8'
                 DELIMITED BY SIZE INTO WRK-EVENT-TEXT
              CALL "EVENT-RAISE" USING LS-PROGRAM WRK-EVENT-SEVERITY
                                        WRK-EVENT-CODE
                                        WRK-EVENT-SUBJECT
                                        WRK-EVENT-TEXT
           END-IF
           GOBACK.
