      *              M = monthly
      *   cols 12-13 which day - weekday 1-7 (Monday = 1) for W,
      *              day of month for M, ignored for D
      * For every entry due on CHECK_DATE (YYYYMMDD, default the
      * business date from the processing-date control record - see
      * BUSINESS-DATE; today when there is no control record)
      * the checker looks for a COMPLETE TAB1_FEEDCTL row with that
      * FEED_DATE; each silent sender gets a report line
      * (FEED_CHECK_REPORT, default "feedchk.rpt"), an AUDITLOG line,
      * a FEEDMISS event on the monitoring feed (see EVENT-RAISE),
      * a line in the run-stats store for the night's picture, and
      * the nonzero RETURN-CODE the scheduler alarms on - all the
      * same night, not at month-end.
      * Condition codes at termination (the scheduler keys off them):
      *   0 - every expected feed arrived (or none were due)
      *   4 - one or more expected feeds missing
      *   8 - connect failure, calendar/report open failure, SQL
      *       abort, or refused because the business day is already
      *       closed (a CHECK_DATE given explicitly is a re-check of
      *       that date and is always allowed)
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM      PIC X(12).
       01  WRK-EVENT-SEVERITY     PIC X(8).
       01  WRK-EVENT-CODE         PIC X(8).
       01  WRK-EVENT-SUBJECT      PIC X(20).
       01  WRK-EVENT-TEXT         PIC X(60).
       01  WRK-BIZ-ACTION         PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM        PIC X(12) VALUE 'FEED-CHECK'.
       01  WRK-BIZ-DATE           PIC 9(8).
       01  WRK-BIZ-RESULT         PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW    PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED   VALUE 'Y'.

       01  HEADER-LINE-1.
           05 FILLER              PIC X(28)
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'FEED-CHECK: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WRK-ARRIVED-COUNT  TO WRK-STATS-OUT
           MOVE WRK-MISSING-COUNT  TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-CALENDAR-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-MISSING-COUNT > 0
                 MOVE 'MISSING'  TO WRK-STATS-STATUS
              WHEN OTHER
           IF WRK-CHECK-DATE-PARM NOT = SPACES
              MOVE WRK-CHECK-DATE-PARM TO WRK-CHECK-DATE
           ELSE
              CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION
                                          WRK-BIZ-PROGRAM
                                          WRK-BIZ-DATE WRK-BIZ-RESULT
              EVALUATE WRK-BIZ-RESULT
                 WHEN 1
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                           ' ALREADY CLOSED - CHECK REFUSED'
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM REFUSE-BUSINESS-DATE
                 WHEN 8
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                           ' - CHECK REFUSED'
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM REFUSE-BUSINESS-DATE
              END-EVALUATE
              MOVE WRK-BIZ-DATE TO WRK-CHECK-DATE
           END-IF
      *    Day 1 of the intrinsic date base (1601-01-01) fell on a
      *    Monday, so this remainder yields 1 = Monday .. 7 = Sunday.
           COMPUTE WRK-WEEKDAY =
              FUNCTION REM(WRK-DATE-INT - 1, 7) + 1
           MOVE WRK-CHECK-DATE(7:2) TO WRK-DAY-OF-MONTH.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'FEED-CHECK: ' WRK-AUDIT-MESSAGE
           MOVE 'FEED-CHECK' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       CHECK-FEEDCTL-EXISTS.
      *    No registry at all means no feed has ever arrived - every
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
              MOVE 'FEED-CHECK' TO WRK-EVENT-PROGRAM
              MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
              MOVE 'FEEDMISS' TO WRK-EVENT-CODE
              MOVE SPACES TO WRK-EVENT-SUBJECT
              STRING CAL-SYSTEM-ID ' ' WRK-CHECK-DATE
                 DELIMITED BY SIZE INTO WRK-EVENT-SUBJECT
              MOVE SPACES TO WRK-EVENT-TEXT
              STRING 'EXPECTED FEED FROM ' CAL-SYSTEM-ID
                     ' NEVER ARRIVED FOR ' WRK-CHECK-DATE
                 DELIMITED BY SIZE INTO WRK-EVENT-TEXT
              CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                        WRK-EVENT-SEVERITY
                                        WRK-EVENT-CODE
                                        WRK-EVENT-SUBJECT
                                        WRK-EVENT-TEXT
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
