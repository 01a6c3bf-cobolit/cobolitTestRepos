       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEED-SCORECARD.
      ****************************************************************
      * FEED-SCORECARD - the monthly data-quality scorecard for each
      * sending system, the figures the account managers take to the
      * senders. For SCORECARD_MONTH (YYYYMM, default the month
      * before the business date from the processing-date control
      * record - see BUSINESS-DATE; the machine date when there is no
      * control record) it prints, per sending system:
      *   - feeds expected by the expected-feed calendar
      *     (FEED_CALENDAR_FILE, default "feedcal.dat", the same file
      *     FEED-CHECK reads) against feeds received, and how many
      *     expected feeds came late or never came. A feed is late
      *     when its first COMPLETE load started more than
      *     SCORECARD_LATE_DAYS (default 1) days after its feed date;
      *     each late or missing feed is listed by date. Days after
      *     the business date are not judged.
      *   - balance failures (TAB1_FEEDCTL status OUTOFBAL, which
      *     includes a prescan stop), volume-gate trips (VOLSTOP)
      *     and other failed loads
      *   - rows read and rejected, and the reject rate broken down
      *     by REJ-REASON, from the TAB1_REJLOG register POPULATE-DB
      *     keeps of every reject it writes
      *   - what became of those rejects - repaired by REJECT-RECYCLE,
      *     aged past REJECT_AGE_LIMIT_DAYS, or still open
      * Systems that sent feeds but are not on the calendar are
      * scored too; all their feeds count as unscheduled.
      * Read only - the report (SCORECARD_REPORT, default
      * "feedscor.rpt") can be rerun for any month at any time.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - scorecard printed
      *   4 - nothing to score: no calendar entry and no feed for the
      *       month
      *   8 - connect failure, bad SCORECARD_MONTH, calendar/report
      *       open failure, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO WRK-CALENDAR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO WRK-REPORT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-SYSTEM-ID      PIC X(8).
           05 FILLER             PIC X(1).
           05 CAL-FREQ           PIC X(1).
           05 FILLER             PIC X(1).
           05 CAL-DAY            PIC 9(2).
       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  SC-SYSTEM-ID       PIC X(8).
       01  SC-FEED-DATE       PIC X(8).
       01  SC-MONTH-START     PIC X(8).
       01  SC-MONTH-END       PIC X(8).
       01  SC-STATUS          PIC X(8).
       01  SC-REASON          PIC X(40).
       01  SC-OUTCOME         PIC X(8).
       01  SC-FIRST-TS        PIC X(14).
       01  SC-ROW-COUNT       PIC 9(9) COMP.
       01  SC-DATE-COUNT      PIC 9(9) COMP.
       01  SC-ROWS-READ       PIC 9(14).
       01  SC-ROWS-REJECTED   PIC 9(14).
       01  WRK-TABLE-EXISTS   PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-ENV-CODE           PIC X(8).
           COPY "dbretcd.cpy".
       01  WRK-CALENDAR-PATH      PIC X(80).
       01  WRK-CALENDAR-STATUS    PIC X(2).
       01  WRK-REPORT-FILE-PATH   PIC X(80).
       01  WRK-REPORT-FILE-STATUS PIC X(2).
       01  WRK-CAL-EOF-SW         PIC X VALUE 'N'.
           88 CALENDAR-EOF            VALUE 'Y'.
       01  WRK-READ-EOF-SW        PIC X VALUE 'N'.
           88 NO-MORE-ROWS            VALUE 'Y'.
       01  WRK-FEEDCTL-EXISTS-SW  PIC X VALUE 'N'.
           88 FEEDCTL-EXISTS          VALUE 'Y'.
       01  WRK-REJLOG-EXISTS-SW   PIC X VALUE 'N'.
           88 REJLOG-EXISTS           VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW     PIC X VALUE 'N'.
           88 SQL-TROUBLE             VALUE 'Y'.
       01  WRK-MONTH-REFUSED-SW   PIC X VALUE 'N'.
           88 MONTH-REFUSED           VALUE 'Y'.
       01  WRK-DUE-SW             PIC X VALUE 'N'.
           88 FEED-DUE                VALUE 'Y'.
       01  WRK-MONTH-PARM         PIC X(6).
       01  WRK-MONTH-YEAR         PIC 9(4).
       01  WRK-MONTH-MONTH        PIC 9(2).
       01  WRK-LATE-DAYS-PARM     PIC X(3) VALUE SPACES.
       01  WRK-LATE-DAYS          PIC 9(3) VALUE 1.
       01  WRK-DATE-8             PIC 9(8).
       01  WRK-DATE-INT           PIC 9(8) VALUE 0.
       01  WRK-FIRST-DAY-INT      PIC 9(8) VALUE 0.
       01  WRK-LAST-DAY-INT       PIC 9(8) VALUE 0.
       01  WRK-DAY-INT            PIC 9(8) VALUE 0.
       01  WRK-ARRIVAL-INT        PIC 9(8) VALUE 0.
       01  WRK-DAYS-LATE          PIC S9(5) VALUE 0.
       01  WRK-WEEKDAY            PIC 9(1) VALUE 0.
       01  WRK-DAY-OF-MONTH       PIC 9(2) VALUE 0.
       01  WRK-RATE               PIC 9(5)V99 VALUE 0.
       01  WRK-UNSCHEDULED        PIC 9(9) VALUE 0.
       01  WRK-EXCEPTION-COUNT    PIC 9(9) VALUE 0.
       01  WRK-TOT-EXPECTED       PIC 9(9) VALUE 0.
       01  WRK-TOT-RECEIVED       PIC 9(9) VALUE 0.
       01  WRK-TOT-LATE           PIC 9(9) VALUE 0.
       01  WRK-TOT-MISSING        PIC 9(9) VALUE 0.
      *    The calendar, held so each entry can be walked across every
      *    day of the month.
       01  WRK-CAL-COUNT          PIC 9(3) VALUE 0 COMP.
       01  WRK-CAL-IX             PIC 9(3) VALUE 0 COMP.
       01  WRK-CAL-TABLE.
           05 WRK-CAL-ENTRY OCCURS 200.
              10 WCE-SYSTEM-ID    PIC X(8).
              10 WCE-FREQ         PIC X(1).
              10 WCE-DAY          PIC 9(2).
      *    One scorecard per sending system - calendar order first,
      *    then systems that only appear in TAB1_FEEDCTL.
       01  WRK-SYS-MAX            PIC 9(3) VALUE 100 COMP.
       01  WRK-SYS-COUNT          PIC 9(3) VALUE 0 COMP.
       01  WRK-SYS-IX             PIC 9(3) VALUE 0 COMP.
       01  WRK-SYS-FOUND-IX       PIC 9(3) VALUE 0 COMP.
       01  WRK-SYS-LOST-COUNT     PIC 9(9) VALUE 0.
       01  WRK-SYS-TABLE.
           05 WRK-SYS-ENTRY OCCURS 100.
              10 WSY-SYSTEM-ID    PIC X(8).
              10 WSY-EXPECTED     PIC 9(9).
              10 WSY-ON-TIME      PIC 9(9).
              10 WSY-LATE         PIC 9(9).
              10 WSY-MISSING      PIC 9(9).
              10 WSY-RECEIVED     PIC 9(9).
              10 WSY-OUTOFBAL     PIC 9(9).
              10 WSY-VOLSTOP      PIC 9(9).
              10 WSY-FAILED       PIC 9(9).
              10 WSY-ROWS-READ    PIC 9(14).
              10 WSY-ROWS-REJ     PIC 9(14).
              10 WSY-REGISTERED   PIC 9(9).
              10 WSY-REPAIRED     PIC 9(9).
              10 WSY-AGED         PIC 9(9).
              10 WSY-OPEN         PIC 9(9).
       01  WRK-START-TS           PIC X(14).
       01  WRK-TS-DATE            PIC 9(8).
       01  WRK-TS-TIME            PIC X(8).
       01  WRK-STATS-PROGRAM      PIC X(12).
       01  WRK-STATS-IN           PIC 9(9).
       01  WRK-STATS-OUT          PIC 9(9).
       01  WRK-STATS-REJ          PIC 9(9).
       01  WRK-STATS-STATUS       PIC X(8).
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-BIZ-ACTION         PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM        PIC X(12) VALUE 'FEED-SCORE'.
       01  WRK-BIZ-DATE           PIC 9(8).
       01  WRK-BIZ-RESULT         PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER              PIC X(34)
              VALUE 'SENDING-SYSTEM DATA QUALITY SCORE'.
           05 FILLER              PIC X(7)  VALUE 'MONTH '.
           05 H-MONTH             PIC X(6).
           05 FILLER              PIC X(9)  VALUE '  JUDGED '.
           05 H-FIRST-DATE        PIC X(8).
           05 FILLER              PIC X(6)  VALUE ' THRU '.
           05 H-LAST-DATE         PIC X(8).
           05 FILLER              PIC X(14) VALUE '  LATE AFTER '.
           05 H-LATE-DAYS         PIC ZZ9.
           05 FILLER              PIC X(5)  VALUE ' DAYS'.
       01  SECTION-LINE.
           05 SL-TEXT             PIC X(60).
       01  EXCEPTION-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 E-SYSTEM-ID         PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 E-FEED-DATE         PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 E-VERDICT           PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 E-ARRIVED-LABEL     PIC X(9).
           05 E-ARRIVED-DATE      PIC X(8).
           05 E-DAYS-LATE         PIC ZZZZZ.
           05 E-DAYS-LABEL        PIC X(10).
       01  SYSTEM-LINE.
           05 FILLER              PIC X(16) VALUE 'SENDING SYSTEM '.
           05 S-SYSTEM-ID         PIC X(8).
           05 S-NOTE              PIC X(30).
       01  FEED-LINE.
           05 FILLER              PIC X(20)
              VALUE '  FEEDS    EXPECTED'.
           05 F-EXPECTED          PIC Z(8)9.
           05 FILLER              PIC X(10) VALUE '  ON TIME'.
           05 F-ON-TIME           PIC Z(8)9.
           05 FILLER              PIC X(7)  VALUE '  LATE'.
           05 F-LATE              PIC Z(8)9.
           05 FILLER              PIC X(10) VALUE '  MISSING'.
           05 F-MISSING           PIC Z(8)9.
           05 FILLER              PIC X(11) VALUE '  RECEIVED'.
           05 F-RECEIVED          PIC Z(8)9.
           05 FILLER              PIC X(14) VALUE '  UNSCHEDULED'.
           05 F-UNSCHEDULED       PIC Z(8)9.
       01  STOP-LINE.
           05 FILLER              PIC X(20)
              VALUE '  STOPS    BALANCE'.
           05 P-OUTOFBAL          PIC Z(8)9.
           05 FILLER              PIC X(14) VALUE '  VOLUME GATE'.
           05 P-VOLSTOP           PIC Z(8)9.
           05 FILLER              PIC X(9)  VALUE '  FAILED'.
           05 P-FAILED            PIC Z(8)9.
       01  ROWS-LINE.
           05 FILLER              PIC X(20)
              VALUE '  ROWS     READ'.
           05 R-ROWS-READ         PIC Z(13)9.
           05 FILLER              PIC X(11) VALUE '  REJECTED'.
           05 R-ROWS-REJ          PIC Z(13)9.
           05 FILLER              PIC X(8)  VALUE '  RATE '.
           05 R-RATE              PIC ZZZZ9.99.
           05 FILLER              PIC X(1)  VALUE '%'.
       01  REASON-LINE.
           05 FILLER              PIC X(11) VALUE '  REJECTS  '.
           05 J-REASON            PIC X(40).
           05 J-COUNT             PIC Z(8)9.
           05 FILLER              PIC X(8)  VALUE '  RATE '.
           05 J-RATE              PIC ZZZZ9.99.
           05 FILLER              PIC X(1)  VALUE '%'.
       01  OUTCOME-LINE.
           05 FILLER              PIC X(20)
              VALUE '  OUTCOME  REPAIRED'.
           05 O-REPAIRED          PIC Z(8)9.
           05 FILLER              PIC X(11) VALUE '  AGED OUT'.
           05 O-AGED              PIC Z(8)9.
           05 FILLER              PIC X(13) VALUE '  STILL OPEN'.
           05 O-OPEN              PIC Z(8)9.
       01  TOTAL-LINE.
           05 FILLER              PIC X(12) VALUE 'SYSTEMS'.
           05 T-SYSTEMS           PIC ZZZ9.
           05 FILLER              PIC X(11) VALUE '  EXPECTED'.
           05 T-EXPECTED          PIC Z(8)9.
           05 FILLER              PIC X(11) VALUE '  RECEIVED'.
           05 T-RECEIVED          PIC Z(8)9.
           05 FILLER              PIC X(7)  VALUE '  LATE'.
           05 T-LATE              PIC Z(8)9.
           05 FILLER              PIC X(10) VALUE '  MISSING'.
           05 T-MISSING           PIC Z(8)9.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              FEEDSTAT CURSOR FOR
                 SELECT SYSTEM_ID, STATUS, COUNT(*),
                        COUNT(DISTINCT FEED_DATE),
                        COALESCE(SUM(ROWS_READ), 0),
                        COALESCE(SUM(ROWS_REJECTED), 0)
                   FROM TAB1_FEEDCTL
                  WHERE FEED_DATE >= :SC-MONTH-START
                    AND FEED_DATE <= :SC-MONTH-END
                  GROUP BY SYSTEM_ID, STATUS
                  ORDER BY SYSTEM_ID, STATUS
           END-EXEC
           EXEC SQL DECLARE
              REJOUTCOME CURSOR FOR
                 SELECT SYSTEM_ID, OUTCOME, COUNT(*)
                   FROM TAB1_REJLOG
                  WHERE FEED_DATE >= :SC-MONTH-START
                    AND FEED_DATE <= :SC-MONTH-END
                  GROUP BY SYSTEM_ID, OUTCOME
                  ORDER BY SYSTEM_ID, OUTCOME
           END-EXEC
           EXEC SQL DECLARE
              REJREASON CURSOR FOR
                 SELECT REASON, COUNT(*)
                   FROM TAB1_REJLOG
                  WHERE SYSTEM_ID  = :SC-SYSTEM-ID
                    AND FEED_DATE >= :SC-MONTH-START
                    AND FEED_DATE <= :SC-MONTH-END
                  GROUP BY REASON
                  ORDER BY 2 DESC, 1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           PERFORM ESTABLISH-MONTH
           IF MONTH-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'FEED-SCORECARD: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-TABLES-EXIST
           PERFORM LOAD-CALENDAR
           PERFORM OPEN-REPORT-FILE
           IF WRK-REPORT-FILE-STATUS = "00"
              PERFORM SCORE-EXPECTED-FEEDS
              PERFORM GATHER-FEEDCTL-FIGURES
              PERFORM GATHER-REJECT-OUTCOMES
              PERFORM PRINT-SCORECARDS
              CLOSE REPORT-FILE
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           DISPLAY 'FEED-SCORECARD: MONTH ' WRK-MONTH-PARM ' - '
                   WRK-SYS-COUNT ' SYSTEM(S), '
                   WRK-TOT-EXPECTED ' EXPECTED, '
                   WRK-TOT-LATE ' LATE, '
                   WRK-TOT-MISSING ' MISSING'
           EVALUATE TRUE
              WHEN WRK-CALENDAR-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-SYS-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'FEED-SCORE' TO WRK-STATS-PROGRAM
           MOVE WRK-TOT-EXPECTED TO WRK-STATS-IN
           MOVE WRK-TOT-RECEIVED TO WRK-STATS-OUT
           MOVE WRK-TOT-MISSING  TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN MONTH-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-CALENDAR-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'FEED-SCORECARD: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'FEED-SCORECARD: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-CALENDAR-PATH
           ACCEPT WRK-CALENDAR-PATH
                  FROM ENVIRONMENT "FEED_CALENDAR_FILE"
           IF WRK-CALENDAR-PATH = SPACES
              MOVE "feedcal.dat" TO WRK-CALENDAR-PATH
           END-IF
           MOVE SPACES TO WRK-REPORT-FILE-PATH
           ACCEPT WRK-REPORT-FILE-PATH
                  FROM ENVIRONMENT "SCORECARD_REPORT"
           IF WRK-REPORT-FILE-PATH = SPACES
              MOVE "feedscor.rpt" TO WRK-REPORT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-LATE-DAYS-PARM
           ACCEPT WRK-LATE-DAYS-PARM
                  FROM ENVIRONMENT "SCORECARD_LATE_DAYS"
           IF WRK-LATE-DAYS-PARM NOT = SPACES
              MOVE WRK-LATE-DAYS-PARM TO WRK-LATE-DAYS
           END-IF.
      ****************************************************************
       ESTABLISH-MONTH.
      *    A report only - a closed business day does not stop it, and
      *    an unreadable control record just leaves the machine date
      *    to pick the default month from.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           IF WRK-BIZ-RESULT = 8
              DISPLAY 'FEED-SCORECARD: PROCESSING-DATE CONTROL '
                      'RECORD UNREADABLE - MACHINE DATE '
                      WRK-BIZ-DATE ' USED'
           END-IF
           MOVE SPACES TO WRK-MONTH-PARM
           ACCEPT WRK-MONTH-PARM FROM ENVIRONMENT "SCORECARD_MONTH"
           IF WRK-MONTH-PARM = SPACES
      *       Default: the month before the business date's month.
              MOVE WRK-BIZ-DATE(1:4) TO WRK-MONTH-YEAR
              MOVE WRK-BIZ-DATE(5:2) TO WRK-MONTH-MONTH
              IF WRK-MONTH-MONTH = 1
                 MOVE 12 TO WRK-MONTH-MONTH
                 SUBTRACT 1 FROM WRK-MONTH-YEAR
              ELSE
                 SUBTRACT 1 FROM WRK-MONTH-MONTH
              END-IF
           ELSE
              IF WRK-MONTH-PARM IS NUMERIC
                 AND WRK-MONTH-PARM(5:2) >= '01'
                 AND WRK-MONTH-PARM(5:2) <= '12'
                 MOVE WRK-MONTH-PARM(1:4) TO WRK-MONTH-YEAR
                 MOVE WRK-MONTH-PARM(5:2) TO WRK-MONTH-MONTH
              ELSE
                 DISPLAY 'FEED-SCORECARD: SCORECARD_MONTH "'
                         WRK-MONTH-PARM '" IS NOT YYYYMM'
                 MOVE 'Y' TO WRK-MONTH-REFUSED-SW
              END-IF
           END-IF
           IF NOT MONTH-REFUSED
              MOVE WRK-MONTH-YEAR  TO WRK-MONTH-PARM(1:4)
              MOVE WRK-MONTH-MONTH TO WRK-MONTH-PARM(5:2)
              COMPUTE WRK-DATE-8 = WRK-MONTH-YEAR * 10000
                 + WRK-MONTH-MONTH * 100 + 1
              MOVE WRK-DATE-8 TO SC-MONTH-START
              COMPUTE WRK-FIRST-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATE-8)
      *       Month end = the day before the first of next month.
              IF WRK-MONTH-MONTH = 12
                 COMPUTE WRK-DATE-8 =
                    (WRK-MONTH-YEAR + 1) * 10000 + 0101
              ELSE
                 COMPUTE WRK-DATE-8 = WRK-MONTH-YEAR * 10000
                    + (WRK-MONTH-MONTH + 1) * 100 + 1
              END-IF
              COMPUTE WRK-LAST-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATE-8) - 1
              COMPUTE WRK-DATE-8 = FUNCTION DATE-OF-INTEGER(
                 WRK-LAST-DAY-INT)
              MOVE WRK-DATE-8 TO SC-MONTH-END
      *       Feeds not yet due cannot be late or missing - a month
      *       still running is judged up to the business date.
              COMPUTE WRK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-BIZ-DATE)
              IF WRK-DATE-INT < WRK-LAST-DAY-INT
                 MOVE WRK-DATE-INT TO WRK-LAST-DAY-INT
              END-IF
           END-IF.
      ****************************************************************
       CHECK-TABLES-EXIST.
      *    No feed registry means no feed ever arrived; no reject
      *    register means no rejects were recorded.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_feedctl'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-FEEDCTL-EXISTS-SW
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_rejlog'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-REJLOG-EXISTS-SW
           END-IF.
      ****************************************************************
       LOAD-CALENDAR.
           MOVE 'N' TO WRK-CAL-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WRK-CALENDAR-STATUS NOT = "00"
              DISPLAY 'FEED-SCORECARD: UNABLE TO OPEN '
                      WRK-CALENDAR-PATH
                      ' STATUS ' WRK-CALENDAR-STATUS
           ELSE
              PERFORM UNTIL CALENDAR-EOF
                 READ CALENDAR-FILE
                    AT END
                       MOVE 'Y' TO WRK-CAL-EOF-SW
                    NOT AT END
                       IF CAL-SYSTEM-ID(1:1) = '*'
                          OR CAL-SYSTEM-ID = SPACES
                          CONTINUE
                       ELSE
                          PERFORM HOLD-ONE-CALENDAR-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.
      ****************************************************************
       HOLD-ONE-CALENDAR-ENTRY.
           EVALUATE FUNCTION UPPER-CASE(CAL-FREQ)
              WHEN 'D'
              WHEN 'W'
              WHEN 'M'
                 IF WRK-CAL-COUNT < 200
                    ADD 1 TO WRK-CAL-COUNT
                    MOVE CAL-SYSTEM-ID TO WCE-SYSTEM-ID(WRK-CAL-COUNT)
                    MOVE FUNCTION UPPER-CASE(CAL-FREQ)
                       TO WCE-FREQ(WRK-CAL-COUNT)
                    MOVE CAL-DAY       TO WCE-DAY(WRK-CAL-COUNT)
                    MOVE CAL-SYSTEM-ID TO SC-SYSTEM-ID
                    PERFORM FIND-SYSTEM
                 ELSE
                    DISPLAY 'FEED-SCORECARD: CALENDAR TABLE FULL - '
                            CAL-SYSTEM-ID ' ENTRY SKIPPED'
                 END-IF
              WHEN OTHER
                 DISPLAY 'FEED-SCORECARD: BAD FREQUENCY "' CAL-FREQ
                         '" FOR ' CAL-SYSTEM-ID ' - ENTRY SKIPPED'
           END-EVALUATE.
      ****************************************************************
       FIND-SYSTEM.
      *    Leaves WRK-SYS-FOUND-IX on SC-SYSTEM-ID's scorecard, adding
      *    one when the system is new; 0 when the table is full.
           MOVE 0 TO WRK-SYS-FOUND-IX
           MOVE 0 TO WRK-SYS-IX
           PERFORM UNTIL WRK-SYS-FOUND-IX > 0
                      OR WRK-SYS-IX >= WRK-SYS-COUNT
              ADD 1 TO WRK-SYS-IX
              IF WSY-SYSTEM-ID(WRK-SYS-IX) = SC-SYSTEM-ID
                 MOVE WRK-SYS-IX TO WRK-SYS-FOUND-IX
              END-IF
           END-PERFORM
           IF WRK-SYS-FOUND-IX = 0
              IF WRK-SYS-COUNT < WRK-SYS-MAX
                 ADD 1 TO WRK-SYS-COUNT
                 MOVE WRK-SYS-COUNT TO WRK-SYS-FOUND-IX
                 INITIALIZE WRK-SYS-ENTRY(WRK-SYS-COUNT)
                 MOVE SC-SYSTEM-ID TO WSY-SYSTEM-ID(WRK-SYS-COUNT)
              ELSE
                 ADD 1 TO WRK-SYS-LOST-COUNT
              END-IF
           END-IF.
      ****************************************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF WRK-REPORT-FILE-STATUS NOT = "00"
              DISPLAY 'FEED-SCORECARD: UNABLE TO OPEN '
                      WRK-REPORT-FILE-PATH
                      ' STATUS ' WRK-REPORT-FILE-STATUS
           ELSE
              MOVE WRK-MONTH-PARM TO H-MONTH
              MOVE SC-MONTH-START TO H-FIRST-DATE
              IF WRK-LAST-DAY-INT < WRK-FIRST-DAY-INT
                 MOVE 'NONE YET' TO H-LAST-DATE
              ELSE
                 COMPUTE WRK-DATE-8 = FUNCTION DATE-OF-INTEGER(
                    WRK-LAST-DAY-INT)
                 MOVE WRK-DATE-8 TO H-LAST-DATE
              END-IF
              MOVE WRK-LATE-DAYS TO H-LATE-DAYS
              MOVE HEADER-LINE-1 TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
      ****************************************************************
       SCORE-EXPECTED-FEEDS.
      *    Each calendar entry is walked across the judged days, so
      *    the late and missing list comes out grouped by system.
           MOVE 'LATE AND MISSING EXPECTED FEEDS' TO SL-TEXT
           MOVE SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WRK-CAL-IX
           PERFORM UNTIL WRK-CAL-IX >= WRK-CAL-COUNT
              ADD 1 TO WRK-CAL-IX
              MOVE WCE-SYSTEM-ID(WRK-CAL-IX) TO SC-SYSTEM-ID
              PERFORM FIND-SYSTEM
              IF WRK-SYS-FOUND-IX > 0
                 MOVE WRK-FIRST-DAY-INT TO WRK-DAY-INT
                 PERFORM UNTIL WRK-DAY-INT > WRK-LAST-DAY-INT
                    PERFORM JUDGE-ONE-DAY
                    ADD 1 TO WRK-DAY-INT
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WRK-EXCEPTION-COUNT = 0
              MOVE '  NONE - EVERY EXPECTED FEED ARRIVED ON TIME'
                 TO SL-TEXT
              MOVE SECTION-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
      ****************************************************************
       JUDGE-ONE-DAY.
      *    Day 1 of the intrinsic date base (1601-01-01) fell on a
      *    Monday, so this remainder yields 1 = Monday .. 7 = Sunday.
           COMPUTE WRK-DATE-8 = FUNCTION DATE-OF-INTEGER(WRK-DAY-INT)
           COMPUTE WRK-WEEKDAY =
              FUNCTION REM(WRK-DAY-INT - 1, 7) + 1
           MOVE WRK-DATE-8(7:2) TO WRK-DAY-OF-MONTH
           MOVE 'N' TO WRK-DUE-SW
           EVALUATE WCE-FREQ(WRK-CAL-IX)
              WHEN 'D'
                 MOVE 'Y' TO WRK-DUE-SW
              WHEN 'W'
                 IF WCE-DAY(WRK-CAL-IX) = WRK-WEEKDAY
                    MOVE 'Y' TO WRK-DUE-SW
                 END-IF
              WHEN 'M'
                 IF WCE-DAY(WRK-CAL-IX) = WRK-DAY-OF-MONTH
                    MOVE 'Y' TO WRK-DUE-SW
                 END-IF
           END-EVALUATE
           IF FEED-DUE
              ADD 1 TO WSY-EXPECTED(WRK-SYS-FOUND-IX)
              PERFORM LOOK-FOR-ARRIVAL
           END-IF.
      ****************************************************************
       LOOK-FOR-ARRIVAL.
           MOVE 0 TO SC-ROW-COUNT
           MOVE SPACES TO SC-FIRST-TS
           MOVE WRK-DATE-8 TO SC-FEED-DATE
           IF FEEDCTL-EXISTS
              EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(START_TS), ' ')
                     INTO :SC-ROW-COUNT, :SC-FIRST-TS
                     FROM TAB1_FEEDCTL
                    WHERE SYSTEM_ID = :SC-SYSTEM-ID
                      AND FEED_DATE = :SC-FEED-DATE
                      AND STATUS = 'COMPLETE'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'FEEDCTL QUERY FAILED' TO WRK-AUDIT-MESSAGE
                 PERFORM REPORT-SQL-TROUBLE
                 MOVE 0 TO SC-ROW-COUNT
              END-IF
           END-IF
           MOVE SC-SYSTEM-ID TO E-SYSTEM-ID
           MOVE SC-FEED-DATE TO E-FEED-DATE
           IF SC-ROW-COUNT = 0
              ADD 1 TO WSY-MISSING(WRK-SYS-FOUND-IX)
              MOVE 'MISSING' TO E-VERDICT
              MOVE SPACES TO E-ARRIVED-LABEL E-ARRIVED-DATE
                             E-DAYS-LABEL
              MOVE 0 TO E-DAYS-LATE
              MOVE EXCEPTION-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD 1 TO WRK-EXCEPTION-COUNT
           ELSE
              MOVE 0 TO WRK-DAYS-LATE
              IF SC-FIRST-TS(1:8) IS NUMERIC
                 COMPUTE WRK-ARRIVAL-INT =
                    FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SC-FIRST-TS(1:8)))
                 COMPUTE WRK-DAYS-LATE =
                    WRK-ARRIVAL-INT - WRK-DAY-INT
              END-IF
              IF WRK-DAYS-LATE > WRK-LATE-DAYS
                 ADD 1 TO WSY-LATE(WRK-SYS-FOUND-IX)
                 MOVE 'LATE' TO E-VERDICT
                 MOVE 'ARRIVED ' TO E-ARRIVED-LABEL
                 MOVE SC-FIRST-TS(1:8) TO E-ARRIVED-DATE
                 MOVE WRK-DAYS-LATE TO E-DAYS-LATE
                 MOVE ' DAY(S)' TO E-DAYS-LABEL
                 MOVE EXCEPTION-LINE TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 ADD 1 TO WRK-EXCEPTION-COUNT
              ELSE
                 ADD 1 TO WSY-ON-TIME(WRK-SYS-FOUND-IX)
              END-IF
           END-IF.
      ****************************************************************
       GATHER-FEEDCTL-FIGURES.
      *    Everything the feed registry says about the month, by
      *    system and status - received counts distinct feed dates so
      *    a rerun after a failure is not a second feed.
           IF FEEDCTL-EXISTS
              EXEC SQL
                 OPEN FEEDSTAT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'FEEDCTL CURSOR OPEN FAILED' TO WRK-AUDIT-MESSAGE
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 MOVE 'N' TO WRK-READ-EOF-SW
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT FEEDSTAT INTO
                          :SC-SYSTEM-ID, :SC-STATUS, :SC-ROW-COUNT,
                          :SC-DATE-COUNT, :SC-ROWS-READ,
                          :SC-ROWS-REJECTED
                    END-EXEC
                    EVALUATE SQLCODE
                       WHEN 100
                          MOVE 'Y' TO WRK-READ-EOF-SW
                       WHEN 0
                          PERFORM ADD-FEEDCTL-FIGURES
                       WHEN OTHER
                          MOVE 'Y' TO WRK-READ-EOF-SW
                          MOVE 'FEEDCTL FETCH FAILED'
                             TO WRK-AUDIT-MESSAGE
                          PERFORM REPORT-SQL-TROUBLE
                    END-EVALUATE
                 END-PERFORM
                 EXEC SQL
                    CLOSE FEEDSTAT
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       ADD-FEEDCTL-FIGURES.
           PERFORM FIND-SYSTEM
           IF WRK-SYS-FOUND-IX > 0
              EVALUATE SC-STATUS
                 WHEN 'COMPLETE'
                    ADD SC-DATE-COUNT TO WSY-RECEIVED(WRK-SYS-FOUND-IX)
                    ADD SC-ROWS-READ  TO WSY-ROWS-READ(WRK-SYS-FOUND-IX)
                    ADD SC-ROWS-REJECTED
                       TO WSY-ROWS-REJ(WRK-SYS-FOUND-IX)
                 WHEN 'OUTOFBAL'
                    ADD SC-ROW-COUNT TO WSY-OUTOFBAL(WRK-SYS-FOUND-IX)
                 WHEN 'VOLSTOP'
                    ADD SC-ROW-COUNT TO WSY-VOLSTOP(WRK-SYS-FOUND-IX)
                 WHEN 'FAILED'
                    ADD SC-ROW-COUNT TO WSY-FAILED(WRK-SYS-FOUND-IX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      ****************************************************************
       GATHER-REJECT-OUTCOMES.
           IF REJLOG-EXISTS
              EXEC SQL
                 OPEN REJOUTCOME
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'REJLOG CURSOR OPEN FAILED' TO WRK-AUDIT-MESSAGE
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 MOVE 'N' TO WRK-READ-EOF-SW
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT REJOUTCOME INTO
                          :SC-SYSTEM-ID, :SC-OUTCOME, :SC-ROW-COUNT
                    END-EXEC
                    EVALUATE SQLCODE
                       WHEN 100
                          MOVE 'Y' TO WRK-READ-EOF-SW
                       WHEN 0
                          PERFORM ADD-REJECT-OUTCOME
                       WHEN OTHER
                          MOVE 'Y' TO WRK-READ-EOF-SW
                          MOVE 'REJLOG FETCH FAILED'
                             TO WRK-AUDIT-MESSAGE
                          PERFORM REPORT-SQL-TROUBLE
                    END-EVALUATE
                 END-PERFORM
                 EXEC SQL
                    CLOSE REJOUTCOME
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       ADD-REJECT-OUTCOME.
           PERFORM FIND-SYSTEM
           IF WRK-SYS-FOUND-IX > 0
              ADD SC-ROW-COUNT TO WSY-REGISTERED(WRK-SYS-FOUND-IX)
              EVALUATE SC-OUTCOME
                 WHEN 'REPAIRED'
                    ADD SC-ROW-COUNT TO WSY-REPAIRED(WRK-SYS-FOUND-IX)
                 WHEN 'AGED'
                    ADD SC-ROW-COUNT TO WSY-AGED(WRK-SYS-FOUND-IX)
                 WHEN OTHER
                    ADD SC-ROW-COUNT TO WSY-OPEN(WRK-SYS-FOUND-IX)
              END-EVALUATE
           END-IF.
      ****************************************************************
       PRINT-SCORECARDS.
           MOVE 0 TO WRK-SYS-IX
           PERFORM UNTIL WRK-SYS-IX >= WRK-SYS-COUNT
              ADD 1 TO WRK-SYS-IX
              PERFORM PRINT-ONE-SCORECARD
           END-PERFORM
           IF WRK-SYS-LOST-COUNT > 0
              DISPLAY 'FEED-SCORECARD: SYSTEM TABLE FULL - '
                      WRK-SYS-LOST-COUNT ' FIGURE(S) NOT SCORED'
           END-IF
           MOVE WRK-SYS-COUNT    TO T-SYSTEMS
           MOVE WRK-TOT-EXPECTED TO T-EXPECTED
           MOVE WRK-TOT-RECEIVED TO T-RECEIVED
           MOVE WRK-TOT-LATE     TO T-LATE
           MOVE WRK-TOT-MISSING  TO T-MISSING
           MOVE TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
      ****************************************************************
       PRINT-ONE-SCORECARD.
           MOVE WSY-SYSTEM-ID(WRK-SYS-IX) TO S-SYSTEM-ID
           IF WSY-EXPECTED(WRK-SYS-IX) = 0
              MOVE '  (NOT ON THE FEED CALENDAR)' TO S-NOTE
           ELSE
              MOVE SPACES TO S-NOTE
           END-IF
           MOVE SYSTEM-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
      *    Anything received beyond the expected feeds that came is
      *    unscheduled.
           MOVE 0 TO WRK-UNSCHEDULED
           IF WSY-RECEIVED(WRK-SYS-IX) >
              WSY-ON-TIME(WRK-SYS-IX) + WSY-LATE(WRK-SYS-IX)
              COMPUTE WRK-UNSCHEDULED = WSY-RECEIVED(WRK-SYS-IX)
                 - WSY-ON-TIME(WRK-SYS-IX) - WSY-LATE(WRK-SYS-IX)
           END-IF
           MOVE WSY-EXPECTED(WRK-SYS-IX) TO F-EXPECTED
           MOVE WSY-ON-TIME(WRK-SYS-IX)  TO F-ON-TIME
           MOVE WSY-LATE(WRK-SYS-IX)     TO F-LATE
           MOVE WSY-MISSING(WRK-SYS-IX)  TO F-MISSING
           MOVE WSY-RECEIVED(WRK-SYS-IX) TO F-RECEIVED
           MOVE WRK-UNSCHEDULED          TO F-UNSCHEDULED
           MOVE FEED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WSY-OUTOFBAL(WRK-SYS-IX) TO P-OUTOFBAL
           MOVE WSY-VOLSTOP(WRK-SYS-IX)  TO P-VOLSTOP
           MOVE WSY-FAILED(WRK-SYS-IX)   TO P-FAILED
           MOVE STOP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WSY-ROWS-READ(WRK-SYS-IX) TO R-ROWS-READ
           MOVE WSY-ROWS-REJ(WRK-SYS-IX)  TO R-ROWS-REJ
           MOVE WSY-ROWS-REJ(WRK-SYS-IX)  TO SC-ROW-COUNT
           PERFORM COMPUTE-REJECT-RATE
           MOVE WRK-RATE TO R-RATE
           MOVE ROWS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF REJLOG-EXISTS AND WSY-REGISTERED(WRK-SYS-IX) > 0
              PERFORM PRINT-REJECT-REASONS
           END-IF
           MOVE WSY-REPAIRED(WRK-SYS-IX) TO O-REPAIRED
           MOVE WSY-AGED(WRK-SYS-IX)     TO O-AGED
           MOVE WSY-OPEN(WRK-SYS-IX)     TO O-OPEN
           MOVE OUTCOME-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WSY-EXPECTED(WRK-SYS-IX) TO WRK-TOT-EXPECTED
           ADD WSY-RECEIVED(WRK-SYS-IX) TO WRK-TOT-RECEIVED
           ADD WSY-LATE(WRK-SYS-IX)     TO WRK-TOT-LATE
           ADD WSY-MISSING(WRK-SYS-IX)  TO WRK-TOT-MISSING.
      ****************************************************************
       PRINT-REJECT-REASONS.
           MOVE WSY-SYSTEM-ID(WRK-SYS-IX) TO SC-SYSTEM-ID
           EXEC SQL
              OPEN REJREASON
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REJLOG REASON CURSOR OPEN FAILED'
                 TO WRK-AUDIT-MESSAGE
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              MOVE 'N' TO WRK-READ-EOF-SW
              PERFORM UNTIL NO-MORE-ROWS
                 EXEC SQL
                    FETCH NEXT REJREASON INTO :SC-REASON, :SC-ROW-COUNT
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WRK-READ-EOF-SW
                    WHEN 0
                       MOVE SC-REASON    TO J-REASON
                       MOVE SC-ROW-COUNT TO J-COUNT
                       PERFORM COMPUTE-REJECT-RATE
                       MOVE WRK-RATE TO J-RATE
                       MOVE REASON-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                    WHEN OTHER
                       MOVE 'Y' TO WRK-READ-EOF-SW
                       MOVE 'REJLOG REASON FETCH FAILED'
                          TO WRK-AUDIT-MESSAGE
                       PERFORM REPORT-SQL-TROUBLE
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE REJREASON
              END-EXEC
           END-IF.
      ****************************************************************
       COMPUTE-REJECT-RATE.
      *    SC-ROW-COUNT rejects as a percentage of the rows the system
      *    sent in its completed feeds.
           MOVE 0 TO WRK-RATE
           IF WSY-ROWS-READ(WRK-SYS-IX) > 0
              COMPUTE WRK-RATE ROUNDED =
                 SC-ROW-COUNT * 100 / WSY-ROWS-READ(WRK-SYS-IX)
                 ON SIZE ERROR
                    MOVE 99999.99 TO WRK-RATE
              END-COMPUTE
           END-IF.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           DISPLAY 'FEED-SCORECARD: ' WRK-AUDIT-MESSAGE
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'FEED-SCORE' TO WRK-AUDIT-SOURCE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
