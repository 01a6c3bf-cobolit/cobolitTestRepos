       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETURNED-MAIL.
      ****************************************************************
      * RETURNED-MAIL - the returned-mail interface. The mailing
      * vendor sends back the mail it could not deliver
      * (RETMAIL_FILE, default "retmail.dat", layout retmail.cpy);
      * each detail marks the customer's TAB1_ADDR row undeliverable
      * with the return date and the vendor's reason code
      * (UNDELIV_DATE / UNDELIV_REASON, added to TAB1_ADDR here if
      * the table predates them). A key already flagged keeps its
      * original date - the flag has been set since then - and takes
      * the latest reason. A key with no TAB1_ADDR row, a blank key
      * or a bad return date goes to the reject file
      * (RETMAIL_REJECT_FILE, default "retmail.rej") with a reason.
      *
      * The flag clears itself: POPULATE-DB and BATCH-MAINT blank it
      * when the sender next transmits an 'N' address record that
      * actually changes the address. STATEMENT-RUN lists a flagged
      * customer on its exceptions list instead of printing a
      * statement nobody will receive.
      *
      * Like POPULATE-DB, the file is pre-read before anything is
      * flagged: the 'T' trailer's detail count and return-date hash
      * must agree with the file as received, or nothing is applied
      * and the file goes back to the vendor.
      *
      * RETMAIL_ACTION selects:
      *   APPLY  - process the vendor file (the default)
      *   REPORT - the weekly list of customers still undeliverable:
      *            key, name, reason, flagged since, days flagged and
      *            COL-2 balance (RETMAIL_REPORT, default
      *            "retmail.rpt"), longest-flagged first
      * Days flagged count to the business date (see BUSINESS-DATE).
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - rejects written, an empty file, or nobody undeliverable
      *       (REPORT)
      *   8 - connect failure, bad RETMAIL_ACTION, business day
      *       closed (APPLY) or control record unreadable, TAB1
      *       write lock not acquired, file-open failure,
      *       out-of-balance file, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETMAIL-FILE ASSIGN TO WRK-RETMAIL-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RETMAIL-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO WRK-REJECT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REJECT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WRK-REPORT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETMAIL-FILE.
           COPY "retmail.cpy".
      *    Reject record - the detail as received plus why it was
      *    refused and the business date it was refused on.
       FD  REJECT-FILE.
       01  RETMAIL-REJECT-RECORD.
           05 RJ-COL-1           PIC X(20).
           05 FILLER             PIC X(1).
           05 RJ-RETURN-DATE     PIC X(8).
           05 FILLER             PIC X(1).
           05 RJ-REASON-CODE     PIC X(4).
           05 FILLER             PIC X(1).
           05 RJ-REASON          PIC X(40).
           05 FILLER             PIC X(1).
           05 RJ-REJECT-DATE     PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  RM-KEY             PIC X(20).
       01  RM-DATE            PIC X(8).
       01  RM-REASON          PIC X(4).
       01  RM-NAME            PIC X(40).
       01  RM-CITY            PIC X(30).
       01  RM-COL-2           PIC 9(10)V9(5).
       01  RM-LIVE            PIC X(8).
       01  WRK-ADDR-EXISTS    PIC 9(9) COMP.
       01  WRK-TABLE-EXISTS   PIC 9(9) COMP.
       01  WRK-COLUMN-EXISTS  PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-ENV-CODE            PIC X(8).
           COPY "dbretcd.cpy".
       01  WRK-RETMAIL-FILE-PATH   PIC X(80).
       01  WRK-RETMAIL-FILE-STATUS PIC X(2) VALUE "00".
       01  WRK-REJECT-FILE-PATH    PIC X(80).
       01  WRK-REJECT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WRK-REPORT-FILE-PATH    PIC X(80).
       01  WRK-REPORT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WRK-ACTION-PARM         PIC X(8) VALUE SPACES.
           88 ACTION-APPLY             VALUE 'APPLY', SPACES.
           88 ACTION-REPORT            VALUE 'REPORT'.
       01  WRK-FEED-EOF-SW         PIC X VALUE 'N'.
           88 FEED-EOF                 VALUE 'Y'.
       01  WRK-READ-EOF-SW         PIC X VALUE 'N'.
           88 NO-MORE-ROWS             VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW      PIC X VALUE 'N'.
           88 SQL-TROUBLE              VALUE 'Y'.
       01  WRK-REFUSED-SW          PIC X VALUE 'N'.
           88 RUN-REFUSED              VALUE 'Y'.
       01  WRK-DATE-REFUSED-SW     PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED    VALUE 'Y'.
       01  WRK-HDR-SEEN-SW         PIC X VALUE 'N'.
           88 FEED-HEADER-SEEN         VALUE 'Y'.
       01  WRK-TRL-SEEN-SW         PIC X VALUE 'N'.
           88 FEED-TRAILER-SEEN        VALUE 'Y'.
       01  WRK-FEED-BAD-SW         PIC X VALUE 'N'.
           88 FEED-OUT-OF-BALANCE      VALUE 'Y'.
       01  WRK-REJ-OPEN-SW         PIC X VALUE 'N'.
           88 REJECT-FILE-OPEN         VALUE 'Y'.
       01  WRK-DETAIL-COUNT        PIC 9(9) VALUE 0.
       01  WRK-DATE-HASH           PIC 9(15) VALUE 0.
       01  WRK-TRL-DETAIL-COUNT    PIC 9(9) VALUE 0.
       01  WRK-TRL-DATE-HASH       PIC 9(15) VALUE 0.
       01  WRK-FLAGGED-COUNT       PIC 9(9) VALUE 0.
       01  WRK-REFLAGGED-COUNT     PIC 9(9) VALUE 0.
       01  WRK-REJECT-COUNT        PIC 9(9) VALUE 0.
       01  WRK-LISTED-COUNT        PIC 9(9) VALUE 0.
       01  WRK-NOT-LIVE-COUNT      PIC 9(9) VALUE 0.
       01  WRK-LISTED-COL-2        PIC 9(14)V9(5) VALUE 0.
       01  WRK-DAYS-FLAGGED        PIC S9(7) VALUE 0.
       01  WRK-FLAG-DATE-8         PIC 9(8).
       01  WRK-VENDOR-ID           PIC X(8) VALUE SPACES.
       01  WRK-FILE-DATE           PIC 9(8) VALUE 0.
       01  WRK-REJECT-REASON       PIC X(40) VALUE SPACES.
       01  WRK-BALANCE-ERROR       PIC X(40) VALUE SPACES.
       01  WRK-COUNT-DIFF-MSG.
           05 FILLER               PIC X(8)  VALUE 'COUNT T='.
           05 WCD-TRAILER          PIC 9(9).
           05 FILLER               PIC X(3)  VALUE ' R='.
           05 WCD-READ             PIC 9(9).
       01  WRK-HASH-DIFF-MSG.
           05 FILLER               PIC X(7)  VALUE 'HASH T='.
           05 WHD-TRAILER          PIC 9(15).
           05 FILLER               PIC X(3)  VALUE ' R='.
           05 WHD-READ             PIC 9(15).
       01  WRK-TS-DATE             PIC 9(8).
       01  WRK-TS-TIME             PIC X(8).
       01  WRK-START-TS            PIC X(14).
       01  WRK-LOCK-ACTION         PIC X(1).
       01  WRK-LOCK-PROGRAM        PIC X(12) VALUE 'RET-MAIL'.
       01  WRK-LOCK-RESULT         PIC S9(9) VALUE 0.
       01  WRK-BIZ-ACTION          PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM         PIC X(12) VALUE 'RET-MAIL'.
       01  WRK-BIZ-DATE            PIC 9(8).
       01  WRK-BIZ-RESULT          PIC S9(9) VALUE 0.
       01  WRK-STATS-PROGRAM       PIC X(12).
       01  WRK-STATS-IN            PIC 9(9).
       01  WRK-STATS-OUT           PIC 9(9).
       01  WRK-STATS-REJ           PIC 9(9).
       01  WRK-STATS-STATUS        PIC X(8).
       01  WRK-AUDIT-SOURCE        PIC X(12).
       01  WRK-AUDIT-MESSAGE       PIC X(80).
       01  WRK-AUDIT-SQLCODE       PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM       PIC X(12).
       01  WRK-EVENT-SEVERITY      PIC X(8).
       01  WRK-EVENT-CODE          PIC X(8).
       01  WRK-EVENT-SUBJECT       PIC X(20).
       01  WRK-EVENT-TEXT          PIC X(60).

       01  HEADER-LINE-1.
           05 FILLER               PIC X(40)
              VALUE 'CUSTOMERS STILL UNDELIVERABLE'.
           05 FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
           05 H-BIZ-DATE           PIC 9(8).
       01  HEADER-LINE-2.
           05 FILLER               PIC X(22) VALUE 'KEY'.
           05 FILLER               PIC X(42) VALUE 'NAME'.
           05 FILLER               PIC X(8)  VALUE 'REASON'.
           05 FILLER               PIC X(10) VALUE 'SINCE'.
           05 FILLER               PIC X(8)  VALUE '    DAYS'.
           05 FILLER               PIC X(18)
              VALUE '            COL-2'.
       01  DETAIL-LINE.
           05 D-COL-1              PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-NAME               PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-REASON             PIC X(4).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 D-SINCE              PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-DAYS               PIC Z(6)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-COL-2              PIC Z(9)9.99999.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-NOTE               PIC X(12).
       01  TOTAL-LINE.
           05 T-LABEL              PIC X(36).
           05 T-COUNT              PIC Z(8)9.
       01  TOTAL-COL-2-LINE.
           05 FILLER               PIC X(36)
              VALUE 'COL-2 OF LIVE UNDELIVERABLE KEYS'.
           05 T-COL-2              PIC Z(13)9.99999.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              UNDELCUR CURSOR FOR
                 SELECT A.COL_1, COALESCE(A.ADDR_NAME, ' '),
                        A.UNDELIV_REASON, A.UNDELIV_DATE,
                        COALESCE(T.COL_2, 0),
                        CASE WHEN T.COL_1 IS NULL THEN 'N'
                             ELSE 'Y' END
                   FROM TAB1_ADDR A
                        LEFT JOIN TAB1 T ON T.COL_1 = A.COL_1
                  WHERE A.UNDELIV_DATE > ' '
                  ORDER BY A.UNDELIV_DATE, A.COL_1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF RUN-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ESTABLISH-BUSINESS-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'RETURNED-MAIL: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ENSURE-UNDELIV-COLUMNS
           IF NOT SQL-TROUBLE
              IF ACTION-REPORT
                 PERFORM PRINT-UNDELIVERABLE-REPORT
              ELSE
                 PERFORM ACQUIRE-RUN-LOCK
                 IF WRK-LOCK-RESULT NOT = 0
                    DISPLAY 'RETURNED-MAIL: TAB1 WRITE LOCK NOT '
                            'ACQUIRED - NOTHING FLAGGED'
                    MOVE 'Y' TO WRK-SQL-TROUBLE-SW
                 ELSE
                    PERFORM APPLY-RETURNED-MAIL
                    PERFORM RELEASE-RUN-LOCK
                 END-IF
              END-IF
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN RUN-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-RETMAIL-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-REJECT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN FEED-OUT-OF-BALANCE
                 MOVE 8 TO RETURN-CODE
              WHEN ACTION-REPORT AND WRK-LISTED-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN ACTION-APPLY AND WRK-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN ACTION-APPLY AND WRK-DETAIL-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'RET-MAIL' TO WRK-STATS-PROGRAM
           IF ACTION-REPORT
              MOVE WRK-LISTED-COUNT TO WRK-STATS-IN
              MOVE WRK-LISTED-COUNT TO WRK-STATS-OUT
              MOVE 0                TO WRK-STATS-REJ
           ELSE
              MOVE WRK-DETAIL-COUNT TO WRK-STATS-IN
              COMPUTE WRK-STATS-OUT =
                 WRK-FLAGGED-COUNT + WRK-REFLAGGED-COUNT
              MOVE WRK-REJECT-COUNT TO WRK-STATS-REJ
           END-IF
           EVALUATE TRUE
              WHEN RUN-REFUSED OR BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN FEED-OUT-OF-BALANCE
                 MOVE 'OUTOFBAL' TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-RETMAIL-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-REJECT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS
           IF WRK-STATS-STATUS = 'OUTOFBAL'
              PERFORM RAISE-BALANCE-EVENT
           END-IF.
      ****************************************************************
       RAISE-BALANCE-EVENT.
           MOVE 'RET-MAIL' TO WRK-EVENT-PROGRAM
           MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
           MOVE 'BALSTOP'  TO WRK-EVENT-CODE
           MOVE SPACES TO WRK-EVENT-SUBJECT
           STRING WRK-VENDOR-ID ' ' WRK-FILE-DATE
              DELIMITED BY SIZE INTO WRK-EVENT-SUBJECT
           MOVE 'RETURNED-MAIL FILE OUT OF BALANCE AGAINST ITS TRAILER'
             TO WRK-EVENT-TEXT
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
      ****************************************************************
       ACQUIRE-RUN-LOCK.
      *    The shared TAB1 write lock - see runlock.cob. TAB1_ADDR is
      *    maintained under it by the load and BATCH-MAINT as well.
           MOVE 'A' TO WRK-LOCK-ACTION
           CALL "RUN-LOCK" USING WRK-LOCK-ACTION WRK-LOCK-PROGRAM
                                  WRK-LOCK-RESULT.
       RELEASE-RUN-LOCK.
           MOVE 'R' TO WRK-LOCK-ACTION
           CALL "RUN-LOCK" USING WRK-LOCK-ACTION WRK-LOCK-PROGRAM
                                  WRK-LOCK-RESULT.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'RETURNED-MAIL: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'RETURNED-MAIL: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       ESTABLISH-BUSINESS-DATE.
      *    REPORT only reads, so a closed day does not stop it - the
      *    days flagged still count to that day.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           EVALUATE TRUE
              WHEN WRK-BIZ-RESULT = 1 AND ACTION-APPLY
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - RETURNED MAIL REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN WRK-BIZ-RESULT = 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - RETURNED MAIL REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'RETURNED-MAIL: ' WRK-AUDIT-MESSAGE
           MOVE 'RET-MAIL' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-ACTION-PARM
           ACCEPT WRK-ACTION-PARM FROM ENVIRONMENT "RETMAIL_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION-PARM)
                TO WRK-ACTION-PARM
           IF NOT ACTION-APPLY AND NOT ACTION-REPORT
              DISPLAY 'RETURNED-MAIL: UNKNOWN RETMAIL_ACTION "'
                      WRK-ACTION-PARM '"'
              MOVE 'Y' TO WRK-REFUSED-SW
           END-IF
           MOVE SPACES TO WRK-RETMAIL-FILE-PATH
           ACCEPT WRK-RETMAIL-FILE-PATH
                  FROM ENVIRONMENT "RETMAIL_FILE"
           IF WRK-RETMAIL-FILE-PATH = SPACES
              MOVE "retmail.dat" TO WRK-RETMAIL-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-REJECT-FILE-PATH
           ACCEPT WRK-REJECT-FILE-PATH
                  FROM ENVIRONMENT "RETMAIL_REJECT_FILE"
           IF WRK-REJECT-FILE-PATH = SPACES
              MOVE "retmail.rej" TO WRK-REJECT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-REPORT-FILE-PATH
           ACCEPT WRK-REPORT-FILE-PATH
                  FROM ENVIRONMENT "RETMAIL_REPORT"
           IF WRK-REPORT-FILE-PATH = SPACES
              MOVE "retmail.rpt" TO WRK-REPORT-FILE-PATH
           END-IF.
      ****************************************************************
       ENSURE-UNDELIV-COLUMNS.
      *    Address tables created before returned mail was tracked
      *    have no flag columns - add them in place, the way
      *    ATTACH-TAB1 added DOC_HASH. The blank default means "not
      *    flagged" for every existing row.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_addr'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'RETURNED-MAIL: COULD NOT CHECK TAB1_ADDR'
              PERFORM REPORT-SQL-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS = 0
                 DISPLAY 'RETURNED-MAIL: NO TAB1_ADDR TABLE - NO '
                         'ADDRESSES ON FILE TO FLAG'
                 PERFORM REPORT-SQL-TROUBLE
              END-IF
           END-IF
           IF NOT SQL-TROUBLE
              MOVE 0 TO WRK-COLUMN-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-COLUMN-EXISTS
                     FROM INFORMATION_SCHEMA.COLUMNS
                    WHERE TABLE_NAME = 'tab1_addr'
                      AND COLUMN_NAME = 'undeliv_date'
              END-EXEC
              IF SQLCODE = 0 AND WRK-COLUMN-EXISTS = 0
                 DISPLAY 'RETURNED-MAIL: ADDING UNDELIVERABLE FLAG '
                         'TO TAB1_ADDR'
                 EXEC SQL
                      ALTER TABLE TAB1_ADDR
                        ADD COLUMN UNDELIV_DATE CHAR(8) DEFAULT ' '
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                         ALTER TABLE TAB1_ADDR
                           ADD COLUMN UNDELIV_REASON CHAR(4)
                               DEFAULT ' '
                    END-EXEC
                 END-IF
                 IF SQLCODE = 0
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 ELSE
                    DISPLAY 'RETURNED-MAIL: ALTER FAILED'
                    PERFORM REPORT-SQL-TROUBLE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       APPLY-RETURNED-MAIL.
           PERFORM PRESCAN-RETMAIL-FILE
           IF FEED-OUT-OF-BALANCE
              DISPLAY 'RETURNED-MAIL: STOPPED - FILE OUT OF BALANCE '
                      'ON PRE-READ, NOTHING FLAGGED - BOUNCE THE '
                      'FILE TO THE VENDOR'
           END-IF
           IF NOT FEED-OUT-OF-BALANCE
              AND WRK-RETMAIL-FILE-STATUS = "00"
              AND WRK-REJECT-FILE-STATUS = "00"
              MOVE 'N' TO WRK-FEED-EOF-SW
              MOVE 0 TO WRK-DETAIL-COUNT
              OPEN INPUT RETMAIL-FILE
              IF WRK-RETMAIL-FILE-STATUS NOT = "00"
                 DISPLAY 'RETURNED-MAIL: UNABLE TO OPEN '
                         WRK-RETMAIL-FILE-PATH
                         ' STATUS ' WRK-RETMAIL-FILE-STATUS
              ELSE
                 PERFORM UNTIL FEED-EOF
                    READ RETMAIL-FILE
                       AT END
                          MOVE 'Y' TO WRK-FEED-EOF-SW
                       NOT AT END
                          IF RM-DETAIL-REC
                             ADD 1 TO WRK-DETAIL-COUNT
                             PERFORM APPLY-ONE-RETURN
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RETMAIL-FILE
              END-IF
           END-IF
           IF REJECT-FILE-OPEN
              CLOSE REJECT-FILE
              MOVE 'N' TO WRK-REJ-OPEN-SW
           END-IF
           DISPLAY 'RETURNED-MAIL: ' WRK-DETAIL-COUNT ' READ, '
                   WRK-FLAGGED-COUNT ' FLAGGED, '
                   WRK-REFLAGGED-COUNT ' ALREADY FLAGGED, '
                   WRK-REJECT-COUNT ' REJECTED'.
      ****************************************************************
       PRESCAN-RETMAIL-FILE.
      *    Totals over the file as received, verified against the
      *    trailer before the first address is flagged. The reject
      *    file is opened here so a discrepancy lands where the
      *    operators look.
           OPEN OUTPUT REJECT-FILE
           IF WRK-REJECT-FILE-STATUS NOT = "00"
              DISPLAY 'RETURNED-MAIL: UNABLE TO OPEN '
                      WRK-REJECT-FILE-PATH
                      ' STATUS ' WRK-REJECT-FILE-STATUS
           ELSE
              MOVE 'Y' TO WRK-REJ-OPEN-SW
              OPEN INPUT RETMAIL-FILE
              IF WRK-RETMAIL-FILE-STATUS NOT = "00"
                 DISPLAY 'RETURNED-MAIL: UNABLE TO OPEN '
                         WRK-RETMAIL-FILE-PATH
                         ' STATUS ' WRK-RETMAIL-FILE-STATUS
              ELSE
                 MOVE 'N' TO WRK-FEED-EOF-SW
                 PERFORM UNTIL FEED-EOF
                    READ RETMAIL-FILE
                       AT END
                          MOVE 'Y' TO WRK-FEED-EOF-SW
                       NOT AT END
                          PERFORM PRESCAN-ONE-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE RETMAIL-FILE
                 PERFORM BALANCE-FILE-TOTALS
              END-IF
           END-IF.
      ****************************************************************
       PRESCAN-ONE-RECORD.
           EVALUATE TRUE
              WHEN RM-HEADER-REC
                 MOVE 'Y' TO WRK-HDR-SEEN-SW
                 MOVE RH-FILE-DATE TO WRK-FILE-DATE
                 MOVE RH-VENDOR-ID TO WRK-VENDOR-ID
                 DISPLAY '    FILE HEADER - DATE ' WRK-FILE-DATE
                         ' VENDOR ' WRK-VENDOR-ID
              WHEN RM-DETAIL-REC
                 ADD 1 TO WRK-DETAIL-COUNT
                 IF RM-RETURN-DATE IS NUMERIC
                    ADD RM-RETURN-DATE TO WRK-DATE-HASH
                 END-IF
              WHEN RM-TRAILER-REC
                 MOVE 'Y' TO WRK-TRL-SEEN-SW
                 MOVE RT-DETAIL-COUNT TO WRK-TRL-DETAIL-COUNT
                 MOVE RT-DATE-HASH    TO WRK-TRL-DATE-HASH
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
           END-EVALUATE.
      ****************************************************************
       BALANCE-FILE-TOTALS.
      *    Same header/trailer balancing POPULATE-DB applies to the
      *    customer feed.
           IF NOT FEED-HEADER-SEEN
              MOVE 'FILE HEADER RECORD MISSING' TO WRK-BALANCE-ERROR
              PERFORM REPORT-FILE-DISCREPANCY
           END-IF
           IF NOT FEED-TRAILER-SEEN
              MOVE 'FILE TRAILER RECORD MISSING' TO WRK-BALANCE-ERROR
              PERFORM REPORT-FILE-DISCREPANCY
           ELSE
              IF WRK-DETAIL-COUNT NOT = WRK-TRL-DETAIL-COUNT
                 MOVE WRK-TRL-DETAIL-COUNT TO WCD-TRAILER
                 MOVE WRK-DETAIL-COUNT     TO WCD-READ
                 MOVE WRK-COUNT-DIFF-MSG   TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
              END-IF
              IF WRK-DATE-HASH NOT = WRK-TRL-DATE-HASH
                 MOVE WRK-TRL-DATE-HASH    TO WHD-TRAILER
                 MOVE WRK-DATE-HASH        TO WHD-READ
                 MOVE WRK-HASH-DIFF-MSG    TO WRK-BALANCE-ERROR
                 PERFORM REPORT-FILE-DISCREPANCY
              END-IF
           END-IF.
      ****************************************************************
       REPORT-FILE-DISCREPANCY.
           MOVE 'Y' TO WRK-FEED-BAD-SW
           MOVE SPACES            TO RETMAIL-REJECT-RECORD
           MOVE '*FILE BALANCE*'  TO RJ-COL-1
           MOVE WRK-BALANCE-ERROR TO RJ-REASON
           MOVE WRK-BIZ-DATE      TO RJ-REJECT-DATE
           WRITE RETMAIL-REJECT-RECORD
           DISPLAY 'RETURNED-MAIL: FILE OUT OF BALANCE - '
                   WRK-BALANCE-ERROR
           MOVE 'RET-MAIL' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           MOVE SPACES TO WRK-AUDIT-MESSAGE
           STRING 'RETURNED-MAIL FILE OUT OF BALANCE - '
                  WRK-BALANCE-ERROR
              DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       APPLY-ONE-RETURN.
           EVALUATE TRUE
              WHEN RM-COL-1 = SPACES
                 MOVE 'BLANK CUSTOMER KEY' TO WRK-REJECT-REASON
                 PERFORM WRITE-RETURN-REJECT
              WHEN RM-RETURN-DATE NOT NUMERIC
                 MOVE 'INVALID RETURN DATE' TO WRK-REJECT-REASON
                 PERFORM WRITE-RETURN-REJECT
              WHEN FUNCTION TEST-DATE-YYYYMMDD(RM-RETURN-DATE) NOT = 0
                 MOVE 'INVALID RETURN DATE' TO WRK-REJECT-REASON
                 PERFORM WRITE-RETURN-REJECT
              WHEN OTHER
                 PERFORM FLAG-ONE-ADDRESS
           END-EVALUATE.
      ****************************************************************
       FLAG-ONE-ADDRESS.
           MOVE RM-COL-1       TO RM-KEY
           MOVE RM-RETURN-DATE TO RM-DATE
           MOVE RM-REASON-CODE TO RM-REASON
           MOVE 0 TO WRK-ADDR-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-ADDR-EXISTS
                  FROM TAB1_ADDR
                 WHERE COL_1 = :RM-KEY
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
              MOVE 'SQL ERROR - SEE AUDIT LOG' TO WRK-REJECT-REASON
              PERFORM WRITE-RETURN-REJECT
           ELSE
              IF WRK-ADDR-EXISTS = 0
                 MOVE 'NO TAB1_ADDR ROW FOR KEY' TO WRK-REJECT-REASON
                 PERFORM WRITE-RETURN-REJECT
              ELSE
                 PERFORM MARK-UNDELIVERABLE
              END-IF
           END-IF.
      ****************************************************************
       MARK-UNDELIVERABLE.
      *    An address already flagged keeps the date it was first
      *    returned on - the report measures from there.
           MOVE SPACES TO RM-LIVE
           EXEC SQL
                SELECT COALESCE(UNDELIV_DATE, ' ')
                  INTO :RM-LIVE
                  FROM TAB1_ADDR
                 WHERE COL_1 = :RM-KEY
                 LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-TROUBLE
              MOVE 'SQL ERROR - SEE AUDIT LOG' TO WRK-REJECT-REASON
              PERFORM WRITE-RETURN-REJECT
           ELSE
              PERFORM UPDATE-UNDELIVERABLE
           END-IF.
      ****************************************************************
       UPDATE-UNDELIVERABLE.
           EXEC SQL
              UPDATE TAB1_ADDR
                 SET UNDELIV_DATE   =
                        CASE WHEN COALESCE(UNDELIV_DATE, ' ') > ' '
                              AND UNDELIV_DATE < :RM-DATE
                             THEN UNDELIV_DATE
                             ELSE :RM-DATE END,
                     UNDELIV_REASON = :RM-REASON
               WHERE COL_1 = :RM-KEY
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              IF RM-LIVE > SPACES
                 ADD 1 TO WRK-REFLAGGED-COUNT
              ELSE
                 ADD 1 TO WRK-FLAGGED-COUNT
              END-IF
           ELSE
              PERFORM REPORT-SQL-TROUBLE
              MOVE 'SQL ERROR - SEE AUDIT LOG' TO WRK-REJECT-REASON
              PERFORM WRITE-RETURN-REJECT
           END-IF.
      ****************************************************************
       WRITE-RETURN-REJECT.
           MOVE SPACES            TO RETMAIL-REJECT-RECORD
           MOVE RM-COL-1          TO RJ-COL-1
           MOVE RM-RETURN-DATE    TO RJ-RETURN-DATE
           MOVE RM-REASON-CODE    TO RJ-REASON-CODE
           MOVE WRK-REJECT-REASON TO RJ-REASON
           MOVE WRK-BIZ-DATE      TO RJ-REJECT-DATE
           WRITE RETMAIL-REJECT-RECORD
           ADD 1 TO WRK-REJECT-COUNT
           DISPLAY 'RETURNED-MAIL REJECT ON ' RM-COL-1 ' - '
                   WRK-REJECT-REASON.
      ****************************************************************
       PRINT-UNDELIVERABLE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WRK-REPORT-FILE-STATUS NOT = "00"
              DISPLAY 'RETURNED-MAIL: UNABLE TO OPEN '
                      WRK-REPORT-FILE-PATH
                      ' STATUS ' WRK-REPORT-FILE-STATUS
           ELSE
              MOVE WRK-BIZ-DATE TO H-BIZ-DATE
              MOVE HEADER-LINE-1 TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE HEADER-LINE-2 TO REPORT-RECORD
              WRITE REPORT-RECORD
              EXEC SQL
                 OPEN UNDELCUR
              END-EXEC
              MOVE 'N' TO WRK-READ-EOF-SW
              PERFORM UNTIL NO-MORE-ROWS
                 EXEC SQL
                    FETCH NEXT UNDELCUR INTO
                       :RM-KEY, :RM-NAME, :RM-REASON, :RM-DATE,
                       :RM-COL-2, :RM-LIVE
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 100
                       MOVE 'Y' TO WRK-READ-EOF-SW
                    WHEN 0
                       PERFORM PRINT-UNDELIVERABLE-LINE
                    WHEN OTHER
                       MOVE 'Y' TO WRK-READ-EOF-SW
                       PERFORM REPORT-SQL-TROUBLE
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE UNDELCUR
              END-EXEC
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 'CUSTOMERS UNDELIVERABLE' TO T-LABEL
              MOVE WRK-LISTED-COUNT TO T-COUNT
              MOVE TOTAL-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE '  OF WHICH NO LONGER ON TAB1' TO T-LABEL
              MOVE WRK-NOT-LIVE-COUNT TO T-COUNT
              MOVE TOTAL-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE WRK-LISTED-COL-2 TO T-COL-2
              MOVE TOTAL-COL-2-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              CLOSE REPORT-FILE
              DISPLAY 'RETURNED-MAIL: ' WRK-LISTED-COUNT
                      ' CUSTOMER(S) STILL UNDELIVERABLE - SEE '
                      WRK-REPORT-FILE-PATH
           END-IF.
      ****************************************************************
       PRINT-UNDELIVERABLE-LINE.
           ADD 1 TO WRK-LISTED-COUNT
           MOVE RM-KEY    TO D-COL-1
           MOVE RM-NAME   TO D-NAME
           MOVE RM-REASON TO D-REASON
           MOVE RM-DATE   TO D-SINCE
           MOVE 0 TO WRK-DAYS-FLAGGED
           IF RM-DATE IS NUMERIC
              MOVE RM-DATE TO WRK-FLAG-DATE-8
              IF WRK-FLAG-DATE-8 < WRK-BIZ-DATE
                 COMPUTE WRK-DAYS-FLAGGED =
                    FUNCTION INTEGER-OF-DATE(WRK-BIZ-DATE)
                    - FUNCTION INTEGER-OF-DATE(WRK-FLAG-DATE-8)
              END-IF
           END-IF
           MOVE WRK-DAYS-FLAGGED TO D-DAYS
           MOVE RM-COL-2 TO D-COL-2
           IF RM-LIVE = 'Y'
              MOVE SPACES TO D-NOTE
              ADD RM-COL-2 TO WRK-LISTED-COL-2
           ELSE
              MOVE 'NOT ON TAB1' TO D-NOTE
              ADD 1 TO WRK-NOT-LIVE-COUNT
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           DISPLAY 'RETURNED-MAIL: SQL TROUBLE'
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'RET-MAIL' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE
           EXEC SQL
              ROLLBACK WORK
           END-EXEC
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW.
