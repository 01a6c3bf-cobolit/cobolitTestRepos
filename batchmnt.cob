      * (MAINT_HOLD_FILE, default "maintfeed.hld") for MAINT-REVIEW
      * to release or discard. Adds and small changes flow untouched.
      *
      * Closed-period guard: the feed header's date is the business
      * date its transactions belong to. If PERIOD-CLOSE has closed
      * that period, every change/delete detail, and every add that
      * passes its edits, goes to the same hold file with reason
      * "CLOSED PERIOD yyyymm - HELD" instead of moving figures
      * already reported; 'N' address records do not touch COL-2 and
      * still apply.
      *
      * Legal-hold guard: a delete for a key under legal hold (see
      * LEGAL-HOLD / HOLD-CHECK) goes to the same hold file with
      * reason "LEGAL HOLD" and is logged to TAB1_HOLDBLOCK.
      *
      * Key ownership: a key belongs to the system whose feed first
      * added it (see OWNER-CHECK / KEY-OWNER). An add, change or
      * delete, or an address add, replace or delete, for a key
      * another system owns is rejected with reason "NOT OWNER - KEY
      * OWNED BY xxxxxxxx" before any other guard sees it, and the
      * attempt is logged to TAB1_OWNBLOCK. An add is the exception:
      * it is checked only once it has passed its edits and the
      * duplicate-key check, and its claim on an unowned key is
      * committed with the insert - or, for an add held for a closed
      * period, with the hold, so MAINT-REVIEW never releases an add
      * its sender does not own.
      *
      * LOAD_DATE/CHANGE_DATE on TAB1 and TAB1_ADDR, and the first
      * date on rejects and held transactions, are the business date
      * from the processing-date control record (see BUSINESS-DATE),
      * not the machine clock; a business day already closed is
      * refused before anything is read.
      *
      * Every run is registered in TAB1_MAINTCTL (created if missing)
      * with its counts and outcome, and a feed that applied cleanly
      * is copied to MAINTFEED_DONE_DIR (default CUSTLOAD_DONE_DIR)
      * as maint<start timestamp>.dat - the maintenance feed arrives
      * under the same name every night, so without the copy nothing
      * would be left for ROLL-FORWARD to replay after a RELOAD-TAB1.
      * ROLL-FORWARD reruns a kept copy with MAINT_REPLAY=Y: the run
      * registers as REPLAYED and keeps no second copy.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - completed with rejects, held transactions, or an empty
      *       feed
      *   8 - connect failure, file-open failure, out-of-balance, or
      *       refused because the business day is already closed
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-AD-POSTCODE PIC X(10).
       01 WRK-ADDR-EXISTS PIC 9(9) COMP.
       01 WRK-TABLE-EXISTS PIC 9(9) COMP.
       01 WRK-BUSINESS-DATE PIC X(8).
       01 WRK-MC-FEED-DATE     PIC X(8).
       01 WRK-MC-SYSTEM-ID     PIC X(8).
       01 WRK-MC-PROGRAM       PIC X(12) VALUE 'BATCH-MAINT'.
       01 WRK-MC-START-TS      PIC X(14).
       01 WRK-MC-END-TS        PIC X(14).
       01 WRK-MC-ROWS-READ     PIC 9(9) COMP.
       01 WRK-MC-ROWS-APPLIED  PIC 9(9) COMP.
       01 WRK-MC-ROWS-REJECTED PIC 9(9) COMP.
       01 WRK-MC-ROWS-HELD     PIC 9(9) COMP.
       01 WRK-MC-STATUS        PIC X(8).
       01 WRK-MC-KEPT-FILE     PIC X(80).
           EXEC SQL END
              DECLARE SECTION
           END-EXEC
       01  WRK-CHANGE-COUNT       PIC 9(9) VALUE 0.
       01  WRK-DELETE-COUNT       PIC 9(9) VALUE 0.
       01  WRK-REJECT-COUNT       PIC 9(9) VALUE 0.
       01  WRK-UNDELIV-CLEAR-COUNT PIC 9(9) VALUE 0.
       01  WRK-UNDELIV-COL-SW     PIC X VALUE 'N'.
           88 UNDELIV-FLAG-KEPT       VALUE 'Y'.
       01  WRK-UNDELIV-CLEARED-SW PIC X VALUE 'N'.
           88 UNDELIV-FLAG-CLEARED    VALUE 'Y'.
       01  WRK-HDR-SEEN-SW        PIC X VALUE 'N'.
           88 FEED-HEADER-SEEN        VALUE 'Y'.
       01  WRK-TRL-SEEN-SW        PIC X VALUE 'N'.
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM      PIC X(12).
       01  WRK-EVENT-SEVERITY     PIC X(8).
       01  WRK-EVENT-CODE         PIC X(8).
       01  WRK-EVENT-SUBJECT      PIC X(20).
       01  WRK-EVENT-TEXT         PIC X(60).
       01  WRK-PRESCAN-COUNT      PIC 9(9) VALUE 0.
       01  WRK-PRESCAN-HASH       PIC 9(15)V9(5) VALUE 0.
       01  WRK-PRESCAN-TRL-COUNT  PIC 9(9) VALUE 0.
       01  WRK-JRNL-NEW-COL-5   PIC X(50) VALUE SPACES.
       01  WRK-JRNL-PROGRAM     PIC X(12) VALUE 'BATCH-MAINT'.
       01  WRK-JRNL-RETURN      PIC S9(9).
       01  WRK-CLOSED-PERIOD    PIC X(6) VALUE SPACES.
       01  WRK-PERIOD-RESULT    PIC S9(9) VALUE 0.
       01  WRK-PERIOD-HELD-COUNT PIC 9(9) VALUE 0.
       01  WRK-HOLD-PROGRAM     PIC X(12) VALUE 'BATCH-MAINT'.
       01  WRK-LEGAL-ACTION     PIC X(20) VALUE 'DELETE'.
       01  WRK-LEGAL-CASE-REF   PIC X(20).
       01  WRK-LEGAL-RESULT     PIC S9(9) VALUE 0.
       01  WRK-LEGAL-HELD-COUNT PIC 9(9) VALUE 0.
       01  WRK-BIZ-ACTION       PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM      PIC X(12) VALUE 'BATCH-MAINT'.
       01  WRK-BIZ-DATE         PIC 9(8).
       01  WRK-BIZ-RESULT       PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW  PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED VALUE 'Y'.
       01  WRK-RUN-FAILED-SW    PIC X VALUE 'N'.
           88 RUN-FAILED            VALUE 'Y'.
       01  WRK-DONE-DIR         PIC X(70).
       01  WRK-REPLAY-PARM      PIC X VALUE SPACE.
           88 REPLAY-RUN            VALUE 'Y'.
       01  WRK-COPY-RESULT      PIC S9(9) COMP-5.
       01  WRK-OWN-PROGRAM      PIC X(12) VALUE 'BATCH-MAINT'.
       01  WRK-OWN-ACTION       PIC X(20).
       01  WRK-OWN-OWNER        PIC X(8).
       01  WRK-OWN-RESULT       PIC S9(9) VALUE 0.

      ****************************************************************
       LINKAGE SECTION.
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-BUSINESS-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'BATCH-MAINT: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-RUN-FAILED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-RUN-FAILED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APPLY-MAINT-FEED
           PERFORM REGISTER-MAINT-RUN
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
              + WRK-DELETE-COUNT
           MOVE WRK-REJECT-COUNT TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN RUN-FAILED
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN FEED-PRESCAN-BAD
                 MOVE 'OUTOFBAL' TO WRK-STATS-STATUS
              WHEN FEED-OUT-OF-BALANCE
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS
           IF WRK-STATS-STATUS = 'OUTOFBAL'
              PERFORM RAISE-BALANCE-EVENT
           END-IF.
      ****************************************************************
       RAISE-BALANCE-EVENT.
           MOVE 'BATCH-MAINT' TO WRK-EVENT-PROGRAM
           MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
           MOVE 'BALSTOP'  TO WRK-EVENT-CODE
           MOVE WRK-FEED-ID TO WRK-EVENT-SUBJECT
           MOVE SPACES TO WRK-EVENT-TEXT
           IF FEED-PRESCAN-BAD
              MOVE 'MAINTENANCE FILE OUT OF BALANCE - NOTHING APPLIED'
                TO WRK-EVENT-TEXT
           ELSE
              MOVE 'MAINTENANCE FILE OUT OF BALANCE AGAINST ITS TRAILER'
                TO WRK-EVENT-TEXT
           END-IF
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
      ****************************************************************
       ACQUIRE-RUN-LOCK.
      *    The shared TAB1 write lock - see runlock.cob. Taken after
           MOVE 'R' TO WRK-LOCK-ACTION
           CALL "RUN-LOCK" USING WRK-LOCK-ACTION WRK-LOCK-PROGRAM
                                  WRK-LOCK-RESULT.
      ****************************************************************
       ESTABLISH-BUSINESS-DATE.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           MOVE WRK-BIZ-DATE TO WRK-BUSINESS-DATE
           EVALUATE WRK-BIZ-RESULT
              WHEN 1
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - FEED NOT APPLIED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - FEED NOT APPLIED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'BATCH-MAINT: ' WRK-AUDIT-MESSAGE
           MOVE 'BATCH-MAINT' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           END-IF
           MOVE SPACES TO WRK-FEED-ID
           PERFORM CREATE-ADDR-IF-MISSING
           PERFORM CREATE-OWNER-IF-MISSING
           PERFORM PRESCAN-MAINT-FEED
           IF FEED-PRESCAN-BAD
              DISPLAY 'BATCH-MAINT: STOPPED - FEED OUT OF BALANCE '
                   WRK-DELETE-COUNT ' DELETED, '
                   WRK-REJECT-COUNT ' REJECTED, '
                   WRK-HELD-COUNT ' HELD FOR APPROVAL'
           IF WRK-UNDELIV-CLEAR-COUNT > 0
              DISPLAY 'BATCH-MAINT: ' WRK-UNDELIV-CLEAR-COUNT
                      ' UNDELIVERABLE FLAG(S) CLEARED BY NEW ADDRESS'
           END-IF
           IF WRK-PERIOD-HELD-COUNT > 0
              DISPLAY 'BATCH-MAINT: ' WRK-PERIOD-HELD-COUNT
                      ' OF THE HELD BELONG TO CLOSED PERIOD '
                      WRK-CLOSED-PERIOD
           END-IF
           IF WRK-LEGAL-HELD-COUNT > 0
              DISPLAY 'BATCH-MAINT: ' WRK-LEGAL-HELD-COUNT
                      ' OF THE HELD ARE DELETES UNDER LEGAL HOLD'
           END-IF
           IF WRK-HELD-COUNT > 0
              DISPLAY 'BATCH-MAINT: RUN MAINT-REVIEW TO RELEASE OR '
                      'DISCARD THE HELD TRANSACTION(S) IN '
                      WRK-HOLD-FILE-PATH
           END-IF.
      ****************************************************************
       REGISTER-MAINT-RUN.
      *    Same outcome the run-stats line will carry, so the registry
      *    and the night report agree.
           MOVE SPACES TO WRK-REPLAY-PARM
           ACCEPT WRK-REPLAY-PARM FROM ENVIRONMENT "MAINT_REPLAY"
           EVALUATE TRUE
              WHEN FEED-PRESCAN-BAD
                 MOVE 'OUTOFBAL' TO WRK-MC-STATUS
              WHEN FEED-OUT-OF-BALANCE
                 MOVE 'OUTOFBAL' TO WRK-MC-STATUS
              WHEN WRK-FEED-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-MC-STATUS
              WHEN WRK-REJECT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-MC-STATUS
              WHEN REPLAY-RUN
                 MOVE 'REPLAYED' TO WRK-MC-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-MC-STATUS
           END-EVALUATE
           MOVE SPACES TO WRK-MC-KEPT-FILE
           IF WRK-MC-STATUS = 'COMPLETE'
              PERFORM KEEP-MAINT-FEED-COPY
           END-IF
           MOVE WRK-FEED-ID(1:8)  TO WRK-MC-SYSTEM-ID
           MOVE WRK-FEED-ID(9:8)  TO WRK-MC-FEED-DATE
           MOVE WRK-START-TS      TO WRK-MC-START-TS
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-MC-END-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-MC-END-TS(9:6)
           MOVE WRK-DETAIL-COUNT TO WRK-MC-ROWS-READ
           COMPUTE WRK-MC-ROWS-APPLIED = WRK-ADD-COUNT
              + WRK-CHANGE-COUNT + WRK-DELETE-COUNT
           MOVE WRK-REJECT-COUNT TO WRK-MC-ROWS-REJECTED
           MOVE WRK-HELD-COUNT   TO WRK-MC-ROWS-HELD
           PERFORM CREATE-MAINTCTL-IF-MISSING
           EXEC SQL
                INSERT INTO TAB1_MAINTCTL
                       (FEED_ID, FEED_DATE, SYSTEM_ID, PROGRAM,
                        START_TS, END_TS, ROWS_READ, ROWS_APPLIED,
                        ROWS_REJECTED, ROWS_HELD, STATUS, KEPT_FILE)
                VALUES (:WRK-FEED-ID, :WRK-MC-FEED-DATE,
                        :WRK-MC-SYSTEM-ID, :WRK-MC-PROGRAM,
                        :WRK-MC-START-TS, :WRK-MC-END-TS,
                        :WRK-MC-ROWS-READ, :WRK-MC-ROWS-APPLIED,
                        :WRK-MC-ROWS-REJECTED, :WRK-MC-ROWS-HELD,
                        :WRK-MC-STATUS, :WRK-MC-KEPT-FILE)
           END-EXEC
           IF SQLCODE = 0 THEN
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           ELSE
              DISPLAY 'BATCH-MAINT: MAINTCTL INSERT FAILED'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 'MAINT-CTL' TO WRK-AUDIT-SOURCE
              MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       KEEP-MAINT-FEED-COPY.
      *    A failed copy does not undo a good apply - it is logged so
      *    the operator can keep the file by hand before the next
      *    night's feed overwrites it.
           MOVE SPACES TO WRK-DONE-DIR
           ACCEPT WRK-DONE-DIR FROM ENVIRONMENT "MAINTFEED_DONE_DIR"
           IF WRK-DONE-DIR = SPACES
              ACCEPT WRK-DONE-DIR FROM ENVIRONMENT "CUSTLOAD_DONE_DIR"
           END-IF
           IF WRK-DONE-DIR NOT = SPACES
              STRING WRK-DONE-DIR  DELIMITED BY SPACE
                     '/maint'      DELIMITED BY SIZE
                     WRK-START-TS  DELIMITED BY SIZE
                     '.dat'        DELIMITED BY SIZE
                 INTO WRK-MC-KEPT-FILE
              CALL "CBL_COPY_FILE" USING WRK-FEED-FILE-PATH
                                         WRK-MC-KEPT-FILE
                                  GIVING WRK-COPY-RESULT
              IF WRK-COPY-RESULT = 0
                 DISPLAY 'BATCH-MAINT: FEED KEPT AS ' WRK-MC-KEPT-FILE
              ELSE
                 DISPLAY 'BATCH-MAINT: UNABLE TO KEEP A COPY AS '
                         WRK-MC-KEPT-FILE ' - COPY THE FEED BY HAND '
                         'OR ROLL-FORWARD CANNOT REPLAY IT'
                 MOVE 'BATCH-MAINT' TO WRK-AUDIT-SOURCE
                 MOVE 0 TO WRK-AUDIT-SQLCODE
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'MAINTENANCE FEED NOT KEPT - ' WRK-FEED-ID
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                        WRK-AUDIT-SQLCODE
                                        WRK-AUDIT-MESSAGE
                 MOVE SPACES TO WRK-MC-KEPT-FILE
              END-IF
           END-IF.
      ****************************************************************
       CREATE-MAINTCTL-IF-MISSING.
      *    Maintenance-run registry - TAB1_FEEDCTL's shape for the
      *    feeds that change TAB1 rather than load it. Kept apart
      *    because a maintenance feed carries the same system/date
      *    identifier as that sender's load feed, and a row here must
      *    never satisfy the load's duplicate-feed check.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_maintctl'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'BATCH-MAINT: COULD NOT CHECK TAB1_MAINTCTL'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'BATCH-MAINT: CREATE TABLE TAB1_MAINTCTL'
                 EXEC SQL
                      CREATE TABLE TAB1_MAINTCTL
                      (
                       FEED_ID        CHAR(16),
                       FEED_DATE      CHAR(8),
                       SYSTEM_ID      CHAR(8),
                       PROGRAM        CHAR(12),
                       START_TS       CHAR(14),
                       END_TS         CHAR(14),
                       ROWS_READ      INT,
                       ROWS_APPLIED   INT,
                       ROWS_REJECTED  INT,
                       ROWS_HELD      INT,
                       STATUS         CHAR(8),
                       KEPT_FILE      VARCHAR(80)
                      )
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'CREATE TABLE TAB1_MAINTCTL TROUBLE'
                    DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
                    MOVE 'MAINT-CTL' TO WRK-AUDIT-SOURCE
                    MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
                    CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                           WRK-AUDIT-MESSAGE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       PRESCAN-MAINT-FEED.
      *    Same pre-read POPULATE-DB runs: totals over the file as
           MOVE CH-SYSTEM-ID TO WRK-FEED-ID(1:8)
           MOVE CH-FEED-DATE TO WRK-FEED-ID(9:8)
           DISPLAY '    FEED HEADER - DATE ' WRK-FEED-DATE
                   ' SYSTEM ' WRK-FEED-SYSTEM-ID
           CALL "PERIOD-CHECK" USING WRK-FEED-DATE WRK-CLOSED-PERIOD
                                      WRK-PERIOD-RESULT
           IF WRK-PERIOD-RESULT NOT = 0
              DISPLAY 'BATCH-MAINT: FEED DATE ' WRK-FEED-DATE
                      ' IS IN CLOSED PERIOD ' WRK-CLOSED-PERIOD
                      ' - DETAIL TRANSACTIONS WILL BE HELD'
           END-IF.
      ****************************************************************
       STORE-FEED-TRAILER.
           MOVE 'Y' TO WRK-TRL-SEEN-SW
           MOVE CT-COL-2-HASH   TO WRK-TRL-COL-2-HASH.
      ****************************************************************
       APPLY-ONE-DETAIL.
           MOVE 0 TO WRK-OWN-RESULT
           MOVE CL-COL-1 TO COL-1
           EVALUATE TRUE
              WHEN CL-TRAN-CHANGE
                 MOVE 'CHANGE' TO WRK-OWN-ACTION
                 PERFORM CHECK-KEY-OWNER
              WHEN CL-TRAN-DELETE
                 MOVE 'DELETE' TO WRK-OWN-ACTION
                 PERFORM CHECK-KEY-OWNER
           END-EVALUATE
           EVALUATE TRUE
              WHEN WRK-OWN-RESULT NOT = 0
                 PERFORM WRITE-REJECT
              WHEN WRK-PERIOD-RESULT NOT = 0
                   AND (CL-TRAN-CHANGE OR CL-TRAN-DELETE)
                 PERFORM HOLD-FOR-CLOSED-PERIOD
              WHEN CL-TRAN-ADD
                 PERFORM APPLY-ADD
              WHEN CL-TRAN-CHANGE
      *    'N' feed records built: A adds, C replaces, D removes. The
      *    nightly feed leaves the code blank - treated as A-or-C
      *    (add-or-replace), the same way the load applies them.
           MOVE 0 TO WRK-OWN-RESULT
           IF CA-COL-1 NOT = SPACES
              MOVE CA-COL-1 TO COL-1
              MOVE 'ADDRESS' TO WRK-OWN-ACTION
              PERFORM CHECK-KEY-OWNER
           END-IF
           IF WRK-OWN-RESULT NOT = 0
              PERFORM WRITE-ADDRESS-REJECT
           ELSE
           EVALUATE FUNCTION UPPER-CASE(CA-TRAN-CODE)
              WHEN 'A'
              WHEN 'C'
                 MOVE 'UNKNOWN TRANSACTION CODE'
                   TO WRK-BALANCE-ERROR
                 PERFORM WRITE-ADDRESS-REJECT
           END-EVALUATE
           END-IF.
      ****************************************************************
       APPLY-ADDRESS-UPSERT.
           IF CA-COL-1 = SPACES OR CA-NAME = SPACES
              IF SQLCODE NOT = 0
                 MOVE 0 TO WRK-ADDR-EXISTS
              END-IF
              MOVE 'N' TO WRK-UNDELIV-CLEARED-SW
              IF WRK-ADDR-EXISTS > 0 AND UNDELIV-FLAG-KEPT
                 PERFORM CLEAR-UNDELIV-FLAG
              END-IF
              IF WRK-ADDR-EXISTS > 0
                 EXEC SQL
                    UPDATE TAB1_ADDR
                           ADDR_STREET   = :WRK-AD-STREET,
                           ADDR_CITY     = :WRK-AD-CITY,
                           ADDR_POSTCODE = :WRK-AD-POSTCODE,
                           CHANGE_DATE   =
                              TO_DATE(:WRK-BUSINESS-DATE, 'YYYYMMDD')
                     WHERE COL_1 = :COL-1
                 END-EXEC
              ELSE
                 EXEC SQL
                    INSERT INTO TAB1_ADDR
                           (COL_1, ADDR_NAME, ADDR_STREET,
                            ADDR_CITY, ADDR_POSTCODE, CHANGE_DATE)
                    VALUES (:COL-1, :WRK-AD-NAME, :WRK-AD-STREET,
                            :WRK-AD-CITY, :WRK-AD-POSTCODE,
                            TO_DATE(:WRK-BUSINESS-DATE, 'YYYYMMDD'))
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 ELSE
                    ADD 1 TO WRK-ADD-COUNT
                 END-IF
                 IF UNDELIV-FLAG-CLEARED
                    ADD 1 TO WRK-UNDELIV-CLEAR-COUNT
                 END-IF
              ELSE
                 PERFORM REPORT-ADDRESS-TROUBLE
              END-IF
           END-IF.
      ****************************************************************
       CLEAR-UNDELIV-FLAG.
      *    Returned mail (RETURNED-MAIL) flags an address
      *    undeliverable; the sender transmitting a different address
      *    is the fix, so the flag goes in the same unit of work as
      *    the new address. The same address sent again leaves it.
           EXEC SQL
              UPDATE TAB1_ADDR
                 SET UNDELIV_DATE = ' ', UNDELIV_REASON = ' '
               WHERE COL_1 = :COL-1
                 AND UNDELIV_DATE > ' '
                 AND (RTRIM(COALESCE(ADDR_NAME, ' '))
                         <> RTRIM(:WRK-AD-NAME)
                   OR RTRIM(COALESCE(ADDR_STREET, ' '))
                         <> RTRIM(:WRK-AD-STREET)
                   OR RTRIM(COALESCE(ADDR_CITY, ' '))
                         <> RTRIM(:WRK-AD-CITY)
                   OR RTRIM(COALESCE(ADDR_POSTCODE, ' '))
                         <> RTRIM(:WRK-AD-POSTCODE))
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WRK-UNDELIV-CLEARED-SW
           END-IF.
      ****************************************************************
       APPLY-ADDRESS-DELETE.
           MOVE CA-COL-1 TO COL-1
           MOVE 0                 TO REJ-COL-3
           MOVE 0                 TO REJ-COL-4-LEN
           MOVE 0                 TO REJ-COL-5-LEN
           MOVE WRK-BIZ-DATE      TO REJ-FIRST-DATE
           MOVE 1                 TO REJ-ATTEMPTS
           WRITE REJECT-RECORD
           ADD 1 TO WRK-REJECT-COUNT
           DISPLAY 'BATCH-MAINT ADDRESS REJECT ON ' CA-COL-1 ' - '
                   WRK-BALANCE-ERROR.
      ****************************************************************
       CHECK-KEY-OWNER.
      *    COL-1 holds the key. The commit makes the TAB1_OWNBLOCK
      *    entry for a refusal stand on its own whatever then happens
      *    to the transaction; a failed check has already broken the
      *    unit of work. An add's claim on an unowned key is left
      *    uncommitted - APPLY-ADD only checks once the add has passed
      *    its edits, and the claim then rides INSERT-ONE-ROW's commit
      *    or goes with its rollback.
           CALL "OWNER-CHECK" USING COL-1 WRK-FEED-SYSTEM-ID
                                    WRK-OWN-PROGRAM WRK-OWN-ACTION
                                    WRK-OWN-OWNER WRK-OWN-RESULT
           IF WRK-OWN-RESULT < 0
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              MOVE 'OWNER CHECK FAILED - SEE AUDIT LOG'
                TO WRK-BALANCE-ERROR
           ELSE
              IF WRK-OWN-RESULT = 1 OR WRK-OWN-ACTION NOT = 'ADD'
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
              END-IF
              IF WRK-OWN-RESULT = 1
                 MOVE SPACES TO WRK-BALANCE-ERROR
                 STRING 'NOT OWNER - KEY OWNED BY ' WRK-OWN-OWNER
                    DELIMITED BY SIZE INTO WRK-BALANCE-ERROR
              END-IF
           END-IF.
      ****************************************************************
       CREATE-OWNER-IF-MISSING.
      *    Same idempotent create-if-missing pattern POPULATE-DB
      *    uses for the ownership registry and its refusal log.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_owner'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'BATCH-MAINT: COULD NOT CHECK TAB1_OWNER'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'BATCH-MAINT: CREATE TABLE TAB1_OWNER'
                 EXEC SQL
                      CREATE TABLE TAB1_OWNER
                      (
                       COL_1          CHAR(20),
                       SYSTEM_ID      CHAR(8),
                       OWNED_SINCE    CHAR(8),
                       SET_BY         CHAR(12),
                       PRIOR_SYSTEM   CHAR(8)
                      )
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL
                         CREATE TABLE TAB1_OWNBLOCK
                         (
                          BLOCK_TS      CHAR(14),
                          COL_1         CHAR(20),
                          OWNER_SYSTEM  CHAR(8),
                          SYSTEM_ID     CHAR(8),
                          PROGRAM       CHAR(12),
                          ACTION        CHAR(20)
                         )
                    END-EXEC
                 END-IF
                 IF SQLCODE NOT = 0
                    DISPLAY 'CREATE TABLE TAB1_OWNER TROUBLE'
                    DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
                    MOVE 'OWNER-DDL' TO WRK-AUDIT-SOURCE
                    MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
                    CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                           WRK-AUDIT-MESSAGE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       CREATE-ADDR-IF-MISSING.
      *    Same idempotent create-if-missing pattern POPULATE-DB
                                           WRK-AUDIT-MESSAGE
                 END-IF
              END-IF
           END-IF
      *    The UNDELIV_ columns appear once RETURNED-MAIL has run.
           MOVE 'N' TO WRK-UNDELIV-COL-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.COLUMNS
                 WHERE TABLE_NAME = 'tab1_addr'
                   AND COLUMN_NAME = 'undeliv_date'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0 THEN
              MOVE 'Y' TO WRK-UNDELIV-COL-SW
           END-IF.
      ****************************************************************
       APPLY-ADD.
                    MOVE 'DUPLICATE COL-1 KEY' TO WRK-BALANCE-ERROR
                    PERFORM WRITE-REJECT
                 ELSE
                    MOVE 'ADD' TO WRK-OWN-ACTION
                    MOVE CL-COL-1 TO COL-1
                    PERFORM CHECK-KEY-OWNER
                    EVALUATE TRUE
                       WHEN WRK-OWN-RESULT NOT = 0
                          PERFORM WRITE-REJECT
                       WHEN WRK-PERIOD-RESULT NOT = 0
                          PERFORM HOLD-FOR-CLOSED-PERIOD
                          PERFORM SETTLE-HELD-ADD-CLAIM
                       WHEN OTHER
                          PERFORM INSERT-ONE-ROW
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       HOLD-FOR-CLOSED-PERIOD.
           MOVE SPACES TO WRK-HOLD-REASON
           STRING 'CLOSED PERIOD ' WRK-CLOSED-PERIOD ' - HELD'
              DELIMITED BY SIZE INTO WRK-HOLD-REASON
           ADD 1 TO WRK-PERIOD-HELD-COUNT
           PERFORM WRITE-HOLD.
      ****************************************************************
       SETTLE-HELD-ADD-CLAIM.
      *    The held add keeps its claim on the key - release applies
      *    it without another owner check. Rejected instead because
      *    the hold file would not open, it gives the claim back.
           IF HOLD-FILE-OPEN
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
           END-IF.
      ****************************************************************
       APPLY-CHANGE.
           PERFORM COUNT-KEY-ON-TAB1
              UPDATE TAB1
                 SET COL_2 = :COL-2,
                     COL_5 = :COL-5,
                     CHANGE_DATE =
                        TO_DATE(:WRK-BUSINESS-DATE, 'YYYYMMDD')
               WHERE COL_1 = :COL-1
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE CL-COL-4-TEXT     TO REJ-COL-4-TEXT
              MOVE CL-COL-5-LEN      TO REJ-COL-5-LEN
              MOVE CL-COL-5-TEXT     TO REJ-COL-5-TEXT
              MOVE WRK-BIZ-DATE      TO REJ-FIRST-DATE
              MOVE 1                 TO REJ-ATTEMPTS
              MOVE REJECT-RECORD     TO HOLD-RECORD
              WRITE HOLD-RECORD
              MOVE 'DELETE FOR MISSING KEY' TO WRK-BALANCE-ERROR
              PERFORM WRITE-REJECT
           ELSE
              CALL "HOLD-CHECK" USING CL-COL-1 WRK-HOLD-PROGRAM
                                      WRK-LEGAL-ACTION
                                      WRK-LEGAL-CASE-REF
                                      WRK-LEGAL-RESULT
              IF WRK-LEGAL-RESULT NOT = 0
      *          Litigation data is not ours to delete. The commit
      *          carries HOLD-CHECK's TAB1_HOLDBLOCK entry.
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
                 MOVE 'LEGAL HOLD' TO WRK-HOLD-REASON
                 ADD 1 TO WRK-LEGAL-HELD-COUNT
                 PERFORM WRITE-HOLD
              ELSE
      *          The brake for a bad extract full of deletes: once
      *          this run has applied its limit, the rest are held
      *          for an operator instead of deleting 1,400 customers
      *          unseen.
                 IF WRK-DELETE-LIMIT > 0
                    AND WRK-DELETE-COUNT >= WRK-DELETE-LIMIT
                    MOVE 'DELETE LIMIT REACHED - HELD'
                      TO WRK-HOLD-REASON
                    PERFORM WRITE-HOLD
                 ELSE
                    PERFORM DELETE-ONE-ROW
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       DELETE-ONE-ROW.
           PERFORM FETCH-BEFORE-IMAGE
           MOVE CL-COL-1 TO COL-1
           EXEC SQL
              DELETE FROM TAB1
               WHERE COL_1 = :COL-1
           END-EXEC
           IF SQLCODE = 0 THEN
              IF BEFORE-IMAGE-FOUND
                 MOVE 'D' TO WRK-JRNL-ACTION
                 MOVE 0      TO WRK-JRNL-NEW-COL-2
                 MOVE SPACES TO WRK-JRNL-NEW-COL-5
                 CALL "TAB1-JOURNAL" USING COL-1 WRK-JRNL-ACTION
                      WRK-OLD-COL-2 WRK-JRNL-NEW-COL-2
                      WRK-OLD-COL-5 WRK-JRNL-NEW-COL-5
                      WRK-JRNL-PROGRAM WRK-FEED-ID
                      WRK-JRNL-RETURN
              END-IF
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              ADD 1 TO WRK-DELETE-COUNT
           ELSE
              PERFORM REPORT-SQL-TROUBLE
           END-IF.
      ****************************************************************
       FETCH-BEFORE-IMAGE.
           EXEC SQL
                INSERT into TAB1
                 (
                    COL_1, COL_2, COL_3, COL_4, COL_5, FEED_ID,
                    LOAD_DATE, CHANGE_DATE
                 )
                VALUES
                 (
                    :COL-1,  :COL-2, :COL-3, :COL-4,:COL-5,
                    :WRK-FEED-ID,
                    TO_DATE(:WRK-BUSINESS-DATE, 'YYYYMMDD'),
                    TO_DATE(:WRK-BUSINESS-DATE, 'YYYYMMDD')
                 )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 'I' TO WRK-JRNL-ACTION
              MOVE 0      TO WRK-OLD-COL-2
              MOVE SPACES TO WRK-OLD-COL-5
              MOVE CL-COL-2      TO WRK-JRNL-NEW-COL-2
              MOVE CL-COL-5-TEXT TO WRK-JRNL-NEW-COL-5
              CALL "TAB1-JOURNAL" USING COL-1 WRK-JRNL-ACTION
                   WRK-OLD-COL-2 WRK-JRNL-NEW-COL-2
                   WRK-OLD-COL-5 WRK-JRNL-NEW-COL-5
                   WRK-JRNL-PROGRAM WRK-FEED-ID
                   WRK-JRNL-RETURN
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           MOVE CL-COL-4-TEXT    TO REJ-COL-4-TEXT
           MOVE CL-COL-5-LEN     TO REJ-COL-5-LEN
           MOVE CL-COL-5-TEXT    TO REJ-COL-5-TEXT
           MOVE WRK-BIZ-DATE     TO REJ-FIRST-DATE
           MOVE 1                TO REJ-ATTEMPTS
           WRITE REJECT-RECORD
           ADD 1 TO WRK-REJECT-COUNT
           MOVE 0                  TO REJ-COL-3
           MOVE 0                  TO REJ-COL-4-LEN
           MOVE 0                  TO REJ-COL-5-LEN
           MOVE WRK-BIZ-DATE       TO REJ-FIRST-DATE
           MOVE 1                  TO REJ-ATTEMPTS
           WRITE REJECT-RECORD
           PERFORM AUDIT-BALANCE-ERROR.
