      *   RELEASE - apply every held transaction through the same
      *           insert/update/delete paths BATCH-MAINT uses (with
      *           the same TAB1_CHANGES journaling); anything that
      *           fails stays on the hold file for the next review.
      *           A transaction belonging to a period PERIOD-CLOSE
      *           has closed (the period its "CLOSED PERIOD" reason
      *           names, else the date it was held) is not released
      *           either - it stays held until the period is reopened
      *           - nor is a delete for a key under legal hold (see
      *           LEGAL-HOLD), which stays held with reason
      *           "LEGAL HOLD" until the hold is released
      *   DISCARD - drop every held transaction, logging each key and
      *           the operator's MAINT_DISCARD_REASON to AUDITLOG;
      *           refused if no reason is given
      * RELEASE and DISCARD are approvals: the operator (LOGNAME)
      * must hold RELEASE in the role file (see OPER-AUTH).
      *
      * A RELEASE pass is registered in TAB1_MAINTCTL as program
      * MAINT-REVIEW, and the transactions it released are kept, in
      * the hold-file layout, in MAINTFEED_DONE_DIR (default
      * CUSTLOAD_DONE_DIR) as maintrel<start timestamp>.hld - the
      * hold file itself is rewritten without them, so the copy is
      * what ROLL-FORWARD replays after a RELOAD-TAB1. A replay
      * (MAINT_REPLAY=Y) registers as REPLAYED, stamps the original
      * review's feed id (MAINT_REPLAY_FEED) and keeps no copy.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - nothing held, or some releases failed and were kept
      *   8 - connect failure, file trouble, missing discard reason,
      *       operator not authorized to release or discard,
      *       or more held transactions than the review table holds
      ****************************************************************
       ENVIRONMENT DIVISION.
           SELECT HOLD-OUT-FILE ASSIGN TO WRK-HOLD-FILE-PATH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WRK-HOLD-OUT-STATUS.
           SELECT RELEASED-FILE ASSIGN TO WRK-MC-KEPT-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WRK-RELEASED-STATUS.
           SELECT REPORT-FILE ASSIGN TO WRK-REPORT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FILE-STATUS.
      *    pass uses for its carry file.
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD       PIC X(5149).
      *    The released transactions, kept for a roll-forward replay.
       FD  RELEASED-FILE.
       01  RELEASED-RECORD       PIC X(5149).
       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

       01 WRK-FEED-ID   PIC X(16).
       01 WRK-OLD-COL-2 PIC 9(10)V9(5).
       01 WRK-OLD-COL-5 PIC X(50).
       01 WRK-TABLE-EXISTS     PIC 9(9) COMP.
       01 WRK-MC-FEED-DATE     PIC X(8).
       01 WRK-MC-SYSTEM-ID     PIC X(8).
       01 WRK-MC-PROGRAM       PIC X(12) VALUE 'MAINT-REVIEW'.
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
       01  WRK-HOLD-OUT-STATUS    PIC X(2).
       01  WRK-REPORT-FILE-PATH   PIC X(80).
       01  WRK-REPORT-FILE-STATUS PIC X(2).
       01  WRK-RELEASED-STATUS    PIC X(2).
       01  WRK-DONE-DIR           PIC X(70).
       01  WRK-REPLAY-PARM        PIC X VALUE SPACE.
           88 REPLAY-RUN              VALUE 'Y'.
       01  WRK-REPLAY-FEED-ID     PIC X(16) VALUE SPACES.
       01  WRK-ACTION-PARM        PIC X(8) VALUE SPACES.
           88 ACTION-LIST             VALUE 'LIST', SPACES.
           88 ACTION-RELEASE          VALUE 'RELEASE'.
           05 WRK-KEEP-SW         PIC X OCCURS 500.
       01  WRK-OVERFLOW-SW        PIC X VALUE 'N'.
           88 HOLD-TABLE-OVERFLOW     VALUE 'Y'.
       01  WRK-REFUSED-SW         PIC X VALUE 'N'.
           88 REVIEW-REFUSED          VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW     PIC X VALUE 'N'.
           88 SQL-TROUBLE             VALUE 'Y'.
       01  WRK-RELEASED-COUNT     PIC 9(4) VALUE 0.
       01  WRK-KEPT-COUNT         PIC 9(4) VALUE 0.
       01  WRK-DISCARDED-COUNT    PIC 9(4) VALUE 0.
       01  WRK-JRNL-NEW-COL-5     PIC X(50) VALUE SPACES.
       01  WRK-JRNL-PROGRAM       PIC X(12) VALUE 'MAINT-REVIEW'.
       01  WRK-JRNL-RETURN        PIC S9(9).
       01  WRK-HELD-DATE          PIC 9(8) VALUE 0.
       01  WRK-CLOSED-PERIOD      PIC X(6) VALUE SPACES.
       01  WRK-PERIOD-RESULT      PIC S9(9) VALUE 0.
       01  WRK-PERIOD-KEPT-COUNT  PIC 9(4) VALUE 0.
       01  WRK-HOLD-PROGRAM       PIC X(12) VALUE 'MAINT-REVIEW'.
       01  WRK-LEGAL-ACTION       PIC X(20) VALUE 'DELETE'.
       01  WRK-LEGAL-CASE-REF     PIC X(20).
       01  WRK-LEGAL-RESULT       PIC S9(9) VALUE 0.
       01  WRK-LEGAL-KEPT-COUNT   PIC 9(4) VALUE 0.
       01  WRK-TODAY-8            PIC 9(8).
       01  WRK-START-TS           PIC X(14).
       01  WRK-TS-TIME            PIC X(8).
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-AUTH-ACTION        PIC X(12) VALUE 'RELEASE'.
       01  WRK-AUTH-OPERATOR      PIC X(12).
       01  WRK-AUTH-RESULT        PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER              PIC X(32)
           IF ACTION-DISCARD AND WRK-DISCARD-REASON = SPACES
              DISPLAY 'MAINT-REVIEW: DISCARD NEEDS '
                      'MAINT_DISCARD_REASON - NOTHING TOUCHED'
              MOVE 'Y' TO WRK-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF ACTION-RELEASE OR ACTION-DISCARD
              CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-HOLD-PROGRAM
                                      WRK-AUTH-OPERATOR
                                      WRK-AUTH-RESULT
              IF WRK-AUTH-RESULT NOT = 0
                 MOVE 'Y' TO WRK-REFUSED-SW
                 PERFORM RECORD-RUN-STATS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM LOAD-HELD-TRANSACTIONS
           IF HOLD-TABLE-OVERFLOW
              DISPLAY 'MAINT-REVIEW: MORE THAN ' WRK-HELD-MAX
                      ' HELD TRANSACTIONS - REVIEW IN PIECES'
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WRK-FEED-ID
           MOVE 'MAINTREL'  TO WRK-FEED-ID(1:8)
           MOVE WRK-TODAY-8 TO WRK-FEED-ID(9:8)
           MOVE SPACES TO WRK-REPLAY-PARM
           ACCEPT WRK-REPLAY-PARM FROM ENVIRONMENT "MAINT_REPLAY"
           MOVE SPACES TO WRK-REPLAY-FEED-ID
           ACCEPT WRK-REPLAY-FEED-ID
                  FROM ENVIRONMENT "MAINT_REPLAY_FEED"
           IF REPLAY-RUN AND WRK-REPLAY-FEED-ID NOT = SPACES
              MOVE WRK-REPLAY-FEED-ID TO WRK-FEED-ID
           END-IF
      *    "00" here stands for "nothing went wrong yet" - these are
      *    only set for real when their files are actually used.
           MOVE "00" TO WRK-HOLD-OUT-STATUS
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'MAINT-REVIEW: NOT CONNECTED - NOTHING '
                      'RELEASED'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              MOVE WRK-HELD-ENTRY(WRK-HELD-IX) TO REJECT-RECORD
              PERFORM RELEASE-ONE-TRANSACTION
           END-PERFORM
           MOVE SPACES TO WRK-MC-KEPT-FILE
           IF WRK-RELEASED-COUNT > 0 AND NOT REPLAY-RUN
              PERFORM KEEP-RELEASED-COPY
           END-IF
           PERFORM REGISTER-REVIEW-RUN
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM REWRITE-HOLD-FILE
           DISPLAY 'MAINT-REVIEW: ' WRK-RELEASED-COUNT
                   ' RELEASED, ' WRK-KEPT-COUNT
                   ' FAILED AND KEPT ON HOLD'
           IF WRK-PERIOD-KEPT-COUNT > 0
              DISPLAY 'MAINT-REVIEW: ' WRK-PERIOD-KEPT-COUNT
                      ' OF THE KEPT BELONG TO A CLOSED PERIOD - '
                      'REOPEN IT WITH PERIOD-CLOSE TO RELEASE'
           END-IF
           IF WRK-LEGAL-KEPT-COUNT > 0
              DISPLAY 'MAINT-REVIEW: ' WRK-LEGAL-KEPT-COUNT
                      ' OF THE KEPT ARE DELETES UNDER LEGAL HOLD'
           END-IF.
      ****************************************************************
       RELEASE-ONE-TRANSACTION.
      *    The same apply paths BATCH-MAINT runs, fed from the held
      *    record - an operator release is a deliberate apply, not a
      *    different kind of apply.
           MOVE SPACES TO WRK-FAIL-REASON
           PERFORM CHECK-HELD-PERIOD
           MOVE 0 TO WRK-LEGAL-RESULT
           IF WRK-PERIOD-RESULT = 0 AND REJ-TRAN-CODE = 'D'
              CALL "HOLD-CHECK" USING REJ-COL-1 WRK-HOLD-PROGRAM
                                      WRK-LEGAL-ACTION
                                      WRK-LEGAL-CASE-REF
                                      WRK-LEGAL-RESULT
           END-IF
           EVALUATE TRUE
              WHEN WRK-PERIOD-RESULT NOT = 0
                 STRING 'CLOSED PERIOD ' WRK-CLOSED-PERIOD ' - HELD'
                    DELIMITED BY SIZE INTO WRK-FAIL-REASON
                 ADD 1 TO WRK-PERIOD-KEPT-COUNT
      *          Kept under the closed-period reason, so the next
      *          LIST says why it is still waiting.
                 MOVE WRK-FAIL-REASON TO REJ-REASON
                 MOVE REJECT-RECORD TO WRK-HELD-ENTRY(WRK-HELD-IX)
              WHEN WRK-LEGAL-RESULT NOT = 0
      *          The commit carries HOLD-CHECK's TAB1_HOLDBLOCK entry.
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
                 MOVE 'LEGAL HOLD' TO WRK-FAIL-REASON
                 ADD 1 TO WRK-LEGAL-KEPT-COUNT
                 MOVE WRK-FAIL-REASON TO REJ-REASON
                 MOVE REJECT-RECORD TO WRK-HELD-ENTRY(WRK-HELD-IX)
              WHEN REJ-TRAN-CODE = 'A'
                 PERFORM RELEASE-ADD
              WHEN REJ-TRAN-CODE = 'C'
                 PERFORM RELEASE-CHANGE
              WHEN REJ-TRAN-CODE = 'D'
                 PERFORM RELEASE-DELETE
              WHEN OTHER
                 MOVE 'UNKNOWN TRANSACTION CODE'
                   TO WRK-FAIL-REASON
           END-EVALUATE
           IF WRK-FAIL-REASON = SPACES
              ADD 1 TO WRK-RELEASED-COUNT
              DISPLAY 'MAINT-REVIEW: KEPT ' REJ-COL-1 ' - '
                      WRK-FAIL-REASON
           END-IF.
      ****************************************************************
       CHECK-HELD-PERIOD.
      *    A closed-period hold names its period in the reason; any
      *    other hold belongs to the date it was held.
           IF REJ-REASON(1:14) = 'CLOSED PERIOD '
              AND REJ-REASON(15:6) IS NUMERIC
              MOVE REJ-REASON(15:6) TO WRK-HELD-DATE(1:6)
              MOVE '01'             TO WRK-HELD-DATE(7:2)
           ELSE
              MOVE REJ-FIRST-DATE TO WRK-HELD-DATE
           END-IF
           CALL "PERIOD-CHECK" USING WRK-HELD-DATE WRK-CLOSED-PERIOD
                                      WRK-PERIOD-RESULT.
      ****************************************************************
       RELEASE-ADD.
           PERFORM COUNT-KEY-ON-TAB1
                    )
              END-EXEC
              IF SQLCODE = 0 THEN
                 MOVE 'I' TO WRK-JRNL-ACTION
                 MOVE 0      TO WRK-OLD-COL-2
                 MOVE SPACES TO WRK-OLD-COL-5
                 MOVE REJ-COL-2      TO WRK-JRNL-NEW-COL-2
                 MOVE REJ-COL-5-TEXT TO WRK-JRNL-NEW-COL-5
                 CALL "TAB1-JOURNAL" USING COL-1 WRK-JRNL-ACTION
                      WRK-OLD-COL-2 WRK-JRNL-NEW-COL-2
                      WRK-OLD-COL-5 WRK-JRNL-NEW-COL-5
                      WRK-JRNL-PROGRAM WRK-FEED-ID
                      WRK-JRNL-RETURN
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
              END-PERFORM
              CLOSE HOLD-OUT-FILE
           END-IF.
      ****************************************************************
       KEEP-RELEASED-COPY.
      *    A failed copy does not undo the releases - it is logged so
      *    the operator knows a roll-forward would have a gap here.
           MOVE SPACES TO WRK-DONE-DIR
           ACCEPT WRK-DONE-DIR FROM ENVIRONMENT "MAINTFEED_DONE_DIR"
           IF WRK-DONE-DIR = SPACES
              ACCEPT WRK-DONE-DIR FROM ENVIRONMENT "CUSTLOAD_DONE_DIR"
           END-IF
           IF WRK-DONE-DIR NOT = SPACES
              STRING WRK-DONE-DIR  DELIMITED BY SPACE
                     '/maintrel'   DELIMITED BY SIZE
                     WRK-START-TS  DELIMITED BY SIZE
                     '.hld'        DELIMITED BY SIZE
                 INTO WRK-MC-KEPT-FILE
              OPEN OUTPUT RELEASED-FILE
              IF WRK-RELEASED-STATUS NOT = "00"
                 DISPLAY 'MAINT-REVIEW: UNABLE TO KEEP RELEASES AS '
                         WRK-MC-KEPT-FILE
                         ' STATUS ' WRK-RELEASED-STATUS
                 MOVE 'MAINT-REVIEW' TO WRK-AUDIT-SOURCE
                 MOVE 0 TO WRK-AUDIT-SQLCODE
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'RELEASED TRANSACTIONS NOT KEPT - '
                        WRK-FEED-ID
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                        WRK-AUDIT-SQLCODE
                                        WRK-AUDIT-MESSAGE
                 MOVE SPACES TO WRK-MC-KEPT-FILE
              ELSE
                 MOVE 0 TO WRK-HELD-IX
                 PERFORM UNTIL WRK-HELD-IX >= WRK-HELD-COUNT
                    ADD 1 TO WRK-HELD-IX
                    IF WRK-KEEP-SW(WRK-HELD-IX) = 'N'
                       MOVE WRK-HELD-ENTRY(WRK-HELD-IX)
                         TO RELEASED-RECORD
                       WRITE RELEASED-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE RELEASED-FILE
                 DISPLAY 'MAINT-REVIEW: RELEASES KEPT AS '
                         WRK-MC-KEPT-FILE
              END-IF
           END-IF.
      ****************************************************************
       REGISTER-REVIEW-RUN.
           IF REPLAY-RUN
              MOVE 'REPLAYED' TO WRK-MC-STATUS
           ELSE
              MOVE 'COMPLETE' TO WRK-MC-STATUS
           END-IF
           MOVE 'MAINTREL'        TO WRK-MC-SYSTEM-ID
           MOVE WRK-FEED-ID(9:8)  TO WRK-MC-FEED-DATE
           MOVE WRK-START-TS      TO WRK-MC-START-TS
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO WRK-MC-END-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-MC-END-TS(9:6)
           MOVE WRK-HELD-COUNT     TO WRK-MC-ROWS-READ
           MOVE WRK-RELEASED-COUNT TO WRK-MC-ROWS-APPLIED
           MOVE 0                  TO WRK-MC-ROWS-REJECTED
           MOVE WRK-KEPT-COUNT     TO WRK-MC-ROWS-HELD
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
              DISPLAY 'MAINT-REVIEW: MAINTCTL INSERT FAILED'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 'MAINT-CTL' TO WRK-AUDIT-SOURCE
              MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       CREATE-MAINTCTL-IF-MISSING.
      *    Same registry, same create-if-missing, as BATCH-MAINT.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_maintctl'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'MAINT-REVIEW: COULD NOT CHECK TAB1_MAINTCTL'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'MAINT-REVIEW: CREATE TABLE TAB1_MAINTCTL'
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
       DISCARD-HELD-TRANSACTIONS.
      *    Every discard is named in AUDITLOG with the operator's
           COMPUTE WRK-STATS-OUT =
              WRK-RELEASED-COUNT + WRK-DISCARDED-COUNT
           MOVE WRK-KEPT-COUNT TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN REVIEW-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE OR HOLD-TABLE-OVERFLOW
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-HOLD-OUT-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
