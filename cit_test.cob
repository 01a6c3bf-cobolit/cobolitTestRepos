       01 CT-COL-3          PIC 9(6).
       01 CT-DESC           PIC X(40).
       01 CT-ACTIVE         PIC X(1).
       01 WRK-BUSINESS-DATE PIC X(8).
      *    Host variables for the TAB1_REJLOG reject register - one
      *    row per reject, so a reject can be traced back to the
      *    sender and feed it came in on after the reject file itself
      *    has been recycled.
       01 WRK-RL-SYSTEM-ID  PIC X(8).
       01 WRK-RL-FEED-DATE  PIC X(8).
       01 WRK-RL-COL-1      PIC X(20).
       01 WRK-RL-REASON     PIC X(40).
       01 WRK-RL-TRAN-CODE  PIC X(1).
       01 WRK-RL-FIRST-DATE PIC X(8).

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
       01  WRK-LOAD-COUNT       PIC 9(9) VALUE 0.
       01  WRK-LOAD-REJECT-COUNT PIC 9(9) VALUE 0.
       01  WRK-ADDR-COUNT       PIC 9(9) VALUE 0.
       01  WRK-UNDELIV-CLEAR-COUNT PIC 9(9) VALUE 0.
       01  WRK-UNDELIV-COL-SW   PIC X VALUE 'N'.
           88 UNDELIV-FLAG-KEPT     VALUE 'Y'.
       01  WRK-HDR-SEEN-SW      PIC X VALUE 'N'.
           88 FEED-HEADER-SEEN      VALUE 'Y'.
       01  WRK-TRL-SEEN-SW      PIC X VALUE 'N'.
           88 FEED-OUT-OF-BALANCE   VALUE 'Y'.
       01  WRK-FORCE-PARM       PIC X VALUE SPACE.
           88 FORCE-LOAD            VALUE 'Y'.
       01  WRK-REPLAY-FEED-ID   PIC X(16) VALUE SPACES.
       01  WRK-REPLAY-SW        PIC X VALUE 'N'.
           88 REPLAY-LOAD           VALUE 'Y'.
       01  WRK-FEED-REFUSED-SW  PIC X VALUE 'N'.
           88 FEED-REFUSED          VALUE 'Y'.
       01  WRK-LOAD-TROUBLE-SW  PIC X VALUE 'N'.
      *    passed along as if it belonged to this event - same
      *    convention CONNECT-RETRY uses.
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM     PIC X(12).
       01  WRK-EVENT-SEVERITY    PIC X(8).
       01  WRK-EVENT-CODE        PIC X(8).
       01  WRK-EVENT-SUBJECT     PIC X(20).
       01  WRK-EVENT-TEXT        PIC X(60).
       01  WRK-MAINT-KEY         PIC X(20) VALUE SPACES.
       01  WRK-MAINT-ACTION      PIC X VALUE SPACE.
       01  WRK-MAINT-COL-2       PIC 9(10)V9(5) VALUE 0.
       01  WRK-LOCK-RESULT      PIC S9(9) VALUE 0.
       01  WRK-LOCK-REFUSED-SW  PIC X VALUE 'N'.
           88 RUN-LOCK-REFUSED      VALUE 'Y'.
      *    The business date the load dates its rows and rejects
      *    with - see BUSINESS-DATE.
       01  WRK-BIZ-ACTION       PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM      PIC X(12) VALUE 'POPULATE-DB'.
       01  WRK-BIZ-DATE         PIC 9(8).
       01  WRK-BIZ-RESULT       PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW  PIC X VALUE 'N'.
           88 LOAD-DATE-REFUSED     VALUE 'Y'.
      *    Every row the feed inserts is journaled as action 'I' so
      *    the as-of reconstruction knows when the key first existed.
       01  WRK-JRNL-ACTION      PIC X(1) VALUE 'I'.
       01  WRK-JRNL-OLD-COL-2   PIC 9(10)V9(5) VALUE 0.
       01  WRK-JRNL-OLD-COL-5   PIC X(50) VALUE SPACES.
       01  WRK-JRNL-NEW-COL-5   PIC X(50) VALUE SPACES.
       01  WRK-JRNL-PROGRAM     PIC X(12) VALUE 'POPULATE-DB'.
       01  WRK-JRNL-RETURN      PIC S9(9).
      *    Load-time category edit - details whose CL-COL-3 is not an
      *    active TAB1_CATEGORY code are flagged (default) or
      *    rejected per CUSTLOAD_CAT_EDIT, the same way the COL-2
           88 PROD-REBUILD-OVERRIDDEN VALUE 'Y'.
       01  WRK-CONFIRM-PHRASE   PIC X(20) VALUE SPACES.
       01  WRK-OPERATOR         PIC X(12) VALUE SPACES.
      *    Operator authorization - lookups, maintenance and rebuild
      *    are checked against the role file before they run. See
      *    OPER-AUTH.
       01  WRK-AUTH-ACTION      PIC X(12).
       01  WRK-AUTH-PROGRAM     PIC X(12) VALUE 'TESTSQL'.
       01  WRK-AUTH-RESULT      PIC S9(9) VALUE 0.
      *    Key ownership - a key belongs to the system whose feed
      *    first added it, and no other sender may add it again or
      *    replace its address. See OWNER-CHECK.
       01  WRK-OWN-SYSTEM-ID    PIC X(8).
       01  WRK-OWN-PROGRAM      PIC X(12) VALUE 'POPULATE-DB'.
       01  WRK-OWN-ACTION       PIC X(20).
       01  WRK-OWN-OWNER        PIC X(8).
       01  WRK-OWN-RESULT       PIC S9(9) VALUE 0.
       01  WRK-UNLOAD-RC        PIC S9(9) VALUE 0.
       01  WRK-PRESERVED-ROWS   PIC 9(9) VALUE 0.
       01  WRK-ACK-FILE-PATH    PIC X(80).
      *    Card-operand counterpart of MAINTENANCE-MENU - same
      *    MAINTAIN-TAB1 call, same forced reconnect afterward
      *    (MAINTAIN-TAB1 disconnects on its own way out).
           MOVE 'MAINTENANCE' TO WRK-AUTH-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 'Y' TO WRK-STEP-ERROR-SW
           ELSE
              MOVE CMO-KEY TO WRK-MAINT-KEY
              MOVE FUNCTION UPPER-CASE(CMO-ACTION) TO WRK-MAINT-ACTION
              IF WRK-MAINT-ACTION = 'U'
                 MOVE CMO-COL-2 TO WRK-MAINT-COL-2
                 MOVE CMO-COL-5 TO WRK-MAINT-COL-5
              END-IF
              CALL "MAINTAIN-TAB1" USING WRK-MAINT-KEY
                                          WRK-MAINT-ACTION
                                          WRK-MAINT-COL-2
                                          WRK-MAINT-COL-5
                                          WRK-MAINT-RETURN
              DISPLAY '   MAINTENANCE RETURN CODE ' WRK-MAINT-RETURN
              MOVE 'N' TO WRK-CONNECTED-SW
              PERFORM CONNECT-DB
              IF WRK-MAINT-RETURN NOT = 0
                 MOVE 'Y' TO WRK-STEP-ERROR-SW
              END-IF
           END-IF.
      ****************************************************************
       CHECK-OPERATOR-AUTH.
      *    OPER-AUTH logs the grant or refusal itself and hands back
      *    the LOGNAME it checked.
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-AUTH-PROGRAM
                                   WRK-OPERATOR WRK-AUTH-RESULT.
      ****************************************************************
       DISPLAY-MENU.
           DISPLAY 'TESTSQL OPERATOR MENU'
              WHEN 'L'
                 PERFORM RUN-LOAD-STEP
              WHEN 'E'
                 MOVE 'INQUIRY' TO WRK-AUTH-ACTION
                 PERFORM CHECK-OPERATOR-AUTH
                 IF WRK-AUTH-RESULT = 0
                    PERFORM READ-DB
                 END-IF
              WHEN 'K'
                 MOVE 'INQUIRY' TO WRK-AUTH-ACTION
                 PERFORM CHECK-OPERATOR-AUTH
                 IF WRK-AUTH-RESULT = 0
                    PERFORM PROMPT-LOOKUP-KEY
                    PERFORM READ-DB-DIRECT
                 END-IF
              WHEN 'M'
                 MOVE 'MAINTENANCE' TO WRK-AUTH-ACTION
                 PERFORM CHECK-OPERATOR-AUTH
                 IF WRK-AUTH-RESULT = 0
                    PERFORM MAINTENANCE-MENU
                 END-IF
              WHEN 'A'
                 PERFORM RUN-ALL
              WHEN 'X'
      *      that fails cancels the drop
      *    - the whole event - who, when, how many rows preserved -
      *      goes to AUDITLOG before the table goes
      *    - and before any of it, the operator must hold REBUILD in
      *      the role file (OPER-AUTH), in every environment
           MOVE 'N' TO WRK-REBUILD-OK-SW
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           MOVE 'REBUILD' TO WRK-AUTH-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF WRK-AUTH-RESULT = 0
              PERFORM JUDGE-REBUILD-PERMISSION
           ELSE
              MOVE 'N' TO WRK-REBUILD-ALLOW-SW
           END-IF
           IF REBUILD-ALLOWED
              PERFORM UNLOAD-BEFORE-DROP
           END-IF
              IF FEED-REFUSED OR FEED-OUT-OF-BALANCE
                 OR FEED-VOLUME-STOPPED OR LOAD-SQL-TROUBLE
                 OR LOAD-OPEN-FAILED OR FEED-PRESCAN-BAD
                 OR RUN-LOCK-REFUSED OR LOAD-DATE-REFUSED
                 MOVE 'Y' TO WRK-STEP-ERROR-SW
              END-IF
           END-IF.
                 DISPLAY 'TESTSQL: SWEEP STOPPED - TAB1 WRITE LOCK '
                         'HELD ELSEWHERE, FEED FILES LEFT IN PLACE '
                         'FOR THE RERUN'
              WHEN LOAD-DATE-REFUSED
      *          Likewise nothing wrong with the feed - the business
      *          day is closed. The files wait for the next day.
                 ADD 1 TO WRK-SWEEP-FAIL-COUNT
                 MOVE 'Y' TO WRK-SWEEP-STOP-SW
                 DISPLAY 'TESTSQL: SWEEP STOPPED - BUSINESS DAY '
                         'CLOSED, FEED FILES LEFT IN PLACE FOR THE '
                         'NEXT BUSINESS DAY'
              WHEN LOAD-SQL-TROUBLE
      *          Leave the file in the landing zone: the rerun must
      *          resume it off the checkpoint before anything newer.
      *    archive's batch window (or an operator 'L' on top of the
      *    scheduler's card run) is refused with the holder's name
      *    instead of colliding - the March out-of-balance night.
      *    Before even that, the business date: rows, addresses and
      *    rejects are dated with it, and a day already closed (or a
      *    control record that cannot be read) loads nothing.
         MOVE 'N' TO WRK-LOCK-REFUSED-SW
         MOVE 'N' TO WRK-DATE-REFUSED-SW
         CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                     WRK-BIZ-DATE WRK-BIZ-RESULT
         MOVE WRK-BIZ-DATE TO WRK-BUSINESS-DATE
         IF WRK-BIZ-RESULT = 1 OR WRK-BIZ-RESULT = 8
            MOVE SPACES TO WRK-AUDIT-MESSAGE
            IF WRK-BIZ-RESULT = 1
               STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                      ' ALREADY CLOSED - FEED NOT LOADED'
                  DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
            ELSE
               STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                      ' - FEED NOT LOADED'
                  DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
            END-IF
            DISPLAY '    POPULATE SKIPPED - ' WRK-AUDIT-MESSAGE
            MOVE 'POPULATE-DB' TO WRK-AUDIT-SOURCE
            MOVE 0 TO WRK-AUDIT-SQLCODE
            CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                   WRK-AUDIT-MESSAGE
            MOVE 'N' TO WRK-FEED-REFUSED-SW
            MOVE 'N' TO WRK-FEED-BAD-SW
            MOVE 'N' TO WRK-VOLUME-STOP-SW
            MOVE 'N' TO WRK-PRESCAN-BAD-SW
            MOVE 'N' TO WRK-LOAD-TROUBLE-SW
            MOVE 'N' TO WRK-LOAD-OPEN-FAIL-SW
            MOVE 'Y' TO WRK-DATE-REFUSED-SW
         ELSE
            PERFORM POPULATE-DB-DATED
         END-IF.
      ****************************************************************
       POPULATE-DB-DATED.
         MOVE 'A' TO WRK-LOCK-ACTION
         CALL "RUN-LOCK" USING WRK-LOCK-ACTION WRK-LOCK-PROGRAM
                                WRK-LOCK-RESULT
         IF WRK-LOCK-RESULT NOT = 0
      *     Its own switch, not the open-fail one - a refused lock
      *     says nothing about the feed file, and the sweep must be
         END-IF
         MOVE SPACES TO WRK-FORCE-PARM
         ACCEPT WRK-FORCE-PARM FROM ENVIRONMENT "CUSTLOAD_FORCE"
         MOVE SPACES TO WRK-REPLAY-FEED-ID
         ACCEPT WRK-REPLAY-FEED-ID
                FROM ENVIRONMENT "CUSTLOAD_REPLAY_FEED"
         MOVE 'N' TO WRK-REPLAY-SW
         MOVE 'N' TO WRK-FEED-REFUSED-SW
         MOVE SPACES TO WRK-FEED-ID
         PERFORM GET-CURRENT-TIMESTAMP
         MOVE WRK-CURRENT-TS TO WRK-START-TS
         PERFORM CREATE-FEEDCTL-IF-MISSING
         PERFORM CREATE-ADDR-IF-MISSING
         PERFORM CREATE-REJLOG-IF-MISSING
         PERFORM CREATE-OWNER-IF-MISSING
         PERFORM LOAD-CATEGORY-CODES
         MOVE 0 TO WRK-LOAD-COUNT
         MOVE 0 TO WRK-LOAD-REJECT-COUNT
         MOVE 0 TO WRK-ADDR-COUNT
         MOVE 0 TO WRK-UNDELIV-CLEAR-COUNT
         MOVE 0 TO WRK-CAT-FLAG-COUNT
         MOVE 'N' TO WRK-HDR-SEEN-SW
         MOVE 'N' TO WRK-TRL-SEEN-SW
            DISPLAY '    ' WRK-ADDR-COUNT
                    ' ADDRESS RECORD(S) APPLIED TO TAB1_ADDR'
         END-IF
         IF WRK-UNDELIV-CLEAR-COUNT > 0
            DISPLAY '    ' WRK-UNDELIV-CLEAR-COUNT
                    ' UNDELIVERABLE FLAG(S) CLEARED BY NEW ADDRESS'
         END-IF
         IF WRK-CAT-FLAG-COUNT > 0
            DISPLAY '    ' WRK-CAT-FLAG-COUNT
                    ' DETAIL(S) LOADED WITH UNKNOWN CATEGORY CODES'
         END-EVALUATE
         CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                WRK-STATS-IN WRK-STATS-OUT
                                WRK-STATS-REJ WRK-STATS-STATUS
         EVALUATE WRK-STATS-STATUS
            WHEN 'OUTOFBAL'
               PERFORM RAISE-FEED-EVENT
            WHEN 'VOLSTOP'
               PERFORM RAISE-FEED-EVENT
         END-EVALUATE.
      ****************************************************************
       RAISE-FEED-EVENT.
      *    A feed stopped at the balance or volume gate goes to the
      *    operations bridge by itself; an imbalance found only after
      *    rows were committed is the worse case of the two.
         MOVE 'POPULATE-DB' TO WRK-EVENT-PROGRAM
         MOVE WRK-FEED-ID   TO WRK-EVENT-SUBJECT
         EVALUATE TRUE
            WHEN FEED-VOLUME-STOPPED
               MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
               MOVE 'VOLSTOP'  TO WRK-EVENT-CODE
               MOVE 'FEED VOLUME OUTSIDE LIMITS - NOTHING LOADED'
                 TO WRK-EVENT-TEXT
            WHEN FEED-PRESCAN-BAD
               MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
               MOVE 'BALSTOP'  TO WRK-EVENT-CODE
               MOVE 'FEED OUT OF BALANCE ON PRE-READ - NOTHING LOADED'
                 TO WRK-EVENT-TEXT
            WHEN OTHER
               MOVE 'CRITICAL' TO WRK-EVENT-SEVERITY
               MOVE 'BALSTOP'  TO WRK-EVENT-CODE
               MOVE 'FEED OUT OF BALANCE AFTER LOAD - CHECK TAB1'
                 TO WRK-EVENT-TEXT
         END-EVALUATE
         CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                   WRK-EVENT-SEVERITY
                                   WRK-EVENT-CODE
                                   WRK-EVENT-SUBJECT
                                   WRK-EVENT-TEXT.
      ****************************************************************
       WRITE-FEED-ACK.
      *    Runs right after RECORD-RUN-STATS, so the final status and
         MOVE 0                  TO REJ-COL-3
         MOVE 0                  TO REJ-COL-4-LEN
         MOVE 0                  TO REJ-COL-5-LEN
         MOVE WRK-BIZ-DATE       TO REJ-FIRST-DATE
         MOVE 1                  TO REJ-ATTEMPTS
         WRITE REJECT-RECORD
         PERFORM AUDIT-BALANCE-ERROR.
      *    refused unless the operator explicitly sets CUSTLOAD_FORCE
      *    to Y - twice this year a re-run of the same custload.dat
      *    had to be backed out by hand.
      *    ROLL-FORWARD re-applies feeds lost to a RELOAD-TAB1 by
      *    naming the one feed it is replaying in CUSTLOAD_REPLAY_FEED;
      *    only that feed passes, and its registry row closes as
      *    REPLAYED so the original COMPLETE row stays the record of
      *    arrival for the scorecard and the duplicate check.
         IF WRK-REPLAY-FEED-ID NOT = SPACES
            AND WRK-REPLAY-FEED-ID = WRK-FEED-ID
            MOVE 'Y' TO WRK-REPLAY-SW
         END-IF
         MOVE 0 TO WRK-TABLE-EXISTS
         EXEC SQL
              SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                 AND STATUS = 'COMPLETE'
         END-EXEC
         IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
            EVALUATE TRUE
               WHEN REPLAY-LOAD
                  DISPLAY 'POPULATE-DB: FEED ' WRK-FEED-ID ' ALREADY '
                          'PROCESSED - REPLAYING FOR ROLL-FORWARD'
               WHEN FORCE-LOAD
                  DISPLAY 'POPULATE-DB: FEED ' WRK-FEED-ID ' ALREADY '
                          'PROCESSED - RELOADING ON CUSTLOAD_FORCE'
               WHEN OTHER
                  MOVE 'Y' TO WRK-FEED-REFUSED-SW
            END-EVALUATE
         END-IF.
      ****************************************************************
       INSERT-FEEDCTL-ROW.
               MOVE 'FAILED'   TO WRK-FEED-STATUS
            WHEN FEED-OUT-OF-BALANCE
               MOVE 'OUTOFBAL' TO WRK-FEED-STATUS
            WHEN REPLAY-LOAD
               MOVE 'REPLAYED' TO WRK-FEED-STATUS
            WHEN OTHER
               MOVE 'COMPLETE' TO WRK-FEED-STATUS
         END-EVALUATE
                       TO WRK-REJECT-REASON
                     PERFORM WRITE-LOAD-REJECT
                  ELSE
                     MOVE 'ADD' TO WRK-OWN-ACTION
                     PERFORM CHECK-KEY-OWNER
                     EVALUATE WRK-OWN-RESULT
                        WHEN 0
                           PERFORM INSERT-ONE-ROW
                        WHEN 1
                           PERFORM WRITE-LOAD-REJECT
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
               END-IF
            END-IF
         MOVE CL-COL-4-TEXT    TO REJ-COL-4-TEXT
         MOVE CL-COL-5-LEN     TO REJ-COL-5-LEN
         MOVE CL-COL-5-TEXT    TO REJ-COL-5-TEXT
         MOVE WRK-BIZ-DATE     TO REJ-FIRST-DATE
         MOVE 1                TO REJ-ATTEMPTS
         WRITE REJECT-RECORD
         ADD 1 TO WRK-LOAD-REJECT-COUNT
         PERFORM REGISTER-LOAD-REJECT
         DISPLAY 'POPULATE REJECT ON ' CL-COL-1 ' - '
                 WRK-REJECT-REASON.
      ****************************************************************
            MOVE CA-STREET    TO WRK-AD-STREET
            MOVE CA-CITY      TO WRK-AD-CITY
            MOVE CA-POSTCODE  TO WRK-AD-POSTCODE
            MOVE 'ADDRESS' TO WRK-OWN-ACTION
            PERFORM CHECK-KEY-OWNER
            IF WRK-OWN-RESULT NOT = 0
               IF WRK-OWN-RESULT = 1
                  PERFORM WRITE-ADDRESS-REJECT
               END-IF
            ELSE
               MOVE 0 TO WRK-ADDR-EXISTS
               EXEC SQL
                    SELECT COUNT(*) INTO :WRK-ADDR-EXISTS
                      FROM TAB1_ADDR
                     WHERE COL_1 = :COL-1
               END-EXEC
               IF SQLCODE NOT = 0
                  MOVE 0 TO WRK-ADDR-EXISTS
               END-IF
               IF WRK-ADDR-EXISTS > 0
                  IF UNDELIV-FLAG-KEPT
                     PERFORM CLEAR-UNDELIV-FLAG
                  END-IF
                  EXEC SQL
                     UPDATE TAB1_ADDR
                        SET ADDR_NAME     = :WRK-AD-NAME,
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
                  ADD 1 TO WRK-ADDR-COUNT
                  ADD 1 TO WRK-COMMIT-COUNTER
                  IF WRK-COMMIT-COUNTER >= WRK-COMMIT-INTERVAL
                     EXEC SQL
                        COMMIT WORK
                     END-EXEC
                     PERFORM COMMIT-CHECKPOINT
                  END-IF
               ELSE
                  DISPLAY 'POPULATE-DB: ADDRESS TROUBLE ON ' CA-COL-1
                  DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
                  MOVE 'ADDR-LOAD' TO WRK-AUDIT-SOURCE
                  MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
                  CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                         WRK-AUDIT-MESSAGE
                  MOVE 'SQL ERROR - SEE AUDIT LOG'
                    TO WRK-REJECT-REASON
                  PERFORM WRITE-ADDRESS-REJECT
               END-IF
            END-IF
         END-IF.
      ****************************************************************
       CLEAR-UNDELIV-FLAG.
      *    A sender transmitting an address that differs from the one
      *    the mail came back from has fixed it - the undeliverable
      *    flag goes. A retransmission of the same address leaves the
      *    flag alone. Rides the address update's commit.
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
         EVALUATE SQLCODE
            WHEN 0
               ADD 1 TO WRK-UNDELIV-CLEAR-COUNT
            WHEN 100
               CONTINUE
            WHEN OTHER
               DISPLAY 'POPULATE-DB: UNDELIVERABLE FLAG NOT CLEARED '
                       'ON ' COL-1
               DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
               MOVE 'ADDR-LOAD' TO WRK-AUDIT-SOURCE
               MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
               CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                      WRK-AUDIT-MESSAGE
         END-EVALUATE.
      ****************************************************************
       CHECK-KEY-OWNER.
      *    COL-1 holds the key. A refusal leaves the reject reason
      *    set for the caller's reject paragraph. A failed check has
      *    aborted the batch's transaction, so it is handled as
      *    INSERT-ONE-ROW handles a failed insert - roll back, back
      *    the batch out of the loaded count and stop for the rerun.
         MOVE WRK-FEED-ID(1:8) TO WRK-OWN-SYSTEM-ID
         CALL "OWNER-CHECK" USING COL-1 WRK-OWN-SYSTEM-ID
                                  WRK-OWN-PROGRAM WRK-OWN-ACTION
                                  WRK-OWN-OWNER WRK-OWN-RESULT
         EVALUATE TRUE
            WHEN WRK-OWN-RESULT = 0
               CONTINUE
            WHEN WRK-OWN-RESULT = 1
               MOVE SPACES TO WRK-REJECT-REASON
               STRING 'NOT OWNER - KEY OWNED BY ' WRK-OWN-OWNER
                  DELIMITED BY SIZE INTO WRK-REJECT-REASON
            WHEN OTHER
               DISPLAY 'POPULATE-DB: OWNER CHECK FAILED ON ' COL-1
               MOVE 'POPULATE-DB' TO WRK-AUDIT-SOURCE
               MOVE WRK-OWN-RESULT TO WRK-AUDIT-SQLCODE
               MOVE SPACES TO WRK-AUDIT-MESSAGE
               STRING 'OWNER CHECK FAILED ON ' COL-1
                      ' - BATCH ROLLED BACK'
                  DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
               CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                      WRK-AUDIT-SQLCODE
                                      WRK-AUDIT-MESSAGE
               EXEC SQL
                  ROLLBACK WORK
               END-EXEC
               SUBTRACT WRK-COMMIT-COUNTER FROM WRK-LOAD-COUNT
               IF WRK-COMMIT-COUNTER > 0
                  DISPLAY 'POPULATE-DB: ' WRK-COMMIT-COUNTER
                          ' UNCOMMITTED ROW(S) ROLLED BACK'
               END-IF
               MOVE 0 TO WRK-COMMIT-COUNTER
               MOVE 'Y' TO WRK-LOAD-TROUBLE-SW
               MOVE 'Y' TO WRK-LOAD-EOF-SW
         END-EVALUATE.
      ****************************************************************
       WRITE-ADDRESS-REJECT.
      *    REJ-TRAN-CODE 'N' marks an address reject - the recycle
         MOVE 0                TO REJ-COL-3
         MOVE 0                TO REJ-COL-4-LEN
         MOVE 0                TO REJ-COL-5-LEN
         MOVE WRK-BIZ-DATE     TO REJ-FIRST-DATE
         MOVE 1                TO REJ-ATTEMPTS
         WRITE REJECT-RECORD
         ADD 1 TO WRK-LOAD-REJECT-COUNT
         PERFORM REGISTER-LOAD-REJECT
         DISPLAY 'POPULATE ADDRESS REJECT ON ' CA-COL-1 ' - '
                 WRK-REJECT-REASON.
      ****************************************************************
       REGISTER-LOAD-REJECT.
      *    The reject file is rewritten every run and recycled into a
      *    fresh one, so the register keeps the sender's side of the
      *    story: which feed the reject came in on and, once
      *    REJECT-RECYCLE has had its go, whether it was repaired or
      *    aged out. The row rides the load's own commit interval.
      *    A replayed feed's rejects were registered the first time
      *    round and are not counted against the sender twice.
         IF NOT REPLAY-LOAD
            PERFORM INSERT-REJLOG-ROW
         END-IF.
      ****************************************************************
       INSERT-REJLOG-ROW.
         MOVE WRK-FEED-ID(1:8)  TO WRK-RL-SYSTEM-ID
         MOVE WRK-FEED-ID(9:8)  TO WRK-RL-FEED-DATE
         MOVE REJ-COL-1         TO WRK-RL-COL-1
         MOVE REJ-REASON        TO WRK-RL-REASON
         MOVE REJ-TRAN-CODE     TO WRK-RL-TRAN-CODE
         MOVE REJ-FIRST-DATE    TO WRK-RL-FIRST-DATE
         EXEC SQL
              INSERT INTO TAB1_REJLOG
                     (FEED_ID, SYSTEM_ID, FEED_DATE, COL_1, REASON,
                      TRAN_CODE, FIRST_DATE, OUTCOME, OUTCOME_DATE)
              VALUES (:WRK-FEED-ID, :WRK-RL-SYSTEM-ID,
                      :WRK-RL-FEED-DATE, :WRK-RL-COL-1,
                      :WRK-RL-REASON, :WRK-RL-TRAN-CODE,
                      :WRK-RL-FIRST-DATE, 'OPEN', ' ')
         END-EXEC
         IF SQLCODE NOT = 0 THEN
            DISPLAY 'POPULATE-DB: REJLOG INSERT FAILED FOR '
                    REJ-COL-1
            DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
            MOVE 'REJLOG' TO WRK-AUDIT-SOURCE
            MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
            CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                   WRK-AUDIT-MESSAGE
         END-IF.
      ****************************************************************
       CREATE-REJLOG-IF-MISSING.
      *    Same idempotent create-if-missing pattern
      *    CREATE-TABLE-IF-MISSING uses for TAB1.
         MOVE 0 TO WRK-TABLE-EXISTS
         EXEC SQL
              SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                FROM INFORMATION_SCHEMA.TABLES
               WHERE TABLE_NAME = 'tab1_rejlog'
         END-EXEC
         IF SQLCODE NOT = 0 THEN
            DISPLAY 'POPULATE-DB: COULD NOT CHECK TAB1_REJLOG'
            DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
         ELSE
            IF WRK-TABLE-EXISTS = 0 THEN
               PERFORM CREATE-REJLOG-TABLE
            END-IF
         END-IF.
      ****************************************************************
       CREATE-REJLOG-TABLE.
      *    OUTCOME is OPEN until REJECT-RECYCLE resubmits the reject
      *    (REPAIRED) or first lists it on its aged-reject report
      *    (AGED); OUTCOME_DATE is when that happened.
         DISPLAY 'POPULATE-DB: CREATE TABLE TAB1_REJLOG'
         EXEC SQL
              CREATE TABLE TAB1_REJLOG
              (
               FEED_ID        CHAR(16),
               SYSTEM_ID      CHAR(8),
               FEED_DATE      CHAR(8),
               COL_1          CHAR(20),
               REASON         CHAR(40),
               TRAN_CODE      CHAR(1),
               FIRST_DATE     CHAR(8),
               OUTCOME        CHAR(8),
               OUTCOME_DATE   CHAR(8)
              )
         END-EXEC
         IF SQLCODE = 0 THEN
            DISPLAY '   CREATE TABLE TAB1_REJLOG OK'
         ELSE
            DISPLAY 'CREATE TABLE TAB1_REJLOG TROUBLE'
            DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
            MOVE 'REJLOG' TO WRK-AUDIT-SOURCE
            MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
            CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                   WRK-AUDIT-MESSAGE
         END-IF.
      ****************************************************************
       CREATE-ADDR-IF-MISSING.
      *    Same idempotent create-if-missing pattern
            IF WRK-TABLE-EXISTS = 0 THEN
               PERFORM CREATE-ADDR-TABLE
            END-IF
         END-IF
      *    Returned mail is only tracked once RETURNED-MAIL has added
      *    the UNDELIV_ columns - until then there is nothing to
      *    clear.
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
       CREATE-ADDR-TABLE.
            CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                   WRK-AUDIT-MESSAGE
         END-IF.
      ****************************************************************
       CREATE-OWNER-IF-MISSING.
      *    Same idempotent create-if-missing pattern
      *    CREATE-TABLE-IF-MISSING uses for TAB1. The refusal log
      *    comes with the registry - KEY-OWNER reports from both.
         MOVE 0 TO WRK-TABLE-EXISTS
         EXEC SQL
              SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                FROM INFORMATION_SCHEMA.TABLES
               WHERE TABLE_NAME = 'tab1_owner'
         END-EXEC
         IF SQLCODE NOT = 0 THEN
            DISPLAY 'POPULATE-DB: COULD NOT CHECK TAB1_OWNER'
            DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
         ELSE
            IF WRK-TABLE-EXISTS = 0 THEN
               PERFORM CREATE-OWNER-TABLES
            END-IF
         END-IF.
      ****************************************************************
       CREATE-OWNER-TABLES.
         DISPLAY 'POPULATE-DB: CREATE TABLE TAB1_OWNER'
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
         IF SQLCODE = 0 THEN
            DISPLAY '   CREATE TABLE TAB1_OWNER OK'
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
         IF SQLCODE = 0 THEN
            DISPLAY '   CREATE TABLE TAB1_OWNBLOCK OK'
         ELSE
            DISPLAY 'CREATE TABLE TAB1_OWNER TROUBLE'
            DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
            MOVE 'OWNER-DDL' TO WRK-AUDIT-SOURCE
            MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
            CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                   WRK-AUDIT-MESSAGE
         END-IF.
      ****************************************************************
       CHECK-DUPLICATE-KEY.
      *    One binary search of the key snapshot instead of the
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
             MOVE CL-COL-5-TEXT TO WRK-JRNL-NEW-COL-5
             CALL "TAB1-JOURNAL" USING COL-1 WRK-JRNL-ACTION
                  WRK-JRNL-OLD-COL-2 COL-2
                  WRK-JRNL-OLD-COL-5 WRK-JRNL-NEW-COL-5
                  WRK-JRNL-PROGRAM WRK-FEED-ID
                  WRK-JRNL-RETURN
      *     Commits ride WRK-COMMIT-INTERVAL - one transaction per
      *     batch instead of one per row - and the checkpoint is
      *     written only after its batch commits, so the resume key
