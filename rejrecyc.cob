      * unseen. '*FEED BALANCE*' discrepancy records are evidence of
      * a bounced feed, not repairable rows - they are dropped with a
      * count.
      * A reject belongs to the business date it first rejected on;
      * if PERIOD-CLOSE has closed that period it is not resubmitted
      * but carried forward with reason "CLOSED PERIOD yyyymm - HELD"
      * until the period is reopened. A delete for a key under legal
      * hold (see LEGAL-HOLD) is carried forward with reason
      * "LEGAL HOLD" the same way.
      *
      * Every reject POPULATE-DB wrote is also on the TAB1_REJLOG
      * register with the feed it came in on; a resubmit that works
      * marks its register row REPAIRED, and the first time a reject
      * lands on the aged report its row is marked AGED, so the
      * sending-system scorecard can say what became of each one.
      *
      * Key ownership (see OWNER-CHECK / KEY-OWNER): a reject is
      * resubmitted on behalf of the system that sent it - the one on
      * its TAB1_REJLOG register row, else REJECT_SYSTEM_ID (the
      * sender of the maintenance feed whose rejects are being
      * recycled; BATCH-MAINT does not register its rejects). An add,
      * change or delete for a key another system owns is carried
      * forward with reason "NOT OWNER - KEY OWNED BY xxxxxxxx"; a
      * sender that cannot be established owns nothing. An add is
      * checked only once it has passed its edits and the duplicate
      * check, and its claim on an unowned key is committed with the
      * insert, so a reject that still fails never takes the key.
      *
      * Correction file (REJECT_CORRECTION_FILE, default
      * "custload.cor", LINE SEQUENTIAL): key, replacement COL-2,
       01 WRK-FEED-ID   PIC X(16).
       01 WRK-OLD-COL-2 PIC 9(10)V9(5).
       01 WRK-OLD-COL-5 PIC X(50).
       01 WRK-TABLE-EXISTS  PIC 9(9) COMP.
       01 WRK-RL-COL-1      PIC X(20).
       01 WRK-RL-FIRST-DATE PIC X(8).
       01 WRK-RL-OUTCOME    PIC X(8).
       01 WRK-RL-TODAY      PIC X(8).
       01 WRK-RL-SYSTEM-ID  PIC X(8).
           EXEC SQL END
              DECLARE SECTION
           END-EXEC
       01  WRK-LOCK-ACTION         PIC X(1).
       01  WRK-LOCK-PROGRAM        PIC X(12) VALUE 'REJ-RECYCLE'.
       01  WRK-LOCK-RESULT         PIC S9(9) VALUE 0.
       01  WRK-CLOSED-PERIOD       PIC X(6) VALUE SPACES.
       01  WRK-PERIOD-RESULT       PIC S9(9) VALUE 0.
       01  WRK-PERIOD-HELD-COUNT   PIC 9(9) VALUE 0.
       01  WRK-HOLD-PROGRAM        PIC X(12) VALUE 'REJ-RECYCLE'.
       01  WRK-LEGAL-ACTION        PIC X(20) VALUE 'DELETE'.
       01  WRK-LEGAL-CASE-REF      PIC X(20).
       01  WRK-LEGAL-RESULT        PIC S9(9) VALUE 0.
       01  WRK-LEGAL-HELD-COUNT    PIC 9(9) VALUE 0.
       01  WRK-SENDER-PARM         PIC X(8) VALUE SPACES.
       01  WRK-OWN-SYSTEM-ID       PIC X(8).
       01  WRK-OWN-PROGRAM         PIC X(12) VALUE 'REJ-RECYCLE'.
       01  WRK-OWN-ACTION          PIC X(20).
       01  WRK-OWN-OWNER           PIC X(8).
       01  WRK-OWN-RESULT          PIC S9(9) VALUE 0.
       01  WRK-OWNER-HELD-COUNT    PIC 9(9) VALUE 0.
       01  WRK-AGED-HEADER.
           05 FILLER               PIC X(30)
              VALUE 'AGED REJECTS AS OF '.
              GOBACK
           END-IF
           PERFORM READ-PARAMETERS
           PERFORM CHECK-REJLOG-EXISTS
           PERFORM LOAD-CORRECTIONS
           PERFORM RECYCLE-REJECTS
           DISPLAY 'REJECT-RECYCLE: ' WRK-READ-COUNT ' READ, '
                   WRK-CARRY-COUNT ' CARRIED FORWARD, '
                   WRK-AGED-COUNT ' ON AGED REPORT, '
                   WRK-DROPPED-COUNT ' BALANCE RECORD(S) DROPPED'
           IF WRK-PERIOD-HELD-COUNT > 0
              DISPLAY 'REJECT-RECYCLE: ' WRK-PERIOD-HELD-COUNT
                      ' OF THE CARRIED BELONG TO A CLOSED PERIOD'
           END-IF
           IF WRK-LEGAL-HELD-COUNT > 0
              DISPLAY 'REJECT-RECYCLE: ' WRK-LEGAL-HELD-COUNT
                      ' OF THE CARRIED ARE DELETES UNDER LEGAL HOLD'
           END-IF
           IF WRK-OWNER-HELD-COUNT > 0
              DISPLAY 'REJECT-RECYCLE: ' WRK-OWNER-HELD-COUNT
                      ' OF THE CARRIED ARE FOR KEYS ANOTHER SYSTEM '
                      'OWNS'
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           IF WRK-COL-2-MAX-PARM NOT = SPACES
              MOVE WRK-COL-2-MAX-PARM TO WRK-COL-2-MAX
           END-IF
           MOVE SPACES TO WRK-SENDER-PARM
           ACCEPT WRK-SENDER-PARM
                  FROM ENVIRONMENT "REJECT_SYSTEM_ID"
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
      *    Resubmitted rows are stamped with a recycle-run feed id so
      *    the run-control registry query still says where (and when)
              ADD 1 TO WRK-DROPPED-COUNT
           ELSE
              PERFORM APPLY-CORRECTION
              MOVE 0 TO WRK-PERIOD-RESULT
              IF REJ-TRAN-CODE = SPACE OR 'A' OR 'C' OR 'D'
                 CALL "PERIOD-CHECK" USING REJ-FIRST-DATE
                                            WRK-CLOSED-PERIOD
                                            WRK-PERIOD-RESULT
              END-IF
              EVALUATE REJ-TRAN-CODE
                 WHEN SPACE
                 WHEN 'A'
                 WHEN 'C'
                 WHEN 'D'
                    IF WRK-PERIOD-RESULT NOT = 0
                       MOVE SPACES TO WRK-FAIL-REASON
                       STRING 'CLOSED PERIOD ' WRK-CLOSED-PERIOD
                              ' - HELD' DELIMITED BY SIZE
                          INTO WRK-FAIL-REASON
                       ADD 1 TO WRK-PERIOD-HELD-COUNT
                       PERFORM CARRY-REJECT-FORWARD
                    ELSE
                       PERFORM RESUBMIT-BY-TRAN-CODE
                    END-IF
                 WHEN 'N'
      *             Address rejects carry no repairable row image -
      *             they go back to the sender, so carry them
                    PERFORM CARRY-REJECT-FORWARD
              END-EVALUATE
           END-IF.
      ****************************************************************
       RESUBMIT-BY-TRAN-CODE.
           MOVE 0 TO WRK-OWN-RESULT
           IF REJ-TRAN-CODE = 'C' OR 'D'
              PERFORM CHECK-KEY-OWNER
           END-IF
           IF WRK-OWN-RESULT NOT = 0
              ADD 1 TO WRK-OWNER-HELD-COUNT
              PERFORM CARRY-REJECT-FORWARD
           ELSE
           EVALUATE REJ-TRAN-CODE
              WHEN 'C'
                 PERFORM RESUBMIT-CHANGE
              WHEN 'D'
                 CALL "HOLD-CHECK" USING REJ-COL-1 WRK-HOLD-PROGRAM
                                         WRK-LEGAL-ACTION
                                         WRK-LEGAL-CASE-REF
                                         WRK-LEGAL-RESULT
                 IF WRK-LEGAL-RESULT NOT = 0
      *             The commit carries HOLD-CHECK's TAB1_HOLDBLOCK
      *             entry.
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                    MOVE 'LEGAL HOLD' TO WRK-FAIL-REASON
                    ADD 1 TO WRK-LEGAL-HELD-COUNT
                    PERFORM CARRY-REJECT-FORWARD
                 ELSE
                    PERFORM RESUBMIT-DELETE
                 END-IF
              WHEN OTHER
                 PERFORM EDIT-AND-RESUBMIT
           END-EVALUATE
           END-IF.
      ****************************************************************
       CHECK-KEY-OWNER.
      *    The commit makes the TAB1_OWNBLOCK entry for a refusal
      *    stand on its own; a failed check has already broken the
      *    unit of work. An add's claim on an unowned key is left
      *    uncommitted - EDIT-AND-RESUBMIT only checks once the add
      *    has passed its edits, and the claim then rides
      *    INSERT-ONE-ROW's commit or goes with its rollback.
           PERFORM FIND-REJECT-SENDER
           EVALUATE REJ-TRAN-CODE
              WHEN 'C'
                 MOVE 'CHANGE' TO WRK-OWN-ACTION
              WHEN 'D'
                 MOVE 'DELETE' TO WRK-OWN-ACTION
              WHEN OTHER
                 MOVE 'ADD'    TO WRK-OWN-ACTION
           END-EVALUATE
           MOVE REJ-COL-1 TO COL-1
           CALL "OWNER-CHECK" USING COL-1 WRK-OWN-SYSTEM-ID
                                    WRK-OWN-PROGRAM WRK-OWN-ACTION
                                    WRK-OWN-OWNER WRK-OWN-RESULT
           IF WRK-OWN-RESULT < 0
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              MOVE 'OWNER CHECK FAILED - SEE AUDIT LOG'
                TO WRK-FAIL-REASON
           ELSE
              IF WRK-OWN-RESULT = 1 OR WRK-OWN-ACTION NOT = 'ADD'
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
              END-IF
              IF WRK-OWN-RESULT = 1
                 MOVE SPACES TO WRK-FAIL-REASON
                 STRING 'NOT OWNER - KEY OWNED BY ' WRK-OWN-OWNER
                    DELIMITED BY SIZE INTO WRK-FAIL-REASON
              END-IF
           END-IF.
      ****************************************************************
       FIND-REJECT-SENDER.
      *    Key and first-reject date identify the reject on the
      *    register, the same way MARK-REJECT-OUTCOME finds it.
           MOVE SPACES TO WRK-RL-SYSTEM-ID
           IF WRK-TABLE-EXISTS > 0
              MOVE REJ-COL-1      TO WRK-RL-COL-1
              MOVE REJ-FIRST-DATE TO WRK-RL-FIRST-DATE
              EXEC SQL
                   SELECT COALESCE(MIN(SYSTEM_ID), ' ')
                     INTO :WRK-RL-SYSTEM-ID
                     FROM TAB1_REJLOG
                    WHERE COL_1      = :WRK-RL-COL-1
                      AND FIRST_DATE = :WRK-RL-FIRST-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WRK-RL-SYSTEM-ID
                 EXEC SQL
                    ROLLBACK WORK
                 END-EXEC
              END-IF
           END-IF
           IF WRK-RL-SYSTEM-ID = SPACES
              MOVE WRK-SENDER-PARM  TO WRK-OWN-SYSTEM-ID
           ELSE
              MOVE WRK-RL-SYSTEM-ID TO WRK-OWN-SYSTEM-ID
           END-IF.
      ****************************************************************
       APPLY-CORRECTION.
           MOVE 'N' TO WRK-COR-FOUND-SW
                 IF WRK-KEY-COUNT > 0
                    MOVE 'DUPLICATE COL-1 KEY' TO WRK-FAIL-REASON
                 ELSE
                    PERFORM CHECK-KEY-OWNER
                    IF WRK-OWN-RESULT = 0
                       PERFORM INSERT-ONE-ROW
                    ELSE
                       ADD 1 TO WRK-OWNER-HELD-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
                       COMMIT WORK
                    END-EXEC
                    ADD 1 TO WRK-REPAIRED-COUNT
                    PERFORM MARK-REJECT-REPAIRED
                    DISPLAY 'REJECT-RECYCLE: CHANGE APPLIED FOR '
                            COL-1
                 ELSE
                    COMMIT WORK
                 END-EXEC
                 ADD 1 TO WRK-REPAIRED-COUNT
                 PERFORM MARK-REJECT-REPAIRED
                 DISPLAY 'REJECT-RECYCLE: DELETE APPLIED FOR ' COL-1
              ELSE
                 PERFORM REPORT-SQL-TROUBLE
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
              ADD 1 TO WRK-REPAIRED-COUNT
              PERFORM MARK-REJECT-REPAIRED
              DISPLAY 'REJECT-RECYCLE: RESUBMIT OK FOR ' COL-1
           ELSE
              PERFORM REPORT-SQL-TROUBLE
           MOVE WRK-AGE-DAYS   TO AG-AGE-DAYS
           MOVE WRK-AGED-DETAIL TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           ADD 1 TO WRK-AGED-COUNT
           MOVE 'AGED' TO WRK-RL-OUTCOME
           PERFORM MARK-REJECT-OUTCOME.
      ****************************************************************
       CHECK-REJLOG-EXISTS.
      *    The register only exists once a load has created it - no
      *    register simply means nothing to mark.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_rejlog'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WRK-TABLE-EXISTS
           END-IF
           MOVE WRK-TODAY-8 TO WRK-RL-TODAY.
      ****************************************************************
       MARK-REJECT-REPAIRED.
           MOVE 'REPAIRED' TO WRK-RL-OUTCOME
           PERFORM MARK-REJECT-OUTCOME.
      ****************************************************************
       MARK-REJECT-OUTCOME.
      *    Runs after the repair itself has committed, in a unit of
      *    its own, so a register problem can never roll back a
      *    repaired row. Key and first-reject date identify the
      *    reject - the reason may have been rewritten on carry. A
      *    repair outranks an earlier AGED mark; AGED is set once.
           IF WRK-TABLE-EXISTS > 0
              MOVE REJ-COL-1      TO WRK-RL-COL-1
              MOVE REJ-FIRST-DATE TO WRK-RL-FIRST-DATE
              IF WRK-RL-OUTCOME = 'REPAIRED'
                 EXEC SQL
                    UPDATE TAB1_REJLOG
                       SET OUTCOME      = :WRK-RL-OUTCOME,
                           OUTCOME_DATE = :WRK-RL-TODAY
                     WHERE COL_1      = :WRK-RL-COL-1
                       AND FIRST_DATE = :WRK-RL-FIRST-DATE
                       AND OUTCOME   <> 'REPAIRED'
                 END-EXEC
              ELSE
                 EXEC SQL
                    UPDATE TAB1_REJLOG
                       SET OUTCOME      = :WRK-RL-OUTCOME,
                           OUTCOME_DATE = :WRK-RL-TODAY
                     WHERE COL_1      = :WRK-RL-COL-1
                       AND FIRST_DATE = :WRK-RL-FIRST-DATE
                       AND OUTCOME    = 'OPEN'
                 END-EXEC
              END-IF
              IF SQLCODE = 0 OR SQLCODE = 100
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
              ELSE
                 DISPLAY 'REJECT-RECYCLE: REJLOG UPDATE FAILED FOR '
                         REJ-COL-1
                 PERFORM REPORT-SQL-TROUBLE
                 EXEC SQL
                    ROLLBACK WORK
                 END-EXEC
              END-IF
           END-IF.
