      * resume idea the load's checkpoint file applies to rows,
      * applied to the night itself.
      *
      * The night is the business date on the processing-date control
      * record (see BUSINESS-DATE / PROC-DATE), not the machine
      * clock; RUNCHAIN_DATE, if given, must name that same date.
      * A business day that is already closed is refused outright -
      * the operator rolls the date forward with PROC-DATE first.
      * When every step has finished (clean or with warnings) the
      * chain closes the business day, which is what allows the
      * roll-forward. With no control record the night is today, as
      * it always was, and nothing is closed.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - whole chain completed clean
      *   4 - completed, but one or more steps ended with warnings
      *   8 - chain stopped on a failed step or a broken dependency,
      *       or refused because the business day is closed (or is
      *       not the date RUNCHAIN_DATE names), or every step
      *       finished but the business day could not be closed
      * A failed or blocked step is also raised to the monitoring
      * event feed as STEPFAIL (see EVENT-RAISE).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM     PIC X(12).
       01  WRK-EVENT-SEVERITY    PIC X(8).
       01  WRK-EVENT-CODE        PIC X(8).
       01  WRK-EVENT-SUBJECT     PIC X(20).
       01  WRK-EVENT-TEXT        PIC X(60).
       01  WRK-BIZ-ACTION        PIC X(1).
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'NIGHT-CHAIN'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW   PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED  VALUE 'Y'.
       01  WRK-CLOSE-FAILED-SW   PIC X VALUE 'N'.
           88 DAY-NOT-CLOSED         VALUE 'Y'.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PLAN
           IF WRK-STEP-COUNT = 0
              DISPLAY 'NIGHT-CHAIN: NO RUNNABLE STEPS IN '
                      WRK-PLAN-FILE-PATH
              MOVE 'Y' TO WRK-STOP-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           END-PERFORM
           DISPLAY 'NIGHT-CHAIN: ' WRK-RAN-COUNT ' STEP(S) RUN, '
                   WRK-SKIP-COUNT ' SKIPPED AS ALREADY COMPLETE'
           IF NOT CHAIN-STOPPED AND WRK-BIZ-RESULT = 0
              MOVE 'C' TO WRK-BIZ-ACTION
              CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION
                                          WRK-BIZ-PROGRAM
                                          WRK-BIZ-DATE WRK-BIZ-RESULT
              IF WRK-BIZ-RESULT = 8
                 PERFORM REPORT-DAY-NOT-CLOSED
              END-IF
           END-IF
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN CHAIN-STOPPED
                         'STEP AND RERUN; COMPLETED STEPS WILL '
                         'NOT REPEAT'
                 MOVE 8 TO RETURN-CODE
              WHEN DAY-NOT-CLOSED
                 MOVE 8 TO RETURN-CODE
              WHEN CHAIN-HAD-WARNINGS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
           MOVE SPACES TO WRK-RUN-DATE-PARM
           ACCEPT WRK-RUN-DATE-PARM
                  FROM ENVIRONMENT "RUNCHAIN_DATE"
           MOVE 'G' TO WRK-BIZ-ACTION
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           EVALUATE TRUE
              WHEN WRK-BIZ-RESULT = 1
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - CHAIN REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN WRK-BIZ-RESULT = 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - CHAIN REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN WRK-BIZ-RESULT = 0
                 AND WRK-RUN-DATE-PARM NOT = SPACES
                 AND WRK-RUN-DATE-PARM NOT = WRK-BIZ-DATE
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'RUNCHAIN_DATE ' WRK-RUN-DATE-PARM
                        ' IS NOT THE OPEN BUSINESS DAY '
                        WRK-BIZ-DATE ' - CHAIN REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN WRK-BIZ-RESULT = 0
                 MOVE WRK-BIZ-DATE TO WRK-RUN-DATE
              WHEN WRK-RUN-DATE-PARM NOT = SPACES
                 MOVE WRK-RUN-DATE-PARM TO WRK-RUN-DATE
              WHEN OTHER
                 MOVE WRK-TS-DATE TO WRK-RUN-DATE
           END-EVALUATE
           IF NOT BUSINESS-DATE-REFUSED
              DISPLAY 'NIGHT-CHAIN: RUNNING PLAN ' WRK-PLAN-FILE-PATH
                      ' FOR ' WRK-RUN-DATE
           END-IF.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'NIGHT-CHAIN: ' WRK-AUDIT-MESSAGE
           MOVE 'NIGHT-CHAIN' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       REPORT-DAY-NOT-CLOSED.
      *    Every step finished but the control record could not be
      *    rewritten, so the day is still open and PROC-DATE will not
      *    roll it forward. Rerunning the chain skips the completed
      *    steps and retries the close.
           MOVE 'Y' TO WRK-CLOSE-FAILED-SW
           MOVE SPACES TO WRK-AUDIT-MESSAGE
           STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                  ' NOT CLOSED - CONTROL RECORD NOT REWRITTEN'
              DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
           DISPLAY 'NIGHT-CHAIN: ' WRK-AUDIT-MESSAGE
           MOVE 'NIGHT-CHAIN' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       LOAD-RUN-PLAN.
           MOVE 0 TO WRK-STEP-COUNT
                         WSP-DEPENDS-ON(WRK-STEP-IX)
                         ' WHICH HAS NOT COMPLETED - STOPPING'
                 PERFORM RECORD-STEP-OUTCOME-BLOCKED
                 MOVE 'MAJOR' TO WRK-EVENT-SEVERITY
                 MOVE SPACES TO WRK-EVENT-TEXT
                 STRING 'BLOCKED - ' WSP-DEPENDS-ON(WRK-STEP-IX)
                        ' HAS NOT COMPLETED - CHAIN STOPPED'
                    DELIMITED BY SIZE INTO WRK-EVENT-TEXT
                 PERFORM RAISE-STEP-EVENT
                 MOVE 'Y' TO WRK-STOP-SW
              ELSE
                 PERFORM EXECUTE-STEP-COMMAND
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                        WRK-AUDIT-SQLCODE
                                        WRK-AUDIT-MESSAGE
                 MOVE 'CRITICAL' TO WRK-EVENT-SEVERITY
                 MOVE SPACES TO WRK-EVENT-TEXT
                 STRING 'STEP FAILED WITH CODE ' WRK-STEP-RC
                        ' - CHAIN STOPPED'
                    DELIMITED BY SIZE INTO WRK-EVENT-TEXT
                 PERFORM RAISE-STEP-EVENT
                 MOVE 'Y' TO WRK-STOP-SW
           END-EVALUATE.
      ****************************************************************
       RAISE-STEP-EVENT.
      *    The subject is the step, so a rerun failing the same step
      *    again inside the suppression window is not a second page.
           MOVE 'NIGHT-CHAIN' TO WRK-EVENT-PROGRAM
           MOVE 'STEPFAIL' TO WRK-EVENT-CODE
           MOVE WSP-STEP-NAME(WRK-STEP-IX) TO WRK-EVENT-SUBJECT
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
      ****************************************************************
       RECORD-STEP-OUTCOME-OK.
           MOVE 'OK' TO ST-STATUS
           MOVE WRK-RAN-COUNT  TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN CHAIN-STOPPED OR DAY-NOT-CLOSED
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN CHAIN-HAD-WARNINGS
                 MOVE 'WARNING'  TO WRK-STATS-STATUS
