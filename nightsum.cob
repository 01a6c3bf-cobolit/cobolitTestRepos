      * NIGHT-SUMMARY - the one operator page per night. Reads the
      * common run-stats store every batch program writes through
      * RUNSTATS, selects the runs for SUMMARY_DATE (YYYYMMDD,
      * default the business date from the processing-date control
      * record - see BUSINESS-DATE; today when there is no control
      * record), and prints one line per step - program,
      * start/end time, rows in/out/rejected, outcome - followed by a
      * reconciliation: rows loaded (POPULATE-DB plus RESTORE-TAB1
      * restores) minus rows archived, against the actual TAB1
      *   0 - page printed and the night balanced
      *   4 - out of balance, no baseline yet, or no steps found
      *   8 - connect failure, file-open failure, or the TAB1
      *       count itself failing (the baseline is not advanced),
      *       or refused because the business day is already closed
      *       (a SUMMARY_DATE given explicitly is a reprint of that
      *       night and is always allowed)
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  WRK-TAB1-COUNT        PIC 9(9) COMP VALUE 0.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC
       01  WRK-STATS-OUT         PIC 9(9).
       01  WRK-STATS-REJ         PIC 9(9).
       01  WRK-STATS-STATUS      PIC X(8).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
       01  WRK-BIZ-ACTION        PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM       PIC X(12) VALUE 'NIGHTSUM'.
       01  WRK-BIZ-DATE          PIC 9(8).
       01  WRK-BIZ-RESULT        PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW   PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED  VALUE 'Y'.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(24)
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-OWN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RUN-STATS
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'NIGHT-SUMMARY: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-OWN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              DISCONNECT ALL
           END-EXEC
           PERFORM PRINT-SUMMARY-PAGE
           PERFORM RECORD-OWN-STATS
           DISPLAY 'NIGHT-SUMMARY: ' WRK-STEP-COUNT ' STEP(S) FOR '
                   WRK-SUMMARY-DATE
           EVALUATE TRUE
           IF WRK-SUMMARY-DATE-PARM NOT = SPACES
              MOVE WRK-SUMMARY-DATE-PARM TO WRK-SUMMARY-DATE
           ELSE
              CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION
                                          WRK-BIZ-PROGRAM
                                          WRK-BIZ-DATE WRK-BIZ-RESULT
              EVALUATE WRK-BIZ-RESULT
                 WHEN 1
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                           ' ALREADY CLOSED - SUMMARY REFUSED'
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM REFUSE-BUSINESS-DATE
                 WHEN 8
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                           ' - SUMMARY REFUSED'
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM REFUSE-BUSINESS-DATE
              END-EVALUATE
              MOVE WRK-BIZ-DATE TO WRK-SUMMARY-DATE
           END-IF.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'NIGHT-SUMMARY: ' WRK-AUDIT-MESSAGE
           MOVE 'NIGHTSUM' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       LOAD-RUN-STATS.
      *    One pass: collect the summary date's steps, and remember
       RECORD-OWN-STATS.
      *    Tonight's TAB1 count rides in the rows-in column - the
      *    balance carried forward for the next summary's baseline.
      *    Only a COMPLETE line is ever taken as a baseline.
           MOVE 'NIGHTSUM' TO WRK-STATS-PROGRAM
           MOVE WRK-TAB1-COUNT TO WRK-STATS-IN
           MOVE 0 TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-STATS-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
