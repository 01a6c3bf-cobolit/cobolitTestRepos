      * file; a mirror older than MIRROR_MAX_AGE_DAYS (default 2) is
      * stale even when the contents match. The verdict is a PASS or
      * FAIL line on MIRROR_VERIFY_REPORT (default "mirvrfy.rpt"),
      * the console, AUDITLOG and the monitoring event feed (MIRRFAIL,
      * see EVENT-RAISE) - and the RETURN-CODE below, which is what
      * the scheduler alarms on.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - PASS: mirror complete and fresh
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM      PIC X(12).
       01  WRK-EVENT-SEVERITY     PIC X(8).
       01  WRK-EVENT-CODE         PIC X(8).
       01  WRK-EVENT-SUBJECT      PIC X(20).
       01  WRK-EVENT-TEXT         PIC X(60).

       01  HEADER-LINE-1.
           05 FILLER              PIC X(30)
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
              MOVE 'MIRROR-VERIFY' TO WRK-EVENT-PROGRAM
              MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
              MOVE 'MIRRFAIL' TO WRK-EVENT-CODE
              MOVE SPACES TO WRK-EVENT-SUBJECT
              IF MIRROR-STALE
                 MOVE 'STALE' TO WRK-EVENT-SUBJECT
              END-IF
              MOVE V-DETAIL TO WRK-EVENT-TEXT
              CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                        WRK-EVENT-SEVERITY
                                        WRK-EVENT-CODE
                                        WRK-EVENT-SUBJECT
                                        WRK-EVENT-TEXT
           END-IF
           MOVE VERDICT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
