      * EXTRACT-TAB1, ARCHIVE-TAB1) get the same hardening instead of
      * each hand-rolling its own one-shot, non-retrying CALL
      * "dbconnect".
      * Giving up is raised to the monitoring event feed (DBCONN, see
      * EVENT-RAISE), so it is seen even from a caller that ends with
      * code 8 without recording its run in RUNSTATS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WRK-AUDIT-SOURCE        PIC X(12).
       01  WRK-AUDIT-MESSAGE       PIC X(80).
       01  WRK-AUDIT-SQLCODE       PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM       PIC X(12).
       01  WRK-EVENT-SEVERITY      PIC X(8).
       01  WRK-EVENT-CODE          PIC X(8).
       01  WRK-EVENT-SUBJECT       PIC X(20).
       01  WRK-EVENT-TEXT          PIC X(60).
      ****************************************************************
       LINKAGE SECTION.
       01  LS-ENV-CODE             PIC X(8).
              MOVE DB-RETURN-CODE TO WRK-AUDIT-SQLCODE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
              MOVE 'CONNECT-RETRY' TO WRK-EVENT-PROGRAM
              MOVE 'CRITICAL' TO WRK-EVENT-SEVERITY
              MOVE 'DBCONN'   TO WRK-EVENT-CODE
              MOVE LS-ENV-CODE TO WRK-EVENT-SUBJECT
              MOVE SPACES TO WRK-EVENT-TEXT
              STRING 'DATABASE CONNECTION FAILED AFTER '
                     WRK-CONNECT-RETRY-COUNT ' ATTEMPT(S)'
                 DELIMITED BY SIZE INTO WRK-EVENT-TEXT
              CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                        WRK-EVENT-SEVERITY
                                        WRK-EVENT-CODE
                                        WRK-EVENT-SUBJECT
                                        WRK-EVENT-TEXT
           END-IF
           GOBACK.
      ****************************************************************
