      *
      * LS-RESULT: 0 = acquired/released, 4 = already locked (the
      * refusal names the holder and since when), 8 = file trouble.
      * Refusals (LOCKWAIT) and stale-lock takeovers (LOCKTAKE) are
      * raised to the monitoring event feed - see EVENT-RAISE.
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

       LINKAGE SECTION.
       01  LS-ACTION             PIC X(1).
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                        WRK-AUDIT-SQLCODE
                                        WRK-AUDIT-MESSAGE
                 MOVE 'WARNING'  TO WRK-EVENT-SEVERITY
                 MOVE 'LOCKTAKE' TO WRK-EVENT-CODE
                 MOVE SPACES TO WRK-EVENT-TEXT
                 STRING 'STALE TAB1 LOCK FROM ' WRK-HOLDER
                        ' SINCE ' WRK-HELD-TS ' TAKEN OVER'
                    DELIMITED BY SIZE INTO WRK-EVENT-TEXT
                 PERFORM RAISE-LOCK-EVENT
                 PERFORM WRITE-LOCK-FILE
              ELSE
                 DISPLAY 'RUN-LOCK: TAB1 ALREADY LOCKED BY '
                         WRK-HOLDER ' SINCE ' WRK-HELD-TS
                         ' - ' LS-PROGRAM ' MUST WAIT'
                 MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
                 MOVE 'LOCKWAIT' TO WRK-EVENT-CODE
                 MOVE SPACES TO WRK-EVENT-TEXT
                 STRING 'REFUSED - TAB1 LOCKED BY ' WRK-HOLDER
                        ' SINCE ' WRK-HELD-TS
                    DELIMITED BY SIZE INTO WRK-EVENT-TEXT
                 PERFORM RAISE-LOCK-EVENT
                 MOVE 4 TO LS-RESULT
              END-IF
           ELSE
              PERFORM WRITE-LOCK-FILE
           END-IF.
      ****************************************************************
       RAISE-LOCK-EVENT.
      *    Raised against the program asking for the lock; the
      *    subject is the holder it found. A caller retrying against
      *    the same holder is one event per suppression window.
           MOVE LS-PROGRAM TO WRK-EVENT-PROGRAM
           MOVE WRK-HOLDER TO WRK-EVENT-SUBJECT
           CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                     WRK-EVENT-SEVERITY
                                     WRK-EVENT-CODE
                                     WRK-EVENT-SUBJECT
                                     WRK-EVENT-TEXT.
      ****************************************************************
       READ-LOCK-FILE.
           MOVE 'N' TO WRK-HELD-SW
