      * under each source, and finishes with the most recurrent
      * negative SQLCODEs. Run daily after the batch; prints to
      * AUDIT_REPORT_FILE (default "audit.rpt").
      * A closing section lists, day by day, which operator was
      * granted or refused which privileged action in which program,
      * from the OPER-AUTH events.
      * The input line layout mirrors WRK-AUDIT-LINE in auditlog.cob;
      * the OPER-AUTH message layout mirrors OA-AUTH-MESSAGE in
      * oprauth.cob.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - report produced
           05 AL-SQLCODE         PIC X(9).
           05 FILLER             PIC X(1).
           05 AL-MESSAGE         PIC X(80).
           05 AL-AUTH-MESSAGE REDEFINES AL-MESSAGE.
              10 AL-AUTH-VERDICT PIC X(8).
              10 AL-AUTH-ACTION  PIC X(12).
              10 FILLER          PIC X(4).
              10 AL-AUTH-OPERATOR PIC X(12).
              10 FILLER          PIC X(4).
              10 AL-AUTH-PROGRAM PIC X(12).
              10 FILLER          PIC X(28).
           05 FILLER             PIC X(9).
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).
           05 WRK-SQL-ENTRY OCCURS 50.
              10 WSQ-SQLCODE     PIC S9(9).
              10 WSQ-COUNT       PIC 9(9).
      *    Privileged actions - one entry per day, operator, action
      *    and program, in first-appearance (so date) order.
       01  WRK-PRV-MAX           PIC 9(3) VALUE 300 COMP.
       01  WRK-PRV-COUNT         PIC 9(3) VALUE 0 COMP.
       01  WRK-PRV-IX            PIC 9(3) VALUE 0 COMP.
       01  WRK-PRV-FOUND-IX      PIC 9(3) VALUE 0 COMP.
       01  WRK-PRV-LOST-COUNT    PIC 9(9) VALUE 0.
       01  WRK-PRV-TABLE.
           05 WRK-PRV-ENTRY OCCURS 300.
              10 WPV-DATE        PIC X(10).
              10 WPV-OPERATOR    PIC X(12).
              10 WPV-ACTION      PIC X(12).
              10 WPV-PROGRAM     PIC X(12).
              10 WPV-GRANTED     PIC 9(9).
              10 WPV-REFUSED     PIC 9(9).

       01  HEADER-LINE-1.
           05 FILLER             PIC X(26)
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 T-COUNT            PIC Z(8)9.
           05 FILLER             PIC X(14) VALUE ' OCCURRENCE(S)'.
       01  PRIV-HEADER-LINE.
           05 FILLER             PIC X(12) VALUE 'DATE'.
           05 FILLER             PIC X(14) VALUE 'OPERATOR'.
           05 FILLER             PIC X(14) VALUE 'ACTION'.
           05 FILLER             PIC X(14) VALUE 'PROGRAM'.
           05 FILLER             PIC X(20)
              VALUE '  GRANTED   REFUSED'.
       01  PRIV-LINE.
           05 P-DATE             PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 P-OPERATOR         PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 P-ACTION           PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 P-PROGRAM          PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 P-GRANTED          PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 P-REFUSED          PIC Z(8)9.
       01  TOTAL-LINE.
           05 FILLER             PIC X(7)  VALUE 'TOTAL'.
           05 T-SELECTED         PIC Z(8)9.
           ADD 1 TO WRK-SELECTED-COUNT
           COMPUTE WRK-SQLCODE-N = FUNCTION NUMVAL(AL-SQLCODE)
           PERFORM FIND-SOURCE-ENTRY
           IF AL-SOURCE = 'OPER-AUTH'
              PERFORM TALLY-PRIVILEGED-ACTION
           END-IF
           IF WRK-SQLCODE-N < 0
              ADD 1 TO WRK-ERROR-COUNT
              IF WRK-SRC-FOUND-IX > 0
                 MOVE 1 TO WSQ-COUNT(WRK-SQL-COUNT)
              END-IF
           END-IF.
      ****************************************************************
       TALLY-PRIVILEGED-ACTION.
           MOVE 0 TO WRK-PRV-FOUND-IX
           MOVE 0 TO WRK-PRV-IX
           PERFORM UNTIL WRK-PRV-FOUND-IX > 0
                      OR WRK-PRV-IX >= WRK-PRV-COUNT
              ADD 1 TO WRK-PRV-IX
              IF WPV-DATE(WRK-PRV-IX)     = AL-DATE
                 AND WPV-OPERATOR(WRK-PRV-IX) = AL-AUTH-OPERATOR
                 AND WPV-ACTION(WRK-PRV-IX)   = AL-AUTH-ACTION
                 AND WPV-PROGRAM(WRK-PRV-IX)  = AL-AUTH-PROGRAM
                 MOVE WRK-PRV-IX TO WRK-PRV-FOUND-IX
              END-IF
           END-PERFORM
           IF WRK-PRV-FOUND-IX = 0
              IF WRK-PRV-COUNT < WRK-PRV-MAX
                 ADD 1 TO WRK-PRV-COUNT
                 MOVE AL-DATE          TO WPV-DATE(WRK-PRV-COUNT)
                 MOVE AL-AUTH-OPERATOR TO WPV-OPERATOR(WRK-PRV-COUNT)
                 MOVE AL-AUTH-ACTION   TO WPV-ACTION(WRK-PRV-COUNT)
                 MOVE AL-AUTH-PROGRAM  TO WPV-PROGRAM(WRK-PRV-COUNT)
                 MOVE 0 TO WPV-GRANTED(WRK-PRV-COUNT)
                 MOVE 0 TO WPV-REFUSED(WRK-PRV-COUNT)
                 MOVE WRK-PRV-COUNT TO WRK-PRV-FOUND-IX
              ELSE
                 ADD 1 TO WRK-PRV-LOST-COUNT
              END-IF
           END-IF
           IF WRK-PRV-FOUND-IX > 0
              IF AL-AUTH-VERDICT = 'GRANTED'
                 ADD 1 TO WPV-GRANTED(WRK-PRV-FOUND-IX)
              ELSE
                 ADD 1 TO WPV-REFUSED(WRK-PRV-FOUND-IX)
              END-IF
           END-IF.
      ****************************************************************
       PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE
                 WRITE PRINT-RECORD
              END-IF
              PERFORM PRINT-TOP-SQLCODES
              PERFORM PRINT-PRIVILEGED-ACTIONS
              MOVE SPACES TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE WRK-SELECTED-COUNT TO T-SELECTED
                 MOVE 0 TO WSQ-COUNT(WRK-SQL-TOP-IX)
              END-IF
           END-PERFORM.
      ****************************************************************
       PRINT-PRIVILEGED-ACTIONS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'PRIVILEGED ACTIONS BY OPERATOR AND DAY' TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WRK-PRV-COUNT = 0
              MOVE '   NONE IN RANGE' TO PRINT-RECORD
              WRITE PRINT-RECORD
           ELSE
              MOVE PRIV-HEADER-LINE TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE 0 TO WRK-PRV-IX
              PERFORM UNTIL WRK-PRV-IX >= WRK-PRV-COUNT
                 ADD 1 TO WRK-PRV-IX
                 MOVE WPV-DATE(WRK-PRV-IX)     TO P-DATE
                 MOVE WPV-OPERATOR(WRK-PRV-IX) TO P-OPERATOR
                 MOVE WPV-ACTION(WRK-PRV-IX)   TO P-ACTION
                 MOVE WPV-PROGRAM(WRK-PRV-IX)  TO P-PROGRAM
                 MOVE WPV-GRANTED(WRK-PRV-IX)  TO P-GRANTED
                 MOVE WPV-REFUSED(WRK-PRV-IX)  TO P-REFUSED
                 MOVE PRIV-LINE TO PRINT-RECORD
                 WRITE PRINT-RECORD
              END-PERFORM
           END-IF
           IF WRK-PRV-LOST-COUNT > 0
              MOVE SPACES TO PRINT-RECORD
              STRING 'PRIVILEGED ACTION TABLE FULL - '
                     WRK-PRV-LOST-COUNT
                     ' EVENT(S) COUNTED IN TOTALS BUT NOT LISTED'
                 DELIMITED BY SIZE INTO PRINT-RECORD
              WRITE PRINT-RECORD
           END-IF.
