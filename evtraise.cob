       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EVENT-RAISE.
      ****************************************************************
      * EVENT-RAISE - appends one line per significant batch outcome
      * to the monitoring event feed (EVENT_FILE, default
      * "events.dat", layout evtrec.cpy), the same append-a-line
      * pattern AUDITLOG and RUNSTATS use, so the operations bridge
      * sees a 2 AM failure at 2 AM instead of in the morning's
      * nightsum.rpt. Callers pass program, severity, event code,
      * subject (feed id, key, step - or spaces) and a short text.
      *
      * Duplicate suppression: an event with the same program, code
      * and subject as one raised less than EVENT_SUPPRESS_MINS
      * (default 60) minutes ago is not written again - it is counted
      * in the suppression state file (EVENT_STATE_FILE, default
      * "events.sup"), and the next one raised after the window
      * carries that count in EV-REPEATS. A lock refusal retried ten
      * times in an hour is one event, not ten. State older than the
      * window is dropped as the file is rewritten, so it stays small.
      *
      * Never fails its caller: trouble with either file is DISPLAYed
      * and the caller carries on.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO WRK-EVENT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EVENT-FILE-STATUS.
           SELECT STATE-FILE ASSIGN TO WRK-STATE-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-STATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
           COPY "evtrec.cpy".
       FD  STATE-FILE.
       01  STATE-RECORD.
           05 SP-PROGRAM         PIC X(12).
           05 FILLER             PIC X(1).
           05 SP-CODE            PIC X(8).
           05 FILLER             PIC X(1).
           05 SP-SUBJECT         PIC X(20).
           05 FILLER             PIC X(1).
           05 SP-LAST-TS         PIC X(14).
           05 FILLER             PIC X(1).
           05 SP-SUPPRESSED      PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WRK-EVENT-FILE-PATH   PIC X(80).
       01  WRK-EVENT-FILE-STATUS PIC X(2).
       01  WRK-STATE-FILE-PATH   PIC X(80).
       01  WRK-STATE-FILE-STATUS PIC X(2).
       01  WRK-SUPPRESS-MINS     PIC 9(5) VALUE 60.
       01  WRK-SUPPRESS-PARM     PIC X(5) VALUE SPACES.
       01  WRK-STATE-EOF-SW      PIC X VALUE 'N'.
           88 STATE-EOF              VALUE 'Y'.
       01  WRK-SUPPRESS-SW       PIC X VALUE 'N'.
           88 EVENT-SUPPRESSED       VALUE 'Y'.
       01  WRK-MATCH-SW          PIC X VALUE 'N'.
           88 EVENT-MATCHED          VALUE 'Y'.
       01  WRK-TS-DATE           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-NOW-TS            PIC X(14).
       01  WRK-ENTRY-DATE        PIC 9(8).
       01  WRK-AGE-MINS          PIC S9(9) VALUE 0.
       01  WRK-CARRIED-REPEATS   PIC 9(5) VALUE 0.
       01  WRK-STATE-COUNT       PIC 9(4) VALUE 0 COMP.
       01  WRK-STATE-IX          PIC 9(4) VALUE 0 COMP.
       01  WRK-MATCH-IX          PIC 9(4) VALUE 0 COMP.
       01  WRK-STATE-TABLE.
           05 WRK-STATE-ENTRY OCCURS 200.
              10 WSE-PROGRAM     PIC X(12).
              10 WSE-CODE        PIC X(8).
              10 WSE-SUBJECT     PIC X(20).
              10 WSE-LAST-TS     PIC X(14).
              10 WSE-SUPPRESSED  PIC 9(5).
      ****************************************************************
       LINKAGE SECTION.
       01  LS-PROGRAM            PIC X(12).
       01  LS-SEVERITY           PIC X(8).
       01  LS-CODE               PIC X(8).
       01  LS-SUBJECT            PIC X(20).
       01  LS-TEXT               PIC X(60).
      ****************************************************************
       PROCEDURE DIVISION USING LS-PROGRAM LS-SEVERITY LS-CODE
                                LS-SUBJECT LS-TEXT.
       MAIN-LOGIC.
           MOVE SPACES TO WRK-EVENT-FILE-PATH
           ACCEPT WRK-EVENT-FILE-PATH FROM ENVIRONMENT "EVENT_FILE"
           IF WRK-EVENT-FILE-PATH = SPACES
              MOVE "events.dat" TO WRK-EVENT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-STATE-FILE-PATH
           ACCEPT WRK-STATE-FILE-PATH
                  FROM ENVIRONMENT "EVENT_STATE_FILE"
           IF WRK-STATE-FILE-PATH = SPACES
              MOVE "events.sup" TO WRK-STATE-FILE-PATH
           END-IF
           MOVE 60 TO WRK-SUPPRESS-MINS
           MOVE SPACES TO WRK-SUPPRESS-PARM
           ACCEPT WRK-SUPPRESS-PARM
                  FROM ENVIRONMENT "EVENT_SUPPRESS_MINS"
           IF WRK-SUPPRESS-PARM NOT = SPACES
              MOVE WRK-SUPPRESS-PARM TO WRK-SUPPRESS-MINS
           END-IF
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-NOW-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-NOW-TS(9:6)
           MOVE 'N' TO WRK-SUPPRESS-SW
           MOVE 'N' TO WRK-MATCH-SW
           MOVE 0 TO WRK-CARRIED-REPEATS
           MOVE 0 TO WRK-MATCH-IX
           PERFORM LOAD-SUPPRESSION-STATE
           IF EVENT-SUPPRESSED
              ADD 1 TO WSE-SUPPRESSED(WRK-MATCH-IX)
           ELSE
              PERFORM WRITE-EVENT
              PERFORM REMEMBER-EVENT
           END-IF
           PERFORM SAVE-SUPPRESSION-STATE
           GOBACK.
      ****************************************************************
       LOAD-SUPPRESSION-STATE.
      *    Entries past the window are dropped on the way in; one for
      *    this event hands its suppressed count to the event raised
      *    now.
           MOVE 0 TO WRK-STATE-COUNT
           MOVE 'N' TO WRK-STATE-EOF-SW
           OPEN INPUT STATE-FILE
           IF WRK-STATE-FILE-STATUS = "00"
              PERFORM UNTIL STATE-EOF
                 READ STATE-FILE
                    AT END
                       MOVE 'Y' TO WRK-STATE-EOF-SW
                    NOT AT END
                       PERFORM JUDGE-ONE-STATE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE STATE-FILE
           END-IF.
      ****************************************************************
       JUDGE-ONE-STATE-ENTRY.
           MOVE 'N' TO WRK-MATCH-SW
           IF SP-PROGRAM = LS-PROGRAM AND SP-CODE = LS-CODE
              AND SP-SUBJECT = LS-SUBJECT
              MOVE 'Y' TO WRK-MATCH-SW
           END-IF
           PERFORM JUDGE-ENTRY-AGE
           IF WRK-AGE-MINS < WRK-SUPPRESS-MINS
              AND WRK-STATE-COUNT < 200
              ADD 1 TO WRK-STATE-COUNT
              MOVE SP-PROGRAM    TO WSE-PROGRAM(WRK-STATE-COUNT)
              MOVE SP-CODE       TO WSE-CODE(WRK-STATE-COUNT)
              MOVE SP-SUBJECT    TO WSE-SUBJECT(WRK-STATE-COUNT)
              MOVE SP-LAST-TS    TO WSE-LAST-TS(WRK-STATE-COUNT)
              MOVE SP-SUPPRESSED TO WSE-SUPPRESSED(WRK-STATE-COUNT)
              IF EVENT-MATCHED
                 MOVE 'Y' TO WRK-SUPPRESS-SW
                 MOVE WRK-STATE-COUNT TO WRK-MATCH-IX
              END-IF
           ELSE
              IF EVENT-MATCHED AND SP-SUPPRESSED IS NUMERIC
                 MOVE SP-SUPPRESSED TO WRK-CARRIED-REPEATS
              END-IF
           END-IF.
      ****************************************************************
       JUDGE-ENTRY-AGE.
      *    Minutes since the entry's event, as RUN-LOCK ages a lock;
      *    an entry nobody can date counts as expired.
           IF SP-LAST-TS IS NUMERIC
              MOVE SP-LAST-TS(1:8) TO WRK-ENTRY-DATE
              COMPUTE WRK-AGE-MINS =
                 (FUNCTION INTEGER-OF-DATE(WRK-TS-DATE)
                  - FUNCTION INTEGER-OF-DATE(WRK-ENTRY-DATE)) * 1440
                 + (FUNCTION NUMVAL(WRK-NOW-TS(9:2)) * 60
                    + FUNCTION NUMVAL(WRK-NOW-TS(11:2)))
                 - (FUNCTION NUMVAL(SP-LAST-TS(9:2)) * 60
                    + FUNCTION NUMVAL(SP-LAST-TS(11:2)))
           ELSE
              MOVE 99999 TO WRK-AGE-MINS
           END-IF.
      ****************************************************************
       WRITE-EVENT.
           MOVE SPACES TO EVENT-RECORD
           MOVE WRK-NOW-TS          TO EV-TIMESTAMP
           MOVE LS-PROGRAM          TO EV-PROGRAM
           MOVE LS-SEVERITY         TO EV-SEVERITY
           MOVE LS-CODE             TO EV-CODE
           MOVE LS-SUBJECT          TO EV-SUBJECT
           MOVE WRK-CARRIED-REPEATS TO EV-REPEATS
           MOVE LS-TEXT             TO EV-TEXT
           OPEN EXTEND EVENT-FILE
           IF WRK-EVENT-FILE-STATUS = "05" OR "35"
              OPEN OUTPUT EVENT-FILE
           END-IF
           IF WRK-EVENT-FILE-STATUS NOT = "00"
              DISPLAY 'EVENT-RAISE: UNABLE TO OPEN '
                      WRK-EVENT-FILE-PATH
                      ' STATUS ' WRK-EVENT-FILE-STATUS
                      ' - EVENT ' LS-CODE ' NOT RAISED'
           ELSE
              WRITE EVENT-RECORD
              CLOSE EVENT-FILE
           END-IF.
      ****************************************************************
       REMEMBER-EVENT.
           IF WRK-STATE-COUNT < 200
              ADD 1 TO WRK-STATE-COUNT
              MOVE LS-PROGRAM TO WSE-PROGRAM(WRK-STATE-COUNT)
              MOVE LS-CODE    TO WSE-CODE(WRK-STATE-COUNT)
              MOVE LS-SUBJECT TO WSE-SUBJECT(WRK-STATE-COUNT)
              MOVE WRK-NOW-TS TO WSE-LAST-TS(WRK-STATE-COUNT)
              MOVE 0          TO WSE-SUPPRESSED(WRK-STATE-COUNT)
           END-IF.
      ****************************************************************
       SAVE-SUPPRESSION-STATE.
           OPEN OUTPUT STATE-FILE
           IF WRK-STATE-FILE-STATUS NOT = "00"
              DISPLAY 'EVENT-RAISE: UNABLE TO WRITE '
                      WRK-STATE-FILE-PATH
                      ' STATUS ' WRK-STATE-FILE-STATUS
           ELSE
              MOVE 0 TO WRK-STATE-IX
              PERFORM UNTIL WRK-STATE-IX >= WRK-STATE-COUNT
                 ADD 1 TO WRK-STATE-IX
                 MOVE SPACES TO STATE-RECORD
                 MOVE WSE-PROGRAM(WRK-STATE-IX)    TO SP-PROGRAM
                 MOVE WSE-CODE(WRK-STATE-IX)       TO SP-CODE
                 MOVE WSE-SUBJECT(WRK-STATE-IX)    TO SP-SUBJECT
                 MOVE WSE-LAST-TS(WRK-STATE-IX)    TO SP-LAST-TS
                 MOVE WSE-SUPPRESSED(WRK-STATE-IX) TO SP-SUPPRESSED
                 WRITE STATE-RECORD
              END-PERFORM
              CLOSE STATE-FILE
           END-IF.
