      ****************************************************************
      * EVENT-RECORD - one line of the monitoring event feed
      * (EVENT_FILE, default "events.dat"), appended by the
      * EVENT-RAISE subprogram (evtraise.cob) and picked up by the
      * monitoring agent for the operations bridge console. Fixed
      * columns, one space between fields:
      *   EV-TIMESTAMP  YYYYMMDDHHMMSS the event was raised
      *   EV-PROGRAM    the batch program it concerns
      *   EV-SEVERITY   CRITICAL, MAJOR, MINOR or WARNING
      *   EV-CODE       what happened:
      *                   RC8      run ended with condition code 8
      *                   DBCONN   database connection failed
      *                   BALSTOP  input stopped out of balance
      *                   VOLSTOP  feed stopped by the volume gate
      *                   LOCKWAIT run refused - TAB1 lock held
      *                   LOCKTAKE stale TAB1 lock taken over
      *                   STEPFAIL NIGHT-CHAIN step failed
      *                   FEEDMISS expected feed never arrived
      *                   MIRRFAIL offline mirror failed verification
      *                   DOCDAMAG stored document damaged
      *   EV-SUBJECT    the feed id, key, step or system concerned
      *                 (spaces when the event is about the run)
      *   EV-REPEATS    how many identical events (same program, code
      *                 and subject) were suppressed since the last
      *                 one was raised
      *   EV-TEXT       short operator text
      ****************************************************************
       01  EVENT-RECORD.
           05 EV-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X(1).
           05 EV-PROGRAM      PIC X(12).
           05 FILLER          PIC X(1).
           05 EV-SEVERITY     PIC X(8).
           05 FILLER          PIC X(1).
           05 EV-CODE         PIC X(8).
           05 FILLER          PIC X(1).
           05 EV-SUBJECT      PIC X(20).
           05 FILLER          PIC X(1).
           05 EV-REPEATS      PIC 9(5).
           05 FILLER          PIC X(1).
           05 EV-TEXT         PIC X(60).
