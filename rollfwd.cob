       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ROLL-FORWARD.
      ****************************************************************
      * ROLL-FORWARD - brings TAB1 forward from the recovery point
      * RELOAD-TAB1 restored to the state it was in before the loss,
      * by re-applying every feed processed since, in the order it
      * was first processed, through the normal load and maintenance
      * programs - the same edits, guards and journaling, not a
      * second copy of them.
      *
      * The recovery point is the run date on the header of the TAB1
      * unload file (UNLOAD_TAB1_FILE, default "tab1.unl", the file
      * RELOAD-TAB1 restored from). Replayed, oldest start first:
      *   LOAD    - every TAB1_FEEDCTL row with status COMPLETE, re-run
      *             through TESTSQL's 'L' card with the feed file
      *             found in the done directory (CUSTLOAD_DONE_DIR,
      *             default CUSTLOAD_LANDING_DIR/done) by its header's
      *             system id and feed date, so a sender reusing a
      *             file name never replays the wrong day
      *   MAINT   - every COMPLETE BATCH-MAINT run in TAB1_MAINTCTL,
      *             re-run from the copy BATCH-MAINT kept of its feed
      *   RELEASE - every COMPLETE MAINT-REVIEW release that released
      *             anything, re-run from the copy of the transactions
      *             it released (worked on a scratch copy, so the kept
      *             file stays as it was)
      * Each replay names itself to the program it runs
      * (CUSTLOAD_REPLAY_FEED / MAINT_REPLAY), which lets that one
      * feed past the duplicate-feed refusal and registers the run as
      * REPLAYED - the original COMPLETE row stays the record of what
      * arrived when. Nothing else about the duplicate check changes.
      *
      * Runs processed on the recovery date itself may or may not be
      * in the unload - the header carries a date, not a time - so
      * only the operator can say whether they go back on.
      * ROLLFWD_INCLUDE_RECOVERY_DAY=Y says the unload was taken
      * before them and replays them; =N says it was taken after and
      * lists them as RECOVERY DAY without replaying them. With
      * neither, any such run stops the roll-forward with nothing
      * replayed.
      *
      * Every feed file is located before anything is replayed. A
      * feed whose file is gone from the done directory is a gap: the
      * run stops with nothing replayed unless ROLLFWD_ACCEPT_GAPS=Y,
      * in which case the gap is skipped and reported. A replay that
      * fails stops the run there; the checkpoint
      * (ROLLFWD_CHECKPOINT_FILE, default "rollfwd.ckp") holds the
      * recovery date and the start of the last feed replayed, so the
      * rerun picks up at the failed feed instead of re-applying what
      * already went back on. It is written before the first replay
      * too, so a rerun after the very first feed fails still counts
      * as a resume and keeps the load's own restart file. A clean
      * finish leaves COMPLETE in it
      * for the recovery date instead, and a second roll-forward from
      * that recovery point is refused - it would apply every feed
      * twice. RELOAD-TAB1 deletes the checkpoint when it restores.
      * Only the done-directory files whose header names a feed to
      * be replayed are indexed; more than 500 of them stops the run
      * with nothing replayed.
      *
      * The recovery report (ROLLFWD_REPORT, default "rollfwd.rpt")
      * lists each feed: its original TAB1_FEEDCTL/TAB1_MAINTCTL
      * read/applied/rejected counts beside the replay's, and whether
      * they MATCHED or DIFFER (a release on rows applied alone - it
      * read the whole hold queue but kept only what it released),
      * or why the feed was not replayed.
      * The replay child commands default to "cobcrun TESTSQL",
      * "cobcrun BATCH-MAINT" and "cobcrun MAINT-REVIEW"
      * (ROLLFWD_LOAD_COMMAND, ROLLFWD_MAINT_COMMAND,
      * ROLLFWD_RELEASE_COMMAND). Rejects and holds from the replays
      * go to rollfwd.* scratch files, not the nightly ones.
      * The operator (LOGNAME) must hold REBUILD in the role file
      * (see OPER-AUTH), and RELEASE as well when there are releases
      * to replay. The TAB1 write lock is not taken here - each
      * replayed program takes it for itself.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - every feed replayed and matched its original counts
      *   4 - replayed, but counts differ, gaps were skipped under
      *       ROLLFWD_ACCEPT_GAPS, or there was nothing to replay
      *   8 - connect failure, unreadable recovery point, gaps found
      *       (nothing replayed), recovery-day runs with no
      *       ROLLFWD_INCLUDE_RECOVERY_DAY decision (nothing
      *       replayed), a replay failed (rerun resumes),
      *       report open failure, operator not authorized, already
      *       rolled forward from this recovery point, done-directory
      *       index full, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNL1-FILE ASSIGN TO WRK-UNL1-PATH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WRK-UNL1-STATUS.
           SELECT CUSTLOAD-FILE ASSIGN TO WRK-PEEK-PATH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WRK-PEEK-STATUS.
           SELECT CARD-FILE ASSIGN TO WRK-CARD-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARD-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WRK-CHECKPOINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CHECKPOINT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WRK-REPORT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UNL1-FILE.
       01  UNL1-IO-RECORD        PIC X(5134).
      *    Feed files are only opened here to read the header (or, for
      *    a kept maintenance copy, to see that it is there at all).
       FD  CUSTLOAD-FILE.
           COPY "custload.cpy".
      *    The one 'L' card handed to TESTSQL for a load replay.
       FD  CARD-FILE.
       01  CONTROL-CARD          PIC X(80).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-RECOVERY-DATE   PIC 9(8).
           05 FILLER             PIC X(1).
           05 CK-LAST-START-TS   PIC X(14).
       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  RF-FROM-TS         PIC X(14).
       01  RF-RESUME-TS       PIC X(14).
       01  RF-FEED-ID         PIC X(16).
       01  RF-PROGRAM         PIC X(12).
       01  RF-START-TS        PIC X(14).
       01  RF-CHILD-TS        PIC X(14).
       01  RF-ROWS-READ       PIC 9(9) COMP.
       01  RF-ROWS-APPLIED    PIC 9(9) COMP.
       01  RF-ROWS-REJECTED   PIC 9(9) COMP.
       01  RF-STATUS          PIC X(8).
       01  RF-KEPT-FILE       PIC X(80).
       01  WRK-TABLE-EXISTS   PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-ENV-CODE           PIC X(8).
           COPY "dbretcd.cpy".
           COPY "custunl.cpy".
       01  WRK-UNL1-PATH          PIC X(80).
       01  WRK-UNL1-STATUS        PIC X(2).
       01  WRK-PEEK-PATH          PIC X(80).
       01  WRK-PEEK-STATUS        PIC X(2).
       01  WRK-CARD-FILE-PATH     PIC X(80) VALUE 'rollfwd.crd'.
       01  WRK-CARD-FILE-STATUS   PIC X(2).
       01  WRK-CHECKPOINT-FILE-PATH   PIC X(80).
       01  WRK-CHECKPOINT-FILE-STATUS PIC X(2).
       01  WRK-REPORT-FILE-PATH   PIC X(80).
       01  WRK-REPORT-FILE-STATUS PIC X(2).
       01  WRK-LANDING-DIR        PIC X(60).
       01  WRK-DONE-DIR           PIC X(70).
       01  WRK-LOAD-COMMAND       PIC X(60).
       01  WRK-MAINT-COMMAND      PIC X(60).
       01  WRK-RELEASE-COMMAND    PIC X(60).
       01  WRK-CHILD-COMMAND      PIC X(400).
      *    Scratch files the replayed programs write to instead of the
      *    nightly ones.
       01  WRK-LOAD-CKPT-PATH     PIC X(80) VALUE 'rollfwd.lck'.
       01  WRK-RELEASE-WORK-PATH  PIC X(80) VALUE 'rollfwd.rlh'.
       01  WRK-ACCEPT-GAPS-PARM   PIC X VALUE SPACE.
           88 GAPS-ACCEPTED           VALUE 'Y'.
       01  WRK-RECOVERY-DAY-PARM  PIC X VALUE SPACE.
           88 RECOVERY-DAY-INCLUDED   VALUE 'Y'.
           88 RECOVERY-DAY-DECIDED    VALUE 'Y' 'N'.
       01  WRK-DAY-REFUSED-SW     PIC X VALUE 'N'.
           88 RECOVERY-DAY-REFUSED    VALUE 'Y'.
       01  WRK-CKPT-START-TS      PIC X(14).
       01  WRK-RECOVERY-DATE      PIC 9(8) VALUE 0.
       01  WRK-RESUME-SW          PIC X VALUE 'N'.
           88 RESUMING                VALUE 'Y'.
       01  WRK-POINT-BAD-SW       PIC X VALUE 'N'.
           88 RECOVERY-POINT-BAD      VALUE 'Y'.
       01  WRK-ALREADY-DONE-SW    PIC X VALUE 'N'.
           88 ROLLFWD-ALREADY-DONE    VALUE 'Y'.
       01  WRK-AUTH-REFUSED-SW    PIC X VALUE 'N'.
           88 AUTH-REFUSED            VALUE 'Y'.
       01  WRK-DONE-FULL-SW       PIC X VALUE 'N'.
           88 DONE-INDEX-FULL         VALUE 'Y'.
       01  WRK-WANTED-SW          PIC X VALUE 'N'.
           88 FEED-WANTED             VALUE 'Y'.
       01  WRK-PEEK-FEED-ID       PIC X(16).
       01  WRK-FEEDCTL-EXISTS-SW  PIC X VALUE 'N'.
           88 FEEDCTL-EXISTS          VALUE 'Y'.
       01  WRK-MAINTCTL-EXISTS-SW PIC X VALUE 'N'.
           88 MAINTCTL-EXISTS         VALUE 'Y'.
       01  WRK-SQL-TROUBLE-SW     PIC X VALUE 'N'.
           88 SQL-TROUBLE             VALUE 'Y'.
       01  WRK-READ-EOF-SW        PIC X VALUE 'N'.
           88 NO-MORE-ROWS            VALUE 'Y'.
       01  WRK-GAPS-REFUSED-SW    PIC X VALUE 'N'.
           88 GAPS-REFUSED            VALUE 'Y'.
       01  WRK-TABLE-FULL-SW      PIC X VALUE 'N'.
           88 REPLAY-TABLE-FULL       VALUE 'Y'.
       01  WRK-STOP-SW            PIC X VALUE 'N'.
           88 REPLAY-STOPPED          VALUE 'Y'.
       01  WRK-FOUND-SW           PIC X VALUE 'N'.
           88 FILE-FOUND              VALUE 'Y'.
       01  WRK-REGISTERED-SW      PIC X VALUE 'N'.
           88 REPLAY-REGISTERED       VALUE 'Y'.
      *    C$LIST-DIRECTORY opcodes (open/next/close), as the load's
      *    landing-zone sweep uses them.
       01  WRK-LISTDIR-OPEN       PIC 9(2) COMP-5 VALUE 1.
       01  WRK-LISTDIR-NEXT       PIC 9(2) COMP-5 VALUE 2.
       01  WRK-LISTDIR-CLOSE      PIC 9(2) COMP-5 VALUE 3.
       01  WRK-LISTDIR-HANDLE     PIC S9(9) COMP-5 VALUE 0.
       01  WRK-LISTDIR-NAME       PIC X(40).
       01  WRK-LISTDIR-PATTERN    PIC X(20) VALUE '*'.
      *    Every file in the done directory, by the feed id its header
      *    carries.
       01  WRK-DONE-MAX           PIC 9(4) VALUE 500 COMP.
       01  WRK-DONE-COUNT         PIC 9(4) VALUE 0 COMP.
       01  WRK-DONE-IX            PIC 9(4) VALUE 0 COMP.
       01  WRK-DONE-TABLE.
           05 WRK-DONE-ENTRY OCCURS 500.
              10 WDN-FILE-PATH    PIC X(80).
              10 WDN-FEED-ID      PIC X(16).
      *    The runs to replay, in original start order.
      *    WRP-KIND: L = load, M = BATCH-MAINT, R = MAINT-REVIEW
      *    release.
       01  WRK-RPL-MAX            PIC 9(4) VALUE 1000 COMP.
       01  WRK-RPL-COUNT          PIC 9(4) VALUE 0 COMP.
       01  WRK-RPL-IX             PIC 9(4) VALUE 0 COMP.
       01  WRK-RPL-JX             PIC 9(4) VALUE 0 COMP.
       01  WRK-RPL-TABLE.
           05 WRK-RPL-ENTRY OCCURS 1000.
              10 WRP-KIND         PIC X(1).
              10 WRP-FEED-ID      PIC X(16).
              10 WRP-START-TS     PIC X(14).
              10 WRP-ORIG-READ    PIC 9(9).
              10 WRP-ORIG-APPLIED PIC 9(9).
              10 WRP-ORIG-REJ     PIC 9(9).
              10 WRP-FILE-PATH    PIC X(80).
              10 WRP-NEW-READ     PIC 9(9).
              10 WRP-NEW-APPLIED  PIC 9(9).
              10 WRP-NEW-REJ      PIC 9(9).
              10 WRP-REPLAYED-SW  PIC X(1).
              10 WRP-OUTCOME      PIC X(16).
       01  WRK-RPL-HOLD           PIC X(182).
       01  WRK-CHILD-RC           PIC 9(4) VALUE 0.
       01  WRK-RAW-RC             PIC S9(9) COMP-5 VALUE 0.
       01  WRK-COPY-RESULT        PIC S9(9) COMP-5 VALUE 0.
       01  WRK-TOT-REPLAYED       PIC 9(9) VALUE 0.
       01  WRK-TOT-MATCHED        PIC 9(9) VALUE 0.
       01  WRK-TOT-DIFFERS        PIC 9(9) VALUE 0.
       01  WRK-TOT-GAPS           PIC 9(9) VALUE 0.
       01  WRK-TOT-FAILED         PIC 9(9) VALUE 0.
       01  WRK-TOT-RECOVERY-DAY   PIC 9(9) VALUE 0.
       01  WRK-TOT-NOT-RUN        PIC 9(9) VALUE 0.
       01  WRK-START-TS           PIC X(14).
       01  WRK-TS-DATE            PIC 9(8).
       01  WRK-TS-TIME            PIC X(8).
       01  WRK-STATS-PROGRAM      PIC X(12).
       01  WRK-STATS-IN           PIC 9(9).
       01  WRK-STATS-OUT          PIC 9(9).
       01  WRK-STATS-REJ          PIC 9(9).
       01  WRK-STATS-STATUS       PIC X(8).
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-AUTH-ACTION        PIC X(12) VALUE 'REBUILD'.
       01  WRK-AUTH-PROGRAM       PIC X(12) VALUE 'ROLL-FORWARD'.
       01  WRK-AUTH-OPERATOR      PIC X(12).
       01  WRK-AUTH-RESULT        PIC S9(9) VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER              PIC X(30)
              VALUE 'ROLL-FORWARD RECOVERY REPORT'.
           05 FILLER              PIC X(16) VALUE 'RECOVERY POINT '.
           05 H-RECOVERY-DATE     PIC 9(8).
           05 FILLER              PIC X(7)  VALUE '  FROM '.
           05 H-UNL1-PATH         PIC X(60).
       01  HEADER-LINE-2.
           05 FILLER              PIC X(30)
              VALUE 'RESUMED AFTER RUN STARTED'.
           05 H-RESUME-TS         PIC X(14).
       01  COLUMN-LINE-1.
           05 FILLER              PIC X(44) VALUE SPACES.
           05 FILLER              PIC X(32)
              VALUE '----------- ORIGINAL -----------'.
           05 FILLER              PIC X(34)
              VALUE '  ------------ REPLAY ------------'.
       01  COLUMN-LINE-2.
           05 FILLER              PIC X(44)
              VALUE ' SEQ TYPE    FEED ID          STARTED'.
           05 FILLER              PIC X(32)
              VALUE '      READ    APPLIED   REJECTED'.
           05 FILLER              PIC X(34)
              VALUE '        READ    APPLIED   REJECTED'.
           05 FILLER              PIC X(8)  VALUE '  RESULT'.
       01  DETAIL-LINE.
           05 D-SEQ               PIC ZZZ9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-TYPE              PIC X(7).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-FEED-ID           PIC X(16).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-START-TS          PIC X(14).
           05 D-ORIG-READ         PIC Z(9)9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-ORIG-APPLIED      PIC Z(9)9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-ORIG-REJ          PIC Z(9)9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 D-NEW-READ          PIC Z(9)9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-NEW-APPLIED       PIC Z(9)9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 D-NEW-REJ           PIC Z(9)9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 D-OUTCOME           PIC X(16).
       01  FILE-LINE.
           05 FILLER              PIC X(13) VALUE SPACES.
           05 FL-LABEL            PIC X(14).
           05 FL-FILE-PATH        PIC X(80).
       01  TOTAL-LINE-1.
           05 FILLER              PIC X(7)  VALUE 'FEEDS'.
           05 T-FEEDS             PIC ZZZ9.
           05 FILLER              PIC X(11) VALUE '  REPLAYED'.
           05 T-REPLAYED          PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE '  MATCHED'.
           05 T-MATCHED           PIC ZZZ9.
           05 FILLER              PIC X(9)  VALUE '  DIFFER'.
           05 T-DIFFERS           PIC ZZZ9.
           05 FILLER              PIC X(9)  VALUE '  FAILED'.
           05 T-FAILED            PIC ZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER              PIC X(7)  VALUE 'GAPS'.
           05 T-GAPS              PIC ZZZ9.
           05 FILLER              PIC X(15) VALUE '  RECOVERY DAY'.
           05 T-RECOVERY-DAY      PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE '  NOT RUN'.
           05 T-NOT-RUN           PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 T-VERDICT           PIC X(60).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              LOADRUNS CURSOR FOR
                 SELECT FEED_ID, START_TS,
                        COALESCE(ROWS_READ, 0),
                        COALESCE(ROWS_LOADED, 0),
                        COALESCE(ROWS_REJECTED, 0)
                   FROM TAB1_FEEDCTL
                  WHERE STATUS = 'COMPLETE'
                    AND START_TS >= :RF-FROM-TS
                    AND START_TS >  :RF-RESUME-TS
                  ORDER BY START_TS
           END-EXEC
           EXEC SQL DECLARE
              MAINTRUNS CURSOR FOR
                 SELECT FEED_ID, PROGRAM, START_TS,
                        COALESCE(ROWS_READ, 0),
                        COALESCE(ROWS_APPLIED, 0),
                        COALESCE(ROWS_REJECTED, 0),
                        COALESCE(KEPT_FILE, ' ')
                   FROM TAB1_MAINTCTL
                  WHERE STATUS = 'COMPLETE'
                    AND START_TS >= :RF-FROM-TS
                    AND START_TS >  :RF-RESUME-TS
                    AND (PROGRAM <> 'MAINT-REVIEW'
                         OR ROWS_APPLIED > 0)
                  ORDER BY START_TS
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-AUTH-PROGRAM
                                   WRK-AUTH-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 'Y' TO WRK-AUTH-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-RECOVERY-POINT
           IF RECOVERY-POINT-BAD
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ROLLFWD-CHECKPOINT
           IF ROLLFWD-ALREADY-DONE
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'ROLL-FORWARD: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-TABLES-EXIST
           PERFORM GATHER-LOAD-RUNS
           IF NOT SQL-TROUBLE
              PERFORM GATHER-MAINT-RUNS
           END-IF
           IF NOT SQL-TROUBLE AND NOT REPLAY-TABLE-FULL
              PERFORM SORT-REPLAY-TABLE
              PERFORM INDEX-DONE-DIRECTORY
           END-IF
           IF NOT SQL-TROUBLE AND NOT REPLAY-TABLE-FULL
              AND NOT DONE-INDEX-FULL
              PERFORM LOCATE-FEED-FILES
              IF WRK-TOT-GAPS > 0 AND NOT GAPS-ACCEPTED
                 MOVE 'Y' TO WRK-GAPS-REFUSED-SW
                 DISPLAY 'ROLL-FORWARD: ' WRK-TOT-GAPS ' FEED FILE(S)'
                         ' MISSING - NOTHING REPLAYED (SEE REPORT; '
                         'ROLLFWD_ACCEPT_GAPS=Y TO REPLAY AROUND THEM)'
              END-IF
              IF WRK-TOT-RECOVERY-DAY > 0 AND NOT RECOVERY-DAY-DECIDED
                 AND NOT GAPS-REFUSED
                 MOVE 'Y' TO WRK-DAY-REFUSED-SW
                 DISPLAY 'ROLL-FORWARD: ' WRK-TOT-RECOVERY-DAY
                         ' RUN(S) ON RECOVERY DATE ' WRK-RECOVERY-DATE
                         ' - NOTHING REPLAYED (SET '
                         'ROLLFWD_INCLUDE_RECOVERY_DAY=Y TO REPLAY '
                         'THEM, =N TO LEAVE THEM OUT)'
              END-IF
              IF NOT GAPS-REFUSED AND NOT RECOVERY-DAY-REFUSED
      *          The resume point goes down before the first replay,
      *          so a rerun after it fails keeps the load's restart
      *          file.
                 IF NOT RESUMING
                    CALL "CBL_DELETE_FILE" USING WRK-LOAD-CKPT-PATH
                    MOVE '00000000000000' TO WRK-CKPT-START-TS
                    PERFORM SAVE-ROLLFWD-CHECKPOINT
                 END-IF
                 MOVE 0 TO WRK-RPL-IX
                 PERFORM UNTIL WRK-RPL-IX >= WRK-RPL-COUNT
                            OR REPLAY-STOPPED
                    ADD 1 TO WRK-RPL-IX
                    IF WRP-OUTCOME(WRK-RPL-IX) = 'NOT RUN'
                       PERFORM REPLAY-ONE-RUN
                    END-IF
                 END-PERFORM
                 IF NOT REPLAY-STOPPED
                    PERFORM MARK-ROLLFWD-COMPLETE
                 END-IF
              END-IF
           END-IF
           EXEC SQL
              DISCONNECT ALL
           END-EXEC
           PERFORM COUNT-OUTCOMES
           PERFORM PRINT-RECOVERY-REPORT
           PERFORM RECORD-RUN-STATS
           DISPLAY 'ROLL-FORWARD: ' WRK-RPL-COUNT ' FEED(S) SINCE '
                   WRK-RECOVERY-DATE ' - '
                   WRK-TOT-REPLAYED ' REPLAYED, '
                   WRK-TOT-DIFFERS ' DIFFER, '
                   WRK-TOT-GAPS ' MISSING, '
                   WRK-TOT-FAILED ' FAILED'
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN REPLAY-TABLE-FULL
                 MOVE 8 TO RETURN-CODE
              WHEN DONE-INDEX-FULL
                 MOVE 8 TO RETURN-CODE
              WHEN GAPS-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN RECOVERY-DAY-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN REPLAY-STOPPED
                 DISPLAY 'ROLL-FORWARD: STOPPED ON A FAILED REPLAY - '
                         'FIX IT AND RERUN; REPLAYED FEEDS WILL NOT '
                         'REPEAT'
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-TOT-DIFFERS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WRK-TOT-GAPS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WRK-RPL-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       RECORD-RUN-STATS.
           MOVE 'ROLL-FORWARD' TO WRK-STATS-PROGRAM
           MOVE WRK-RPL-COUNT    TO WRK-STATS-IN
           MOVE WRK-TOT-REPLAYED TO WRK-STATS-OUT
           COMPUTE WRK-STATS-REJ = WRK-TOT-GAPS + WRK-TOT-FAILED
           EVALUATE TRUE
              WHEN AUTH-REFUSED OR ROLLFWD-ALREADY-DONE
                   OR RECOVERY-DAY-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN RECOVERY-POINT-BAD
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN SQL-TROUBLE OR GAPS-REFUSED OR REPLAY-STOPPED
                   OR REPLAY-TABLE-FULL OR DONE-INDEX-FULL
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-REPORT-FILE-STATUS NOT = "00"
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'ROLL-FORWARD: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           ELSE
              DISPLAY 'ROLL-FORWARD: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-UNL1-PATH
           ACCEPT WRK-UNL1-PATH FROM ENVIRONMENT "UNLOAD_TAB1_FILE"
           IF WRK-UNL1-PATH = SPACES
              MOVE "tab1.unl" TO WRK-UNL1-PATH
           END-IF
           MOVE SPACES TO WRK-DONE-DIR
           ACCEPT WRK-DONE-DIR FROM ENVIRONMENT "CUSTLOAD_DONE_DIR"
           IF WRK-DONE-DIR = SPACES
              MOVE SPACES TO WRK-LANDING-DIR
              ACCEPT WRK-LANDING-DIR
                     FROM ENVIRONMENT "CUSTLOAD_LANDING_DIR"
              IF WRK-LANDING-DIR NOT = SPACES
                 STRING WRK-LANDING-DIR DELIMITED BY SPACE
                        '/done'         DELIMITED BY SIZE
                    INTO WRK-DONE-DIR
              END-IF
           END-IF
           MOVE SPACES TO WRK-CHECKPOINT-FILE-PATH
           ACCEPT WRK-CHECKPOINT-FILE-PATH
                  FROM ENVIRONMENT "ROLLFWD_CHECKPOINT_FILE"
           IF WRK-CHECKPOINT-FILE-PATH = SPACES
              MOVE "rollfwd.ckp" TO WRK-CHECKPOINT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-REPORT-FILE-PATH
           ACCEPT WRK-REPORT-FILE-PATH
                  FROM ENVIRONMENT "ROLLFWD_REPORT"
           IF WRK-REPORT-FILE-PATH = SPACES
              MOVE "rollfwd.rpt" TO WRK-REPORT-FILE-PATH
           END-IF
           MOVE SPACES TO WRK-LOAD-COMMAND
           ACCEPT WRK-LOAD-COMMAND
                  FROM ENVIRONMENT "ROLLFWD_LOAD_COMMAND"
           IF WRK-LOAD-COMMAND = SPACES
              MOVE "cobcrun TESTSQL" TO WRK-LOAD-COMMAND
           END-IF
           MOVE SPACES TO WRK-MAINT-COMMAND
           ACCEPT WRK-MAINT-COMMAND
                  FROM ENVIRONMENT "ROLLFWD_MAINT_COMMAND"
           IF WRK-MAINT-COMMAND = SPACES
              MOVE "cobcrun BATCH-MAINT" TO WRK-MAINT-COMMAND
           END-IF
           MOVE SPACES TO WRK-RELEASE-COMMAND
           ACCEPT WRK-RELEASE-COMMAND
                  FROM ENVIRONMENT "ROLLFWD_RELEASE_COMMAND"
           IF WRK-RELEASE-COMMAND = SPACES
              MOVE "cobcrun MAINT-REVIEW" TO WRK-RELEASE-COMMAND
           END-IF
           MOVE SPACES TO WRK-ACCEPT-GAPS-PARM
           ACCEPT WRK-ACCEPT-GAPS-PARM
                  FROM ENVIRONMENT "ROLLFWD_ACCEPT_GAPS"
           MOVE SPACES TO WRK-RECOVERY-DAY-PARM
           ACCEPT WRK-RECOVERY-DAY-PARM
                  FROM ENVIRONMENT "ROLLFWD_INCLUDE_RECOVERY_DAY".
      ****************************************************************
       READ-RECOVERY-POINT.
      *    Header only - RELOAD-TAB1 has already balanced the file.
           OPEN INPUT UNL1-FILE
           IF WRK-UNL1-STATUS NOT = "00"
              DISPLAY 'ROLL-FORWARD: UNABLE TO OPEN ' WRK-UNL1-PATH
                      ' STATUS ' WRK-UNL1-STATUS
              MOVE 'Y' TO WRK-POINT-BAD-SW
           ELSE
              READ UNL1-FILE
                 AT END
                    MOVE SPACES TO UNL-HDR-RECORD
                 NOT AT END
                    MOVE UNL1-IO-RECORD TO UNL-HDR-RECORD
              END-READ
              CLOSE UNL1-FILE
              IF UH-REC-TYPE NOT = 'H' OR UH-RUN-DATE NOT NUMERIC
                 DISPLAY 'ROLL-FORWARD: ' WRK-UNL1-PATH
                         ' HAS NO UNLOAD HEADER - NO RECOVERY POINT'
                 MOVE 'Y' TO WRK-POINT-BAD-SW
              ELSE
                 MOVE UH-RUN-DATE TO WRK-RECOVERY-DATE
                 DISPLAY 'ROLL-FORWARD: RECOVERY POINT '
                         WRK-RECOVERY-DATE ' FROM ' WRK-UNL1-PATH
              END-IF
           END-IF
           IF RECOVERY-POINT-BAD
              MOVE 'ROLL-FORWARD' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'NO RECOVERY POINT IN ' WRK-UNL1-PATH
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF
      *    Runs on the recovery date itself are gathered too, so they
      *    can at least be listed.
           MOVE WRK-RECOVERY-DATE TO RF-FROM-TS(1:8)
           MOVE '000000'          TO RF-FROM-TS(9:6).
      ****************************************************************
       LOAD-ROLLFWD-CHECKPOINT.
      *    Only a checkpoint for this same recovery point counts - one
      *    left from rolling forward off an older unload is stale. One
      *    marked COMPLETE means TAB1 has already been rolled forward
      *    from this recovery point. One of all zeros was written as
      *    the last attempt began - nothing finished, but it is still
      *    a resume.
           MOVE '00000000000000' TO RF-RESUME-TS
           MOVE 'N' TO WRK-RESUME-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WRK-CHECKPOINT-FILE-STATUS = "00"
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CK-RECOVERY-DATE NOT = WRK-RECOVERY-DATE
                            OR CK-LAST-START-TS = SPACES
                          DISPLAY 'ROLL-FORWARD: CHECKPOINT FOR '
                                  'RECOVERY POINT ' CK-RECOVERY-DATE
                                  ' IGNORED'
                       WHEN CK-LAST-START-TS = 'COMPLETE'
                          MOVE 'Y' TO WRK-ALREADY-DONE-SW
                       WHEN CK-LAST-START-TS = '00000000000000'
                          MOVE 'Y' TO WRK-RESUME-SW
                          DISPLAY 'ROLL-FORWARD: RESUMING - NO RUN '
                                  'FINISHED ON THE LAST ATTEMPT'
                       WHEN OTHER
                          MOVE CK-LAST-START-TS TO RF-RESUME-TS
                          MOVE 'Y' TO WRK-RESUME-SW
                          DISPLAY 'ROLL-FORWARD: RESUMING AFTER RUN '
                                  'STARTED ' RF-RESUME-TS
                    END-EVALUATE
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF
           IF ROLLFWD-ALREADY-DONE
              DISPLAY 'ROLL-FORWARD: ALREADY ROLLED FORWARD FROM '
                      'RECOVERY POINT ' WRK-RECOVERY-DATE
                      ' - REFUSED (RELOAD FIRST TO REPEAT IT)'
              MOVE 'ROLL-FORWARD' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'SECOND ROLL-FORWARD FROM RECOVERY POINT '
                     WRK-RECOVERY-DATE ' REFUSED'
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       SAVE-ROLLFWD-CHECKPOINT.
      *    Written as each replay finishes, so a kill mid-run loses
      *    nothing already re-applied.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WRK-CHECKPOINT-FILE-STATUS NOT = "00"
              DISPLAY 'ROLL-FORWARD: UNABLE TO OPEN '
                      WRK-CHECKPOINT-FILE-PATH
                      ' STATUS ' WRK-CHECKPOINT-FILE-STATUS
                      ' - RESUME POINT NOT SAVED'
           ELSE
              MOVE SPACES TO CHECKPOINT-RECORD
              MOVE WRK-RECOVERY-DATE TO CK-RECOVERY-DATE
              MOVE WRK-CKPT-START-TS TO CK-LAST-START-TS
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.
      ****************************************************************
       MARK-ROLLFWD-COMPLETE.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WRK-CHECKPOINT-FILE-STATUS NOT = "00"
              DISPLAY 'ROLL-FORWARD: UNABLE TO OPEN '
                      WRK-CHECKPOINT-FILE-PATH
                      ' STATUS ' WRK-CHECKPOINT-FILE-STATUS
                      ' - COMPLETION NOT RECORDED'
           ELSE
              MOVE SPACES TO CHECKPOINT-RECORD
              MOVE WRK-RECOVERY-DATE TO CK-RECOVERY-DATE
              MOVE 'COMPLETE' TO CK-LAST-START-TS
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.
      ****************************************************************
       CHECK-TABLES-EXIST.
      *    No feed registry means no load ever ran; no maintenance
      *    registry means no maintenance run has been kept for replay.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_feedctl'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-FEEDCTL-EXISTS-SW
           END-IF
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_maintctl'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-MAINTCTL-EXISTS-SW
           END-IF.
      ****************************************************************
       GATHER-LOAD-RUNS.
           IF FEEDCTL-EXISTS
              EXEC SQL
                 OPEN LOADRUNS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'FEEDCTL CURSOR OPEN FAILED' TO WRK-AUDIT-MESSAGE
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 MOVE 'N' TO WRK-READ-EOF-SW
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT LOADRUNS INTO
                          :RF-FEED-ID, :RF-START-TS, :RF-ROWS-READ,
                          :RF-ROWS-APPLIED, :RF-ROWS-REJECTED
                    END-EXEC
                    EVALUATE SQLCODE
                       WHEN 100
                          MOVE 'Y' TO WRK-READ-EOF-SW
                       WHEN 0
                          MOVE 'TESTSQL' TO RF-PROGRAM
                          MOVE SPACES    TO RF-KEPT-FILE
                          PERFORM HOLD-ONE-REPLAY-RUN
                       WHEN OTHER
                          MOVE 'Y' TO WRK-READ-EOF-SW
                          MOVE 'FEEDCTL FETCH FAILED'
                             TO WRK-AUDIT-MESSAGE
                          PERFORM REPORT-SQL-TROUBLE
                    END-EVALUATE
                 END-PERFORM
                 EXEC SQL
                    CLOSE LOADRUNS
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       GATHER-MAINT-RUNS.
           IF MAINTCTL-EXISTS
              EXEC SQL
                 OPEN MAINTRUNS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'MAINTCTL CURSOR OPEN FAILED'
                    TO WRK-AUDIT-MESSAGE
                 PERFORM REPORT-SQL-TROUBLE
              ELSE
                 MOVE 'N' TO WRK-READ-EOF-SW
                 PERFORM UNTIL NO-MORE-ROWS
                    EXEC SQL
                       FETCH NEXT MAINTRUNS INTO
                          :RF-FEED-ID, :RF-PROGRAM, :RF-START-TS,
                          :RF-ROWS-READ, :RF-ROWS-APPLIED,
                          :RF-ROWS-REJECTED, :RF-KEPT-FILE
                    END-EXEC
                    EVALUATE SQLCODE
                       WHEN 100
                          MOVE 'Y' TO WRK-READ-EOF-SW
                       WHEN 0
                          PERFORM HOLD-ONE-REPLAY-RUN
                       WHEN OTHER
                          MOVE 'Y' TO WRK-READ-EOF-SW
                          MOVE 'MAINTCTL FETCH FAILED'
                             TO WRK-AUDIT-MESSAGE
                          PERFORM REPORT-SQL-TROUBLE
                    END-EVALUATE
                 END-PERFORM
                 EXEC SQL
                    CLOSE MAINTRUNS
                 END-EXEC
              END-IF
           END-IF
      *    Nothing is held open while the replayed programs run.
           EXEC SQL
              COMMIT WORK
           END-EXEC.
      ****************************************************************
       HOLD-ONE-REPLAY-RUN.
      *    Loads are gathered before maintenance runs, so a full
      *    table cannot be cut at a point in time - refuse the whole
      *    run rather than replay an order with holes in it.
           IF WRK-RPL-COUNT >= WRK-RPL-MAX
              IF NOT REPLAY-TABLE-FULL
                 DISPLAY 'ROLL-FORWARD: MORE THAN ' WRK-RPL-MAX
                         ' RUNS SINCE THE RECOVERY POINT - NOTHING '
                         'REPLAYED'
                 MOVE 'Y' TO WRK-TABLE-FULL-SW
              END-IF
           ELSE
              ADD 1 TO WRK-RPL-COUNT
              EVALUATE RF-PROGRAM
                 WHEN 'TESTSQL'
                    MOVE 'L' TO WRP-KIND(WRK-RPL-COUNT)
                 WHEN 'MAINT-REVIEW'
                    MOVE 'R' TO WRP-KIND(WRK-RPL-COUNT)
                 WHEN OTHER
                    MOVE 'M' TO WRP-KIND(WRK-RPL-COUNT)
              END-EVALUATE
              MOVE RF-FEED-ID       TO WRP-FEED-ID(WRK-RPL-COUNT)
              MOVE RF-START-TS      TO WRP-START-TS(WRK-RPL-COUNT)
              MOVE RF-ROWS-READ     TO WRP-ORIG-READ(WRK-RPL-COUNT)
              MOVE RF-ROWS-APPLIED  TO WRP-ORIG-APPLIED(WRK-RPL-COUNT)
              MOVE RF-ROWS-REJECTED TO WRP-ORIG-REJ(WRK-RPL-COUNT)
              MOVE RF-KEPT-FILE     TO WRP-FILE-PATH(WRK-RPL-COUNT)
              MOVE 0 TO WRP-NEW-READ(WRK-RPL-COUNT)
              MOVE 0 TO WRP-NEW-APPLIED(WRK-RPL-COUNT)
              MOVE 0 TO WRP-NEW-REJ(WRK-RPL-COUNT)
              MOVE 'N' TO WRP-REPLAYED-SW(WRK-RPL-COUNT)
              IF RF-START-TS(1:8) = RF-FROM-TS(1:8)
                 AND NOT RECOVERY-DAY-INCLUDED
                 MOVE 'RECOVERY DAY' TO WRP-OUTCOME(WRK-RPL-COUNT)
              ELSE
                 MOVE 'NOT RUN' TO WRP-OUTCOME(WRK-RPL-COUNT)
              END-IF
           END-IF.
      ****************************************************************
       SORT-REPLAY-TABLE.
      *    Loads and maintenance runs come off two registries - merge
      *    them into the one order they first ran in. Straight
      *    insertion on the start timestamp; a load and the
      *    maintenance run after it keep that order.
           MOVE 1 TO WRK-RPL-IX
           PERFORM UNTIL WRK-RPL-IX >= WRK-RPL-COUNT
              ADD 1 TO WRK-RPL-IX
              MOVE WRK-RPL-ENTRY(WRK-RPL-IX) TO WRK-RPL-HOLD
              MOVE WRK-RPL-IX TO WRK-RPL-JX
              PERFORM UNTIL WRK-RPL-JX < 2
                 OR WRP-START-TS(WRK-RPL-JX - 1)
                    <= WRK-RPL-HOLD(18:14)
                 MOVE WRK-RPL-ENTRY(WRK-RPL-JX - 1)
                   TO WRK-RPL-ENTRY(WRK-RPL-JX)
                 SUBTRACT 1 FROM WRK-RPL-JX
              END-PERFORM
              MOVE WRK-RPL-HOLD TO WRK-RPL-ENTRY(WRK-RPL-JX)
           END-PERFORM.
      ****************************************************************
       INDEX-DONE-DIRECTORY.
      *    Every file the landing sweep moved to the done directory
      *    whose header names a load feed to be replayed, by that
      *    feed id - the rest of the directory's history is of no
      *    interest here. BATCH-MAINT's kept copies (maint*) live
      *    there too and are found by name instead.
           MOVE 0 TO WRK-DONE-COUNT
           MOVE 'N' TO WRK-DONE-FULL-SW
           IF WRK-DONE-DIR = SPACES
              DISPLAY 'ROLL-FORWARD: NO DONE DIRECTORY '
                      '(CUSTLOAD_DONE_DIR) - NO LOAD FEED CAN BE FOUND'
           ELSE
              CALL "C$LIST-DIRECTORY" USING WRK-LISTDIR-OPEN
                                             WRK-DONE-DIR
                                             WRK-LISTDIR-PATTERN
                                      GIVING WRK-LISTDIR-HANDLE
              IF WRK-LISTDIR-HANDLE = 0
                 DISPLAY 'ROLL-FORWARD: UNABLE TO LIST ' WRK-DONE-DIR
              ELSE
                 MOVE SPACES TO WRK-LISTDIR-NAME
                 CALL "C$LIST-DIRECTORY" USING WRK-LISTDIR-NEXT
                                                WRK-LISTDIR-HANDLE
                                                WRK-LISTDIR-NAME
                 PERFORM UNTIL WRK-LISTDIR-NAME = SPACES
                            OR DONE-INDEX-FULL
                    IF WRK-LISTDIR-NAME NOT = '.' AND '..'
                       AND WRK-LISTDIR-NAME(1:5) NOT = 'maint'
                       PERFORM PEEK-DONE-FILE
                    END-IF
                    MOVE SPACES TO WRK-LISTDIR-NAME
                    CALL "C$LIST-DIRECTORY" USING WRK-LISTDIR-NEXT
                                                   WRK-LISTDIR-HANDLE
                                                   WRK-LISTDIR-NAME
                 END-PERFORM
                 CALL "C$LIST-DIRECTORY" USING WRK-LISTDIR-CLOSE
                                                WRK-LISTDIR-HANDLE
              END-IF
           END-IF
           IF DONE-INDEX-FULL
              DISPLAY 'ROLL-FORWARD: MORE THAN ' WRK-DONE-MAX
                      ' DONE-DIRECTORY FILES FOR THE FEEDS TO REPLAY'
                      ' - NOTHING REPLAYED'
           END-IF.
      ****************************************************************
       PEEK-DONE-FILE.
      *    First record only. A file without a feed header is not a
      *    feed anybody can replay - it is left out of the index.
           MOVE SPACES TO WRK-PEEK-PATH
           STRING WRK-DONE-DIR     DELIMITED BY SPACE
                  '/'              DELIMITED BY SIZE
                  WRK-LISTDIR-NAME DELIMITED BY SPACE
              INTO WRK-PEEK-PATH
           OPEN INPUT CUSTLOAD-FILE
           IF WRK-PEEK-STATUS = "00"
              READ CUSTLOAD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CL-HEADER-REC
                       MOVE CH-SYSTEM-ID TO WRK-PEEK-FEED-ID(1:8)
                       MOVE CH-FEED-DATE TO WRK-PEEK-FEED-ID(9:8)
                       PERFORM CHECK-FEED-WANTED
                       IF FEED-WANTED
                          PERFORM ADD-DONE-ENTRY
                       END-IF
                    END-IF
              END-READ
              CLOSE CUSTLOAD-FILE
           END-IF.
      ****************************************************************
       CHECK-FEED-WANTED.
           MOVE 'N' TO WRK-WANTED-SW
           MOVE 0 TO WRK-RPL-JX
           PERFORM UNTIL WRK-RPL-JX >= WRK-RPL-COUNT OR FEED-WANTED
              ADD 1 TO WRK-RPL-JX
              IF WRP-KIND(WRK-RPL-JX) = 'L'
                 AND WRP-OUTCOME(WRK-RPL-JX) = 'NOT RUN'
                 AND WRP-FEED-ID(WRK-RPL-JX) = WRK-PEEK-FEED-ID
                 MOVE 'Y' TO WRK-WANTED-SW
              END-IF
           END-PERFORM.
      ****************************************************************
       ADD-DONE-ENTRY.
           IF WRK-DONE-COUNT >= WRK-DONE-MAX
              MOVE 'Y' TO WRK-DONE-FULL-SW
           ELSE
              ADD 1 TO WRK-DONE-COUNT
              MOVE WRK-PEEK-PATH    TO WDN-FILE-PATH(WRK-DONE-COUNT)
              MOVE WRK-PEEK-FEED-ID TO WDN-FEED-ID(WRK-DONE-COUNT)
           END-IF.
      ****************************************************************
       LOCATE-FEED-FILES.
      *    Every file is found before anything is replayed - a gap
      *    discovered halfway through would leave TAB1 rolled forward
      *    past a feed it never got back.
           MOVE 0 TO WRK-TOT-GAPS
           MOVE 0 TO WRK-TOT-RECOVERY-DAY
           MOVE 0 TO WRK-RPL-IX
           PERFORM UNTIL WRK-RPL-IX >= WRK-RPL-COUNT
              ADD 1 TO WRK-RPL-IX
              IF WRP-OUTCOME(WRK-RPL-IX) = 'RECOVERY DAY'
                 ADD 1 TO WRK-TOT-RECOVERY-DAY
              END-IF
              IF WRP-OUTCOME(WRK-RPL-IX) = 'NOT RUN'
                 MOVE 'N' TO WRK-FOUND-SW
                 IF WRP-KIND(WRK-RPL-IX) = 'L'
                    PERFORM FIND-LOAD-FEED-FILE
                 ELSE
                    PERFORM CHECK-KEPT-FILE
                 END-IF
                 IF NOT FILE-FOUND
                    ADD 1 TO WRK-TOT-GAPS
                    MOVE 'MISSING FILE' TO WRP-OUTCOME(WRK-RPL-IX)
                    DISPLAY 'ROLL-FORWARD: GAP - NO FILE FOR FEED '
                            WRP-FEED-ID(WRK-RPL-IX) ' STARTED '
                            WRP-START-TS(WRK-RPL-IX)
                 END-IF
              END-IF
           END-PERFORM.
      ****************************************************************
       FIND-LOAD-FEED-FILE.
           MOVE 0 TO WRK-DONE-IX
           PERFORM UNTIL WRK-DONE-IX >= WRK-DONE-COUNT OR FILE-FOUND
              ADD 1 TO WRK-DONE-IX
              IF WDN-FEED-ID(WRK-DONE-IX) = WRP-FEED-ID(WRK-RPL-IX)
                 MOVE WDN-FILE-PATH(WRK-DONE-IX)
                   TO WRP-FILE-PATH(WRK-RPL-IX)
                 MOVE 'Y' TO WRK-FOUND-SW
              END-IF
           END-PERFORM.
      ****************************************************************
       CHECK-KEPT-FILE.
           IF WRP-FILE-PATH(WRK-RPL-IX) NOT = SPACES
              MOVE WRP-FILE-PATH(WRK-RPL-IX) TO WRK-PEEK-PATH
              OPEN INPUT CUSTLOAD-FILE
              IF WRK-PEEK-STATUS = "00"
                 MOVE 'Y' TO WRK-FOUND-SW
                 CLOSE CUSTLOAD-FILE
              END-IF
           END-IF.
      ****************************************************************
       REPLAY-ONE-RUN.
           MOVE SPACES TO WRK-CHILD-COMMAND
           EVALUATE WRP-KIND(WRK-RPL-IX)
              WHEN 'L'
                 PERFORM BUILD-LOAD-COMMAND
              WHEN 'M'
                 PERFORM BUILD-MAINT-COMMAND
              WHEN OTHER
                 PERFORM BUILD-RELEASE-COMMAND
           END-EVALUATE
           IF WRK-CHILD-COMMAND = SPACES
              ADD 1 TO WRK-TOT-FAILED
              MOVE 'Y' TO WRK-STOP-SW
           ELSE
              PERFORM RUN-CHILD-COMMAND
              PERFORM FETCH-REPLAY-FIGURES
              PERFORM JUDGE-REPLAY
           END-IF
           IF REPLAY-STOPPED
              MOVE 'ROLL-FORWARD' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'REPLAY OF ' WRP-FEED-ID(WRK-RPL-IX)
                     ' STARTED ' WRP-START-TS(WRK-RPL-IX) ' - '
                     WRP-OUTCOME(WRK-RPL-IX)
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           ELSE
              MOVE WRP-START-TS(WRK-RPL-IX) TO WRK-CKPT-START-TS
              PERFORM SAVE-ROLLFWD-CHECKPOINT
           END-IF.
      ****************************************************************
       BUILD-LOAD-COMMAND.
      *    The normal 'L' step off a one-card deck, pointed at the one
      *    file (no landing sweep - that would move it), past the
      *    duplicate refusal and the volume gate, which has already
      *    passed this feed once.
           OPEN OUTPUT CARD-FILE
           IF WRK-CARD-FILE-STATUS NOT = "00"
              DISPLAY 'ROLL-FORWARD: UNABLE TO OPEN '
                      WRK-CARD-FILE-PATH
                      ' STATUS ' WRK-CARD-FILE-STATUS
              MOVE 'NO CARD FILE' TO WRP-OUTCOME(WRK-RPL-IX)
           ELSE
              MOVE 'L' TO CONTROL-CARD
              WRITE CONTROL-CARD
              CLOSE CARD-FILE
              STRING 'CUSTLOAD_LANDING_DIR= CUSTLOAD_FILE='
                     DELIMITED BY SIZE
                     WRP-FILE-PATH(WRK-RPL-IX) DELIMITED BY SPACE
                     " CUSTLOAD_REPLAY_FEED='"
                     WRP-FEED-ID(WRK-RPL-IX)
                     "' CUSTLOAD_VOLUME_OVERRIDE=Y"
                     ' CUSTLOAD_REJECT_FILE=rollfwd.rej'
                     ' CUSTLOAD_ACK_FILE=rollfwd.ack'
                     ' CUSTLOAD_CHECKPOINT_FILE='
                     DELIMITED BY SIZE
                     WRK-LOAD-CKPT-PATH DELIMITED BY SPACE
                     ' TESTSQL_CARD_FILE=' DELIMITED BY SIZE
                     WRK-CARD-FILE-PATH DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WRK-LOAD-COMMAND DELIMITED BY '  '
                 INTO WRK-CHILD-COMMAND
           END-IF.
      ****************************************************************
       BUILD-MAINT-COMMAND.
           STRING 'MAINTFEED_FILE=' DELIMITED BY SIZE
                  WRP-FILE-PATH(WRK-RPL-IX) DELIMITED BY SPACE
                  ' MAINT_REPLAY=Y'
                  ' MAINT_HOLD_FILE=rollfwd.hld'
                  ' MAINTFEED_REJECT_FILE=rollfwd.mrj '
                  DELIMITED BY SIZE
                  WRK-MAINT-COMMAND DELIMITED BY '  '
              INTO WRK-CHILD-COMMAND.
      ****************************************************************
       BUILD-RELEASE-COMMAND.
      *    MAINT-REVIEW rewrites the hold file it releases from - it
      *    gets a scratch copy so the kept file survives for the next
      *    roll-forward.
           CALL "CBL_COPY_FILE" USING WRP-FILE-PATH(WRK-RPL-IX)
                                      WRK-RELEASE-WORK-PATH
                                GIVING WRK-COPY-RESULT
           IF WRK-COPY-RESULT NOT = 0
              DISPLAY 'ROLL-FORWARD: UNABLE TO COPY '
                      WRP-FILE-PATH(WRK-RPL-IX) ' TO '
                      WRK-RELEASE-WORK-PATH
                      ' RESULT ' WRK-COPY-RESULT
              MOVE 'COPY FAILED' TO WRP-OUTCOME(WRK-RPL-IX)
           ELSE
              STRING 'MAINT_HOLD_FILE=' DELIMITED BY SIZE
                     WRK-RELEASE-WORK-PATH DELIMITED BY SPACE
                     ' MAINT_REVIEW_ACTION=RELEASE'
                     ' MAINT_REVIEW_REPORT=rollfwd.mrp'
                     ' MAINT_REPLAY=Y'
                     " MAINT_REPLAY_FEED='"
                     WRP-FEED-ID(WRK-RPL-IX)
                     "' "
                     DELIMITED BY SIZE
                     WRK-RELEASE-COMMAND DELIMITED BY '  '
                 INTO WRK-CHILD-COMMAND
           END-IF.
      ****************************************************************
       RUN-CHILD-COMMAND.
      *    The replay's own registry row starts no earlier than this.
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO RF-CHILD-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO RF-CHILD-TS(9:6)
           DISPLAY 'ROLL-FORWARD: REPLAYING ' WRP-FEED-ID(WRK-RPL-IX)
                   ' STARTED ' WRP-START-TS(WRK-RPL-IX)
                   ' - ' WRK-CHILD-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WRK-CHILD-COMMAND
           MOVE RETURN-CODE TO WRK-RAW-RC
           MOVE 0 TO RETURN-CODE
      *    Exit code comes back in the high byte of the wait status,
      *    as NIGHT-CHAIN found.
           IF WRK-RAW-RC >= 256
              COMPUTE WRK-RAW-RC = WRK-RAW-RC / 256
           END-IF
           MOVE WRK-RAW-RC TO WRK-CHILD-RC
           MOVE 'Y' TO WRP-REPLAYED-SW(WRK-RPL-IX).
      ****************************************************************
       FETCH-REPLAY-FIGURES.
      *    The counts the replayed program registered for itself.
           MOVE 'N' TO WRK-REGISTERED-SW
           MOVE WRP-FEED-ID(WRK-RPL-IX) TO RF-FEED-ID
           MOVE SPACES TO RF-STATUS
           IF WRP-KIND(WRK-RPL-IX) = 'L'
              EXEC SQL
                   SELECT COALESCE(ROWS_READ, 0),
                          COALESCE(ROWS_LOADED, 0),
                          COALESCE(ROWS_REJECTED, 0), STATUS
                     INTO :RF-ROWS-READ, :RF-ROWS-APPLIED,
                          :RF-ROWS-REJECTED, :RF-STATUS
                     FROM TAB1_FEEDCTL
                    WHERE FEED_ID   = :RF-FEED-ID
                      AND START_TS >= :RF-CHILD-TS
                    ORDER BY START_TS DESC LIMIT 1
              END-EXEC
           ELSE
              IF WRP-KIND(WRK-RPL-IX) = 'R'
                 MOVE 'MAINT-REVIEW' TO RF-PROGRAM
              ELSE
                 MOVE 'BATCH-MAINT'  TO RF-PROGRAM
              END-IF
              EXEC SQL
                   SELECT COALESCE(ROWS_READ, 0),
                          COALESCE(ROWS_APPLIED, 0),
                          COALESCE(ROWS_REJECTED, 0), STATUS
                     INTO :RF-ROWS-READ, :RF-ROWS-APPLIED,
                          :RF-ROWS-REJECTED, :RF-STATUS
                     FROM TAB1_MAINTCTL
                    WHERE PROGRAM   = :RF-PROGRAM
                      AND FEED_ID   = :RF-FEED-ID
                      AND START_TS >= :RF-CHILD-TS
                    ORDER BY START_TS DESC LIMIT 1
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WRK-REGISTERED-SW
                 MOVE RF-ROWS-READ     TO WRP-NEW-READ(WRK-RPL-IX)
                 MOVE RF-ROWS-APPLIED  TO WRP-NEW-APPLIED(WRK-RPL-IX)
                 MOVE RF-ROWS-REJECTED TO WRP-NEW-REJ(WRK-RPL-IX)
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'REPLAY FIGURES NOT READ' TO WRK-AUDIT-MESSAGE
                 PERFORM REPORT-SQL-TROUBLE
           END-EVALUATE
           EXEC SQL
              COMMIT WORK
           END-EXEC.
      ****************************************************************
       JUDGE-REPLAY.
           EVALUATE TRUE
              WHEN WRK-CHILD-RC > 4
                 MOVE SPACES TO WRP-OUTCOME(WRK-RPL-IX)
                 STRING 'FAILED RC ' WRK-CHILD-RC
                    DELIMITED BY SIZE INTO WRP-OUTCOME(WRK-RPL-IX)
                 ADD 1 TO WRK-TOT-FAILED
                 MOVE 'Y' TO WRK-STOP-SW
              WHEN NOT REPLAY-REGISTERED
                 MOVE 'NOT REGISTERED' TO WRP-OUTCOME(WRK-RPL-IX)
                 ADD 1 TO WRK-TOT-FAILED
                 MOVE 'Y' TO WRK-STOP-SW
              WHEN RF-STATUS NOT = 'REPLAYED'
                 MOVE SPACES TO WRP-OUTCOME(WRK-RPL-IX)
                 STRING 'ENDED ' RF-STATUS
                    DELIMITED BY SIZE INTO WRP-OUTCOME(WRK-RPL-IX)
                 ADD 1 TO WRK-TOT-FAILED
                 MOVE 'Y' TO WRK-STOP-SW
      *       A release read the whole hold queue but kept only what it
      *       released, so its replay can only match on rows applied.
              WHEN WRP-KIND(WRK-RPL-IX) = 'R'
                 IF WRP-NEW-APPLIED(WRK-RPL-IX)
                       = WRP-ORIG-APPLIED(WRK-RPL-IX)
                    MOVE 'MATCHED' TO WRP-OUTCOME(WRK-RPL-IX)
                 ELSE
                    MOVE 'DIFFERS' TO WRP-OUTCOME(WRK-RPL-IX)
                 END-IF
              WHEN WRP-NEW-READ(WRK-RPL-IX)
                      = WRP-ORIG-READ(WRK-RPL-IX)
               AND WRP-NEW-APPLIED(WRK-RPL-IX)
                      = WRP-ORIG-APPLIED(WRK-RPL-IX)
               AND WRP-NEW-REJ(WRK-RPL-IX)
                      = WRP-ORIG-REJ(WRK-RPL-IX)
                 MOVE 'MATCHED' TO WRP-OUTCOME(WRK-RPL-IX)
              WHEN OTHER
                 MOVE 'DIFFERS' TO WRP-OUTCOME(WRK-RPL-IX)
           END-EVALUATE
           DISPLAY 'ROLL-FORWARD: ' WRP-FEED-ID(WRK-RPL-IX) ' - '
                   WRP-OUTCOME(WRK-RPL-IX).
      ****************************************************************
       COUNT-OUTCOMES.
           MOVE 0 TO WRK-TOT-REPLAYED
           MOVE 0 TO WRK-TOT-MATCHED
           MOVE 0 TO WRK-TOT-DIFFERS
           MOVE 0 TO WRK-TOT-RECOVERY-DAY
           MOVE 0 TO WRK-TOT-NOT-RUN
           MOVE 0 TO WRK-RPL-IX
           PERFORM UNTIL WRK-RPL-IX >= WRK-RPL-COUNT
              ADD 1 TO WRK-RPL-IX
              IF WRP-REPLAYED-SW(WRK-RPL-IX) = 'Y'
                 ADD 1 TO WRK-TOT-REPLAYED
              END-IF
              EVALUATE WRP-OUTCOME(WRK-RPL-IX)
                 WHEN 'MATCHED'
                    ADD 1 TO WRK-TOT-MATCHED
                 WHEN 'DIFFERS'
                    ADD 1 TO WRK-TOT-DIFFERS
                 WHEN 'RECOVERY DAY'
                    ADD 1 TO WRK-TOT-RECOVERY-DAY
                 WHEN 'NOT RUN'
                    ADD 1 TO WRK-TOT-NOT-RUN
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
      ****************************************************************
       PRINT-RECOVERY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WRK-REPORT-FILE-STATUS NOT = "00"
              DISPLAY 'ROLL-FORWARD: UNABLE TO OPEN '
                      WRK-REPORT-FILE-PATH
                      ' STATUS ' WRK-REPORT-FILE-STATUS
           ELSE
              MOVE WRK-RECOVERY-DATE TO H-RECOVERY-DATE
              MOVE WRK-UNL1-PATH     TO H-UNL1-PATH
              MOVE HEADER-LINE-1 TO REPORT-RECORD
              WRITE REPORT-RECORD
              IF RESUMING AND RF-RESUME-TS NOT = '00000000000000'
                 MOVE RF-RESUME-TS TO H-RESUME-TS
                 MOVE HEADER-LINE-2 TO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE COLUMN-LINE-1 TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE COLUMN-LINE-2 TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 0 TO WRK-RPL-IX
              PERFORM UNTIL WRK-RPL-IX >= WRK-RPL-COUNT
                 ADD 1 TO WRK-RPL-IX
                 PERFORM PRINT-ONE-RUN
              END-PERFORM
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM PRINT-TOTALS
              CLOSE REPORT-FILE
           END-IF.
      ****************************************************************
       PRINT-ONE-RUN.
           MOVE WRK-RPL-IX TO D-SEQ
           EVALUATE WRP-KIND(WRK-RPL-IX)
              WHEN 'L'
                 MOVE 'LOAD'    TO D-TYPE
              WHEN 'M'
                 MOVE 'MAINT'   TO D-TYPE
              WHEN OTHER
                 MOVE 'RELEASE' TO D-TYPE
           END-EVALUATE
           MOVE WRP-FEED-ID(WRK-RPL-IX)      TO D-FEED-ID
           MOVE WRP-START-TS(WRK-RPL-IX)     TO D-START-TS
           MOVE WRP-ORIG-READ(WRK-RPL-IX)    TO D-ORIG-READ
           MOVE WRP-ORIG-APPLIED(WRK-RPL-IX) TO D-ORIG-APPLIED
           MOVE WRP-ORIG-REJ(WRK-RPL-IX)     TO D-ORIG-REJ
           MOVE WRP-NEW-READ(WRK-RPL-IX)     TO D-NEW-READ
           MOVE WRP-NEW-APPLIED(WRK-RPL-IX)  TO D-NEW-APPLIED
           MOVE WRP-NEW-REJ(WRK-RPL-IX)      TO D-NEW-REJ
           MOVE WRP-OUTCOME(WRK-RPL-IX)      TO D-OUTCOME
           MOVE DETAIL-LINE TO REPORT-RECORD
      *    A run that never went back on has no replay figures to
      *    show - blank them rather than print zeros that look real.
           IF WRP-REPLAYED-SW(WRK-RPL-IX) NOT = 'Y'
              MOVE SPACES TO REPORT-RECORD(77:34)
           END-IF
           WRITE REPORT-RECORD
           IF WRP-FILE-PATH(WRK-RPL-IX) NOT = SPACES
              MOVE 'FILE'         TO FL-LABEL
              MOVE WRP-FILE-PATH(WRK-RPL-IX) TO FL-FILE-PATH
              MOVE FILE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WRP-OUTCOME(WRK-RPL-IX) = 'MISSING FILE'
              MOVE 'GAP - NOT IN'  TO FL-LABEL
              IF WRP-KIND(WRK-RPL-IX) = 'L'
                 MOVE WRK-DONE-DIR TO FL-FILE-PATH
              ELSE
                 MOVE 'NO KEPT COPY ON THIS RUN OR COPY REMOVED'
                   TO FL-FILE-PATH
                 MOVE 'GAP -'      TO FL-LABEL
              END-IF
              MOVE FILE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
      ****************************************************************
       PRINT-TOTALS.
           MOVE WRK-RPL-COUNT        TO T-FEEDS
           MOVE WRK-TOT-REPLAYED     TO T-REPLAYED
           MOVE WRK-TOT-MATCHED      TO T-MATCHED
           MOVE WRK-TOT-DIFFERS      TO T-DIFFERS
           MOVE WRK-TOT-FAILED       TO T-FAILED
           MOVE TOTAL-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WRK-TOT-GAPS         TO T-GAPS
           MOVE WRK-TOT-RECOVERY-DAY TO T-RECOVERY-DAY
           MOVE WRK-TOT-NOT-RUN      TO T-NOT-RUN
           EVALUATE TRUE
              WHEN SQL-TROUBLE
                 MOVE 'STOPPED - SQL TROUBLE, SEE CONSOLE'
                   TO T-VERDICT
              WHEN REPLAY-TABLE-FULL
                 MOVE 'NOTHING REPLAYED - TOO MANY RUNS TO HOLD'
                   TO T-VERDICT
              WHEN DONE-INDEX-FULL
                 MOVE 'NOTHING REPLAYED - TOO MANY DONE FILES TO INDEX'
                   TO T-VERDICT
              WHEN GAPS-REFUSED
                 MOVE 'NOTHING REPLAYED - FEED FILES MISSING'
                   TO T-VERDICT
              WHEN RECOVERY-DAY-REFUSED
                 MOVE 'NOTHING REPLAYED - RECOVERY-DAY RUNS UNDECIDED'
                   TO T-VERDICT
              WHEN REPLAY-STOPPED
                 MOVE 'STOPPED - RERUN RESUMES AT THE FAILED FEED'
                   TO T-VERDICT
              WHEN WRK-TOT-DIFFERS > 0 OR WRK-TOT-GAPS > 0
                 MOVE 'COMPLETED WITH EXCEPTIONS' TO T-VERDICT
              WHEN OTHER
                 MOVE 'COMPLETED' TO T-VERDICT
           END-EVALUATE
           MOVE TOTAL-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD.
      ****************************************************************
       REPORT-SQL-TROUBLE.
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           DISPLAY 'ROLL-FORWARD: ' WRK-AUDIT-MESSAGE
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE 'ROLL-FORWARD' TO WRK-AUDIT-SOURCE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
