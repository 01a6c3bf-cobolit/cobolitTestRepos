      * worse than none. Takes the TAB1 write lock like every other
      * writer. Files come from the same UNLOAD_* names UNLOAD-TAB1
      * uses.
      * The operator (LOGNAME) must hold REBUILD in the role file
      * (see OPER-AUTH) - a reload replaces the tables as surely as
      * a rebuild drops them.
      * Once the tables have been emptied for the restore, the
      * ROLL-FORWARD checkpoint (ROLLFWD_CHECKPOINT_FILE, default
      * "rollfwd.ckp") is deleted: whatever it says - a resume point
      * or a completed roll-forward - was about the tables just
      * replaced.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - all three tables rebuilt and in balance
      *   4 - completed but every file was empty
      *   8 - connect/lock failure, file trouble, out-of-balance
      *       input, occupied target without RELOAD_REPLACE,
      *       operator not authorized, or SQL abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 FILE-DONE              VALUE 'Y'.
       01  WRK-TROUBLE-SW        PIC X VALUE 'N'.
           88 RELOAD-TROUBLE         VALUE 'Y'.
       01  WRK-AUTH-REFUSED-SW   PIC X VALUE 'N'.
           88 AUTH-REFUSED           VALUE 'Y'.
       01  WRK-ROLLFWD-CKPT-PATH PIC X(80).
       01  WRK-PRESCAN-COUNT     PIC 9(9) VALUE 0.
       01  WRK-PRESCAN-HASH      PIC 9(15)V9(5) VALUE 0.
       01  WRK-TRL-COUNT         PIC 9(9) VALUE 0.
       01  WRK-LOCK-ACTION       PIC X(1).
       01  WRK-LOCK-PROGRAM      PIC X(12) VALUE 'RELOAD-TAB1'.
       01  WRK-LOCK-RESULT       PIC S9(9) VALUE 0.
       01  WRK-AUTH-ACTION       PIC X(12) VALUE 'REBUILD'.
       01  WRK-AUTH-OPERATOR     PIC X(12).
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           MOVE WRK-RUN-DATE     TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM READ-PARAMETERS
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-LOCK-PROGRAM
                                   WRK-AUTH-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 'Y' TO WRK-AUTH-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'RELOAD-TAB1: NOT CONNECTED - ABORTING'
              MOVE 'Y' TO WRK-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT RELOAD-TROUBLE
              PERFORM PREPARE-TARGET-TABLES
           END-IF
           IF NOT RELOAD-TROUBLE
              CALL "CBL_DELETE_FILE" USING WRK-ROLLFWD-CKPT-PATH
           END-IF
           IF NOT RELOAD-TROUBLE
              PERFORM RELOAD-TAB1-ROWS
           END-IF
              WRK-T1-LOADED + WRK-T2-LOADED + WRK-T3-LOADED
           MOVE WRK-STATS-IN TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN AUTH-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN RELOAD-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
              MOVE "tab1docs.unl" TO WRK-UNL3-PATH
           END-IF
           MOVE SPACES TO WRK-REPLACE-PARM
           ACCEPT WRK-REPLACE-PARM FROM ENVIRONMENT "RELOAD_REPLACE"
           MOVE SPACES TO WRK-ROLLFWD-CKPT-PATH
           ACCEPT WRK-ROLLFWD-CKPT-PATH
                  FROM ENVIRONMENT "ROLLFWD_CHECKPOINT_FILE"
           IF WRK-ROLLFWD-CKPT-PATH = SPACES
              MOVE "rollfwd.ckp" TO WRK-ROLLFWD-CKPT-PATH
           END-IF.
      ****************************************************************
       PRESCAN-ALL-FILES.
      *    Balance every input against its trailer before the first
