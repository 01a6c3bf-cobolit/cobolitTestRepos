       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OWNER-CHECK.
      ****************************************************************
      * OWNER-CHECK - answers "may this sending system touch this
      * customer key?" for every feed path that adds, changes or
      * deletes a TAB1 row or replaces its address (POPULATE-DB,
      * BATCH-MAINT, REJECT-RECYCLE). Each key's owner is the system
      * whose feed first added it, kept in TAB1_OWNER; only KEY-OWNER
      * can hand a key to another system.
      *   LS-COL-1      the key
      *   LS-SYSTEM-ID  the sending system (CH-SYSTEM-ID of the feed
      *                 the transaction came in on; blank when it is
      *                 not known, which never matches an owner)
      *   LS-PROGRAM    the calling program
      *   LS-ACTION     ADD - the key is being added: an unowned key
      *                       becomes the sender's
      *                 CHANGE, DELETE, ADDRESS - the sender must own
      *                       the key (an unowned key is let through)
      *   LS-OWNER      comes back with the owning system, if any
      *   LS-RESULT     0 - go ahead, 1 - refused: another system
      *                 owns the key (logged to TAB1_OWNBLOCK for
      *                 KEY-OWNER's report), negative - the SQLCODE
      *                 of a failed read or write, which callers
      *                 treat as refused.
      * Uses the caller's open connection and never commits - the
      * caller's next COMMIT carries the TAB1_OWNER and TAB1_OWNBLOCK
      * rows. No TAB1_OWNER yet means no ownership has ever been
      * recorded and everything is let through.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  KO-COL-1        PIC X(20).
       01  KO-SYSTEM-ID    PIC X(8).
       01  KO-OWNER        PIC X(8).
       01  KO-OWNERS       PIC 9(9) COMP.
       01  KO-OWNED-SINCE  PIC X(8).
       01  KO-SET-BY       PIC X(12).
       01  KB-BLOCK-TS     PIC X(14).
       01  KB-PROGRAM      PIC X(12).
       01  KB-ACTION       PIC X(20).
       01  WRK-TABLE-EXISTS PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
      *    The table check and the business date are looked up once
      *    per run and kept - this is called for every feed row.
       01  WRK-OWNER-TABLE-SW PIC X VALUE 'N'.
           88 OWNER-TABLE-FOUND   VALUE 'Y'.
       01  WRK-BIZ-KNOWN-SW   PIC X VALUE 'N'.
           88 BUSINESS-DATE-KNOWN VALUE 'Y'.
       01  WRK-BIZ-ACTION     PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM    PIC X(12) VALUE 'OWNER-CHECK'.
       01  WRK-BIZ-DATE       PIC 9(8).
       01  WRK-BIZ-RESULT     PIC S9(9) VALUE 0.
       01  WRK-TODAY-8        PIC 9(8).
       01  WRK-TS-TIME        PIC X(8).
       01  WRK-AUDIT-SOURCE   PIC X(12).
       01  WRK-AUDIT-MESSAGE  PIC X(80).

       LINKAGE SECTION.
       01  LS-COL-1        PIC X(20).
       01  LS-SYSTEM-ID    PIC X(8).
       01  LS-PROGRAM      PIC X(12).
       01  LS-ACTION       PIC X(20).
       01  LS-OWNER        PIC X(8).
       01  LS-RESULT       PIC S9(9).
      ****************************************************************
       PROCEDURE DIVISION USING LS-COL-1 LS-SYSTEM-ID LS-PROGRAM
                                LS-ACTION LS-OWNER LS-RESULT.
       MAIN-LOGIC.
           MOVE 0 TO LS-RESULT
           MOVE SPACES TO LS-OWNER
           MOVE LS-COL-1 TO KO-COL-1
           MOVE LS-SYSTEM-ID TO KO-SYSTEM-ID
           IF NOT OWNER-TABLE-FOUND
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.TABLES
                    WHERE TABLE_NAME = 'tab1_owner'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM REPORT-CHECK-TROUBLE
              ELSE
                 IF WRK-TABLE-EXISTS > 0
                    MOVE 'Y' TO WRK-OWNER-TABLE-SW
                 END-IF
              END-IF
           END-IF
           IF OWNER-TABLE-FOUND AND LS-RESULT = 0
              PERFORM READ-KEY-OWNER
           END-IF
           GOBACK.
      ****************************************************************
       READ-KEY-OWNER.
           MOVE 0 TO KO-OWNERS
           MOVE SPACES TO KO-OWNER
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(SYSTEM_ID), ' ')
                  INTO :KO-OWNERS, :KO-OWNER
                  FROM TAB1_OWNER
                 WHERE COL_1 = :KO-COL-1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-CHECK-TROUBLE
           ELSE
              EVALUATE TRUE
                 WHEN KO-OWNERS = 0
                    IF LS-ACTION = 'ADD' AND KO-SYSTEM-ID NOT = SPACES
                       PERFORM CLAIM-KEY-OWNERSHIP
                    END-IF
                 WHEN KO-OWNER = KO-SYSTEM-ID
                    MOVE KO-OWNER TO LS-OWNER
                 WHEN OTHER
                    MOVE KO-OWNER TO LS-OWNER
                    MOVE 1 TO LS-RESULT
                    PERFORM RECORD-BLOCKED-ACTION
              END-EVALUATE
           END-IF.
      ****************************************************************
       CLAIM-KEY-OWNERSHIP.
      *    Ownership dates from the business day of the first add.
           IF NOT BUSINESS-DATE-KNOWN
              CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION
                                          WRK-BIZ-PROGRAM
                                          WRK-BIZ-DATE WRK-BIZ-RESULT
              MOVE 'Y' TO WRK-BIZ-KNOWN-SW
           END-IF
           MOVE WRK-BIZ-DATE TO KO-OWNED-SINCE
           MOVE LS-PROGRAM   TO KO-SET-BY
           EXEC SQL
              INSERT INTO TAB1_OWNER
                     (COL_1, SYSTEM_ID, OWNED_SINCE, SET_BY,
                      PRIOR_SYSTEM)
              VALUES (:KO-COL-1, :KO-SYSTEM-ID, :KO-OWNED-SINCE,
                      :KO-SET-BY, ' ')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-CHECK-TROUBLE
           ELSE
              MOVE KO-SYSTEM-ID TO LS-OWNER
           END-IF.
      ****************************************************************
       RECORD-BLOCKED-ACTION.
      *    A lost log row must not turn a refusal into a go-ahead -
      *    the transaction stays refused whatever happens here.
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO KB-BLOCK-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO KB-BLOCK-TS(9:6)
           MOVE LS-PROGRAM TO KB-PROGRAM
           MOVE LS-ACTION  TO KB-ACTION
           EXEC SQL
              INSERT INTO TAB1_OWNBLOCK
                     (BLOCK_TS, COL_1, OWNER_SYSTEM, SYSTEM_ID,
                      PROGRAM, ACTION)
              VALUES (:KB-BLOCK-TS, :KO-COL-1, :KO-OWNER,
                      :KO-SYSTEM-ID, :KB-PROGRAM, :KB-ACTION)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'OWNER-CHECK: REFUSED ' KB-ACTION ' FROM '
                      KO-SYSTEM-ID ' FOR ' KO-COL-1 ' NOT LOGGED'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 'OWNER-CHECK' TO WRK-AUDIT-SOURCE
              MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       REPORT-CHECK-TROUBLE.
           DISPLAY 'OWNER-CHECK: OWNERSHIP CHECK FAILED FOR KEY '
                   KO-COL-1
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE SQLCODE TO LS-RESULT
           MOVE 'OWNER-CHECK' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
