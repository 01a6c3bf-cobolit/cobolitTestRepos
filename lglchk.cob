       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLD-CHECK.
      ****************************************************************
      * HOLD-CHECK - answers "is this customer key under legal hold?"
      * for every path that moves or destroys a customer's rows or
      * documents (ARCHIVE-TAB1, DOC-SWEEP, BATCH-MAINT and
      * MAINTAIN-TAB1 deletes, MAINT-REVIEW and REJECT-RECYCLE
      * released deletes, KEY-MOVE, ERASE-TAB1). A key is held while
      * it has a TAB1_LEGALHOLD row (maintained by LEGAL-HOLD) with
      * no RELEASED_DATE.
      *   LS-COL-1     the key to check
      *   LS-PROGRAM   the calling program
      *   LS-ACTION    what the caller was about to do, e.g. ARCHIVE
      *                or DELETE; when not blank and the key is
      *                held, the refusal is logged to TAB1_HOLDBLOCK
      *                for LEGAL-HOLD's monthly report
      *   LS-CASE-REF  comes back with the (first) case holding it
      *   LS-RESULT    0 - not held, 1 - held, negative - the
      *                SQLCODE of a failed read, which callers treat
      *                as held: when in doubt, keep the data.
      * Uses the caller's open connection and never commits - the
      * caller's next COMMIT carries the TAB1_HOLDBLOCK row. No
      * TAB1_LEGALHOLD yet means no hold has ever been placed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  LH-COL-1        PIC X(20).
       01  LH-CASE-REF     PIC X(20).
       01  LH-HOLDS        PIC 9(9) COMP.
       01  LB-BLOCK-TS     PIC X(14).
       01  LB-PROGRAM      PIC X(12).
       01  LB-ACTION       PIC X(20).
       01  WRK-TABLE-EXISTS PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-TODAY-8        PIC 9(8).
       01  WRK-TS-TIME        PIC X(8).
       01  WRK-AUDIT-SOURCE   PIC X(12).
       01  WRK-AUDIT-MESSAGE  PIC X(80).

       LINKAGE SECTION.
       01  LS-COL-1        PIC X(20).
       01  LS-PROGRAM      PIC X(12).
       01  LS-ACTION       PIC X(20).
       01  LS-CASE-REF     PIC X(20).
       01  LS-RESULT       PIC S9(9).
      ****************************************************************
       PROCEDURE DIVISION USING LS-COL-1 LS-PROGRAM LS-ACTION
                                LS-CASE-REF LS-RESULT.
       MAIN-LOGIC.
           MOVE 0 TO LS-RESULT
           MOVE SPACES TO LS-CASE-REF
           MOVE LS-COL-1 TO LH-COL-1
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_legalhold'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-CHECK-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 PERFORM READ-ACTIVE-HOLDS
              END-IF
           END-IF
           GOBACK.
      ****************************************************************
       READ-ACTIVE-HOLDS.
           MOVE 0 TO LH-HOLDS
           MOVE SPACES TO LH-CASE-REF
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(CASE_REF), ' ')
                  INTO :LH-HOLDS, :LH-CASE-REF
                  FROM TAB1_LEGALHOLD
                 WHERE COL_1 = :LH-COL-1
                   AND RELEASED_DATE IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-CHECK-TROUBLE
           ELSE
              IF LH-HOLDS > 0
                 MOVE 1 TO LS-RESULT
                 MOVE LH-CASE-REF TO LS-CASE-REF
                 IF LS-ACTION NOT = SPACES
                    PERFORM RECORD-BLOCKED-ACTION
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       RECORD-BLOCKED-ACTION.
      *    A lost log row must not turn a refusal into a go-ahead -
      *    the key stays held whatever happens here.
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TODAY-8      TO LB-BLOCK-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO LB-BLOCK-TS(9:6)
           MOVE LS-PROGRAM TO LB-PROGRAM
           MOVE LS-ACTION  TO LB-ACTION
           EXEC SQL
              INSERT INTO TAB1_HOLDBLOCK
                     (BLOCK_TS, COL_1, CASE_REF, PROGRAM, ACTION)
              VALUES (:LB-BLOCK-TS, :LH-COL-1, :LH-CASE-REF,
                      :LB-PROGRAM, :LB-ACTION)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'HOLD-CHECK: BLOCKED ' LB-ACTION ' BY '
                      LB-PROGRAM ' FOR ' LH-COL-1 ' NOT LOGGED'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 'HOLD-CHECK' TO WRK-AUDIT-SOURCE
              MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       REPORT-CHECK-TROUBLE.
           DISPLAY 'HOLD-CHECK: READ FAILED FOR KEY ' LH-COL-1
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE SQLCODE TO LS-RESULT
           MOVE 'HOLD-CHECK' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
