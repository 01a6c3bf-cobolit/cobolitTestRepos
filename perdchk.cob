       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERIOD-CHECK.
      ****************************************************************
      * PERIOD-CHECK - answers "does this business date fall in a
      * period PERIOD-CLOSE has closed?" for the maintenance paths
      * (MAINTAIN-TAB1, BATCH-MAINT, MAINT-REVIEW, REJECT-RECYCLE),
      * so a back-dated change is held instead of silently moving
      * figures already reported to finance. LS-DATE is the date the
      * transaction belongs to (YYYYMMDD); LS-PERIOD comes back as
      * its YYYYMM. LS-RESULT is 0 - period open (or never closed),
      * 1 - period closed, negative - the SQLCODE of a failed read,
      * which callers treat as closed: when in doubt, hold.
      * Uses the caller's open connection; it neither connects nor
      * commits on its own. No TAB1_PERIODCTL yet means no period
      * has ever been closed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
       01  PC-PERIOD       PIC X(6).
       01  PC-CLOSED       PIC 9(9) COMP.
       01  WRK-TABLE-EXISTS PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-AUDIT-SOURCE   PIC X(12).
       01  WRK-AUDIT-MESSAGE  PIC X(80).

       LINKAGE SECTION.
       01  LS-DATE         PIC 9(8).
       01  LS-PERIOD       PIC X(6).
       01  LS-RESULT       PIC S9(9).
      ****************************************************************
       PROCEDURE DIVISION USING LS-DATE LS-PERIOD LS-RESULT.
       MAIN-LOGIC.
           MOVE 0 TO LS-RESULT
           MOVE LS-DATE(1:6) TO LS-PERIOD
           MOVE LS-DATE(1:6) TO PC-PERIOD
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_periodctl'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM REPORT-CHECK-TROUBLE
           ELSE
              IF WRK-TABLE-EXISTS > 0
                 MOVE 0 TO PC-CLOSED
                 EXEC SQL
                      SELECT COUNT(*) INTO :PC-CLOSED
                        FROM TAB1_PERIODCTL
                       WHERE PERIOD = :PC-PERIOD
                         AND STATUS = 'CLOSED'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM REPORT-CHECK-TROUBLE
                 ELSE
                    IF PC-CLOSED > 0
                       MOVE 1 TO LS-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF
           GOBACK.
      ****************************************************************
       REPORT-CHECK-TROUBLE.
           DISPLAY 'PERIOD-CHECK: READ FAILED FOR PERIOD ' PC-PERIOD
           DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
           MOVE SQLCODE TO LS-RESULT
           MOVE 'PERIOD-CHECK' TO WRK-AUDIT-SOURCE
           MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                  WRK-AUDIT-MESSAGE.
