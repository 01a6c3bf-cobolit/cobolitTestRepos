      * Called from the operator menu in cit_test.cob; uses the same
      * CUST-RECORD layout cit_test.cob does, and connects via the
      * shared CONNECT-RETRY subroutine for the same retry handling.
      * A correction that belongs to an earlier business date names
      * it in MAINT_EFFECTIVE_DATE (YYYYMMDD, default today). If that
      * date falls in a period PERIOD-CLOSE has closed, the change is
      * not applied: it goes to the pending-approval hold file
      * (MAINT_HOLD_FILE, default "maintfeed.hld") for MAINT-REVIEW,
      * and the return code comes back +4. A delete for a key under
      * legal hold (see LEGAL-HOLD / HOLD-CHECK) is held the same
      * way with reason "LEGAL HOLD".
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WRK-HOLD-FILE-PATH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WRK-HOLD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Same pending-approval queue BATCH-MAINT's guard writes.
       FD  HOLD-FILE.
           COPY "custrej.cpy".
       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
       01  WRK-ENV-CODE       PIC X(8).
       01  WRK-AUDIT-SOURCE   PIC X(12).
       01  WRK-AUDIT-MESSAGE  PIC X(80).
       01  WRK-AUDIT-SQLCODE  PIC S9(9) COMP-5 VALUE 0.
       01  WRK-BEFORE-SW      PIC X VALUE 'N'.
           88 BEFORE-IMAGE-FOUND  VALUE 'Y'.
       01  WRK-JRNL-ACTION    PIC X(1).
       01  WRK-JRNL-PROGRAM   PIC X(12) VALUE 'MAINT-TAB1'.
       01  WRK-JRNL-FEED-ID   PIC X(16) VALUE SPACES.
       01  WRK-JRNL-RETURN    PIC S9(9).
       01  WRK-EFFECTIVE-PARM PIC X(8) VALUE SPACES.
       01  WRK-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01  WRK-CLOSED-PERIOD  PIC X(6) VALUE SPACES.
       01  WRK-PERIOD-RESULT  PIC S9(9) VALUE 0.
       01  WRK-HOLD-FILE-PATH   PIC X(80).
       01  WRK-HOLD-FILE-STATUS PIC X(2).
       01  WRK-HOLD-REASON    PIC X(40) VALUE SPACES.
       01  WRK-HOLD-PROGRAM   PIC X(12) VALUE 'MAINT-TAB1'.
       01  WRK-LEGAL-ACTION   PIC X(20) VALUE 'DELETE'.
       01  WRK-LEGAL-CASE-REF PIC X(20).
       01  WRK-LEGAL-RESULT   PIC S9(9) VALUE 0.

       LINKAGE SECTION.
       01  LS-KEY         PIC X(20).
              DISPLAY 'MAINTAIN-TAB1: NOT CONNECTED - ABORTING'
              GOBACK
           END-IF
           IF LS-ACTION = 'U' OR LS-ACTION = 'D'
              PERFORM CHECK-EFFECTIVE-PERIOD
           END-IF
           IF LS-ACTION = 'D' AND WRK-PERIOD-RESULT = 0
              CALL "HOLD-CHECK" USING LS-KEY WRK-HOLD-PROGRAM
                                      WRK-LEGAL-ACTION
                                      WRK-LEGAL-CASE-REF
                                      WRK-LEGAL-RESULT
           END-IF
           EVALUATE TRUE
              WHEN WRK-PERIOD-RESULT NOT = 0
                 MOVE SPACES TO WRK-HOLD-REASON
                 STRING 'CLOSED PERIOD ' WRK-CLOSED-PERIOD ' - HELD'
                    DELIMITED BY SIZE INTO WRK-HOLD-REASON
                 PERFORM HOLD-MAINT-CHANGE
              WHEN WRK-LEGAL-RESULT NOT = 0
                 MOVE 'LEGAL HOLD' TO WRK-HOLD-REASON
                 PERFORM HOLD-MAINT-CHANGE
              WHEN LS-ACTION = 'U'
                 PERFORM UPDATE-ROW
              WHEN LS-ACTION = 'D'
                 PERFORM DELETE-ROW
              WHEN OTHER
                 DISPLAY 'MAINTAIN-TAB1: UNKNOWN ACTION "'
              DISPLAY 'MAINTAIN-TAB1: CONNECT FAILED, RETURN CODE = '
                      DB-RETURN-CODE
           END-IF.
      ****************************************************************
       CHECK-EFFECTIVE-PERIOD.
           MOVE SPACES TO WRK-EFFECTIVE-PARM
           ACCEPT WRK-EFFECTIVE-PARM
                  FROM ENVIRONMENT "MAINT_EFFECTIVE_DATE"
           IF WRK-EFFECTIVE-PARM IS NUMERIC
              MOVE WRK-EFFECTIVE-PARM TO WRK-EFFECTIVE-DATE
           ELSE
              ACCEPT WRK-EFFECTIVE-DATE FROM DATE YYYYMMDD
           END-IF
           CALL "PERIOD-CHECK" USING WRK-EFFECTIVE-DATE
                                      WRK-CLOSED-PERIOD
                                      WRK-PERIOD-RESULT.
      ****************************************************************
       HOLD-MAINT-CHANGE.
      *    Figures for a closed period have already gone to finance,
      *    and a held key's data is not ours to delete - park the
      *    change on the review queue in the same layout BATCH-MAINT
      *    holds in, so MAINT-REVIEW lists it and can release it once
      *    the period is reopened or the hold released. The commit
      *    carries HOLD-CHECK's TAB1_HOLDBLOCK entry, if any.
           EXEC SQL
              COMMIT WORK
           END-EXEC
           MOVE SPACES TO WRK-HOLD-FILE-PATH
           ACCEPT WRK-HOLD-FILE-PATH
                  FROM ENVIRONMENT "MAINT_HOLD_FILE"
           IF WRK-HOLD-FILE-PATH = SPACES
              MOVE "maintfeed.hld" TO WRK-HOLD-FILE-PATH
           END-IF
           OPEN EXTEND HOLD-FILE
           IF WRK-HOLD-FILE-STATUS = "05" OR "35"
              OPEN OUTPUT HOLD-FILE
           END-IF
           IF WRK-HOLD-FILE-STATUS NOT = "00"
              DISPLAY 'MAINTAIN-TAB1: ' WRK-HOLD-REASON
                      ' AND HOLD FILE ' WRK-HOLD-FILE-PATH
                      ' NOT OPENED (' WRK-HOLD-FILE-STATUS
                      ') - NOTHING APPLIED'
              MOVE -1 TO DB-RETURN-CODE
           ELSE
              MOVE SPACES TO REJECT-RECORD
              MOVE LS-KEY TO REJ-COL-1
              IF LS-ACTION = 'U'
                 MOVE LS-NEW-COL-2 TO REJ-COL-2
                 MOVE 'C' TO REJ-TRAN-CODE
                 MOVE LS-NEW-COL-5 TO REJ-COL-5-TEXT
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-NEW-COL-5))
                                   TO REJ-COL-5-LEN
              ELSE
                 MOVE 0 TO REJ-COL-2
                 MOVE 'D' TO REJ-TRAN-CODE
                 MOVE 0 TO REJ-COL-5-LEN
              END-IF
              MOVE WRK-HOLD-REASON TO REJ-REASON
              MOVE 0 TO REJ-COL-3
              MOVE 0 TO REJ-COL-4-LEN
              ACCEPT REJ-FIRST-DATE FROM DATE YYYYMMDD
              MOVE 1 TO REJ-ATTEMPTS
              WRITE REJECT-RECORD
              CLOSE HOLD-FILE
              MOVE 4 TO DB-RETURN-CODE
              DISPLAY 'MAINTAIN-TAB1: ' LS-KEY ' - '
                      WRK-HOLD-REASON
              DISPLAY 'MAINTAIN-TAB1: HELD FOR MAINT-REVIEW, '
                      'NOT APPLIED'
              MOVE 'MAINT-TAB1' TO WRK-AUDIT-SOURCE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'HELD ' LS-KEY ' ACTION ' LS-ACTION
                     ' - ' WRK-HOLD-REASON
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
      ****************************************************************
       UPDATE-ROW.
           PERFORM FETCH-BEFORE-IMAGE
