       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPER-AUTH.
      ****************************************************************
      * OPER-AUTH - answers "may this operator do this?" for every
      * entry point that changes data or reads it for a person rather
      * than for the batch: the TESTSQL menu and control cards
      * (maintenance, rebuild, lookups), CAT-MAINT, ERASE-TAB1,
      * MAINT-REVIEW's RELEASE and DISCARD, RELOAD-TAB1, and
      * KEY-OWNER's TRANSFER and SEED. The operator is LOGNAME; the
      * permitted actions come from the role file OPER_AUTH_FILE
      * (default "operauth.dat"), line sequential, one
      * operator/action pair per line:
      *   col 1-12   operator id, exactly as LOGNAME gives it
      *   col 14-25  action - one of
      *                INQUIRY      lookups and category listings
      *                MAINTENANCE  update/delete by key
      *                RELEASE      approve (release or discard)
      *                             held maintenance
      *                CATEGORY     category code and rate changes
      *                             and CAT-RECODE recodes
      *                ERASURE      legal erasure of a customer key
      *                REBUILD      TAB1 rebuild and RELOAD-TAB1
      *                OWNERSHIP    hand a key to another sending
      *                             system, seed key ownership
      *   '*' in col 1 - comment line
      * An operator needs one line per action granted.
      *   LS-ACTION    the action being asked for (as above)
      *   LS-PROGRAM   the calling program
      *   LS-OPERATOR  comes back with the LOGNAME that was checked
      *   LS-RESULT    0 - granted, 1 - refused (no such line),
      *                2 - refused because the role file could not be
      *                read: no file means nobody is authorized
      * Every answer, grant or refusal, goes to AUDITLOG under source
      * OPER-AUTH in one fixed message layout (OA-AUTH-MESSAGE) so
      * AUDIT-REPORT can list who did which privileged action each
      * day.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-FILE ASSIGN TO WRK-ROLE-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ROLE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-FILE.
       01  ROLE-RECORD.
           05 RR-OPERATOR        PIC X(12).
           05 FILLER             PIC X(1).
           05 RR-ACTION          PIC X(12).
           05 FILLER             PIC X(55).

       WORKING-STORAGE SECTION.
       01  WRK-ROLE-FILE-PATH    PIC X(80).
       01  WRK-ROLE-FILE-STATUS  PIC X(2).
       01  WRK-ROLE-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-ROLES          VALUE 'Y'.
       01  WRK-GRANTED-SW        PIC X VALUE 'N'.
           88 ACTION-GRANTED         VALUE 'Y'.
       01  WRK-ACTION            PIC X(12).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
      *    AUDIT-REPORT reads this layout back out of AL-MESSAGE -
      *    keep the two in step.
       01  OA-AUTH-MESSAGE.
           05 OA-VERDICT         PIC X(8).
           05 OA-ACTION          PIC X(12).
           05 FILLER             PIC X(4)  VALUE ' BY '.
           05 OA-OPERATOR        PIC X(12).
           05 FILLER             PIC X(4)  VALUE ' IN '.
           05 OA-PROGRAM         PIC X(12).
           05 OA-NOTE            PIC X(28).

       LINKAGE SECTION.
       01  LS-ACTION             PIC X(12).
       01  LS-PROGRAM            PIC X(12).
       01  LS-OPERATOR           PIC X(12).
       01  LS-RESULT             PIC S9(9).
      ****************************************************************
       PROCEDURE DIVISION USING LS-ACTION LS-PROGRAM LS-OPERATOR
                                LS-RESULT.
       MAIN-LOGIC.
           MOVE 1 TO LS-RESULT
           MOVE 'N' TO WRK-GRANTED-SW
           MOVE SPACES TO OA-NOTE
           MOVE FUNCTION UPPER-CASE(LS-ACTION) TO WRK-ACTION
           MOVE SPACES TO LS-OPERATOR
           ACCEPT LS-OPERATOR FROM ENVIRONMENT "LOGNAME"
           MOVE SPACES TO WRK-ROLE-FILE-PATH
           ACCEPT WRK-ROLE-FILE-PATH FROM ENVIRONMENT "OPER_AUTH_FILE"
           IF WRK-ROLE-FILE-PATH = SPACES
              MOVE "operauth.dat" TO WRK-ROLE-FILE-PATH
           END-IF
           OPEN INPUT ROLE-FILE
           IF WRK-ROLE-FILE-STATUS NOT = "00"
              MOVE 2 TO LS-RESULT
              MOVE ' - ROLE FILE UNREADABLE' TO OA-NOTE
              DISPLAY 'OPER-AUTH: UNABLE TO OPEN ' WRK-ROLE-FILE-PATH
                      ' STATUS ' WRK-ROLE-FILE-STATUS
           ELSE
              MOVE 'N' TO WRK-ROLE-EOF-SW
              PERFORM UNTIL NO-MORE-ROLES OR ACTION-GRANTED
                 READ ROLE-FILE
                    AT END
                       MOVE 'Y' TO WRK-ROLE-EOF-SW
                    NOT AT END
                       PERFORM MATCH-ONE-ROLE
                 END-READ
              END-PERFORM
              CLOSE ROLE-FILE
              IF ACTION-GRANTED
                 MOVE 0 TO LS-RESULT
              END-IF
           END-IF
           IF ACTION-GRANTED
              MOVE 'GRANTED ' TO OA-VERDICT
           ELSE
              MOVE 'REFUSED ' TO OA-VERDICT
              DISPLAY LS-PROGRAM ': OPERATOR "' LS-OPERATOR
                      '" IS NOT AUTHORIZED FOR ' WRK-ACTION
                      ' - NOTHING DONE'
           END-IF
           PERFORM RECORD-AUTH-AUDIT
           GOBACK.
      ****************************************************************
       MATCH-ONE-ROLE.
      *    A blank LOGNAME never matches - a blank operator column is
      *    a typing slip in the role file, not a grant to everybody.
           IF RR-OPERATOR(1:1) NOT = '*'
              AND RR-OPERATOR NOT = SPACES
              AND RR-OPERATOR = LS-OPERATOR
              AND FUNCTION UPPER-CASE(RR-ACTION) = WRK-ACTION
              MOVE 'Y' TO WRK-GRANTED-SW
           END-IF.
      ****************************************************************
       RECORD-AUTH-AUDIT.
           MOVE WRK-ACTION  TO OA-ACTION
           MOVE LS-OPERATOR TO OA-OPERATOR
           MOVE LS-PROGRAM  TO OA-PROGRAM
           MOVE 'OPER-AUTH' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           MOVE OA-AUTH-MESSAGE TO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
