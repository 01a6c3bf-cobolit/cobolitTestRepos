      * requests that used to take four hand-written steps and a
      * prayer. Stores covered:
      *   - the database tables: TAB1, TAB1_HIST, TAB1_DOCS,
      *     TAB1_DOCS_HIST, TAB1_ADDR, the TAB1_CHANGES journal
      *     (whose before/after images are the person's data too)
      *     and the TAB1_OWNER ownership row - deleted in ONE unit of
      *     work: any failure rolls the whole database side back, so
      *     the tables are never half-erased
      *   - the offline lookup mirror (the record is deleted in
      *     place; a FULL extract rebuild is not waited for)
      *   - the reject-layout files that can hold the row's data:
      * partial success is reported, never papered over. The action
      * is logged to AUDITLOG, and the run takes the TAB1 write lock
      * like every other writer.
      * A key under legal hold (see LEGAL-HOLD / HOLD-CHECK) is not
      * erased at all: nothing is touched, the certificate says the
      * erasure was refused and names the case holding the key, and
      * the refusal goes to AUDITLOG and TAB1_HOLDBLOCK.
      * The operator (LOGNAME) must hold ERASURE in the role file
      * (see OPER-AUTH) or nothing is even looked at.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - every store cleaned, certificate written
      *   4 - key held no data anywhere (nothing to erase)
      *   8 - connect/lock failure, database rollback, a store
      *       left uncleaned (see the certificate), or refused
      *       because the key is under legal hold or the operator
      *       is not authorized
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER             PIC X(16) VALUE 'tab1_docs_hist'.
           05 FILLER             PIC X(16) VALUE 'tab1_addr'.
           05 FILLER             PIC X(16) VALUE 'tab1_changes'.
           05 FILLER             PIC X(16) VALUE 'tab1_owner'.
       01  WRK-TABLE-NAMES REDEFINES WRK-TABLE-LIST.
           05 WRK-TABLE-NAME     PIC X(16) OCCURS 7.
       01  WRK-DB-TROUBLE-SW     PIC X VALUE 'N'.
           88 DB-ERASE-FAILED        VALUE 'Y'.
       01  WRK-LEFT-SW           PIC X VALUE 'N'.
       01  WRK-LOCK-ACTION       PIC X(1).
       01  WRK-LOCK-PROGRAM      PIC X(12) VALUE 'ERASE-TAB1'.
       01  WRK-LOCK-RESULT       PIC S9(9) VALUE 0.
       01  WRK-HOLD-ACTION       PIC X(20) VALUE 'ERASURE'.
       01  WRK-HOLD-CASE-REF     PIC X(20).
       01  WRK-HOLD-RESULT       PIC S9(9) VALUE 0.
       01  WRK-HOLD-REFUSED-SW   PIC X VALUE 'N'.
           88 LEGAL-HOLD-REFUSED     VALUE 'Y'.
       01  WRK-AUTH-ACTION       PIC X(12) VALUE 'ERASURE'.
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.
       01  WRK-AUTH-REFUSED-SW   PIC X VALUE 'N'.
           88 AUTH-REFUSED           VALUE 'Y'.

       01  CERT-HEADER-1.
           05 FILLER             PIC X(22)
           05 CS-STATUS          PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CS-TS              PIC X(14).
       01  CERT-REFUSAL-LINE.
           05 FILLER             PIC X(45)
              VALUE 'NOT ERASED - KEY IS UNDER LEGAL HOLD, CASE '.
           05 CR-CASE-REF        PIC X(20).
       01  CERT-VERDICT-LINE.
           05 FILLER             PIC X(9)  VALUE 'VERDICT: '.
           05 CV-VERDICT         PIC X(60).
           ACCEPT WRK-ERASE-KEY FROM ENVIRONMENT "ERASE_KEY"
           IF WRK-ERASE-KEY = SPACES
              DISPLAY 'ERASE-TAB1: SET ERASE_KEY - NOTHING DONE'
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-LOCK-PROGRAM
                                   WRK-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 'Y' TO WRK-AUTH-REFUSED-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WRK-CERT-PATH
           ACCEPT WRK-CERT-PATH FROM ENVIRONMENT "ERASE_CERT_FILE"
           IF WRK-CERT-PATH = SPACES
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'ERASE-TAB1: NOT CONNECTED - NOTHING ERASED'
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WRK-ERASE-KEY TO ER-COL-1
           CALL "HOLD-CHECK" USING WRK-ERASE-KEY WRK-LOCK-PROGRAM
                                   WRK-HOLD-ACTION WRK-HOLD-CASE-REF
                                   WRK-HOLD-RESULT
           IF WRK-HOLD-RESULT NOT = 0
      *       The commit carries HOLD-CHECK's TAB1_HOLDBLOCK entry.
              EXEC SQL
                 COMMIT WORK
              END-EXEC
              MOVE 'Y' TO WRK-HOLD-REFUSED-SW
              DISPLAY 'ERASE-TAB1: KEY "' WRK-ERASE-KEY '" IS UNDER '
                      'LEGAL HOLD, CASE ' WRK-HOLD-CASE-REF
                      ' - NOTHING ERASED'
           ELSE
              PERFORM ERASE-DATABASE-STORES
              IF NOT DB-ERASE-FAILED
                 PERFORM ERASE-MIRROR-RECORD
                 PERFORM ERASE-REJECT-FILES
              END-IF
           END-IF
           EXEC SQL
              DISCONNECT ALL
           PERFORM RECORD-ERASURE-AUDIT
           PERFORM RECORD-RUN-STATS
           EVALUATE TRUE
              WHEN LEGAL-HOLD-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN DB-ERASE-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN SOMETHING-LEFT
      *    deletes, then ONE commit - any failure rolls the whole
      *    database side back so no table is ever half-erased.
           MOVE 0 TO WRK-TABLE-IX
           PERFORM UNTIL WRK-TABLE-IX >= 7 OR DB-ERASE-FAILED
              ADD 1 TO WRK-TABLE-IX
              PERFORM ERASE-ONE-TABLE
           END-PERFORM
                        WHERE COL_1 = :ER-COL-1
                    END-EXEC
                 END-IF
              WHEN 7
                 EXEC SQL
                      SELECT COUNT(*) INTO :WRK-ROW-COUNT
                        FROM TAB1_OWNER WHERE COL_1 = :ER-COL-1
                 END-EXEC
                 IF SQLCODE = 0 AND WRK-ROW-COUNT > 0
                    EXEC SQL
                       DELETE FROM TAB1_OWNER
                        WHERE COL_1 = :ER-COL-1
                    END-EXEC
                 END-IF
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'Y' TO WRK-DB-TROUBLE-SW
                 MOVE CERT-STORE-LINE TO CERT-RECORD
                 WRITE CERT-RECORD
              END-PERFORM
              IF LEGAL-HOLD-REFUSED
                 MOVE WRK-HOLD-CASE-REF TO CR-CASE-REF
                 MOVE CERT-REFUSAL-LINE TO CERT-RECORD
                 WRITE CERT-RECORD
              END-IF
              MOVE SPACES TO CERT-RECORD
              WRITE CERT-RECORD
              EVALUATE TRUE
                 WHEN LEGAL-HOLD-REFUSED
                    MOVE 'REFUSED - LEGAL HOLD, NO STORE TOUCHED'
                      TO CV-VERDICT
                 WHEN DB-ERASE-FAILED
                    MOVE 'FAILED - DATABASE ROLLED BACK'
                      TO CV-VERDICT
           MOVE 0 TO WRK-AUDIT-SQLCODE
           MOVE SPACES TO WRK-AUDIT-MESSAGE
           EVALUATE TRUE
              WHEN LEGAL-HOLD-REFUSED
                 STRING 'ERASURE REFUSED FOR ' WRK-ERASE-KEY
                        ' - LEGAL HOLD ' WRK-HOLD-CASE-REF
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              WHEN DB-ERASE-FAILED
                 STRING 'ERASURE FAILED FOR ' WRK-ERASE-KEY
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
           MOVE WRK-TOTAL-REMOVED TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN LEGAL-HOLD-REFUSED OR AUTH-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN DB-ERASE-FAILED
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN SOMETHING-LEFT
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
