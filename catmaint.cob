      * summary. Created here if missing, same idempotent pattern as
      * every other companion table. Driven by environment parameters
      * like the other small batch utilities:
      *   CAT_ACTION  A = add, U = update, D = delete, L = list,
      *               R = set rate, Q = list rates
      *   CAT_CODE    the six-digit category code (A/U/D/R; Q
      *               optional - blank lists every code's rates)
      *   CAT_DESC    the description (A/U)
      *   CAT_ACTIVE  Y or N (A/U; default Y on add)
      *   CAT_RATE    monthly accrual rate in percent, e.g. 1.25 (R)
      *               - digits and at most one decimal point, up to
      *               three whole and six decimal places, no sign
      *   CAT_EFF_DATE  YYYYMMDD the rate takes effect (R; default
      *               today) - a second R for the same code and date
      *               replaces that rate, a later date adds a new one
      * SUMMARY-TAB1 and REPORT-TAB1 print the description;
      * POPULATE-DB's load edit flags or rejects details whose
      * category is not an active code here. The rates, kept with
      * their effective dates in TAB1_CATRATE alongside the
      * category table, drive ACCRUE-TAB1's month-end posting.
      * The operator (LOGNAME) must hold CATEGORY in the role file
      * (see OPER-AUTH) for A/U/D/R, or INQUIRY for the L/Q lists.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - code not found (U/D), duplicate add, or empty list
      *   8 - connect failure, missing parameters, a CAT_RATE that
      *       is not a plain rate, operator not authorized, or SQL
      *       abort
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CT-COL-3           PIC 9(6).
       01  CT-DESC            PIC X(40).
       01  CT-ACTIVE          PIC X(1).
       01  CR-RATE            PIC 9(3)V9(6).
       01  CR-EFF-DATE        PIC X(8).
       01  WRK-KEY-COUNT      PIC 9(9) COMP.
       01  WRK-TABLE-EXISTS   PIC 9(9) COMP.
           EXEC SQL END
       01  WRK-CODE-PARM         PIC X(6) VALUE SPACES.
       01  WRK-DESC-PARM         PIC X(40) VALUE SPACES.
       01  WRK-ACTIVE-PARM       PIC X(1) VALUE SPACE.
       01  WRK-RATE-PARM         PIC X(12) VALUE SPACES.
       01  WRK-EFF-DATE-PARM     PIC X(8) VALUE SPACES.
       01  WRK-TODAY-8           PIC 9(8).
       01  D-RATE                PIC ZZ9.999999.
       01  WRK-LIST-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-CODES          VALUE 'Y'.
       01  WRK-LIST-COUNT        PIC 9(4) VALUE 0.
           88 CODE-NOT-FOUND         VALUE 'Y'.
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5 VALUE 0.
      ****************************************************************
      * CAT_RATE is checked a character at a time before NUMVAL ever
      * sees it - NUMVAL takes a sign, spaces and garbage without a
      * murmur and CR-RATE would silently drop what does not fit.
      ****************************************************************
       01  WRK-RATE-IX           PIC 9(2) VALUE 0 COMP.
       01  WRK-RATE-WHOLE        PIC 9(2) VALUE 0 COMP.
       01  WRK-RATE-DECIMALS     PIC 9(2) VALUE 0 COMP.
       01  WRK-RATE-POINTS       PIC 9(2) VALUE 0 COMP.
       01  WRK-RATE-ENDED-SW     PIC X VALUE 'N'.
           88 RATE-TEXT-ENDED        VALUE 'Y'.
       01  WRK-RATE-BAD-SW       PIC X VALUE 'N'.
           88 RATE-PARM-BAD          VALUE 'Y'.
       01  WRK-AUTH-ACTION       PIC X(12).
       01  WRK-AUTH-PROGRAM      PIC X(12) VALUE 'CAT-MAINT'.
       01  WRK-AUTH-OPERATOR     PIC X(12).
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
                 FROM TAB1_CATEGORY
                 ORDER BY COL_3
           END-EXEC
           EXEC SQL DECLARE
              RATELIST CURSOR FOR SELECT COL_3,
                 TO_CHAR(EFF_DATE, 'YYYYMMDD'), RATE
                 FROM TAB1_CATRATE
                 WHERE COL_3 = :CT-COL-3 OR :WRK-KEY-COUNT = 0
                 ORDER BY COL_3, EFF_DATE
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           PERFORM READ-PARAMETERS
           IF WRK-ACTION-PARM = SPACE
              DISPLAY 'CAT-MAINT: SET CAT_ACTION (A/U/D/L/R/Q)'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WRK-ACTION-PARM = 'L' OR 'Q'
              MOVE 'INQUIRY' TO WRK-AUTH-ACTION
           ELSE
              MOVE 'CATEGORY' TO WRK-AUTH-ACTION
           END-IF
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-AUTH-PROGRAM
                                   WRK-AUTH-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              GOBACK
           END-IF
           PERFORM CREATE-CATEGORY-IF-MISSING
           PERFORM CREATE-CATRATE-IF-MISSING
           EVALUATE WRK-ACTION-PARM
              WHEN 'A'
                 PERFORM ADD-CATEGORY
                 PERFORM DELETE-CATEGORY
              WHEN 'L'
                 PERFORM LIST-CATEGORIES
              WHEN 'R'
                 PERFORM SET-CATEGORY-RATE
              WHEN 'Q'
                 PERFORM LIST-CATEGORY-RATES
              WHEN OTHER
                 DISPLAY 'CAT-MAINT: UNKNOWN ACTION "'
                         WRK-ACTION-PARM '"'
                TO WRK-ACTIVE-PARM
           IF WRK-ACTIVE-PARM NOT = 'N'
              MOVE 'Y' TO WRK-ACTIVE-PARM
           END-IF
           ACCEPT WRK-RATE-PARM FROM ENVIRONMENT "CAT_RATE"
           ACCEPT WRK-EFF-DATE-PARM FROM ENVIRONMENT "CAT_EFF_DATE"
           IF WRK-EFF-DATE-PARM = SPACES
              ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
              MOVE WRK-TODAY-8 TO WRK-EFF-DATE-PARM
           END-IF.
      ****************************************************************
       CONNECT-DB.
           IF WRK-LIST-COUNT = 0
              MOVE 'Y' TO WRK-NOTFOUND-SW
           END-IF.
      ****************************************************************
       CREATE-CATRATE-IF-MISSING.
      *    Rates live beside the category table, one row per code and
      *    effective date; the rate in force on a date is the one
      *    with the latest EFF_DATE not after it.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_catrate'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'CAT-MAINT: COULD NOT CHECK TAB1_CATRATE'
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           ELSE
              IF WRK-TABLE-EXISTS = 0 THEN
                 DISPLAY 'CAT-MAINT: CREATE TABLE TAB1_CATRATE'
                 EXEC SQL
                      CREATE TABLE TAB1_CATRATE
                      (
                       COL_3     INT,
                       EFF_DATE  DATE,
                       RATE      NUMERIC(9,6),
                       PRIMARY KEY (COL_3, EFF_DATE)
                      )
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'CREATE TABLE TAB1_CATRATE TROUBLE'
                    DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
                    MOVE 'CAT-DDL' TO WRK-AUDIT-SOURCE
                    MOVE SQLERRMC TO WRK-AUDIT-MESSAGE
                    CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                           WRK-AUDIT-MESSAGE
                    MOVE 'Y' TO WRK-SQL-TROUBLE-SW
                 ELSE
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       SET-CATEGORY-RATE.
           IF WRK-CODE-PARM = SPACES OR WRK-RATE-PARM = SPACES
              DISPLAY 'CAT-MAINT: RATE NEEDS CAT_CODE AND CAT_RATE'
              MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           ELSE
              IF WRK-EFF-DATE-PARM IS NOT NUMERIC
                 DISPLAY 'CAT-MAINT: CAT_EFF_DATE "' WRK-EFF-DATE-PARM
                         '" IS NOT YYYYMMDD'
                 MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              ELSE
                 PERFORM CHECK-RATE-PARM
                 IF RATE-PARM-BAD
                    PERFORM REFUSE-RATE-PARM
                 ELSE
                    PERFORM STORE-CATEGORY-RATE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       STORE-CATEGORY-RATE.
           PERFORM COUNT-CATEGORY-CODE
           IF WRK-KEY-COUNT = 0
              DISPLAY 'CAT-MAINT: CODE ' WRK-CODE-PARM
                      ' NOT ON FILE - ADD IT FIRST'
              MOVE 'Y' TO WRK-NOTFOUND-SW
           ELSE
              COMPUTE CR-RATE = FUNCTION NUMVAL(WRK-RATE-PARM)
              MOVE WRK-EFF-DATE-PARM TO CR-EFF-DATE
              EXEC SQL
                   UPDATE TAB1_CATRATE
                      SET RATE = :CR-RATE
                    WHERE COL_3 = :CT-COL-3
                      AND EFF_DATE = TO_DATE(:CR-EFF-DATE,
                                             'YYYYMMDD')
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                      INSERT INTO TAB1_CATRATE
                             (COL_3, EFF_DATE, RATE)
                      VALUES (:CT-COL-3,
                              TO_DATE(:CR-EFF-DATE, 'YYYYMMDD'),
                              :CR-RATE)
                 END-EXEC
              END-IF
              PERFORM JUDGE-SQL-OUTCOME
              IF NOT SQL-TROUBLE
                 MOVE CR-RATE TO D-RATE
                 DISPLAY 'CAT-MAINT: RATE FOR ' WRK-CODE-PARM
                         ' SET TO ' D-RATE ' PCT FROM '
                         WRK-EFF-DATE-PARM
                 MOVE 'CAT-MAINT' TO WRK-AUDIT-SOURCE
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'RATE ' WRK-CODE-PARM ' = ' D-RATE
                        ' FROM ' WRK-EFF-DATE-PARM
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 CALL "AUDITLOG" USING WRK-AUDIT-SOURCE SQLCODE
                                        WRK-AUDIT-MESSAGE
              END-IF
           END-IF.
      ****************************************************************
       CHECK-RATE-PARM.
      *    Digits with at most one decimal point, no more than three
      *    whole places (leading zeros aside) and six decimals - what
      *    CR-RATE's 9(3)V9(6) holds. Anything after the first space
      *    makes it bad too.
           MOVE 'N' TO WRK-RATE-BAD-SW
           MOVE 'N' TO WRK-RATE-ENDED-SW
           MOVE 0 TO WRK-RATE-WHOLE
           MOVE 0 TO WRK-RATE-DECIMALS
           MOVE 0 TO WRK-RATE-POINTS
           MOVE 0 TO WRK-RATE-IX
           PERFORM UNTIL WRK-RATE-IX >= 12 OR RATE-PARM-BAD
              ADD 1 TO WRK-RATE-IX
              EVALUATE TRUE
                 WHEN WRK-RATE-PARM(WRK-RATE-IX:1) = SPACE
                    MOVE 'Y' TO WRK-RATE-ENDED-SW
                 WHEN RATE-TEXT-ENDED
                    MOVE 'Y' TO WRK-RATE-BAD-SW
                 WHEN WRK-RATE-PARM(WRK-RATE-IX:1) = '.'
                    ADD 1 TO WRK-RATE-POINTS
                 WHEN WRK-RATE-PARM(WRK-RATE-IX:1) IS NOT NUMERIC
                    MOVE 'Y' TO WRK-RATE-BAD-SW
                 WHEN WRK-RATE-POINTS > 0
                    ADD 1 TO WRK-RATE-DECIMALS
                 WHEN WRK-RATE-PARM(WRK-RATE-IX:1) = '0'
                      AND WRK-RATE-WHOLE = 0
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO WRK-RATE-WHOLE
              END-EVALUATE
           END-PERFORM
           IF WRK-RATE-POINTS > 1 OR WRK-RATE-WHOLE > 3
              OR WRK-RATE-DECIMALS > 6
              OR WRK-RATE-PARM(1:1) = '.'
                 AND WRK-RATE-DECIMALS = 0
              MOVE 'Y' TO WRK-RATE-BAD-SW
           END-IF.
      ****************************************************************
       REFUSE-RATE-PARM.
           DISPLAY 'CAT-MAINT: CAT_RATE "' WRK-RATE-PARM
                   '" IS NOT A RATE 0 TO 999.999999 - NOTHING SET'
           MOVE 'Y' TO WRK-SQL-TROUBLE-SW
           MOVE 'CAT-MAINT' TO WRK-AUDIT-SOURCE
           MOVE SPACES TO WRK-AUDIT-MESSAGE
           STRING 'RATE ' WRK-CODE-PARM ' REFUSED - CAT_RATE "'
                  WRK-RATE-PARM '" NOT A PLAIN RATE'
              DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       LIST-CATEGORY-RATES.
           MOVE 'N' TO WRK-LIST-EOF-SW
           MOVE 0 TO WRK-LIST-COUNT
           MOVE 0 TO WRK-KEY-COUNT
           MOVE 0 TO CT-COL-3
           IF WRK-CODE-PARM NOT = SPACES
              MOVE WRK-CODE-PARM TO CT-COL-3
              MOVE 1 TO WRK-KEY-COUNT
           END-IF
           DISPLAY 'CAT-MAINT: CATEGORY RATES (CODE, EFFECTIVE, '
                   'MONTHLY PCT)'
           EXEC SQL
              OPEN RATELIST
           END-EXEC
           PERFORM UNTIL NO-MORE-CODES
              EXEC SQL
                 FETCH NEXT RATELIST INTO
                    :CT-COL-3, :CR-EFF-DATE, :CR-RATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 100
                    MOVE 'Y' TO WRK-LIST-EOF-SW
                 WHEN 0
                    ADD 1 TO WRK-LIST-COUNT
                    MOVE CR-RATE TO D-RATE
                    DISPLAY '   ' CT-COL-3 ' ' CR-EFF-DATE ' '
                            D-RATE
                 WHEN OTHER
                    DISPLAY 'CAT-MAINT: RATE LIST ERROR ' SQLCODE
                            '->' SQLERRMC
                    MOVE 'Y' TO WRK-LIST-EOF-SW
                    MOVE 'Y' TO WRK-SQL-TROUBLE-SW
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE RATELIST
           END-EXEC
           DISPLAY '   ' WRK-LIST-COUNT ' RATE(S) ON FILE'
           IF WRK-LIST-COUNT = 0
              MOVE 'Y' TO WRK-NOTFOUND-SW
           END-IF.
