      * printouts. Prints to CATTREND_PRINT_FILE (default
      * "cattrend.rpt").
      *
      * A code CAT-RECODE has retired outright (TAB1_CATMAP, blank
      * key) is not printed on its own: its snapshots are added into
      * the code its rows went to, so the trend runs unbroken across
      * the recode, and the category header names the retired codes
      * the series continues.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - no snapshots on file
       01  SN-ROWS            PIC 9(9) COMP.
       01  SN-SUM             PIC 9(14)V9(5).
       01  WRK-EARLIEST-DATE  PIC X(8).
       01  SN-RETIRED-CODES   PIC X(60).
       01  WRK-TABLE-EXISTS   PIC 9(9) COMP.
           EXEC SQL END
              DECLARE SECTION
           END-EXEC
       01  WRK-CHANGE-PCT        PIC S9(16)V9(2) VALUE 0.
       01  WRK-ABS-PCT           PIC 9(16)V9(2) VALUE 0.
       01  WRK-REPORT-DATE       PIC 9(8).
       01  WRK-CATMAP-EXIST-SW   PIC X VALUE 'N'.
           88 RECODES-ON-FILE        VALUE 'Y'.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(28)
       01  CATEGORY-HEADER.
           05 FILLER             PIC X(9)  VALUE 'CATEGORY '.
           05 CH-COL-3           PIC Z(5)9.
           05 CH-RETIRED-LABEL   PIC X(29).
           05 CH-RETIRED-CODES   PIC X(60).
       01  DETAIL-LINE.
           05 D-SNAP-DATE        PIC 9(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
                 WHERE SNAP_DATE >= :WRK-EARLIEST-DATE
                 ORDER BY COL_3, SNAP_DATE
           END-EXEC
      *    Same snapshots with each outright-retired code folded into
      *    the code its history now continues under.
           EXEC SQL DECLARE
              SNAPSERIES CURSOR FOR
                 SELECT S.SNAP_DATE,
                        COALESCE(M.SERIES_COL_3, S.COL_3),
                        SUM(S.ROW_COUNT), SUM(S.COL_2_SUM)
                   FROM TAB1_CATSNAP S
                   LEFT JOIN (SELECT OLD_COL_3,
                                     MAX(SERIES_COL_3) AS SERIES_COL_3
                                FROM TAB1_CATMAP
                               WHERE COL_1 = ' '
                               GROUP BY OLD_COL_3) M
                     ON M.OLD_COL_3 = S.COL_3
                  WHERE S.SNAP_DATE >= :WRK-EARLIEST-DATE
                  GROUP BY COALESCE(M.SERIES_COL_3, S.COL_3),
                           S.SNAP_DATE
                  ORDER BY 2, 1
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           PERFORM READ-PARAMETERS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-FOR-RECODES
           PERFORM OPEN-PRINT-FILE
           IF WRK-PRINT-FILE-STATUS = "00"
              IF RECODES-ON-FILE
                 EXEC SQL
                    OPEN SNAPSERIES
                 END-EXEC
              ELSE
                 EXEC SQL
                    OPEN SNAPTAB
                 END-EXEC
              END-IF
              MOVE 'N' TO WRK-READ-EOF-SW
              PERFORM UNTIL NO-MORE-ROWS
                 PERFORM FETCH-ONE-SNAPSHOT
                    PERFORM PRINT-ONE-SNAPSHOT
                 END-IF
              END-PERFORM
              IF RECODES-ON-FILE
                 EXEC SQL
                    CLOSE SNAPSERIES
                 END-EXEC
              ELSE
                 EXEC SQL
                    CLOSE SNAPTAB
                 END-EXEC
              END-IF
              PERFORM PRINT-CONTROL-TOTALS
              CLOSE PRINT-FILE
           END-IF
           EXEC SQL
              CLOSE SNAPDATES
           END-EXEC.
      ****************************************************************
       CHECK-FOR-RECODES.
      *    TAB1_CATMAP only exists once CAT-RECODE has run.
           MOVE 'N' TO WRK-CATMAP-EXIST-SW
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = 'tab1_catmap'
           END-EXEC
           IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-CATMAP-EXIST-SW
           END-IF.
      ****************************************************************
       FIND-RETIRED-CODES.
           MOVE SPACES TO CH-RETIRED-LABEL
           MOVE SPACES TO CH-RETIRED-CODES
           IF RECODES-ON-FILE
              MOVE SPACES TO SN-RETIRED-CODES
              EXEC SQL
                   SELECT COALESCE(STRING_AGG(DISTINCT
                                   CAST(OLD_COL_3 AS TEXT), ' '), ' ')
                     INTO :SN-RETIRED-CODES
                     FROM TAB1_CATMAP
                    WHERE SERIES_COL_3 = :SN-COL-3
                      AND COL_1 = ' '
              END-EXEC
              IF SQLCODE = 0 AND SN-RETIRED-CODES NOT = SPACES
                 MOVE '  CONTINUES RETIRED CODE(S) '
                   TO CH-RETIRED-LABEL
                 MOVE SN-RETIRED-CODES TO CH-RETIRED-CODES
              END-IF
           END-IF.
      ****************************************************************
       OPEN-PRINT-FILE.
           MOVE SPACES TO WRK-PRINT-FILE-PATH
           END-IF.
      ****************************************************************
       FETCH-ONE-SNAPSHOT.
           IF RECODES-ON-FILE
              EXEC SQL
                 FETCH NEXT SNAPSERIES INTO
                    :SN-DATE, :SN-COL-3, :SN-ROWS, :SN-SUM
              END-EXEC
           ELSE
              EXEC SQL
                 FETCH NEXT SNAPTAB INTO
                    :SN-DATE, :SN-COL-3, :SN-ROWS, :SN-SUM
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              MOVE SPACES TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE SN-COL-3 TO CH-COL-3
              PERFORM FIND-RETIRED-CODES
              MOVE CATEGORY-HEADER TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE HEADER-LINE-2 TO PRINT-RECORD
