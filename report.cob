      * control total stays live-TAB1-only, because SUMMARY-TAB1's
      * reconciliation expects it to match a COUNT/SUM of TAB1.
      *
      * REPORT_BURST=Y also splits the live rows by category owner:
      * one print file per recipient on the distribution list
      * (DIST_LIST_FILE, layout in distlist.cpy), each with its own
      * page headers, page numbers and control totals, categories on
      * no line going to the catch-all file (DIST_CATCHALL_DEST,
      * default "unassigned"). The distribution log (REPORT_DIST_LOG,
      * default "tab1rpt.dist") lists every file produced with its
      * recipient, row count and COL-2 total, and reconciles them
      * back to the combined report's control total. The combined
      * report is still printed in full.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - completed but zero rows reported, or the distributed
      *       files do not reconcile to the combined report
      *   8 - connect failure, file-open failure, or SQL abort, or a
      *       distribution list that was refused or a recipient file
      *       that could not be written
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRINT-FILE ASSIGN TO WRK-PRINT-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRINT-FILE-STATUS.
           SELECT DIST-FILE ASSIGN TO WRK-DIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DIST-STATUS.
           SELECT BURST-FILE ASSIGN TO WRK-BURST-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BURST-FILE-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO WRK-DIST-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DIST-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD          PIC X(132).
       FD  DIST-FILE.
           COPY "distlist.cpy".
       FD  BURST-FILE.
       01  BURST-RECORD          PIC X(132).
       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
       01  WRK-REF-FOUND-SW      PIC X VALUE 'N'.
           88 REF-CODE-FOUND         VALUE 'Y'.
       01  WRK-CAT-DESC          PIC X(40).
      *    Report bursting - the distribution list is held as its
      *    recipients (the catch-all always last) and the category
      *    ranges that route to them, in file order.
       01  WRK-BURST-PARM        PIC X VALUE SPACE.
           88 BURST-REQUESTED        VALUE 'Y'.
       01  WRK-DIST-PATH         PIC X(80).
       01  WRK-DIST-STATUS       PIC X(2).
       01  WRK-DIST-EOF-SW       PIC X VALUE 'N'.
           88 DIST-LIST-EOF          VALUE 'Y'.
       01  WRK-DIST-BAD-SW       PIC X VALUE 'N'.
           88 DIST-LIST-REFUSED      VALUE 'Y'.
       01  WRK-DIST-LINE-NO      PIC 9(5) VALUE 0.
       01  WRK-DIST-REASON       PIC X(40).
       01  WRK-DIST-LOG-PATH     PIC X(80).
       01  WRK-DIST-LOG-STATUS   PIC X(2).
       01  WRK-CATCHALL-DEST     PIC X(40).
       01  WRK-BURST-FILE-PATH   PIC X(80).
       01  WRK-BURST-FILE-STATUS PIC X(2).
       01  WRK-BURST-RESULT      PIC X(12).
       01  WRK-BURST-TROUBLE-SW  PIC X VALUE 'N'.
           88 BURST-TROUBLE          VALUE 'Y'.
       01  WRK-BURST-BALANCED-SW PIC X VALUE 'Y'.
           88 BURST-IN-BALANCE       VALUE 'Y'.
       01  WRK-BURST-LINE-COUNT  PIC 9(4) VALUE 0.
       01  WRK-BURST-PAGE-COUNT  PIC 9(4) VALUE 0.
       01  WRK-BURST-ROWS        PIC 9(9) VALUE 0.
       01  WRK-BURST-COL-2-TOTAL PIC 9(14)V9(5) VALUE 0.
       01  WRK-FILES-PRODUCED    PIC 9(3) VALUE 0.
       01  WRK-RCP-MAX           PIC 9(3) VALUE 50 COMP.
       01  WRK-RCP-COUNT         PIC 9(3) VALUE 0 COMP.
       01  WRK-RCP-IX            PIC 9(3) VALUE 0 COMP.
       01  WRK-RCP-SEARCH-IX     PIC 9(3) VALUE 0 COMP.
       01  WRK-DEST-RCP-IX       PIC 9(3) VALUE 0 COMP.
       01  WRK-RCP-TABLE.
           05 WRK-RCP-ENTRY OCCURS 51.
              10 WRP-NAME        PIC X(20).
              10 WRP-DEST        PIC X(40).
              10 WRP-ROWS        PIC 9(9).
              10 WRP-COL-2-SUM   PIC 9(14)V9(5).
       01  WRK-RANGE-MAX         PIC 9(3) VALUE 200 COMP.
       01  WRK-RANGE-COUNT       PIC 9(3) VALUE 0 COMP.
       01  WRK-RANGE-IX          PIC 9(3) VALUE 0 COMP.
       01  WRK-RANGE-TABLE.
           05 WRK-RANGE-ENTRY OCCURS 200.
              10 WRG-COL-3-FROM  PIC 9(6).
              10 WRG-COL-3-TO    PIC 9(6).
              10 WRG-RCP-IX      PIC 9(3) COMP.
       01  WRK-ROW-RCP-IX        PIC 9(3) VALUE 0 COMP.

       01  HEADER-LINE-1.
           05 FILLER             PIC X(20) VALUE 'TAB1 REPORT'.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'SUM OF COL-2:'.
           05 HT-COL-2-TOTAL     PIC Z(13)9.99999.
       01  BURST-HEADER-LINE.
           05 FILLER             PIC X(14) VALUE 'DISTRIBUTION: '.
           05 BH-RECIPIENT       PIC X(20).
       01  DIST-LOG-HEADER-1.
           05 FILLER             PIC X(34)
              VALUE 'TAB1 REPORT DISTRIBUTION LOG'.
           05 FILLER             PIC X(6)  VALUE 'DATE '.
           05 DH-REPORT-DATE     PIC 9(8).
       01  DIST-LOG-HEADER-2.
           05 FILLER             PIC X(22) VALUE 'RECIPIENT'.
           05 FILLER             PIC X(42) VALUE 'FILE'.
           05 FILLER             PIC X(12) VALUE '     ROWS'.
           05 FILLER             PIC X(22)
              VALUE '         COL-2 TOTAL'.
           05 FILLER             PIC X(12) VALUE 'RESULT'.
       01  DIST-LOG-LINE.
           05 DL-LOG-RECIPIENT   PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-LOG-FILE        PIC X(40).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-LOG-ROWS        PIC Z(8)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DL-LOG-COL-2       PIC Z(13)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-LOG-RESULT      PIC X(12).
       01  DIST-TOTAL-LINE.
           05 DT-LABEL           PIC X(64).
           05 DT-ROWS            PIC Z(8)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-COL-2           PIC Z(13)9.99999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-VERDICT         PIC X(16).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
              RPTHIST CURSOR FOR SELECT COL_1, COL_2, COL_3, COL_5,
                 ARCHIVED_DATE FROM TAB1_HIST
           END-EXEC
           EXEC SQL DECLARE
              RPTBURST CURSOR FOR SELECT COL_1, COL_2, COL_3, COL_5
                 FROM TAB1
                 ORDER BY COL_3, COL_1
           END-EXEC
           EXEC SQL DECLARE
              CATREF CURSOR FOR SELECT COL_3, CAT_DESC, ACTIVE
                 FROM TAB1_CATEGORY
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'REPORT-TAB1: NOT CONNECTED - ABORTING'
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
                 PERFORM REPORT-HISTORY-SECTION
              END-IF
              CLOSE PRINT-FILE
              MOVE SPACES TO WRK-BURST-PARM
              ACCEPT WRK-BURST-PARM FROM ENVIRONMENT "REPORT_BURST"
              IF BURST-REQUESTED AND NOT FETCH-TROUBLE
                 PERFORM BURST-BY-RECIPIENT
              END-IF
           END-IF
           EXEC SQL
              DISCONNECT ALL
                 MOVE 8 TO RETURN-CODE
              WHEN FETCH-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN BURST-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-ROW-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN NOT BURST-IN-BALANCE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE WRK-ROW-COUNT TO WRK-STATS-IN
           MOVE WRK-ROW-COUNT TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN DB-RETURN-CODE NOT = 0
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-PRINT-FILE-STATUS NOT = "00" OR FETCH-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN BURST-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN NOT BURST-IN-BALANCE
                 MOVE 'OUTOFBAL' TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
           IF WRK-LINE-COUNT >= WRK-LINES-PER-PAGE
              PERFORM PRINT-NEW-PAGE-HEADER
           END-IF
           PERFORM BUILD-DETAIL-LINE
           MOVE DETAIL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WRK-LINE-COUNT.
      ****************************************************************
       BUILD-DETAIL-LINE.
           MOVE COL-1 TO D-COL-1
           MOVE COL-2 TO D-COL-2
           MOVE COL-3 TO D-COL-3
           PERFORM FIND-CATEGORY-DESC
           MOVE WRK-CAT-DESC(1:20) TO D-CAT-DESC
           MOVE COL-5-ARR(1:COL-5-LEN) TO D-COL-5.
      ****************************************************************
       LOAD-CATEGORY-REFERENCE.
      *    Pull TAB1_CATEGORY once; a site that never ran CAT-MAINT
           MOVE WRK-COL-2-TOTAL TO T-COL-2-TOTAL
           MOVE TOTAL-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.
      ****************************************************************
       BURST-BY-RECIPIENT.
      *    One pass of TAB1 in category order per recipient file, so
      *    only one file is ever open; a row lands in the file its
      *    COL-3 routes to and nowhere else. The log totals are then
      *    held against the combined report's control total - a
      *    file that failed, or TAB1 moving between passes, shows
      *    there as OUT OF BALANCE.
           PERFORM LOAD-DISTRIBUTION-LIST
           IF DIST-LIST-REFUSED
              MOVE 'Y' TO WRK-BURST-TROUBLE-SW
           ELSE
              PERFORM OPEN-DIST-LOG
              IF WRK-DIST-LOG-STATUS NOT = "00"
                 MOVE 'Y' TO WRK-BURST-TROUBLE-SW
              ELSE
                 MOVE 0 TO WRK-RCP-IX
                 PERFORM UNTIL WRK-RCP-IX >= WRK-RCP-COUNT
                            OR FETCH-TROUBLE
                    ADD 1 TO WRK-RCP-IX
                    PERFORM BURST-ONE-RECIPIENT
                 END-PERFORM
                 PERFORM PRINT-DIST-LOG-TOTALS
                 CLOSE DIST-LOG-FILE
              END-IF
           END-IF.
      ****************************************************************
       LOAD-DISTRIBUTION-LIST.
      *    Any bad line refuses the whole list - a half-read list
      *    would quietly send a category owner's customers to the
      *    catch-all file.
           MOVE SPACES TO WRK-DIST-PATH
           ACCEPT WRK-DIST-PATH FROM ENVIRONMENT "DIST_LIST_FILE"
           IF WRK-DIST-PATH = SPACES
              MOVE "distlist.dat" TO WRK-DIST-PATH
           END-IF
           MOVE SPACES TO WRK-CATCHALL-DEST
           ACCEPT WRK-CATCHALL-DEST
                  FROM ENVIRONMENT "DIST_CATCHALL_DEST"
           IF WRK-CATCHALL-DEST = SPACES
              MOVE "unassigned" TO WRK-CATCHALL-DEST
           END-IF
           MOVE 0 TO WRK-RCP-COUNT
           MOVE 0 TO WRK-RANGE-COUNT
           MOVE 0 TO WRK-DIST-LINE-NO
           MOVE 'N' TO WRK-DIST-EOF-SW
           OPEN INPUT DIST-FILE
           IF WRK-DIST-STATUS NOT = "00"
              DISPLAY 'REPORT-TAB1: UNABLE TO OPEN '
                      WRK-DIST-PATH
                      ' STATUS ' WRK-DIST-STATUS
              MOVE 'Y' TO WRK-DIST-BAD-SW
           ELSE
              PERFORM UNTIL DIST-LIST-EOF
                 READ DIST-FILE
                    AT END
                       MOVE 'Y' TO WRK-DIST-EOF-SW
                    NOT AT END
                       ADD 1 TO WRK-DIST-LINE-NO
                       IF DL-RECIPIENT(1:1) = '*'
                          OR DISTLIST-RECORD = SPACES
                          CONTINUE
                       ELSE
                          PERFORM ADD-DISTRIBUTION-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIST-FILE
           END-IF
           IF DIST-LIST-REFUSED
              DISPLAY 'REPORT-TAB1: DISTRIBUTION LIST REFUSED - '
                      'NO RECIPIENT FILES WRITTEN'
           ELSE
              ADD 1 TO WRK-RCP-COUNT
              MOVE 'UNASSIGNED'      TO WRP-NAME(WRK-RCP-COUNT)
              MOVE WRK-CATCHALL-DEST TO WRP-DEST(WRK-RCP-COUNT)
              MOVE 0 TO WRP-ROWS(WRK-RCP-COUNT)
              MOVE 0 TO WRP-COL-2-SUM(WRK-RCP-COUNT)
              DISPLAY 'REPORT-TAB1: DISTRIBUTION LIST - '
                      WRK-RANGE-COUNT ' RANGE(S), '
                      WRK-RCP-COUNT ' FILE(S) WITH THE CATCH-ALL'
           END-IF.
      ****************************************************************
       ADD-DISTRIBUTION-LINE.
           MOVE SPACES TO WRK-DIST-REASON
           IF DL-COL-3-TO NOT NUMERIC AND DL-COL-3-FROM NUMERIC
              MOVE DL-COL-3-FROM TO DL-COL-3-TO
           END-IF
           EVALUATE TRUE
              WHEN DL-RECIPIENT = SPACES
                 MOVE 'NO RECIPIENT NAME' TO WRK-DIST-REASON
              WHEN DL-COL-3-FROM NOT NUMERIC
                 MOVE 'CATEGORY NOT SIX DIGITS' TO WRK-DIST-REASON
              WHEN DL-COL-3-TO NOT NUMERIC
                 MOVE 'CATEGORY NOT SIX DIGITS' TO WRK-DIST-REASON
              WHEN DL-COL-3-TO < DL-COL-3-FROM
                 MOVE 'CATEGORY RANGE BACKWARDS' TO WRK-DIST-REASON
              WHEN WRK-RANGE-COUNT >= WRK-RANGE-MAX
                 MOVE 'MORE THAN 200 RANGES' TO WRK-DIST-REASON
           END-EVALUATE
           IF WRK-DIST-REASON = SPACES
              PERFORM FIND-RECIPIENT-BY-NAME
              PERFORM FIND-RECIPIENT-BY-DEST
              EVALUATE TRUE
                 WHEN WRK-RCP-IX > 0
                    IF DL-DESTINATION NOT = SPACES
                       AND DL-DESTINATION NOT = WRP-DEST(WRK-RCP-IX)
                       MOVE 'SECOND DESTINATION FOR RECIPIENT'
                         TO WRK-DIST-REASON
                    END-IF
                 WHEN DL-DESTINATION = SPACES
                    MOVE 'NO DESTINATION' TO WRK-DIST-REASON
                 WHEN DL-DESTINATION = WRK-CATCHALL-DEST
                    MOVE 'DESTINATION IS THE CATCH-ALL'
                      TO WRK-DIST-REASON
                 WHEN WRK-DEST-RCP-IX > 0
                    MOVE 'DESTINATION USED BY ANOTHER RECIPIENT'
                      TO WRK-DIST-REASON
                 WHEN WRK-RCP-COUNT >= WRK-RCP-MAX
                    MOVE 'MORE THAN 50 RECIPIENTS' TO WRK-DIST-REASON
                 WHEN OTHER
                    ADD 1 TO WRK-RCP-COUNT
                    MOVE WRK-RCP-COUNT  TO WRK-RCP-IX
                    MOVE DL-RECIPIENT   TO WRP-NAME(WRK-RCP-IX)
                    MOVE DL-DESTINATION TO WRP-DEST(WRK-RCP-IX)
                    MOVE 0 TO WRP-ROWS(WRK-RCP-IX)
                    MOVE 0 TO WRP-COL-2-SUM(WRK-RCP-IX)
              END-EVALUATE
           END-IF
           IF WRK-DIST-REASON = SPACES
              ADD 1 TO WRK-RANGE-COUNT
              MOVE DL-COL-3-FROM TO WRG-COL-3-FROM(WRK-RANGE-COUNT)
              MOVE DL-COL-3-TO   TO WRG-COL-3-TO(WRK-RANGE-COUNT)
              MOVE WRK-RCP-IX    TO WRG-RCP-IX(WRK-RANGE-COUNT)
           ELSE
              DISPLAY 'REPORT-TAB1: DISTRIBUTION LIST LINE '
                      WRK-DIST-LINE-NO ' - ' WRK-DIST-REASON
              MOVE 'Y' TO WRK-DIST-BAD-SW
           END-IF.
      ****************************************************************
       FIND-RECIPIENT-BY-NAME.
           MOVE 0 TO WRK-RCP-IX
           MOVE 0 TO WRK-RCP-SEARCH-IX
           PERFORM UNTIL WRK-RCP-IX > 0
                      OR WRK-RCP-SEARCH-IX >= WRK-RCP-COUNT
              ADD 1 TO WRK-RCP-SEARCH-IX
              IF WRP-NAME(WRK-RCP-SEARCH-IX) = DL-RECIPIENT
                 MOVE WRK-RCP-SEARCH-IX TO WRK-RCP-IX
              END-IF
           END-PERFORM.
      ****************************************************************
       FIND-RECIPIENT-BY-DEST.
      *    Two recipients on one destination would write the same
      *    file twice, the second pass over the first.
           MOVE 0 TO WRK-DEST-RCP-IX
           MOVE 0 TO WRK-RCP-SEARCH-IX
           PERFORM UNTIL WRK-DEST-RCP-IX > 0
                      OR WRK-RCP-SEARCH-IX >= WRK-RCP-COUNT
              ADD 1 TO WRK-RCP-SEARCH-IX
              IF WRP-DEST(WRK-RCP-SEARCH-IX) = DL-DESTINATION
                 AND WRP-NAME(WRK-RCP-SEARCH-IX) NOT = DL-RECIPIENT
                 MOVE WRK-RCP-SEARCH-IX TO WRK-DEST-RCP-IX
              END-IF
           END-PERFORM.
      ****************************************************************
       FIND-ROW-RECIPIENT.
      *    First range in list order that takes the row's COL-3;
      *    none means the catch-all, which is always the last entry.
           MOVE 0 TO WRK-ROW-RCP-IX
           MOVE 0 TO WRK-RANGE-IX
           PERFORM UNTIL WRK-ROW-RCP-IX > 0
                      OR WRK-RANGE-IX >= WRK-RANGE-COUNT
              ADD 1 TO WRK-RANGE-IX
              IF COL-3 >= WRG-COL-3-FROM(WRK-RANGE-IX)
                 AND COL-3 <= WRG-COL-3-TO(WRK-RANGE-IX)
                 MOVE WRG-RCP-IX(WRK-RANGE-IX) TO WRK-ROW-RCP-IX
              END-IF
           END-PERFORM
           IF WRK-ROW-RCP-IX = 0
              MOVE WRK-RCP-COUNT TO WRK-ROW-RCP-IX
           END-IF.
      ****************************************************************
       OPEN-DIST-LOG.
           MOVE SPACES TO WRK-DIST-LOG-PATH
           ACCEPT WRK-DIST-LOG-PATH
                  FROM ENVIRONMENT "REPORT_DIST_LOG"
           IF WRK-DIST-LOG-PATH = SPACES
              MOVE "tab1rpt.dist" TO WRK-DIST-LOG-PATH
           END-IF
           OPEN OUTPUT DIST-LOG-FILE
           IF WRK-DIST-LOG-STATUS NOT = "00"
              DISPLAY 'REPORT-TAB1: UNABLE TO OPEN '
                      WRK-DIST-LOG-PATH
                      ' STATUS ' WRK-DIST-LOG-STATUS
           ELSE
              MOVE WRK-REPORT-DATE TO DH-REPORT-DATE
              MOVE DIST-LOG-HEADER-1 TO DIST-LOG-RECORD
              WRITE DIST-LOG-RECORD
              MOVE SPACES TO DIST-LOG-RECORD
              STRING 'DISTRIBUTION LIST: ' WRK-DIST-PATH
                 DELIMITED BY SIZE INTO DIST-LOG-RECORD
              WRITE DIST-LOG-RECORD
              MOVE SPACES TO DIST-LOG-RECORD
              WRITE DIST-LOG-RECORD
              MOVE DIST-LOG-HEADER-2 TO DIST-LOG-RECORD
              WRITE DIST-LOG-RECORD
           END-IF.
      ****************************************************************
       BURST-ONE-RECIPIENT.
           MOVE SPACES TO WRK-BURST-FILE-PATH
           STRING WRP-DEST(WRK-RCP-IX) DELIMITED BY SPACE
                  '.rpt'               DELIMITED BY SIZE
              INTO WRK-BURST-FILE-PATH
           OPEN OUTPUT BURST-FILE
           IF WRK-BURST-FILE-STATUS NOT = "00"
              DISPLAY 'REPORT-TAB1: UNABLE TO OPEN '
                      WRK-BURST-FILE-PATH
                      ' STATUS ' WRK-BURST-FILE-STATUS
              MOVE 'Y' TO WRK-BURST-TROUBLE-SW
              MOVE 'OPEN FAILED' TO WRK-BURST-RESULT
           ELSE
              MOVE 0 TO WRK-BURST-PAGE-COUNT
              PERFORM PRINT-BURST-PAGE-HEADER
              MOVE 'N' TO WRK-READ-EOF-SW
              EXEC SQL
                 OPEN RPTBURST
              END-EXEC
              PERFORM UNTIL NO-MORE-ROWS
                 PERFORM FETCH-BURST-ROW
                 IF NOT NO-MORE-ROWS
                    PERFORM FIND-ROW-RECIPIENT
                    IF WRK-ROW-RCP-IX = WRK-RCP-IX
                       PERFORM PRINT-BURST-DETAIL-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE RPTBURST
              END-EXEC
              MOVE SPACES TO BURST-RECORD
              WRITE BURST-RECORD
              MOVE WRP-ROWS(WRK-RCP-IX)      TO T-ROW-COUNT
              MOVE WRP-COL-2-SUM(WRK-RCP-IX) TO T-COL-2-TOTAL
              MOVE TOTAL-LINE TO BURST-RECORD
              WRITE BURST-RECORD
              CLOSE BURST-FILE
              ADD 1 TO WRK-FILES-PRODUCED
              IF FETCH-TROUBLE
                 MOVE 'Y' TO WRK-BURST-TROUBLE-SW
                 MOVE 'INCOMPLETE' TO WRK-BURST-RESULT
              ELSE
                 MOVE 'WRITTEN'    TO WRK-BURST-RESULT
              END-IF
           END-IF
           MOVE WRP-NAME(WRK-RCP-IX)      TO DL-LOG-RECIPIENT
           MOVE WRK-BURST-FILE-PATH       TO DL-LOG-FILE
           MOVE WRP-ROWS(WRK-RCP-IX)      TO DL-LOG-ROWS
           MOVE WRP-COL-2-SUM(WRK-RCP-IX) TO DL-LOG-COL-2
           MOVE WRK-BURST-RESULT          TO DL-LOG-RESULT
           MOVE DIST-LOG-LINE TO DIST-LOG-RECORD
           WRITE DIST-LOG-RECORD
           ADD WRP-ROWS(WRK-RCP-IX)      TO WRK-BURST-ROWS
           ADD WRP-COL-2-SUM(WRK-RCP-IX) TO WRK-BURST-COL-2-TOTAL.
      ****************************************************************
       FETCH-BURST-ROW.
           EXEC SQL
              FETCH NEXT RPTBURST INTO
                      :COL-1, :COL-2, :COL-3, :COL-5
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE 'Y' TO WRK-READ-EOF-SW
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'REPORT-TAB1: BURST FETCH ERROR ' SQLCODE
                         '->' SQLERRMC
                 MOVE 'Y' TO WRK-READ-EOF-SW
                 MOVE 'Y' TO WRK-FETCH-ERROR-SW
           END-EVALUATE.
      ****************************************************************
       PRINT-BURST-PAGE-HEADER.
           ADD 1 TO WRK-BURST-PAGE-COUNT
           MOVE WRK-REPORT-DATE      TO H-REPORT-DATE
           MOVE WRK-BURST-PAGE-COUNT TO H-PAGE-NUMBER
           MOVE HEADER-LINE-1 TO BURST-RECORD
           WRITE BURST-RECORD
           MOVE WRP-NAME(WRK-RCP-IX) TO BH-RECIPIENT
           MOVE BURST-HEADER-LINE TO BURST-RECORD
           WRITE BURST-RECORD
           MOVE SPACES TO BURST-RECORD
           WRITE BURST-RECORD
           MOVE HEADER-LINE-2 TO BURST-RECORD
           WRITE BURST-RECORD
           MOVE 0 TO WRK-BURST-LINE-COUNT.
      ****************************************************************
       PRINT-BURST-DETAIL-LINE.
           IF WRK-BURST-LINE-COUNT >= WRK-LINES-PER-PAGE
              PERFORM PRINT-BURST-PAGE-HEADER
           END-IF
           PERFORM BUILD-DETAIL-LINE
           MOVE DETAIL-LINE TO BURST-RECORD
           WRITE BURST-RECORD
           ADD 1 TO WRK-BURST-LINE-COUNT
           ADD 1 TO WRP-ROWS(WRK-RCP-IX)
           ADD COL-2 TO WRP-COL-2-SUM(WRK-RCP-IX).
      ****************************************************************
       PRINT-DIST-LOG-TOTALS.
      *    The files must add back to the combined report's control
      *    total, row for row and to the last decimal of COL-2.
           MOVE SPACES TO DIST-LOG-RECORD
           WRITE DIST-LOG-RECORD
           MOVE SPACES TO DT-LABEL
           STRING 'TOTAL OF ' WRK-FILES-PRODUCED ' FILE(S) PRODUCED'
              DELIMITED BY SIZE INTO DT-LABEL
           MOVE WRK-BURST-ROWS        TO DT-ROWS
           MOVE WRK-BURST-COL-2-TOTAL TO DT-COL-2
           MOVE SPACES TO DT-VERDICT
           MOVE DIST-TOTAL-LINE TO DIST-LOG-RECORD
           WRITE DIST-LOG-RECORD
           MOVE 'COMBINED REPORT CONTROL TOTAL' TO DT-LABEL
           MOVE WRK-ROW-COUNT   TO DT-ROWS
           MOVE WRK-COL-2-TOTAL TO DT-COL-2
           IF WRK-BURST-ROWS = WRK-ROW-COUNT
              AND WRK-BURST-COL-2-TOTAL = WRK-COL-2-TOTAL
              MOVE 'IN BALANCE'     TO DT-VERDICT
           ELSE
              MOVE 'OUT OF BALANCE' TO DT-VERDICT
              MOVE 'N' TO WRK-BURST-BALANCED-SW
              DISPLAY 'REPORT-TAB1: DISTRIBUTED FILES OUT OF BALANCE '
                      'AGAINST THE COMBINED REPORT'
           END-IF
           MOVE DIST-TOTAL-LINE TO DIST-LOG-RECORD
           WRITE DIST-LOG-RECORD
           DISPLAY 'REPORT-TAB1: ' WRK-FILES-PRODUCED
                   ' DISTRIBUTION FILE(S), LOG IN ' WRK-DIST-LOG-PATH.
