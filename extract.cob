      * named *.masked so it can never be mistaken for (or collide
      * with) a real generation.
      *
      * The run date - the header's feed date, the generation name,
      * the manifest, the mirror build date and the saved delta
      * cutoff - is the business date from the processing-date
      * control record (see BUSINESS-DATE), today when there is no
      * control record, so an extract that runs past midnight still
      * belongs to the night that produced it.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - clean
      *   4 - completed but nothing extracted
      *   8 - connect failure, file-open failure, or SQL abort, or
      *       refused because the business day is already closed
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WRK-STATS-OUT        PIC 9(9).
       01  WRK-STATS-REJ        PIC 9(9).
       01  WRK-STATS-STATUS     PIC X(8).
       01  WRK-AUDIT-SOURCE     PIC X(12).
       01  WRK-AUDIT-MESSAGE    PIC X(80).
       01  WRK-AUDIT-SQLCODE    PIC S9(9) COMP-5.
       01  WRK-BIZ-ACTION       PIC X(1) VALUE 'G'.
       01  WRK-BIZ-PROGRAM      PIC X(12) VALUE 'EXTRACT-TAB1'.
       01  WRK-BIZ-DATE         PIC 9(8).
       01  WRK-BIZ-RESULT       PIC S9(9) VALUE 0.
       01  WRK-DATE-REFUSED-SW  PIC X VALUE 'N'.
           88 BUSINESS-DATE-REFUSED VALUE 'Y'.

      ****************************************************************
       LINKAGE SECTION.
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-START-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-START-TS(9:6)
           PERFORM ESTABLISH-RUN-DATE
           IF BUSINESS-DATE-REFUSED
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE NOT = 0
              DISPLAY 'EXTRACT-TAB1: NOT CONNECTED - ABORTING'
              PERFORM RECORD-RUN-STATS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WRK-EXTRACT-COUNT TO WRK-STATS-IN
           MOVE WRK-EXTRACT-COUNT TO WRK-STATS-OUT
           MOVE 0 TO WRK-STATS-REJ
           EVALUATE TRUE
              WHEN BUSINESS-DATE-REFUSED
                 MOVE 'REFUSED'  TO WRK-STATS-STATUS
              WHEN DB-RETURN-CODE NOT = 0
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN WRK-EXTRACT-FILE-STATUS NOT = "00" OR FETCH-TROUBLE
                 MOVE 'FAILED'   TO WRK-STATS-STATUS
              WHEN OTHER
                 MOVE 'COMPLETE' TO WRK-STATS-STATUS
           END-EVALUATE
           CALL "RUNSTATS" USING WRK-STATS-PROGRAM WRK-START-TS
                                  WRK-STATS-IN WRK-STATS-OUT
                                  WRK-STATS-REJ WRK-STATS-STATUS.
      ****************************************************************
       ESTABLISH-RUN-DATE.
           CALL "BUSINESS-DATE" USING WRK-BIZ-ACTION WRK-BIZ-PROGRAM
                                       WRK-BIZ-DATE WRK-BIZ-RESULT
           MOVE WRK-BIZ-DATE TO WRK-RUN-DATE
           EVALUATE WRK-BIZ-RESULT
              WHEN 1
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'BUSINESS DAY ' WRK-BIZ-DATE
                        ' ALREADY CLOSED - EXTRACT REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
              WHEN 8
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'PROCESSING-DATE CONTROL RECORD UNREADABLE'
                        ' - EXTRACT REFUSED'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM REFUSE-BUSINESS-DATE
           END-EVALUATE.
      ****************************************************************
       REFUSE-BUSINESS-DATE.
           MOVE 'Y' TO WRK-DATE-REFUSED-SW
           DISPLAY 'EXTRACT-TAB1: ' WRK-AUDIT-MESSAGE
           MOVE 'EXTRACT-TAB1' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           IF WRK-EXTRACT-BASE = SPACES
              MOVE "tab1.extract" TO WRK-EXTRACT-BASE
           END-IF
           PERFORM LOAD-MANIFEST
           PERFORM BUILD-GENERATION-NAME
           OPEN OUTPUT EXTRACT-FILE
