      * document with its COL_1, DOC_SEQ and upload date, a count of
      * legacy rows that predate checksums (listed as UNVERIFIED,
      * never as a false PASS), and totals. Report goes to
      * DOC_VERIFY_REPORT (default "docvrfy.rpt"); each damaged
      * document is also a DOCDAMAG event on the monitoring feed
      * (see EVENT-RAISE).
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - every checksummed document verified intact
       01  WRK-AUDIT-SOURCE       PIC X(12).
       01  WRK-AUDIT-MESSAGE      PIC X(80).
       01  WRK-AUDIT-SQLCODE      PIC S9(9) COMP-5.
       01  WRK-EVENT-PROGRAM      PIC X(12).
       01  WRK-EVENT-SEVERITY     PIC X(8).
       01  WRK-EVENT-CODE         PIC X(8).
       01  WRK-EVENT-SUBJECT      PIC X(20).
       01  WRK-EVENT-TEXT         PIC X(60).

       01  HEADER-LINE-1.
           05 FILLER              PIC X(32)
                 PERFORM WRITE-DETAIL-LINE
                 DISPLAY 'DOC-VERIFY: DAMAGED DOCUMENT ' COL-1
                         ' SEQ ' WRK-DOC-SEQ
                 MOVE 'DOC-VERIFY' TO WRK-EVENT-PROGRAM
                 MOVE 'MAJOR'    TO WRK-EVENT-SEVERITY
                 MOVE 'DOCDAMAG' TO WRK-EVENT-CODE
                 MOVE COL-1 TO WRK-EVENT-SUBJECT
                 MOVE SPACES TO WRK-EVENT-TEXT
                 STRING 'DOCUMENT SEQ ' D-DOC-SEQ ' UPLOADED '
                        WRK-UPLOAD-DATE ' FAILS ITS CHECKSUM'
                    DELIMITED BY SIZE INTO WRK-EVENT-TEXT
                 CALL "EVENT-RAISE" USING WRK-EVENT-PROGRAM
                                           WRK-EVENT-SEVERITY
                                           WRK-EVENT-CODE
                                           WRK-EVENT-SUBJECT
                                           WRK-EVENT-TEXT
              END-IF
           END-IF.
      ****************************************************************
