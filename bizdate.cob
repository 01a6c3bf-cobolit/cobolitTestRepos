       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSINESS-DATE.
      ****************************************************************
      * BUSINESS-DATE - hands the batch programs the business date
      * their work is dated with, from the processing-date control
      * record (copybooks/procdate.cpy), instead of the machine
      * clock - so a chain that runs past midnight still dates the
      * whole night's LOAD_DATE, CHANGE_DATE, ARCHIVED_DATE,
      * snapshots, extracts and run statistics as one business day.
      *   LS-ACTION    G - get the processing date
      *                C - close the business day (NIGHT-CHAIN, once
      *                    the whole chain has finished)
      *   LS-PROGRAM   the calling program (recorded as the closer)
      *   LS-DATE      comes back with the processing date
      *   LS-RESULT    0 - the day is open (G), or was closed now (C)
      *                1 - the day is already closed: a batch step
      *                    must refuse to run until PROC-DATE rolls
      *                    the date forward
      *                2 - no control record yet: LS-DATE is the
      *                    machine date, so a site that never ran
      *                    PROC-DATE INIT runs exactly as before
      *                8 - the control record could not be read or
      *                    rewritten; LS-DATE is the machine date
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO WRK-PROCDATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE.
           COPY "procdate.cpy".

       WORKING-STORAGE SECTION.
       01  WRK-PROCDATE-PATH     PIC X(80).
       01  WRK-PROCDATE-STATUS   PIC X(2).
       01  WRK-TS-DATE           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-RECORD-READ-SW    PIC X VALUE 'N'.
           88 CONTROL-RECORD-READ    VALUE 'Y'.
      *    The record as read - the file is closed again before
      *    anything looks at it.
       01  WRK-CONTROL-SAVE      PIC X(75).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
      ****************************************************************
       LINKAGE SECTION.
       01  LS-ACTION             PIC X(1).
       01  LS-PROGRAM            PIC X(12).
       01  LS-DATE               PIC 9(8).
       01  LS-RESULT             PIC S9(9).
      ****************************************************************
       PROCEDURE DIVISION USING LS-ACTION LS-PROGRAM LS-DATE
                                LS-RESULT.
       MAIN-LOGIC.
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE TO LS-DATE
           MOVE 0 TO LS-RESULT
           MOVE SPACES TO WRK-PROCDATE-PATH
           ACCEPT WRK-PROCDATE-PATH FROM ENVIRONMENT "PROC_DATE_FILE"
           IF WRK-PROCDATE-PATH = SPACES
              MOVE "procdate.ctl" TO WRK-PROCDATE-PATH
           END-IF
           PERFORM READ-CONTROL-RECORD
           IF CONTROL-RECORD-READ
              MOVE PDC-PROC-DATE TO LS-DATE
              IF PDC-DAY-CLOSED
                 MOVE 1 TO LS-RESULT
              ELSE
                 IF LS-ACTION = 'C'
                    PERFORM CLOSE-BUSINESS-DAY
                 END-IF
              END-IF
           END-IF
           GOBACK.
      ****************************************************************
       READ-CONTROL-RECORD.
           MOVE 'N' TO WRK-RECORD-READ-SW
           OPEN INPUT PROCDATE-FILE
           EVALUATE TRUE
              WHEN WRK-PROCDATE-STATUS = "35"
                 MOVE 2 TO LS-RESULT
              WHEN WRK-PROCDATE-STATUS NOT = "00"
                 DISPLAY 'BUSINESS-DATE: UNABLE TO OPEN '
                         WRK-PROCDATE-PATH
                         ' STATUS ' WRK-PROCDATE-STATUS
                 MOVE 8 TO LS-RESULT
              WHEN OTHER
                 READ PROCDATE-FILE
                    AT END
                       MOVE 2 TO LS-RESULT
                    NOT AT END
                       IF PDC-PROC-DATE IS NUMERIC
                          AND (PDC-DAY-OPEN OR PDC-DAY-CLOSED)
                          MOVE 'Y' TO WRK-RECORD-READ-SW
                          MOVE PROCDATE-RECORD TO WRK-CONTROL-SAVE
                       ELSE
                          DISPLAY 'BUSINESS-DATE: '
                                  WRK-PROCDATE-PATH
                                  ' DOES NOT HOLD A VALID CONTROL '
                                  'RECORD'
                          MOVE 8 TO LS-RESULT
                       END-IF
                 END-READ
                 CLOSE PROCDATE-FILE
           END-EVALUATE
           IF CONTROL-RECORD-READ
              MOVE WRK-CONTROL-SAVE TO PROCDATE-RECORD
           END-IF.
      ****************************************************************
       CLOSE-BUSINESS-DAY.
           MOVE 'C' TO PDC-STATUS
           MOVE WRK-TS-DATE      TO PDC-CLOSED-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO PDC-CLOSED-TS(9:6)
           MOVE LS-PROGRAM       TO PDC-CLOSED-BY
           OPEN OUTPUT PROCDATE-FILE
           IF WRK-PROCDATE-STATUS NOT = "00"
              DISPLAY 'BUSINESS-DATE: UNABLE TO REWRITE '
                      WRK-PROCDATE-PATH
                      ' STATUS ' WRK-PROCDATE-STATUS
                      ' - BUSINESS DAY NOT CLOSED'
              MOVE 8 TO LS-RESULT
           ELSE
              WRITE PROCDATE-RECORD
              CLOSE PROCDATE-FILE
              DISPLAY 'BUSINESS-DATE: BUSINESS DAY ' PDC-PROC-DATE
                      ' CLOSED BY ' LS-PROGRAM
              MOVE 'PROC-DATE' TO WRK-AUDIT-SOURCE
              MOVE 0 TO WRK-AUDIT-SQLCODE
              MOVE SPACES TO WRK-AUDIT-MESSAGE
              STRING 'BUSINESS DAY ' PDC-PROC-DATE ' CLOSED BY '
                     LS-PROGRAM
                 DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
              CALL "AUDITLOG" USING WRK-AUDIT-SOURCE
                                     WRK-AUDIT-SQLCODE
                                     WRK-AUDIT-MESSAGE
           END-IF.
