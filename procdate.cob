       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROC-DATE.
      ****************************************************************
      * PROC-DATE - the operator's handle on the processing-date
      * control record (PROC_DATE_FILE, default "procdate.ctl",
      * layout copybooks/procdate.cpy) that the batch programs date
      * their work from through BUSINESS-DATE. The action comes from
      * PROC_DATE_ACTION:
      *   SHOW (default) - display the processing date, whether its
      *        business day is open or closed, and the business day
      *        a roll-forward would open; touches nothing
      *   INIT - create the control record, open for PROC_DATE_INIT
      *        (YYYYMMDD, default today); refused when a control
      *        record already exists
      *   ROLL - open the next business day. Refused until the
      *        current day has been closed - NIGHT-CHAIN closes it
      *        when the whole chain has finished - so the date can
      *        never move out from under a chain still running or
      *        stopped on a failed step. The next business day is
      *        the first later date that is not on the holiday
      *        calendar.
      * Holiday calendar (PROC_HOLIDAY_FILE, default "holiday.dat",
      * '*' in column 1 = comment), one date per line:
      *   cols 1-8   the holiday, YYYYMMDD
      *   cols 10+   description (documentation only)
      * No calendar means no holidays. INIT and ROLL go to AUDITLOG
      * with the operator (LOGNAME).
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - shown / initialized / rolled forward
      *   4 - SHOW found no control record
      *   8 - refused (day still open, record already exists, bad
      *       INIT date), or control file trouble
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO WRK-PROCDATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROCDATE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO WRK-HOLIDAY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLIDAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE.
           COPY "procdate.cpy".
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE           PIC X(8).
           05 FILLER             PIC X(1).
           05 HOL-DESC           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WRK-PROCDATE-PATH     PIC X(80).
       01  WRK-PROCDATE-STATUS   PIC X(2).
       01  WRK-HOLIDAY-PATH      PIC X(80).
       01  WRK-HOLIDAY-STATUS    PIC X(2).
       01  WRK-HOLIDAY-EOF-SW    PIC X VALUE 'N'.
           88 HOLIDAY-EOF            VALUE 'Y'.
       01  WRK-ACTION-PARM       PIC X(8).
           88 ACTION-SHOW            VALUE 'SHOW', SPACES.
           88 ACTION-INIT            VALUE 'INIT'.
           88 ACTION-ROLL            VALUE 'ROLL'.
       01  WRK-INIT-DATE-PARM    PIC X(8).
       01  WRK-INIT-DATE         PIC 9(8) VALUE 0.
       01  WRK-OPERATOR          PIC X(12).
       01  WRK-RECORD-SW         PIC X VALUE 'N'.
           88 CONTROL-RECORD-FOUND   VALUE 'Y'.
       01  WRK-TROUBLE-SW        PIC X VALUE 'N'.
           88 PROC-DATE-TROUBLE      VALUE 'Y'.
      *    The record as read - the file is closed again before
      *    anything looks at it.
       01  WRK-CONTROL-SAVE      PIC X(75).
       01  WRK-CURRENT-DATE      PIC 9(8) VALUE 0.
       01  WRK-NEXT-DATE         PIC 9(8) VALUE 0.
       01  WRK-DATE-INT          PIC 9(8) VALUE 0.
       01  WRK-HOLIDAY-MAX       PIC 9(3) VALUE 200 COMP.
       01  WRK-HOLIDAY-COUNT     PIC 9(3) VALUE 0 COMP.
       01  WRK-HOLIDAY-IX        PIC 9(3) VALUE 0 COMP.
       01  WRK-HOLIDAY-TABLE.
           05 WRK-HOLIDAY        PIC 9(8) OCCURS 200.
       01  WRK-HOLIDAY-SW        PIC X VALUE 'N'.
           88 DATE-IS-HOLIDAY        VALUE 'Y'.
       01  WRK-TS-DATE           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-NOW-TS            PIC X(14).
       01  WRK-AUDIT-SOURCE      PIC X(12).
       01  WRK-AUDIT-MESSAGE     PIC X(80).
       01  WRK-AUDIT-SQLCODE     PIC S9(9) COMP-5.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WRK-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           MOVE WRK-TS-DATE      TO WRK-NOW-TS(1:8)
           MOVE WRK-TS-TIME(1:6) TO WRK-NOW-TS(9:6)
           PERFORM READ-PARAMETERS
           PERFORM READ-CONTROL-RECORD
           EVALUATE TRUE
              WHEN PROC-DATE-TROUBLE
                 CONTINUE
              WHEN ACTION-INIT
                 PERFORM INIT-CONTROL-RECORD
              WHEN ACTION-ROLL
                 PERFORM ROLL-BUSINESS-DAY
              WHEN ACTION-SHOW
                 PERFORM SHOW-CONTROL-RECORD
              WHEN OTHER
                 DISPLAY 'PROC-DATE: UNKNOWN PROC_DATE_ACTION "'
                         WRK-ACTION-PARM '"'
                 MOVE 'Y' TO WRK-TROUBLE-SW
           END-EVALUATE
           EVALUATE TRUE
              WHEN PROC-DATE-TROUBLE
                 MOVE 8 TO RETURN-CODE
              WHEN ACTION-SHOW AND NOT CONTROL-RECORD-FOUND
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-PROCDATE-PATH
           ACCEPT WRK-PROCDATE-PATH FROM ENVIRONMENT "PROC_DATE_FILE"
           IF WRK-PROCDATE-PATH = SPACES
              MOVE "procdate.ctl" TO WRK-PROCDATE-PATH
           END-IF
           MOVE SPACES TO WRK-HOLIDAY-PATH
           ACCEPT WRK-HOLIDAY-PATH
                  FROM ENVIRONMENT "PROC_HOLIDAY_FILE"
           IF WRK-HOLIDAY-PATH = SPACES
              MOVE "holiday.dat" TO WRK-HOLIDAY-PATH
           END-IF
           MOVE SPACES TO WRK-ACTION-PARM
           ACCEPT WRK-ACTION-PARM FROM ENVIRONMENT "PROC_DATE_ACTION"
           MOVE FUNCTION UPPER-CASE(WRK-ACTION-PARM)
                TO WRK-ACTION-PARM
           MOVE SPACES TO WRK-INIT-DATE-PARM
           ACCEPT WRK-INIT-DATE-PARM FROM ENVIRONMENT "PROC_DATE_INIT"
           IF WRK-INIT-DATE-PARM = SPACES
              MOVE WRK-TS-DATE TO WRK-INIT-DATE
           ELSE
              IF WRK-INIT-DATE-PARM IS NUMERIC
                 MOVE WRK-INIT-DATE-PARM TO WRK-INIT-DATE
              ELSE
                 MOVE 0 TO WRK-INIT-DATE
              END-IF
           END-IF
           MOVE SPACES TO WRK-OPERATOR
           ACCEPT WRK-OPERATOR FROM ENVIRONMENT "LOGNAME".
      ****************************************************************
       READ-CONTROL-RECORD.
           MOVE 'N' TO WRK-RECORD-SW
           OPEN INPUT PROCDATE-FILE
           EVALUATE TRUE
              WHEN WRK-PROCDATE-STATUS = "35"
                 CONTINUE
              WHEN WRK-PROCDATE-STATUS NOT = "00"
                 DISPLAY 'PROC-DATE: UNABLE TO OPEN '
                         WRK-PROCDATE-PATH
                         ' STATUS ' WRK-PROCDATE-STATUS
                 MOVE 'Y' TO WRK-TROUBLE-SW
              WHEN OTHER
                 READ PROCDATE-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE 'Y' TO WRK-RECORD-SW
                       MOVE PDC-PROC-DATE TO WRK-CURRENT-DATE
                       MOVE PROCDATE-RECORD TO WRK-CONTROL-SAVE
                 END-READ
                 CLOSE PROCDATE-FILE
           END-EVALUATE
           IF CONTROL-RECORD-FOUND
              MOVE WRK-CONTROL-SAVE TO PROCDATE-RECORD
           END-IF.
      ****************************************************************
       SHOW-CONTROL-RECORD.
           IF NOT CONTROL-RECORD-FOUND
              DISPLAY 'PROC-DATE: NO CONTROL RECORD IN '
                      WRK-PROCDATE-PATH ' - BATCH DATES FROM THE '
                      'MACHINE CLOCK UNTIL PROC_DATE_ACTION=INIT'
           ELSE
              IF PDC-DAY-CLOSED
                 DISPLAY 'PROC-DATE: PROCESSING DATE ' PDC-PROC-DATE
                         ' - CLOSED ' PDC-CLOSED-TS ' BY '
                         PDC-CLOSED-BY
              ELSE
                 DISPLAY 'PROC-DATE: PROCESSING DATE ' PDC-PROC-DATE
                         ' - OPEN SINCE ' PDC-OPENED-TS ' BY '
                         PDC-OPENED-BY
              END-IF
              PERFORM LOAD-HOLIDAY-CALENDAR
              PERFORM FIND-NEXT-BUSINESS-DAY
              DISPLAY 'PROC-DATE: A ROLL-FORWARD WOULD OPEN '
                      WRK-NEXT-DATE
           END-IF.
      ****************************************************************
       INIT-CONTROL-RECORD.
           EVALUATE TRUE
              WHEN CONTROL-RECORD-FOUND
                 DISPLAY 'PROC-DATE: ' WRK-PROCDATE-PATH
                         ' ALREADY HOLDS PROCESSING DATE '
                         WRK-CURRENT-DATE ' - INIT REFUSED'
                 MOVE 'Y' TO WRK-TROUBLE-SW
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-INIT-DATE) NOT = 0
                 DISPLAY 'PROC-DATE: PROC_DATE_INIT "'
                         WRK-INIT-DATE-PARM
                         '" IS NOT A YYYYMMDD DATE - INIT REFUSED'
                 MOVE 'Y' TO WRK-TROUBLE-SW
              WHEN OTHER
                 MOVE 0 TO WRK-CURRENT-DATE
                 MOVE WRK-INIT-DATE TO WRK-NEXT-DATE
                 PERFORM WRITE-OPEN-RECORD
                 IF NOT PROC-DATE-TROUBLE
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'PROCESSING DATE INITIALIZED TO '
                           WRK-NEXT-DATE ' BY ' WRK-OPERATOR
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM RECORD-PROC-DATE-AUDIT
                 END-IF
           END-EVALUATE.
      ****************************************************************
       ROLL-BUSINESS-DAY.
           EVALUATE TRUE
              WHEN NOT CONTROL-RECORD-FOUND
                 DISPLAY 'PROC-DATE: NO CONTROL RECORD IN '
                         WRK-PROCDATE-PATH ' - RUN '
                         'PROC_DATE_ACTION=INIT FIRST'
                 MOVE 'Y' TO WRK-TROUBLE-SW
              WHEN NOT PDC-DAY-CLOSED
                 DISPLAY 'PROC-DATE: BUSINESS DAY ' PDC-PROC-DATE
                         ' IS STILL OPEN - THE NIGHT CHAIN HAS NOT '
                         'FINISHED; ROLL-FORWARD REFUSED'
                 MOVE 'Y' TO WRK-TROUBLE-SW
                 MOVE SPACES TO WRK-AUDIT-MESSAGE
                 STRING 'ROLL-FORWARD OF ' PDC-PROC-DATE
                        ' REFUSED - DAY STILL OPEN (' WRK-OPERATOR ')'
                    DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                 PERFORM RECORD-PROC-DATE-AUDIT
              WHEN OTHER
                 PERFORM LOAD-HOLIDAY-CALENDAR
                 PERFORM FIND-NEXT-BUSINESS-DAY
                 PERFORM WRITE-OPEN-RECORD
                 IF NOT PROC-DATE-TROUBLE
                    MOVE SPACES TO WRK-AUDIT-MESSAGE
                    STRING 'PROCESSING DATE ROLLED FROM '
                           WRK-CURRENT-DATE ' TO ' WRK-NEXT-DATE
                           ' BY ' WRK-OPERATOR
                       DELIMITED BY SIZE INTO WRK-AUDIT-MESSAGE
                    PERFORM RECORD-PROC-DATE-AUDIT
                 END-IF
           END-EVALUATE.
      ****************************************************************
       LOAD-HOLIDAY-CALENDAR.
           MOVE 0 TO WRK-HOLIDAY-COUNT
           MOVE 'N' TO WRK-HOLIDAY-EOF-SW
           OPEN INPUT HOLIDAY-FILE
           IF WRK-HOLIDAY-STATUS NOT = "00"
              DISPLAY 'PROC-DATE: NO HOLIDAY CALENDAR ('
                      WRK-HOLIDAY-PATH ' STATUS '
                      WRK-HOLIDAY-STATUS ') - EVERY DAY IS A '
                      'BUSINESS DAY'
           ELSE
              PERFORM UNTIL HOLIDAY-EOF
                 READ HOLIDAY-FILE
                    AT END
                       MOVE 'Y' TO WRK-HOLIDAY-EOF-SW
                    NOT AT END
                       IF HOL-DATE(1:1) NOT = '*'
                          AND HOL-DATE IS NUMERIC
                          AND WRK-HOLIDAY-COUNT < WRK-HOLIDAY-MAX
                          ADD 1 TO WRK-HOLIDAY-COUNT
                          MOVE HOL-DATE
                            TO WRK-HOLIDAY(WRK-HOLIDAY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.
      ****************************************************************
       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WRK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-CURRENT-DATE)
           MOVE 'Y' TO WRK-HOLIDAY-SW
           PERFORM UNTIL NOT DATE-IS-HOLIDAY
              ADD 1 TO WRK-DATE-INT
              COMPUTE WRK-NEXT-DATE =
                      FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
              MOVE 'N' TO WRK-HOLIDAY-SW
              MOVE 0 TO WRK-HOLIDAY-IX
              PERFORM UNTIL WRK-HOLIDAY-IX >= WRK-HOLIDAY-COUNT
                         OR DATE-IS-HOLIDAY
                 ADD 1 TO WRK-HOLIDAY-IX
                 IF WRK-HOLIDAY(WRK-HOLIDAY-IX) = WRK-NEXT-DATE
                    MOVE 'Y' TO WRK-HOLIDAY-SW
                    DISPLAY 'PROC-DATE: ' WRK-NEXT-DATE
                            ' IS A HOLIDAY - SKIPPED'
                 END-IF
              END-PERFORM
           END-PERFORM.
      ****************************************************************
       WRITE-OPEN-RECORD.
           MOVE SPACES TO PROCDATE-RECORD
           MOVE WRK-NEXT-DATE    TO PDC-PROC-DATE
           MOVE 'O'              TO PDC-STATUS
           MOVE WRK-NOW-TS       TO PDC-OPENED-TS
           MOVE WRK-OPERATOR     TO PDC-OPENED-BY
           MOVE WRK-CURRENT-DATE TO PDC-PRIOR-DATE
           OPEN OUTPUT PROCDATE-FILE
           IF WRK-PROCDATE-STATUS NOT = "00"
              DISPLAY 'PROC-DATE: UNABLE TO WRITE '
                      WRK-PROCDATE-PATH
                      ' STATUS ' WRK-PROCDATE-STATUS
                      ' - PROCESSING DATE NOT CHANGED'
              MOVE 'Y' TO WRK-TROUBLE-SW
           ELSE
              WRITE PROCDATE-RECORD
              CLOSE PROCDATE-FILE
              DISPLAY 'PROC-DATE: BUSINESS DAY ' WRK-NEXT-DATE
                      ' OPEN'
           END-IF.
      ****************************************************************
       RECORD-PROC-DATE-AUDIT.
           MOVE 'PROC-DATE' TO WRK-AUDIT-SOURCE
           MOVE 0 TO WRK-AUDIT-SQLCODE
           CALL "AUDITLOG" USING WRK-AUDIT-SOURCE WRK-AUDIT-SQLCODE
                                  WRK-AUDIT-MESSAGE.
