       01  WRK-LOCK-ACTION        PIC X(1).
       01  WRK-LOCK-PROGRAM       PIC X(12) VALUE 'RESTORE-TAB1'.
       01  WRK-LOCK-RESULT        PIC S9(9) VALUE 0.
      *    The move back is journaled as action 'R' - the value does
      *    not change, but the as-of reconstruction needs to know the
      *    row sat on TAB1_HIST until today.
       01  WRK-JRNL-ACTION        PIC X(1) VALUE 'R'.
       01  WRK-JRNL-OLD-COL-2     PIC 9(10)V9(5).
       01  WRK-JRNL-OLD-COL-5     PIC X(50).
       01  WRK-JRNL-NEW-COL-5     PIC X(50).
       01  WRK-JRNL-PROGRAM       PIC X(12) VALUE 'RESTORE-TAB1'.
       01  WRK-JRNL-RETURN        PIC S9(9).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
                       AND ARCHIVED_DATE = :WRK-ARCH-DATE
                 END-EXEC
                 IF SQLCODE = 0 THEN
                    MOVE SPACES TO WRK-JRNL-NEW-COL-5
                    MOVE COL-5-ARR(1:COL-5-LEN) TO WRK-JRNL-NEW-COL-5
                    MOVE WRK-JRNL-NEW-COL-5 TO WRK-JRNL-OLD-COL-5
                    MOVE COL-2 TO WRK-JRNL-OLD-COL-2
                    CALL "TAB1-JOURNAL" USING COL-1 WRK-JRNL-ACTION
                         WRK-JRNL-OLD-COL-2 COL-2
                         WRK-JRNL-OLD-COL-5 WRK-JRNL-NEW-COL-5
                         WRK-JRNL-PROGRAM WRK-FEED-ID
                         WRK-JRNL-RETURN
                    EXEC SQL
                       COMMIT WORK
                    END-EXEC
