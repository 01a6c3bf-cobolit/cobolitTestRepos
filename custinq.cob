       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUST-INQUIRY.
      ****************************************************************
      * CUST-INQUIRY - customer 360 inquiry screen for the phone
      * staff: one COL-1 keyed in, one screen answering the call,
      * instead of LOOKUP-TAB1 for the balance, ATTACH-TAB1 action L
      * for the documents and CHANGE-REPORT for the history. For the
      * key it shows
      *   - the TAB1 row, or the latest TAB1_HIST version with its
      *     ARCHIVED_DATE when the customer has been archived
      *   - the category description off TAB1_CATEGORY
      *   - the feed the row came from (FEED_ID, sending system and
      *     feed date off TAB1_FEEDCTL) and its LOAD_DATE; an
      *     archived row, which no longer carries its FEED_ID, is
      *     traced through its insert in TAB1_CHANGES
      *   - the TAB1_ADDR name and address, with the returned-mail
      *     flag when RETURNED-MAIL has marked it undeliverable
      *   - the document catalog, TAB1_DOCS plus any documents moved
      *     to TAB1_DOCS_HIST with the customer (first 50 held)
      *   - the last ten TAB1_CHANGES entries, newest first
      * The two lists page four lines at a time: +D / -D page the
      * documents, +H / -H the changes, K (or just Enter) asks for
      * the next key, X ends the session.
      *
      * The operator must hold INQUIRY in the role file (see
      * OPER-AUTH). Every key looked at - found or not - is written
      * to the access log (CUSTINQ_ACCESS_LOG, default
      * "custinq.log", layout in accslog.cpy) before anything is
      * shown; a log that cannot be written refuses the inquiry and
      * ends the session, since an unrecorded look is not allowed.
      *
      * When CONNECT-RETRY gives up, the session falls back to the
      * indexed mirror EXTRACT-TAB1 maintains (EXTRACT_MIRROR_FILE,
      * default "tab1.mirror"), as OFFLINE-LOOKUP and BATCH-INQUIRY
      * do. The mirror holds the row only, so the other sections say
      * so, and every screen is marked as mirror data with the date
      * the record was mirrored.
      *
      * Condition codes at termination (the scheduler keys off them):
      *   0 - session ended normally on the live database
      *   4 - session ran on the offline mirror
      *   8 - inquiry not granted, neither database nor mirror
      *       available, or the access log could not be written
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIRROR-FILE ASSIGN TO WRK-MIRROR-PATH
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MIR-COL-1
               FILE STATUS IS WRK-MIRROR-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO WRK-ACCESS-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCESS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIRROR-FILE.
           COPY "custmir.cpy".
       FD  ACCESS-LOG-FILE.
           COPY "accslog.cpy".

       WORKING-STORAGE SECTION.
           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
           COPY "custrec.cpy".
       01  WRK-TABLE-EXISTS      PIC 9(9) COMP.
       01  WRK-TBL-NAME          PIC X(16).
       01  IQ-LOAD-DATE          PIC X(10).
       01  IQ-CHANGE-DATE        PIC X(10).
       01  IQ-ARCH-DATE          PIC X(10).
       01  IQ-FEED-ID            PIC X(16).
       01  IQ-FEED-DATE          PIC X(8).
       01  IQ-SYSTEM-ID          PIC X(8).
       01  IQ-ADDR-NAME          PIC X(40).
       01  IQ-ADDR-STREET        PIC X(40).
       01  IQ-ADDR-CITY          PIC X(30).
       01  IQ-ADDR-POSTCODE      PIC X(10).
       01  IQ-ADDR-DATE          PIC X(10).
       01  IQ-UNDELIV-DATE       PIC X(8).
       01  IQ-UNDELIV-REASON     PIC X(4).
       01  IQ-CAT-DESC           PIC X(40).
       01  IQ-CAT-ACTIVE         PIC X(1).
       01  IQ-DOC-SEQ            PIC 9(9) COMP.
       01  IQ-DOC-NAME           PIC X(80).
       01  IQ-UPLOAD-DATE        PIC X(10).
       01  IQ-DOC-LEN            PIC 9(9) COMP.
       01  IQ-DOC-WHERE          PIC X(8).
       01  IQ-CHG-TS             PIC X(14).
       01  IQ-CHG-PROGRAM        PIC X(12).
       01  IQ-CHG-ACTION         PIC X(1).
       01  IQ-OLD-COL-2          PIC 9(10)V9(5).
       01  IQ-NEW-COL-2          PIC 9(10)V9(5).
       01  IQ-COL-5-CHANGED      PIC X(1).
           EXEC SQL END
              DECLARE SECTION
           END-EXEC

      **************** THE SQLCA FILE MUST BE IN THE DIRECTORY**
           EXEC SQL
                 INCLUDE SQLCA
           END-EXEC.
      ****************************************************************
       01  WRK-ENV-CODE          PIC X(8).
           COPY "dbretcd.cpy".
       01  WRK-MIRROR-PATH       PIC X(80).
       01  WRK-MIRROR-STATUS     PIC X(2).
       01  WRK-ACCESS-LOG-PATH   PIC X(80).
       01  WRK-ACCESS-LOG-STATUS PIC X(2).
       01  WRK-MODE-SW           PIC X VALUE 'D'.
           88 DATABASE-MODE          VALUE 'D'.
           88 MIRROR-MODE            VALUE 'M'.
       01  WRK-HIST-EXIST-SW     PIC X VALUE 'N'.
           88 HIST-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-ADDR-EXIST-SW     PIC X VALUE 'N'.
           88 ADDR-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-UNDELIV-COL-SW    PIC X VALUE 'N'.
           88 UNDELIV-COLUMNS-EXIST  VALUE 'Y'.
       01  WRK-CAT-EXIST-SW      PIC X VALUE 'N'.
           88 CATEGORY-TABLE-EXISTS  VALUE 'Y'.
       01  WRK-DOCS-EXIST-SW     PIC X VALUE 'N'.
           88 DOCS-TABLE-EXISTS      VALUE 'Y'.
       01  WRK-DOCS-HIST-SW      PIC X VALUE 'N'.
           88 DOCS-HIST-TABLE-EXISTS VALUE 'Y'.
       01  WRK-CHANGES-EXIST-SW  PIC X VALUE 'N'.
           88 CHANGES-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-FEEDCTL-EXIST-SW  PIC X VALUE 'N'.
           88 FEEDCTL-TABLE-EXISTS   VALUE 'Y'.
       01  WRK-LOOKUP-KEY        PIC X(20) VALUE SPACES.
           88 EXIT-REQUESTED         VALUE 'X', 'x'.
       01  WRK-COMMAND           PIC X(2) VALUE SPACES.
       01  WRK-SESSION-END-SW    PIC X VALUE 'N'.
           88 SESSION-ENDED          VALUE 'Y'.
       01  WRK-NEXT-KEY-SW       PIC X VALUE 'N'.
           88 NEXT-KEY-WANTED        VALUE 'Y'.
       01  WRK-ACCESS-FAIL-SW    PIC X VALUE 'N'.
           88 ACCESS-LOG-FAILED      VALUE 'Y'.
       01  WRK-LIST-EOF-SW       PIC X VALUE 'N'.
           88 NO-MORE-LIST-ROWS      VALUE 'Y'.
      *    Where the row came from: LIVE, ARCHIVED, MIRROR,
      *    NOT FOUND, NO MIRROR or SQL ERROR - the access log and the
      *    key line both carry it.
       01  WRK-SOURCE            PIC X(10).
       01  WRK-INQUIRY-COUNT     PIC 9(5) VALUE 0.
       01  WRK-MESSAGE           PIC X(79) VALUE SPACES.
       01  WRK-SQLCODE-ED        PIC -(8)9.
       01  WRK-CAT-TEXT          PIC X(40).
       01  WRK-COL-5-TEXT        PIC X(50).
       01  WRK-TODAY-8           PIC 9(8).
       01  WRK-TS-TIME           PIC X(8).
       01  WRK-AUTH-ACTION       PIC X(12) VALUE 'INQUIRY'.
       01  WRK-AUTH-PROGRAM      PIC X(12) VALUE 'CUST-INQUIRY'.
       01  WRK-AUTH-OPERATOR     PIC X(12).
       01  WRK-AUTH-RESULT       PIC S9(9) VALUE 0.
      *    Document catalog and recent changes for the key on the
      *    screen, paged WRK-PAGE-SIZE lines at a time.
       01  WRK-PAGE-SIZE         PIC 9(3) VALUE 4 COMP.
       01  WRK-DOC-MAX           PIC 9(3) VALUE 50 COMP.
       01  WRK-DOC-COUNT         PIC 9(3) VALUE 0 COMP.
       01  WRK-DOC-TOTAL         PIC 9(5) VALUE 0.
       01  WRK-DOC-FIRST         PIC 9(3) VALUE 1 COMP.
       01  WRK-DOC-TABLE.
           05 WRK-DOC-ENTRY OCCURS 50.
              10 WDC-SEQ         PIC 9(9).
              10 WDC-UPLOADED    PIC X(10).
              10 WDC-LEN         PIC 9(9).
              10 WDC-NAME        PIC X(80).
              10 WDC-WHERE       PIC X(8).
       01  WRK-CHG-MAX           PIC 9(3) VALUE 10 COMP.
       01  WRK-CHG-COUNT         PIC 9(3) VALUE 0 COMP.
       01  WRK-CHG-FIRST         PIC 9(3) VALUE 1 COMP.
       01  WRK-CHG-TABLE.
           05 WRK-CHG-ENTRY OCCURS 10.
              10 WCH-TS          PIC X(14).
              10 WCH-PROGRAM     PIC X(12).
              10 WCH-ACTION      PIC X(1).
              10 WCH-OLD-COL-2   PIC 9(10)V9(5).
              10 WCH-NEW-COL-2   PIC 9(10)V9(5).
              10 WCH-COL-5-SW    PIC X(1).
       01  WRK-ROW-IX            PIC 9(3) VALUE 0 COMP.
       01  WRK-LAST-IX           PIC 9(3) VALUE 0 COMP.
       01  WRK-SCR-IX            PIC 9(2) VALUE 0 COMP.
      *    The screen is built as 23 lines and painted whole, so a
      *    short line never leaves the previous key's text behind;
      *    line 24 is the prompt.
       01  WRK-SCREEN.
           05 WRK-SCR-LINE OCCURS 23 PIC X(79).
       01  WRK-PROMPT-LINE       PIC X(79).

       01  SCR-TITLE-LINE.
           05 FILLER             PIC X(22)
              VALUE 'CUSTOMER 360 INQUIRY'.
           05 ST-MODE            PIC X(36).
           05 FILLER             PIC X(9)  VALUE 'OPERATOR '.
           05 ST-OPERATOR        PIC X(12).
       01  SCR-KEY-LINE.
           05 FILLER             PIC X(9)  VALUE 'KEY'.
           05 SK-COL-1           PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SK-STATUS          PIC X(48).
       01  SCR-BALANCE-LINE.
           05 FILLER             PIC X(9)  VALUE 'BALANCE'.
           05 SB-COL-2           PIC Z(9)9.99999.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'CATEGORY'.
           05 SB-COL-3           PIC Z(5)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SB-CAT-DESC        PIC X(34).
       01  SCR-COL5-LINE.
           05 FILLER             PIC X(9)  VALUE 'COL-5'.
           05 S5-COL-5           PIC X(50).
       01  SCR-ORIGIN-LINE.
           05 FILLER             PIC X(9)  VALUE 'FEED'.
           05 SO-FEED-ID         PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(7)  VALUE 'SYSTEM'.
           05 SO-SYSTEM-ID       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'FEED DATE'.
           05 SO-FEED-DATE       PIC X(8).
       01  SCR-DATES-LINE.
           05 FILLER             PIC X(9)  VALUE 'LOADED'.
           05 SD-LOAD-DATE       PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(13) VALUE 'LAST CHANGED'.
           05 SD-CHANGE-DATE     PIC X(10).
       01  SCR-NAME-LINE.
           05 FILLER             PIC X(9)  VALUE 'NAME'.
           05 SN-NAME            PIC X(40).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SN-NOTE            PIC X(28).
       01  SCR-STREET-LINE.
           05 FILLER             PIC X(9)  VALUE 'ADDRESS'.
           05 SS-STREET          PIC X(40).
       01  SCR-CITY-LINE.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 SC-CITY            PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SC-POSTCODE        PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SC-FLAG            PIC X(28).
       01  SCR-LIST-BANNER.
           05 SLB-TITLE          PIC X(24).
           05 SLB-FROM           PIC Z(4)9.
           05 FILLER             PIC X(4)  VALUE ' TO '.
           05 SLB-TO             PIC Z(4)9.
           05 FILLER             PIC X(4)  VALUE ' OF '.
           05 SLB-TOTAL          PIC Z(4)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 SLB-NOTE           PIC X(29).
       01  SCR-DOC-HEADER.
           05 FILLER             PIC X(11) VALUE '      SEQ'.
           05 FILLER             PIC X(12) VALUE 'UPLOADED'.
           05 FILLER             PIC X(11) VALUE '    BYTES'.
           05 FILLER             PIC X(37) VALUE 'DOCUMENT NAME'.
       01  SCR-DOC-LINE.
           05 SDL-SEQ            PIC Z(8)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SDL-UPLOADED       PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SDL-LEN            PIC Z(8)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SDL-NAME           PIC X(36).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SDL-WHERE          PIC X(8).
       01  SCR-CHG-HEADER.
           05 FILLER             PIC X(21) VALUE 'WHEN'.
           05 FILLER             PIC X(14) VALUE 'PROGRAM'.
           05 FILLER             PIC X(4)  VALUE 'ACT'.
           05 FILLER             PIC X(17) VALUE '       OLD COL-2'.
           05 FILLER             PIC X(17) VALUE '       NEW COL-2'.
       01  SCR-CHG-LINE.
           05 SCL-TS             PIC X(19).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SCL-PROGRAM        PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SCL-ACTION         PIC X(1).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 SCL-OLD-COL-2      PIC Z(9)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SCL-NEW-COL-2      PIC Z(9)9.99999.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SCL-COL-5          PIC X(5).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC SQL DECLARE
              DOCBOTH CURSOR FOR
                 SELECT DOC_SEQ, COALESCE(DOC_NAME, ' '),
                        COALESCE(TO_CHAR(UPLOAD_DATE, 'YYYY-MM-DD'),
                                 ' '),
                        COALESCE(DOC_LEN, 0), ' '
                   FROM TAB1_DOCS
                  WHERE COL_1 = :COL-1
                 UNION ALL
                 SELECT DOC_SEQ, COALESCE(DOC_NAME, ' '),
                        COALESCE(TO_CHAR(UPLOAD_DATE, 'YYYY-MM-DD'),
                                 ' '),
                        COALESCE(DOC_LEN, 0), 'ARCHIVED'
                   FROM TAB1_DOCS_HIST
                  WHERE COL_1 = :COL-1
                  ORDER BY 5, 1
           END-EXEC
           EXEC SQL DECLARE
              DOCLIVE CURSOR FOR
                 SELECT DOC_SEQ, COALESCE(DOC_NAME, ' '),
                        COALESCE(TO_CHAR(UPLOAD_DATE, 'YYYY-MM-DD'),
                                 ' '),
                        COALESCE(DOC_LEN, 0), ' '
                   FROM TAB1_DOCS
                  WHERE COL_1 = :COL-1
                  ORDER BY DOC_SEQ
           END-EXEC
           EXEC SQL DECLARE
              CHGLAST CURSOR FOR
                 SELECT CHG_TS, COALESCE(CHG_PROGRAM, ' '),
                        COALESCE(CHG_ACTION, ' '),
                        COALESCE(OLD_COL_2, 0), COALESCE(NEW_COL_2, 0),
                        CASE WHEN COALESCE(OLD_COL_5, ' ')
                                  <> COALESCE(NEW_COL_5, ' ')
                             THEN 'Y' ELSE 'N' END
                   FROM TAB1_CHANGES
                  WHERE COL_1 = :COL-1
                  ORDER BY CHG_TS DESC
                  LIMIT 10
           END-EXEC
           MOVE 0 TO SQLCODE
           MOVE 0 TO DB-RETURN-CODE
           PERFORM READ-PARAMETERS
           CALL "OPER-AUTH" USING WRK-AUTH-ACTION WRK-AUTH-PROGRAM
                                   WRK-AUTH-OPERATOR WRK-AUTH-RESULT
           IF WRK-AUTH-RESULT NOT = 0
              DISPLAY 'CUST-INQUIRY: INQUIRY NOT GRANTED TO '
                      WRK-AUTH-OPERATOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONNECT-DB
           IF DB-RETURN-CODE = 0
              MOVE 'D' TO WRK-MODE-SW
              PERFORM CHECK-SUPPORTING-TABLES
           ELSE
      *       The call still gets answered during an outage - from
      *       the mirror, and every screen says so.
              DISPLAY 'CUST-INQUIRY: DATABASE UNAVAILABLE - '
                      'FALLING BACK TO THE OFFLINE MIRROR'
              MOVE 'M' TO WRK-MODE-SW
              OPEN INPUT MIRROR-FILE
              IF WRK-MIRROR-STATUS NOT = "00"
                 DISPLAY 'CUST-INQUIRY: UNABLE TO OPEN '
                         WRK-MIRROR-PATH
                         ' STATUS ' WRK-MIRROR-STATUS
                         ' - NOTHING TO ANSWER FROM'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM UNTIL SESSION-ENDED
              PERFORM PROMPT-FOR-KEY
              IF EXIT-REQUESTED
                 MOVE 'Y' TO WRK-SESSION-END-SW
              ELSE
                 IF WRK-LOOKUP-KEY NOT = SPACES
                    PERFORM INQUIRE-ONE-KEY
                 END-IF
              END-IF
           END-PERFORM
           IF MIRROR-MODE
              CLOSE MIRROR-FILE
           ELSE
              EXEC SQL
                 DISCONNECT ALL
              END-EXEC
           END-IF
           DISPLAY 'CUST-INQUIRY: ' WRK-INQUIRY-COUNT
                   ' INQUIRY(S) BY ' WRK-AUTH-OPERATOR
           EVALUATE TRUE
              WHEN ACCESS-LOG-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN MIRROR-MODE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      ****************************************************************
       CONNECT-DB.
           MOVE SPACES TO WRK-ENV-CODE
           ACCEPT WRK-ENV-CODE FROM ENVIRONMENT "DBCONN_ENV"
           CALL "CONNECT-RETRY" USING WRK-ENV-CODE DB-RETURN-CODE
           IF DB-RETURN-CODE = 0
              DISPLAY 'CUST-INQUIRY: CONNECTED - ENVIRONMENT '
                      WRK-ENV-CODE
           END-IF.
      ****************************************************************
       READ-PARAMETERS.
           MOVE SPACES TO WRK-MIRROR-PATH
           ACCEPT WRK-MIRROR-PATH
                  FROM ENVIRONMENT "EXTRACT_MIRROR_FILE"
           IF WRK-MIRROR-PATH = SPACES
              MOVE "tab1.mirror" TO WRK-MIRROR-PATH
           END-IF
           MOVE SPACES TO WRK-ACCESS-LOG-PATH
           ACCEPT WRK-ACCESS-LOG-PATH
                  FROM ENVIRONMENT "CUSTINQ_ACCESS_LOG"
           IF WRK-ACCESS-LOG-PATH = SPACES
              MOVE "custinq.log" TO WRK-ACCESS-LOG-PATH
           END-IF.
      ****************************************************************
       CHECK-SUPPORTING-TABLES.
      *    Each companion table appears the first time its own
      *    program runs; a section whose table is absent just shows
      *    nothing on file.
           MOVE 'tab1_hist' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-HIST-EXIST-SW
           END-IF
           MOVE 'tab1_addr' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-ADDR-EXIST-SW
           END-IF
           MOVE 'tab1_category' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-CAT-EXIST-SW
           END-IF
           MOVE 'tab1_docs' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-DOCS-EXIST-SW
           END-IF
           MOVE 'tab1_docs_hist' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-DOCS-HIST-SW
           END-IF
           MOVE 'tab1_changes' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-CHANGES-EXIST-SW
           END-IF
           MOVE 'tab1_feedctl' TO WRK-TBL-NAME
           PERFORM CHECK-ONE-TABLE
           IF WRK-TABLE-EXISTS > 0
              MOVE 'Y' TO WRK-FEEDCTL-EXIST-SW
           END-IF
      *    The UNDELIV_ columns appear once RETURNED-MAIL has run.
           IF ADDR-TABLE-EXISTS
              MOVE 0 TO WRK-TABLE-EXISTS
              EXEC SQL
                   SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                     FROM INFORMATION_SCHEMA.COLUMNS
                    WHERE TABLE_NAME = 'tab1_addr'
                      AND COLUMN_NAME = 'undeliv_date'
              END-EXEC
              IF SQLCODE = 0 AND WRK-TABLE-EXISTS > 0
                 MOVE 'Y' TO WRK-UNDELIV-COL-SW
              END-IF
           END-IF.
      ****************************************************************
       CHECK-ONE-TABLE.
           MOVE 0 TO WRK-TABLE-EXISTS
           EXEC SQL
                SELECT COUNT(*) INTO :WRK-TABLE-EXISTS
                  FROM INFORMATION_SCHEMA.TABLES
                 WHERE TABLE_NAME = :WRK-TBL-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CUST-INQUIRY: COULD NOT CHECK FOR ' WRK-TBL-NAME
              DISPLAY 'SQLCODE = ' SQLCODE '->' SQLERRMC
              MOVE 0 TO WRK-TABLE-EXISTS
           END-IF.
      ****************************************************************
       PROMPT-FOR-KEY.
           PERFORM CLEAR-SCREEN-LINES
           MOVE WRK-MESSAGE TO WRK-SCR-LINE(23)
           PERFORM PAINT-SCREEN
           MOVE 'ENTER KEY (COL-1), X TO EXIT:' TO WRK-PROMPT-LINE
           DISPLAY WRK-PROMPT-LINE
                                            LINE 24 COL 1
           MOVE SPACES TO WRK-LOOKUP-KEY
           ACCEPT WRK-LOOKUP-KEY
                                            LINE 24 COL 31
           MOVE SPACES TO WRK-MESSAGE.
      ****************************************************************
       INQUIRE-ONE-KEY.
      *    Nothing reaches the screen until the access log has the
      *    look recorded.
           ADD 1 TO WRK-INQUIRY-COUNT
           PERFORM GATHER-CUSTOMER
           PERFORM WRITE-ACCESS-LOG
           IF ACCESS-LOG-FAILED
              MOVE 'Y' TO WRK-SESSION-END-SW
           ELSE
              MOVE 1 TO WRK-DOC-FIRST
              MOVE 1 TO WRK-CHG-FIRST
              MOVE 'N' TO WRK-NEXT-KEY-SW
              PERFORM UNTIL NEXT-KEY-WANTED OR SESSION-ENDED
                 PERFORM SHOW-CUSTOMER-SCREEN
                 PERFORM ACCEPT-PAGING-COMMAND
              END-PERFORM
           END-IF.
      ****************************************************************
       GATHER-CUSTOMER.
           MOVE WRK-LOOKUP-KEY TO COL-1
           MOVE 0      TO COL-2 COL-3
           MOVE SPACES TO WRK-COL-5-TEXT
           MOVE SPACES TO IQ-LOAD-DATE IQ-CHANGE-DATE IQ-ARCH-DATE
                          IQ-FEED-ID IQ-FEED-DATE IQ-SYSTEM-ID
                          IQ-CAT-DESC
           MOVE SPACES TO SN-NAME SN-NOTE SS-STREET SC-CITY
                          SC-POSTCODE SC-FLAG
           MOVE 0 TO WRK-DOC-COUNT
           MOVE 0 TO WRK-DOC-TOTAL
           MOVE 0 TO WRK-CHG-COUNT
           IF MIRROR-MODE
              PERFORM LOAD-MIRROR-ROW
           ELSE
              PERFORM LOAD-LIVE-ROW
              IF WRK-SOURCE = 'LIVE' OR WRK-SOURCE = 'ARCHIVED'
                 PERFORM LOAD-CATEGORY-DESC
                 PERFORM LOAD-FEED-ORIGIN
              END-IF
      *       Address, documents and journal are shown even for a key
      *       with no row - a deleted customer's last change is often
      *       exactly what the caller is asking about.
              PERFORM LOAD-ADDRESS
              PERFORM LOAD-DOCUMENTS
              PERFORM LOAD-RECENT-CHANGES
           END-IF.
      ****************************************************************
       LOAD-LIVE-ROW.
           EXEC SQL
              SELECT COL_2, COL_3, COL_5,
                     COALESCE(TO_CHAR(LOAD_DATE, 'YYYY-MM-DD'), ' '),
                     COALESCE(TO_CHAR(CHANGE_DATE, 'YYYY-MM-DD'), ' '),
                     COALESCE(FEED_ID, ' ')
                INTO :COL-2, :COL-3, :COL-5,
                     :IQ-LOAD-DATE, :IQ-CHANGE-DATE, :IQ-FEED-ID
                FROM TAB1
               WHERE COL_1 = :COL-1
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'LIVE' TO WRK-SOURCE
                 IF COL-5-LEN > 0
                    MOVE COL-5-ARR(1:COL-5-LEN) TO WRK-COL-5-TEXT
                 END-IF
              WHEN SQLCODE = 100 AND HIST-TABLE-EXISTS
                 PERFORM LOAD-ARCHIVED-ROW
              WHEN SQLCODE = 100
                 MOVE 'NOT FOUND' TO WRK-SOURCE
              WHEN OTHER
                 PERFORM REPORT-INQUIRY-TROUBLE
           END-EVALUATE.
      ****************************************************************
       LOAD-ARCHIVED-ROW.
      *    A customer archived, restored and archived again has more
      *    than one history row - show the latest version.
           EXEC SQL
              SELECT COL_2, COL_3, COL_5,
                     COALESCE(TO_CHAR(LOAD_DATE, 'YYYY-MM-DD'), ' '),
                     COALESCE(TO_CHAR(ARCHIVED_DATE, 'YYYY-MM-DD'),
                              ' ')
                INTO :COL-2, :COL-3, :COL-5,
                     :IQ-LOAD-DATE, :IQ-ARCH-DATE
                FROM TAB1_HIST
               WHERE COL_1 = :COL-1
               ORDER BY ARCHIVED_DATE DESC LIMIT 1
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'ARCHIVED' TO WRK-SOURCE
                 IF COL-5-LEN > 0
                    MOVE COL-5-ARR(1:COL-5-LEN) TO WRK-COL-5-TEXT
                 END-IF
              WHEN SQLCODE = 100
                 MOVE 'NOT FOUND' TO WRK-SOURCE
              WHEN OTHER
                 PERFORM REPORT-INQUIRY-TROUBLE
           END-EVALUATE.
      ****************************************************************
       REPORT-INQUIRY-TROUBLE.
      *    Only "no row" may say NOT FOUND - a failed lookup must not
      *    tell a caller their account does not exist.
           MOVE 'SQL ERROR' TO WRK-SOURCE
           MOVE SQLCODE TO WRK-SQLCODE-ED
           MOVE SPACES TO WRK-MESSAGE
           STRING 'LOOKUP FAILED, SQLCODE ' WRK-SQLCODE-ED ' - '
                  SQLERRMC
              DELIMITED BY SIZE INTO WRK-MESSAGE.
      ****************************************************************
       LOAD-MIRROR-ROW.
           MOVE WRK-LOOKUP-KEY TO MIR-COL-1
           READ MIRROR-FILE
           IF WRK-MIRROR-STATUS = "00"
              MOVE 'MIRROR' TO WRK-SOURCE
              MOVE MIR-COL-2 TO COL-2
              MOVE MIR-COL-3 TO COL-3
              IF MIR-COL-5-LEN > 0
                 MOVE MIR-COL-5-TEXT(1:MIR-COL-5-LEN)
                   TO WRK-COL-5-TEXT
              END-IF
           ELSE
              MOVE 'NO MIRROR' TO WRK-SOURCE
              IF WRK-MIRROR-STATUS NOT = "23"
                 MOVE SPACES TO WRK-MESSAGE
                 STRING 'MIRROR READ ERROR, STATUS ' WRK-MIRROR-STATUS
                    DELIMITED BY SIZE INTO WRK-MESSAGE
              END-IF
           END-IF.
      ****************************************************************
       LOAD-CATEGORY-DESC.
           IF CATEGORY-TABLE-EXISTS
              EXEC SQL
                 SELECT CAT_DESC, ACTIVE
                   INTO :IQ-CAT-DESC, :IQ-CAT-ACTIVE
                   FROM TAB1_CATEGORY
                  WHERE COL_3 = :COL-3
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 0 AND IQ-CAT-ACTIVE = 'N'
                    MOVE IQ-CAT-DESC TO WRK-CAT-TEXT
                    MOVE SPACES TO IQ-CAT-DESC
                    STRING WRK-CAT-TEXT DELIMITED BY '  '
                           ' (INACTIVE)' DELIMITED BY SIZE
                       INTO IQ-CAT-DESC
                 WHEN SQLCODE = 0
                    CONTINUE
                 WHEN SQLCODE = 100
                    MOVE '*UNKNOWN CATEGORY*' TO IQ-CAT-DESC
                 WHEN OTHER
                    MOVE '*CATEGORY NOT READ*' TO IQ-CAT-DESC
              END-EVALUATE
           END-IF.
      ****************************************************************
       LOAD-FEED-ORIGIN.
      *    TAB1_HIST keeps no FEED_ID, so an archived row - or a live
      *    one stamped before FEED_ID existed - is traced through the
      *    journal's insert for the key.
           IF IQ-FEED-ID = SPACES AND CHANGES-TABLE-EXISTS
              EXEC SQL
                 SELECT COALESCE(FEED_ID, ' ')
                   INTO :IQ-FEED-ID
                   FROM TAB1_CHANGES
                  WHERE COL_1 = :COL-1
                    AND CHG_ACTION = 'I'
                    AND COALESCE(TRIM(FEED_ID), '') <> ''
                  ORDER BY CHG_TS DESC LIMIT 1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO IQ-FEED-ID
              END-IF
           END-IF
           IF IQ-FEED-ID NOT = SPACES
              MOVE IQ-FEED-ID(1:8) TO IQ-SYSTEM-ID
              MOVE 'UNKNOWN' TO IQ-FEED-DATE
              IF FEEDCTL-TABLE-EXISTS
                 EXEC SQL
                    SELECT COALESCE(FEED_DATE, ' '),
                           COALESCE(SYSTEM_ID, ' ')
                      INTO :IQ-FEED-DATE, :IQ-SYSTEM-ID
                      FROM TAB1_FEEDCTL
                     WHERE FEED_ID = :IQ-FEED-ID
                     ORDER BY START_TS DESC LIMIT 1
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE IQ-FEED-ID(1:8) TO IQ-SYSTEM-ID
                    MOVE 'UNKNOWN' TO IQ-FEED-DATE
                 END-IF
              END-IF
           END-IF.
      ****************************************************************
       LOAD-ADDRESS.
           IF NOT ADDR-TABLE-EXISTS
              MOVE 'NO ADDRESS ON FILE' TO SN-NAME
           ELSE
              MOVE SPACES TO IQ-UNDELIV-DATE IQ-UNDELIV-REASON
              IF UNDELIV-COLUMNS-EXIST
                 EXEC SQL
                    SELECT COALESCE(ADDR_NAME, ' '),
                           COALESCE(ADDR_STREET, ' '),
                           COALESCE(ADDR_CITY, ' '),
                           COALESCE(ADDR_POSTCODE, ' '),
                           COALESCE(TO_CHAR(CHANGE_DATE, 'YYYY-MM-DD'),
                                    ' '),
                           COALESCE(UNDELIV_DATE, ' '),
                           COALESCE(UNDELIV_REASON, ' ')
                      INTO :IQ-ADDR-NAME, :IQ-ADDR-STREET,
                           :IQ-ADDR-CITY, :IQ-ADDR-POSTCODE,
                           :IQ-ADDR-DATE, :IQ-UNDELIV-DATE,
                           :IQ-UNDELIV-REASON
                      FROM TAB1_ADDR
                     WHERE COL_1 = :COL-1
                     ORDER BY CHANGE_DATE DESC LIMIT 1
                 END-EXEC
              ELSE
                 EXEC SQL
                    SELECT COALESCE(ADDR_NAME, ' '),
                           COALESCE(ADDR_STREET, ' '),
                           COALESCE(ADDR_CITY, ' '),
                           COALESCE(ADDR_POSTCODE, ' '),
                           COALESCE(TO_CHAR(CHANGE_DATE, 'YYYY-MM-DD'),
                                    ' ')
                      INTO :IQ-ADDR-NAME, :IQ-ADDR-STREET,
                           :IQ-ADDR-CITY, :IQ-ADDR-POSTCODE,
                           :IQ-ADDR-DATE
                      FROM TAB1_ADDR
                     WHERE COL_1 = :COL-1
                     ORDER BY CHANGE_DATE DESC LIMIT 1
                 END-EXEC
              END-IF
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE IQ-ADDR-NAME     TO SN-NAME
                    MOVE IQ-ADDR-STREET   TO SS-STREET
                    MOVE IQ-ADDR-CITY     TO SC-CITY
                    MOVE IQ-ADDR-POSTCODE TO SC-POSTCODE
                    STRING 'ADDRESS OF ' IQ-ADDR-DATE
                       DELIMITED BY SIZE INTO SN-NOTE
                    IF IQ-UNDELIV-DATE NOT = SPACES
                       STRING 'RETURNED MAIL ' IQ-UNDELIV-DATE ' '
                              IQ-UNDELIV-REASON
                          DELIMITED BY SIZE INTO SC-FLAG
                    END-IF
                 WHEN 100
                    MOVE 'NO ADDRESS ON FILE' TO SN-NAME
                 WHEN OTHER
                    MOVE 'ADDRESS COULD NOT BE READ' TO SN-NAME
              END-EVALUATE
           END-IF.
      ****************************************************************
       LOAD-DOCUMENTS.
      *    Documents that went to TAB1_DOCS_HIST with an archived
      *    customer are listed after the live ones, tagged ARCHIVED.
      *    Every row is counted; the first WRK-DOC-MAX are held.
           IF DOCS-TABLE-EXISTS
              MOVE 'N' TO WRK-LIST-EOF-SW
              IF DOCS-HIST-TABLE-EXISTS
                 EXEC SQL
                    OPEN DOCBOTH
                 END-EXEC
              ELSE
                 EXEC SQL
                    OPEN DOCLIVE
                 END-EXEC
              END-IF
              PERFORM UNTIL NO-MORE-LIST-ROWS
                 IF DOCS-HIST-TABLE-EXISTS
                    EXEC SQL
                       FETCH NEXT DOCBOTH INTO
                          :IQ-DOC-SEQ, :IQ-DOC-NAME, :IQ-UPLOAD-DATE,
                          :IQ-DOC-LEN, :IQ-DOC-WHERE
                    END-EXEC
                 ELSE
                    EXEC SQL
                       FETCH NEXT DOCLIVE INTO
                          :IQ-DOC-SEQ, :IQ-DOC-NAME, :IQ-UPLOAD-DATE,
                          :IQ-DOC-LEN, :IQ-DOC-WHERE
                    END-EXEC
                 END-IF
                 EVALUATE TRUE
                    WHEN SQLCODE = 100
                       MOVE 'Y' TO WRK-LIST-EOF-SW
                    WHEN SQLCODE NOT = 0
                       MOVE 'Y' TO WRK-LIST-EOF-SW
                       MOVE SQLCODE TO WRK-SQLCODE-ED
                       MOVE SPACES TO WRK-MESSAGE
                       STRING 'DOCUMENT LIST INCOMPLETE, SQLCODE '
                              WRK-SQLCODE-ED
                          DELIMITED BY SIZE INTO WRK-MESSAGE
                    WHEN OTHER
                       ADD 1 TO WRK-DOC-TOTAL
                       IF WRK-DOC-COUNT < WRK-DOC-MAX
                          ADD 1 TO WRK-DOC-COUNT
                          MOVE IQ-DOC-SEQ
                            TO WDC-SEQ(WRK-DOC-COUNT)
                          MOVE IQ-UPLOAD-DATE
                            TO WDC-UPLOADED(WRK-DOC-COUNT)
                          MOVE IQ-DOC-LEN
                            TO WDC-LEN(WRK-DOC-COUNT)
                          MOVE IQ-DOC-NAME
                            TO WDC-NAME(WRK-DOC-COUNT)
                          MOVE IQ-DOC-WHERE
                            TO WDC-WHERE(WRK-DOC-COUNT)
                       END-IF
                 END-EVALUATE
              END-PERFORM
              IF DOCS-HIST-TABLE-EXISTS
                 EXEC SQL
                    CLOSE DOCBOTH
                 END-EXEC
              ELSE
                 EXEC SQL
                    CLOSE DOCLIVE
                 END-EXEC
              END-IF
           END-IF.
      ****************************************************************
       LOAD-RECENT-CHANGES.
           IF CHANGES-TABLE-EXISTS
              MOVE 'N' TO WRK-LIST-EOF-SW
              EXEC SQL
                 OPEN CHGLAST
              END-EXEC
              PERFORM UNTIL NO-MORE-LIST-ROWS
                 EXEC SQL
                    FETCH NEXT CHGLAST INTO
                       :IQ-CHG-TS, :IQ-CHG-PROGRAM, :IQ-CHG-ACTION,
                       :IQ-OLD-COL-2, :IQ-NEW-COL-2, :IQ-COL-5-CHANGED
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = 100
                       MOVE 'Y' TO WRK-LIST-EOF-SW
                    WHEN SQLCODE NOT = 0
                       MOVE 'Y' TO WRK-LIST-EOF-SW
                       MOVE SQLCODE TO WRK-SQLCODE-ED
                       MOVE SPACES TO WRK-MESSAGE
                       STRING 'CHANGE HISTORY INCOMPLETE, SQLCODE '
                              WRK-SQLCODE-ED
                          DELIMITED BY SIZE INTO WRK-MESSAGE
                    WHEN WRK-CHG-COUNT >= WRK-CHG-MAX
                       MOVE 'Y' TO WRK-LIST-EOF-SW
                    WHEN OTHER
                       ADD 1 TO WRK-CHG-COUNT
                       MOVE IQ-CHG-TS
                         TO WCH-TS(WRK-CHG-COUNT)
                       MOVE IQ-CHG-PROGRAM
                         TO WCH-PROGRAM(WRK-CHG-COUNT)
                       MOVE IQ-CHG-ACTION
                         TO WCH-ACTION(WRK-CHG-COUNT)
                       MOVE IQ-OLD-COL-2
                         TO WCH-OLD-COL-2(WRK-CHG-COUNT)
                       MOVE IQ-NEW-COL-2
                         TO WCH-NEW-COL-2(WRK-CHG-COUNT)
                       MOVE IQ-COL-5-CHANGED
                         TO WCH-COL-5-SW(WRK-CHG-COUNT)
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE CHGLAST
              END-EXEC
           END-IF.
      ****************************************************************
       WRITE-ACCESS-LOG.
      *    Opened, written and closed per inquiry, so the line is on
      *    disk before the screen shows anything.
           ACCEPT WRK-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WRK-TS-TIME FROM TIME
           OPEN EXTEND ACCESS-LOG-FILE
           IF WRK-ACCESS-LOG-STATUS = "05" OR "35"
              OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           IF WRK-ACCESS-LOG-STATUS NOT = "00"
              MOVE 'Y' TO WRK-ACCESS-FAIL-SW
              DISPLAY 'CUST-INQUIRY: UNABLE TO OPEN '
                      WRK-ACCESS-LOG-PATH
                      ' STATUS ' WRK-ACCESS-LOG-STATUS
                      ' - INQUIRY REFUSED, SESSION ENDED'
           ELSE
              MOVE SPACES TO ACCESS-LOG-RECORD
              MOVE WRK-TODAY-8         TO AX-TIMESTAMP(1:8)
              MOVE WRK-TS-TIME(1:6)    TO AX-TIMESTAMP(9:6)
              MOVE WRK-AUTH-OPERATOR   TO AX-OPERATOR
              MOVE WRK-AUTH-PROGRAM    TO AX-PROGRAM
              MOVE WRK-LOOKUP-KEY      TO AX-COL-1
              MOVE WRK-SOURCE          TO AX-SOURCE
              WRITE ACCESS-LOG-RECORD
              IF WRK-ACCESS-LOG-STATUS NOT = "00"
                 MOVE 'Y' TO WRK-ACCESS-FAIL-SW
                 DISPLAY 'CUST-INQUIRY: WRITE TO '
                         WRK-ACCESS-LOG-PATH
                         ' FAILED STATUS ' WRK-ACCESS-LOG-STATUS
                         ' - INQUIRY REFUSED, SESSION ENDED'
              END-IF
              CLOSE ACCESS-LOG-FILE
           END-IF.
      ****************************************************************
       SHOW-CUSTOMER-SCREEN.
           PERFORM CLEAR-SCREEN-LINES
           PERFORM BUILD-ROW-LINES
           PERFORM BUILD-ADDRESS-LINES
           PERFORM BUILD-DOCUMENT-LINES
           PERFORM BUILD-CHANGE-LINES
           MOVE WRK-MESSAGE TO WRK-SCR-LINE(23)
           PERFORM PAINT-SCREEN.
      ****************************************************************
       CLEAR-SCREEN-LINES.
           MOVE SPACES TO WRK-SCREEN
           IF MIRROR-MODE
              MOVE '*** OFFLINE MIRROR - NOT LIVE ***' TO ST-MODE
           ELSE
              MOVE SPACES TO ST-MODE
           END-IF
           MOVE WRK-AUTH-OPERATOR TO ST-OPERATOR
           MOVE SCR-TITLE-LINE TO WRK-SCR-LINE(1).
      ****************************************************************
       BUILD-ROW-LINES.
           MOVE COL-1 TO SK-COL-1
           MOVE SPACES TO SK-STATUS
           EVALUATE WRK-SOURCE
              WHEN 'LIVE'
                 MOVE 'LIVE ON TAB1' TO SK-STATUS
              WHEN 'ARCHIVED'
                 STRING 'ARCHIVED ' IQ-ARCH-DATE ' - FROM TAB1_HIST'
                    DELIMITED BY SIZE INTO SK-STATUS
              WHEN 'MIRROR'
                 STRING '*** MIRROR DATA AS OF ' MIR-BUILD-DATE
                        ' - NOT LIVE ***'
                    DELIMITED BY SIZE INTO SK-STATUS
              WHEN 'NOT FOUND'
                 MOVE 'NOT ON TAB1 OR TAB1_HIST' TO SK-STATUS
              WHEN 'NO MIRROR'
                 MOVE 'NOT ON THE OFFLINE MIRROR' TO SK-STATUS
              WHEN OTHER
                 MOVE 'LOOKUP FAILED - SEE MESSAGE BELOW' TO SK-STATUS
           END-EVALUATE
           MOVE SCR-KEY-LINE TO WRK-SCR-LINE(2)
           IF WRK-SOURCE = 'LIVE' OR WRK-SOURCE = 'ARCHIVED'
              OR WRK-SOURCE = 'MIRROR'
              MOVE COL-2 TO SB-COL-2
              MOVE COL-3 TO SB-COL-3
              IF MIRROR-MODE
                 MOVE 'DESCRIPTION NOT ON THE MIRROR' TO SB-CAT-DESC
              ELSE
                 MOVE IQ-CAT-DESC TO SB-CAT-DESC
              END-IF
              MOVE SCR-BALANCE-LINE TO WRK-SCR-LINE(3)
              MOVE WRK-COL-5-TEXT TO S5-COL-5
              MOVE SCR-COL5-LINE TO WRK-SCR-LINE(4)
           END-IF
           EVALUATE TRUE
              WHEN MIRROR-MODE
                 MOVE 'FEED     NOT HELD ON THE OFFLINE MIRROR'
                   TO WRK-SCR-LINE(5)
              WHEN WRK-SOURCE NOT = 'LIVE' AND
                   WRK-SOURCE NOT = 'ARCHIVED'
                 CONTINUE
              WHEN OTHER
                 IF IQ-FEED-ID = SPACES
                    MOVE 'NOT FEED-LOADED' TO SO-FEED-ID
                 ELSE
                    MOVE IQ-FEED-ID TO SO-FEED-ID
                 END-IF
                 MOVE IQ-SYSTEM-ID   TO SO-SYSTEM-ID
                 MOVE IQ-FEED-DATE   TO SO-FEED-DATE
                 MOVE SCR-ORIGIN-LINE TO WRK-SCR-LINE(5)
                 MOVE IQ-LOAD-DATE   TO SD-LOAD-DATE
                 MOVE IQ-CHANGE-DATE TO SD-CHANGE-DATE
                 MOVE SCR-DATES-LINE TO WRK-SCR-LINE(6)
           END-EVALUATE.
      ****************************************************************
       BUILD-ADDRESS-LINES.
           IF MIRROR-MODE
              MOVE 'NAME     NOT HELD ON THE OFFLINE MIRROR'
                TO WRK-SCR-LINE(7)
           ELSE
              MOVE SCR-NAME-LINE   TO WRK-SCR-LINE(7)
              MOVE SCR-STREET-LINE TO WRK-SCR-LINE(8)
              MOVE SCR-CITY-LINE   TO WRK-SCR-LINE(9)
           END-IF.
      ****************************************************************
       BUILD-DOCUMENT-LINES.
           EVALUATE TRUE
              WHEN MIRROR-MODE
                 MOVE 'DOCUMENTS - NOT HELD ON THE OFFLINE MIRROR'
                   TO WRK-SCR-LINE(10)
              WHEN WRK-DOC-COUNT = 0
                 MOVE 'DOCUMENTS - NONE ON FILE' TO WRK-SCR-LINE(10)
              WHEN OTHER
                 COMPUTE WRK-LAST-IX =
                    WRK-DOC-FIRST + WRK-PAGE-SIZE - 1
                 IF WRK-LAST-IX > WRK-DOC-COUNT
                    MOVE WRK-DOC-COUNT TO WRK-LAST-IX
                 END-IF
                 MOVE 'DOCUMENTS'   TO SLB-TITLE
                 MOVE WRK-DOC-FIRST TO SLB-FROM
                 MOVE WRK-LAST-IX   TO SLB-TO
                 MOVE WRK-DOC-TOTAL TO SLB-TOTAL
                 IF WRK-DOC-TOTAL > WRK-DOC-COUNT
                    MOVE 'FIRST 50 HELD - SEE ATTACH'
                      TO SLB-NOTE
                 ELSE
                    MOVE '+D / -D TO PAGE' TO SLB-NOTE
                 END-IF
                 MOVE SCR-LIST-BANNER TO WRK-SCR-LINE(10)
                 MOVE SCR-DOC-HEADER  TO WRK-SCR-LINE(11)
                 MOVE 11 TO WRK-SCR-IX
                 MOVE WRK-DOC-FIRST TO WRK-ROW-IX
                 PERFORM UNTIL WRK-ROW-IX > WRK-LAST-IX
                    ADD 1 TO WRK-SCR-IX
                    MOVE WDC-SEQ(WRK-ROW-IX)      TO SDL-SEQ
                    MOVE WDC-UPLOADED(WRK-ROW-IX) TO SDL-UPLOADED
                    MOVE WDC-LEN(WRK-ROW-IX)      TO SDL-LEN
                    MOVE WDC-NAME(WRK-ROW-IX)     TO SDL-NAME
                    MOVE WDC-WHERE(WRK-ROW-IX)    TO SDL-WHERE
                    MOVE SCR-DOC-LINE TO WRK-SCR-LINE(WRK-SCR-IX)
                    ADD 1 TO WRK-ROW-IX
                 END-PERFORM
           END-EVALUATE.
      ****************************************************************
       BUILD-CHANGE-LINES.
           EVALUATE TRUE
              WHEN MIRROR-MODE
                 MOVE 'CHANGES - NOT HELD ON THE OFFLINE MIRROR'
                   TO WRK-SCR-LINE(16)
              WHEN WRK-CHG-COUNT = 0
                 MOVE 'CHANGES - NONE JOURNALLED' TO WRK-SCR-LINE(16)
              WHEN OTHER
                 COMPUTE WRK-LAST-IX =
                    WRK-CHG-FIRST + WRK-PAGE-SIZE - 1
                 IF WRK-LAST-IX > WRK-CHG-COUNT
                    MOVE WRK-CHG-COUNT TO WRK-LAST-IX
                 END-IF
                 MOVE 'LAST TEN CHANGES'  TO SLB-TITLE
                 MOVE WRK-CHG-FIRST TO SLB-FROM
                 MOVE WRK-LAST-IX   TO SLB-TO
                 MOVE WRK-CHG-COUNT TO SLB-TOTAL
                 MOVE '+H / -H TO PAGE, NEWEST FIRST' TO SLB-NOTE
                 MOVE SCR-LIST-BANNER TO WRK-SCR-LINE(16)
                 MOVE SCR-CHG-HEADER  TO WRK-SCR-LINE(17)
                 MOVE 17 TO WRK-SCR-IX
                 MOVE WRK-CHG-FIRST TO WRK-ROW-IX
                 PERFORM UNTIL WRK-ROW-IX > WRK-LAST-IX
                    ADD 1 TO WRK-SCR-IX
                    PERFORM BUILD-ONE-CHANGE-LINE
                    MOVE SCR-CHG-LINE TO WRK-SCR-LINE(WRK-SCR-IX)
                    ADD 1 TO WRK-ROW-IX
                 END-PERFORM
           END-EVALUATE.
      ****************************************************************
       BUILD-ONE-CHANGE-LINE.
           MOVE SPACES TO SCL-TS
           STRING WCH-TS(WRK-ROW-IX)(1:4)  '-'
                  WCH-TS(WRK-ROW-IX)(5:2)  '-'
                  WCH-TS(WRK-ROW-IX)(7:2)  ' '
                  WCH-TS(WRK-ROW-IX)(9:2)  ':'
                  WCH-TS(WRK-ROW-IX)(11:2) ':'
                  WCH-TS(WRK-ROW-IX)(13:2)
              DELIMITED BY SIZE INTO SCL-TS
           MOVE WCH-PROGRAM(WRK-ROW-IX)   TO SCL-PROGRAM
           MOVE WCH-ACTION(WRK-ROW-IX)    TO SCL-ACTION
           MOVE WCH-OLD-COL-2(WRK-ROW-IX) TO SCL-OLD-COL-2
           MOVE WCH-NEW-COL-2(WRK-ROW-IX) TO SCL-NEW-COL-2
           IF WCH-COL-5-SW(WRK-ROW-IX) = 'Y'
              MOVE 'COL-5' TO SCL-COL-5
           ELSE
              MOVE SPACES  TO SCL-COL-5
           END-IF.
      ****************************************************************
       PAINT-SCREEN.
           MOVE 0 TO WRK-SCR-IX
           PERFORM UNTIL WRK-SCR-IX >= 23
              ADD 1 TO WRK-SCR-IX
              DISPLAY WRK-SCR-LINE(WRK-SCR-IX)
                                            LINE WRK-SCR-IX COL 1
           END-PERFORM.
      ****************************************************************
       ACCEPT-PAGING-COMMAND.
           MOVE 'COMMAND: +D -D DOCUMENTS  +H -H CHANGES  K NEXT KEY  X
      -         ' EXIT:' TO WRK-PROMPT-LINE
           DISPLAY WRK-PROMPT-LINE
                                            LINE 24 COL 1
           MOVE SPACES TO WRK-COMMAND
           ACCEPT WRK-COMMAND
                                            LINE 24 COL 66
           MOVE FUNCTION UPPER-CASE(WRK-COMMAND) TO WRK-COMMAND
           MOVE SPACES TO WRK-MESSAGE
           EVALUATE WRK-COMMAND
              WHEN '+D'
                 IF WRK-DOC-FIRST + WRK-PAGE-SIZE <= WRK-DOC-COUNT
                    ADD WRK-PAGE-SIZE TO WRK-DOC-FIRST
                 ELSE
                    MOVE 'NO MORE DOCUMENTS' TO WRK-MESSAGE
                 END-IF
              WHEN '-D'
                 IF WRK-DOC-FIRST > WRK-PAGE-SIZE
                    SUBTRACT WRK-PAGE-SIZE FROM WRK-DOC-FIRST
                 ELSE
                    MOVE 'ALREADY AT THE FIRST DOCUMENT' TO WRK-MESSAGE
                 END-IF
              WHEN '+H'
                 IF WRK-CHG-FIRST + WRK-PAGE-SIZE <= WRK-CHG-COUNT
                    ADD WRK-PAGE-SIZE TO WRK-CHG-FIRST
                 ELSE
                    MOVE 'NO OLDER CHANGES ON THIS SCREEN'
                      TO WRK-MESSAGE
                 END-IF
              WHEN '-H'
                 IF WRK-CHG-FIRST > WRK-PAGE-SIZE
                    SUBTRACT WRK-PAGE-SIZE FROM WRK-CHG-FIRST
                 ELSE
                    MOVE 'ALREADY AT THE NEWEST CHANGE' TO WRK-MESSAGE
                 END-IF
              WHEN 'K '
                 MOVE 'Y' TO WRK-NEXT-KEY-SW
              WHEN SPACES
                 MOVE 'Y' TO WRK-NEXT-KEY-SW
              WHEN 'X '
                 MOVE 'Y' TO WRK-SESSION-END-SW
              WHEN OTHER
                 STRING 'UNKNOWN COMMAND "' WRK-COMMAND '"'
                    DELIMITED BY SIZE INTO WRK-MESSAGE
           END-EVALUATE.
