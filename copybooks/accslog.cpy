      ****************************************************************
      * ACCESS-LOG-RECORD - one line of the customer inquiry access
      * log (CUSTINQ_ACCESS_LOG, default "custinq.log"), appended by
      * CUST-INQUIRY for every key an operator looks at, so "who
      * looked at this customer's record, and when" has an answer.
      * Fixed columns, one space between fields:
      *   AX-TIMESTAMP  YYYYMMDDHHMMSS of the inquiry
      *   AX-OPERATOR   LOGNAME, as OPER-AUTH checked it
      *   AX-PROGRAM    the program the inquiry was made through
      *   AX-COL-1      the customer key asked for
      *   AX-SOURCE     where the answer came from - LIVE, ARCHIVED,
      *                 MIRROR, NOT FOUND, NO MIRROR or SQL ERROR
      * A key that was not found is logged all the same - the
      * question was asked.
      ****************************************************************
       01  ACCESS-LOG-RECORD.
           05 AX-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X(1).
           05 AX-OPERATOR     PIC X(12).
           05 FILLER          PIC X(1).
           05 AX-PROGRAM      PIC X(12).
           05 FILLER          PIC X(1).
           05 AX-COL-1        PIC X(20).
           05 FILLER          PIC X(1).
           05 AX-SOURCE       PIC X(10).
