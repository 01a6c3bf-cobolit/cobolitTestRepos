      ****************************************************************
      * PROCDATE-RECORD - the processing-date control record
      * (PROC_DATE_FILE, default "procdate.ctl"), one line. It names
      * the business date the night's batch work is dated with and
      * whether that business day is still open. Read and closed by
      * the BUSINESS-DATE subprogram (bizdate.cob) - NIGHT-CHAIN
      * closes the day when the whole chain has finished; written by
      * PROC-DATE (procdate.cob) on INIT and on the operator's
      * roll-forward to the next business day.
      ****************************************************************
       01  PROCDATE-RECORD.
           05 PDC-PROC-DATE   PIC 9(8).
           05 FILLER          PIC X(1).
           05 PDC-STATUS      PIC X(1).
              88 PDC-DAY-OPEN     VALUE 'O'.
              88 PDC-DAY-CLOSED   VALUE 'C'.
           05 FILLER          PIC X(1).
           05 PDC-OPENED-TS   PIC X(14).
           05 FILLER          PIC X(1).
           05 PDC-OPENED-BY   PIC X(12).
           05 FILLER          PIC X(1).
           05 PDC-CLOSED-TS   PIC X(14).
           05 FILLER          PIC X(1).
           05 PDC-CLOSED-BY   PIC X(12).
           05 FILLER          PIC X(1).
           05 PDC-PRIOR-DATE  PIC 9(8).
