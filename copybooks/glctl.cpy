      ****************************************************************
      * GLCTL-RECORD - finance's general-ledger control file
      * (GLCTL-FILE in gltieout.cob): one 'D' detail per COL-3
      * category for the accounting period - the control balance the
      * ledger carries for the category and the number of customer
      * accounts behind it. GC-CONTROL-AMOUNT is signed (a leading
      * '+' or '-'), as the ledger can hold a category in credit.
      * LINE SEQUENTIAL - the ledger extract is plain text.
      *
      * Same control framing as the customer feed (custload.cpy):
      * one 'H' header first (the period, file date and ledger id)
      * and one 'T' trailer last (detail count, the sum of the
      * control amounts and the sum of the control counts), so a
      * truncated or padded transfer is caught by balancing before
      * anything is tied out.
      * GLCTL-HDR-RECORD and GLCTL-TRL-RECORD are alternate views of
      * the same record area; GC-REC-TYPE says which applies.
      ****************************************************************
       01  GLCTL-RECORD.
           05 GC-REC-TYPE       PIC X(1).
              88 GC-HEADER-REC      VALUE 'H'.
              88 GC-DETAIL-REC      VALUE 'D'.
              88 GC-TRAILER-REC     VALUE 'T'.
           05 GC-PERIOD         PIC X(6).
           05 GC-COL-3          PIC 9(6).
           05 GC-CONTROL-AMOUNT PIC S9(14)V9(5)
                                SIGN LEADING SEPARATE.
           05 GC-CONTROL-COUNT  PIC 9(9).
           05 FILLER            PIC X(18).
       01  GLCTL-HDR-RECORD.
           05 GH-REC-TYPE       PIC X(1).
           05 GH-PERIOD         PIC X(6).
           05 GH-FILE-DATE      PIC 9(8).
           05 GH-LEDGER-ID      PIC X(8).
           05 FILLER            PIC X(37).
       01  GLCTL-TRL-RECORD.
           05 GT-REC-TYPE       PIC X(1).
           05 GT-DETAIL-COUNT   PIC 9(9).
           05 GT-AMOUNT-TOTAL   PIC S9(15)V9(5)
                                SIGN LEADING SEPARATE.
           05 GT-COUNT-TOTAL    PIC 9(15).
           05 FILLER            PIC X(14).
