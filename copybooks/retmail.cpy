      ****************************************************************
      * RETMAIL-RECORD - the mailing vendor's returned-mail file
      * (RETMAIL-FILE in retmail.cob): one 'D' detail per piece of
      * mail that could not be delivered - customer key, the date
      * it came back, and the vendor's return reason code. LINE
      * SEQUENTIAL - the vendor sends plain text.
      *
      * Same control framing as the customer feed (custload.cpy):
      * one 'H' header first (file date and vendor id) and one 'T'
      * trailer last (detail count and a wrapping hash total of the
      * return dates), so a truncated or padded transfer is caught
      * by balancing before anything is flagged.
      * RETMAIL-HDR-RECORD and RETMAIL-TRL-RECORD are alternate views
      * of the same record area; RM-REC-TYPE says which applies.
      ****************************************************************
       01  RETMAIL-RECORD.
           05 RM-REC-TYPE       PIC X(1).
              88 RM-HEADER-REC      VALUE 'H'.
              88 RM-DETAIL-REC      VALUE 'D'.
              88 RM-TRAILER-REC     VALUE 'T'.
           05 RM-COL-1          PIC X(20).
           05 RM-RETURN-DATE    PIC 9(8).
           05 RM-REASON-CODE    PIC X(4).
           05 FILLER            PIC X(17).
       01  RETMAIL-HDR-RECORD.
           05 RH-REC-TYPE       PIC X(1).
           05 RH-FILE-DATE      PIC 9(8).
           05 RH-VENDOR-ID      PIC X(8).
           05 FILLER            PIC X(33).
       01  RETMAIL-TRL-RECORD.
           05 RT-REC-TYPE       PIC X(1).
           05 RT-DETAIL-COUNT   PIC 9(9).
           05 RT-DATE-HASH      PIC 9(15).
           05 FILLER            PIC X(25).
