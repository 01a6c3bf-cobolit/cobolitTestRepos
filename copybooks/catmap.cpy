      ****************************************************************
      * CATMAP-RECORD - one line of the category recode mapping file
      * (RECODE-MAP-FILE in catrecod.cob): the retired COL-3 code,
      * the code its rows move to and, for a code being split rather
      * than simply retired, the one customer key the line applies
      * to. A line with a blank key moves every row still carrying
      * the old code; keyed lines are applied first, so a split is
      * written as one keyed line per customer going elsewhere plus
      * an optional blank-key line for everybody else. A '*' in
      * column 1 marks a comment line. LINE SEQUENTIAL - the file is
      * keyed by hand.
      ****************************************************************
       01  CATMAP-RECORD.
           05 CM-OLD-COL-3      PIC 9(6).
           05 FILLER            PIC X(1).
           05 CM-NEW-COL-3      PIC 9(6).
           05 FILLER            PIC X(1).
           05 CM-COL-1          PIC X(20).
           05 FILLER            PIC X(46).
