      ****************************************************************
      * DISTLIST-RECORD - one line of the report distribution list
      * (DIST_LIST_FILE, default "distlist.dat"), read by REPORT-TAB1
      * and SUMMARY-TAB1 when they burst their output by category
      * owner. A line gives a COL-3 category, or an inclusive range
      * of them (DL-COL-3-TO left blank means the one code), the
      * recipient who owns it and that recipient's destination - a
      * file name stem, no embedded spaces, to which each report
      * adds its own suffix ("retail" gives retail.rpt from the
      * detail report and retailsum.rpt from the summary). A
      * recipient owning several categories or ranges gets one line
      * per range; the destination need only be keyed on the first.
      * No two recipients may share a destination, and none may use
      * the catch-all's - either refuses the whole list.
      * The first line whose range takes a category wins it. A
      * category on no line goes to the catch-all file rather than
      * being dropped. A '*' in column 1 marks a comment line. LINE
      * SEQUENTIAL - the file is keyed by hand.
      ****************************************************************
       01  DISTLIST-RECORD.
           05 DL-RECIPIENT      PIC X(20).
           05 FILLER            PIC X(1).
           05 DL-COL-3-FROM     PIC 9(6).
           05 FILLER            PIC X(1).
           05 DL-COL-3-TO       PIC 9(6).
           05 FILLER            PIC X(1).
           05 DL-DESTINATION    PIC X(40).
           05 FILLER            PIC X(5).
