      * common run-statistics store (RUN_STATS_FILE, default
      * "runstats.dat"). Appended by the RUNSTATS subprogram
      * (runstats.cob), read back by NIGHT-SUMMARY (nightsum.cob) to
      * print the one-page story of the night. RS-DATE is the
      * business date (BUSINESS-DATE), or the start timestamp's date
      * when there is no processing-date control record, so a
      * night's steps group on it.
      ****************************************************************
       01  RUNSTATS-RECORD.
           05 RS-DATE         PIC 9(8).
