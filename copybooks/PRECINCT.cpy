*> PrecinctRecord layout for Precinct.dat, the county election
*> office's map of ZIP ranges to voting precincts - pctmaint keeps it
*> and pctassign reads it to place every voter on the consolidated
*> roll; a range is keyed by state, county and its first ZIP, runs
*> through PCZipTo inclusive, and ranges in one county never overlap
01 PrecinctRecord.
       02 PCKey.
           03 PCState   PIC XX.
           03 PCCounty  PIC XXX.
           03 PCZipFrom PIC 9(5).
       02 PCZipTo     PIC 9(5).
       02 PCPrecinct  PIC X(6).
       02 PCPollPlace PIC X(30).
