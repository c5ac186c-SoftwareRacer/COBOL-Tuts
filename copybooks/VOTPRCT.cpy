*> VoterPrecinctRecord layout for VoterPrecinct.dat, written fresh by
*> each pctassign run - one line per voter on the consolidated roll
*> whose ZIP fell in a precinct range, carrying the name off the
*> customer master so pollbook can print in last-name order, and the
*> precinct's polling place as it stood when the voter was assigned
01 VoterPrecinctRecord.
       02 VPState     PIC XX.
       02 VPCounty    PIC XXX.
       02 VPPrecinct  PIC X(6).
       02 VPLastName  PIC X(15).
       02 VPFirstName PIC X(15).
       02 VPIDNum     PIC 9(5).
       02 VPZip       PIC 9(5).
       02 VPPollPlace PIC X(30).
