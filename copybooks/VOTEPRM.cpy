*> VoteParmRecord layout for VoteParm.dat, the one-record file of
*> voter-roll limits electmaint maintains and inactvot runs by - the
*> number of most recent elections a voter must have missed every one
*> of to go on the inactive-voter list
01 VoteParmRecord.
       02 VTInactiveElections PIC 99.
