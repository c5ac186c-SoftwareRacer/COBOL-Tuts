*> InactiveVoterRecord layout for InactiveVoter.dat, the voters on the
*> consolidated roll with no participation in the maintained number of
*> recent elections - inactvot rebuilds it, carrying forward the date
*> a voter's confirmation notice went out, and voterval sends the
*> notice to anyone on it not yet sent one; nobody comes off the roll
*> for inactivity without a notice having gone first
01 InactiveVoterRecord.
       02 IVIDNum      PIC 9(5).
       02 IVState      PIC XX.
       02 IVCounty     PIC XXX.
       02 IVListDate   PIC 9(8).
       02 IVLastVoted  PIC 9(8).
       02 IVNoticeDate PIC 9(8).
