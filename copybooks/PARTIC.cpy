*> ParticipationRecord layout for Participation.dat, one record per
*> voter who signed a poll book in an election - partload keys them
*> off the signed books; the voter and election key means a voter is
*> recorded once per election, and a voter's history reads off the key
*> in one START; the state, county and precinct are the book signed
01 ParticipationRecord.
       02 PTKey.
           03 PTIDNum   PIC 9(5).
           03 PTElectID PIC X(6).
       02 PTState    PIC XX.
       02 PTCounty   PIC XXX.
       02 PTPrecinct PIC X(6).
       02 PTLoadDate PIC 9(8).
