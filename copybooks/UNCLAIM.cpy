*> UnclaimedRecord layout for Unclaimed.dat, one line per check chkage
*> has moved from outstanding to unclaimed status - the register
*> particulars, the date it was issued and the date it went
*> unclaimed, and the payee's name and last known address as they
*> stood that day; unclrpt reports a calendar year of them for the
*> state unclaimed-property filing
01 UnclaimedRecord.
       02 UCCheckNum      PIC 9(6).
       02 UCIdent         PIC 9(3).
       02 UCPayPeriod     PIC 9(6).
       02 UCAmount        PIC 9(5)V99.
       02 UCIssueDate     PIC 9(8).
       02 UCUnclaimedDate PIC 9(8).
       02 UCName          PIC X(20).
       02 UCStreet        PIC X(25).
       02 UCCity          PIC X(15).
       02 UCState         PIC XX.
       02 UCZip           PIC 9(5).
