*> SignOnJournalRecord layout for the sign-on activity journal the
*> opsignon service appends on every attempt, good or bad - who
*> tried, when, from which program, and how it came out - and the
*> master menu and the accchk start-up check add a STARTED or REFUSED
*> line for every program start and refusal; the secrpt daily report
*> summarizes it for the security review
01 SignOnJournalRecord.
       02 SJDate     PIC 9(8).
       02 SJTime     PIC 9(8).
