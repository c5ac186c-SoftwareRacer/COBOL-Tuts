*> BenEnrollRecord layout for the per-employee benefits enrollment
*> file benmaint keeps - one line per enrolled employee naming the
*> plan and tier their insurance deduction is priced from, and the
*> date the enrollment takes effect; a leaver's coverage is ended by
*> the termination run with their last day on the end of the line
*> (zero while the coverage is open)
01 BenEnrollRecord.
       02 BEIdent    PIC 9(3).
       02 BEPlanCode PIC X(4).
       02 BETier     PIC X.
       02 BEEffDate  PIC 9(8).
       02 BEEndDate  PIC 9(8).
