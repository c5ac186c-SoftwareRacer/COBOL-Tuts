*> YTDRecord layout for the year-to-date payroll master, keyed by
*> employee ID - the payroll runs roll each period's gross, deductions
*> and net into it, the year-end summary prints from it, and the
*> new-year reset archives and clears it; the tax withheld and the
*> retirement and insurance deductions are accumulated again on their
*> own (they are also inside YTDDeductions) for the year-end wage
*> statement and the employer wage filing
01 YTDRecord.
       02 YTDIdent      PIC 9(3).
       02 YTDYear       PIC 9(4).
       02 YTDGross      PIC 9(7)V99.
       02 YTDDeductions PIC 9(7)V99.
       02 YTDNet        PIC 9(7)V99.
       02 YTDTaxWithheld PIC 9(7)V99.
       02 YTDRetirement  PIC 9(7)V99.
       02 YTDInsurance   PIC 9(7)V99.
