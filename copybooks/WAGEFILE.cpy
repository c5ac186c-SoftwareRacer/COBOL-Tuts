*> WageFilingRecord layout for the employer wage filing wagestmt
*> writes for the tax authority - one detail line per employee paid in
*> the year with the gross and the tax, retirement and insurance
*> figures off the year-to-date master, a correction line when one
*> employee's statement is reissued after a payadj correction, and a
*> trailer closing each file with the record count and dollar totals;
*> the SSN comes off the employee cross-reference and is zero for an
*> employee who has none recorded yet
01 WageFilingRecord.
       02 WFRecType PIC X.
           88 WFDetail     VALUE "D".
           88 WFCorrection VALUE "C".
           88 WFTrailer    VALUE "T".
       02 WFYear    PIC 9(4).
       02 WFDetailData.
           03 WFIdent       PIC 9(3).
           03 WFName        PIC X(20).
           03 WFGross       PIC 9(7)V99.
           03 WFTaxWithheld PIC 9(7)V99.
           03 WFRetirement  PIC 9(7)V99.
           03 WFInsurance   PIC 9(7)V99.
           03 WFSSN         PIC 9(9).
       02 WFTrailerData REDEFINES WFDetailData.
           03 WFRecordCount     PIC 9(5).
           03 WFTotalGross      PIC 9(9)V99.
           03 WFTotalTax        PIC 9(9)V99.
           03 WFTotalRetirement PIC 9(9)V99.
           03 WFTotalInsurance  PIC 9(9)V99.
