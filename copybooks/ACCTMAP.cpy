*> AcctMapRecord layout for the department-to-account mapping file,
*> kept by acctmap and read by the glextract journal run - "D" lines
*> map a department code to its labor expense account, "P" lines map
*> a project charge code timecard hours are split to, "L" lines map
*> a liability (T tax, R retirement, I insurance, G garnishment) to
*> its liability account, and the "C" line names the cash account
*> net pay credits
01 AcctMapRecord.
       02 AMType    PIC X.
           88 AMDept      VALUE "D".
           88 AMProject   VALUE "P".
           88 AMLiability VALUE "L".
           88 AMCash      VALUE "C".
       02 AMKey     PIC X(3).
