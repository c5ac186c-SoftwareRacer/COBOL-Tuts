*> ArchiveControl block for the shared rptarch report-library service
*> - the caller closes its finished report, names it and the program
*> and operator that produced it, and CALLs rptarch with this one
*> group; the report is copied line for line into the dated library
*> and the run date, time and line count it was filed under come back
01 ArchiveControl.
       02 ARCFileName  PIC X(30).
       02 ARCProgram   PIC X(9).
       02 ARCOperator  PIC X(8).
       02 ARCTitle     PIC X(40).
       02 ARCRunDate   PIC 9(8).
       02 ARCRunTime   PIC 9(8).
       02 ARCLineCount PIC 9(7).
