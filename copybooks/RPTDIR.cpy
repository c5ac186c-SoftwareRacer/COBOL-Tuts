*> ReportDirRecord layout for ReportDir.dat, the directory of the
*> dated report library - one record per report run filed by rptarch,
*> keyed by the report's file name and the date and time it was
*> filed, so every run of a report reads together in date order; the
*> lines themselves are on ReportLib.dat under the same key
01 ReportDirRecord.
       02 RDKey.
           03 RDReportName PIC X(30).
           03 RDRunDate    PIC 9(8).
           03 RDRunTime    PIC 9(8).
       02 RDProgram   PIC X(9).
       02 RDOperator  PIC X(8).
       02 RDTitle     PIC X(40).
       02 RDLineCount PIC 9(7).
