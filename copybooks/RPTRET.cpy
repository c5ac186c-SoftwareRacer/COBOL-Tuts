*> ReportRetainRecord layout for ReportRetain.dat, the retention period
*> in days for each report kept in the dated report library, keyed by
*> the report's file name - rptinq maintains it and the nightly
*> rptpurge takes off every run older than its report's period; a
*> report with no record here is kept for the shop default
01 ReportRetainRecord.
       02 RTReportName PIC X(30).
       02 RTRetainDays PIC 9(4).
