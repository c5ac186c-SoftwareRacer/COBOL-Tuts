*> ReportLibRecord layout for ReportLib.dat, the lines of every report
*> run in the dated report library, keyed by the directory key and
*> the line's number within the run so a reprint reads them back in
*> the order they were printed
01 ReportLibRecord.
       02 RLKey.
           03 RLReportName PIC X(30).
           03 RLRunDate    PIC 9(8).
           03 RLRunTime    PIC 9(8).
           03 RLLineNum    PIC 9(7).
       02 RLLine PIC X(132).
