01 WSHaveIDNum PIC X VALUE "N".
       88 HaveIDNum VALUE "Y".

*> control block for the shared rptarch report-library service the
*> finished report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".
01 WSSavedReturnCode PIC S9(4) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
OPEN OUTPUT AuditReportFile
    DELIMITED BY SIZE INTO AuditReportLine
WRITE AuditReportLine
CLOSE AuditReportFile
PERFORM FileReport

DISPLAY "Audit lines read   : " WSLineCount
DISPLAY "Exceptions flagged : " WSExceptionCount
              MOVE 8 TO RETURN-CODE
       END-IF.

*> files the finished report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "AuditReport.txt" TO ARCFileName
       MOVE "auditrpt" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Audit Log Report" TO ARCTitle
       MOVE RETURN-CODE TO WSSavedReturnCode
       CALL WSArchiveProgram USING ArchiveControl
       MOVE WSSavedReturnCode TO RETURN-CODE.

*> cobc -x auditrpt.cbl          to load the program
*> ./auditrpt                    to run the program
