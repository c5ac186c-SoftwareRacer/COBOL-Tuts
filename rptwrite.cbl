01 WSRunDate      PIC 9(8) VALUE 0.
01 WSCompany      PIC X(30) VALUE SPACES.
01 WSReportTitle  PIC X(40) VALUE SPACES.
01 WSProgram      PIC X(9) VALUE SPACES.
01 WSOperator     PIC X(8) VALUE SPACES.

*> control block for the shared rptarch report-library service every
*> closed report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".

*> shared report-formatting service following the coboltut4 pattern -
*> every report program in the shop CALLs this one routine for its
           WHEN RPTDetailOp PERFORM WriteDetail
           WHEN RPTPageOp   PERFORM PrintPageHeading
           WHEN RPTTotalOp  PERFORM WriteTotalsTrailer
           WHEN RPTCloseOp  PERFORM CloseReport
           WHEN OTHER       MOVE 1 TO RETURN-CODE
       END-EVALUATE.
EXIT PROGRAM.
       MOVE RPTFileName TO WSRptFileName
       MOVE RPTCompany TO WSCompany
       MOVE RPTTitle TO WSReportTitle
       MOVE RPTProgram TO WSProgram
       MOVE RPTOperator TO WSOperator
       IF RPTLinesPerPage = 0 THEN
              MOVE 60 TO WSPageLimit
       ELSE
       WRITE ReportLine
       ADD 2 TO WSLinesOnPage.

*> closes the report and files it in the dated report library under
*> the program and operator named when it was opened - a report the
*> library would not take is still on disk under its own name
CloseReport.
       CLOSE ReportFile
       MOVE WSRptFileName TO ARCFileName
       MOVE WSProgram TO ARCProgram
       MOVE WSOperator TO ARCOperator
       MOVE WSReportTitle TO ARCTitle
       CALL WSArchiveProgram USING ArchiveControl
       MOVE 0 TO RETURN-CODE.

*> cobc -m rptwrite.cbl          to build the callable subroutine
*> CALL WSReportProgram USING ReportControl
*>     (WSReportProgram a PIC X item set to "rptwrite" - the same
*>     dynamic dispatch idiom the coboltut4 arithmetic service uses)
*> cobc -m rptarch.cbl           builds the report library it CALLs
