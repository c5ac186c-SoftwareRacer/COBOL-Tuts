01 WSHaveCalDates PIC X VALUE "N".
       88 HaveCalDates VALUE "Y".

*> control block for the shared rptarch report-library service the
*> finished stub run is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".

PROCEDURE DIVISION.
OPEN INPUT PayrollFile
OPEN OUTPUT StubFile

CLOSE PayrollFile
CLOSE StubFile
PERFORM FileReport
CLOSE LeaveBalFile

STOP RUN.
           INTO StubLine
       WRITE StubLine

       IF PRRetro THEN
              MOVE "** RETRO PAY ADJUSTMENT **"
                  TO StubLine
              WRITE StubLine
       END-IF
       IF PRFinalPay THEN
              MOVE "** FINAL PAY - VACATION PAYOUT **"
                  TO StubLine
              WRITE StubLine
       END-IF

       PERFORM LookupPeriodDates
       IF HaveCalDates THEN
              MOVE SPACES TO StubLine
              MOVE "Y" TO WSHaveCalDates
       END-IF
       MOVE 0 TO RETURN-CODE.

*> files the finished stub run in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "PayStub.txt" TO ARCFileName
       MOVE "paystub" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Pay Stubs" TO ARCTitle
       CALL WSArchiveProgram USING ArchiveControl
       MOVE 0 TO RETURN-CODE.
