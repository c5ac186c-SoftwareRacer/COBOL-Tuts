PROCEDURE DIVISION.
MOVE "O" TO RPTOperation
MOVE "DeceasedReport.txt" TO RPTFileName
MOVE "ssndeath" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Deceased Customer Sweep" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
