PROCEDURE DIVISION.
MOVE "O" TO RPTOperation
MOVE "DupCustomers.txt" TO RPTFileName
MOVE "custdupe" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Duplicate Customer Candidates" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
