PROCEDURE DIVISION.
MOVE "O" TO RPTOperation
MOVE "OrphanRecon.txt" TO RPTFileName
MOVE "custorph" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Customer Satellite File Reconciliation" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
