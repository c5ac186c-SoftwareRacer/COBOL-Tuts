ACCEPT WSRunDate FROM DATE YYYYMMDD
MOVE "O" TO RPTOperation
MOVE "ARAging.txt" TO RPTFileName
MOVE "araging" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Receivables Aging Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
