WriteControlReport.
       MOVE "O" TO RPTOperation
       MOVE "ControlReport.txt" TO RPTFileName
       MOVE "coboltut" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Batch Control Report" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
