       END-IF
       MOVE "O" TO RPTOperation
       MOVE "EmpHistory.txt" TO RPTFileName
       MOVE "emphist" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Employee Change History" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
