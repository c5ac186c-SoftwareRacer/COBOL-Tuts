PrintBalancingReport.
       MOVE "O" TO RPTOperation
       MOVE "DayBalance.txt" TO RPTFileName
       MOVE "dayclose" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Daily Balancing Report" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
