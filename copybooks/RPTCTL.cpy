*> heading block, "D" writes RPTLine with automatic page breaks,
*> "P" forces a break to a fresh page with its heading block,
*> "T" writes RPTLine as the end-of-report totals trailer, and "C"
*> closes the report and saves it to the dated report library under
*> RPTProgram and RPTOperator (blank takes the operator signed on at
*> the master menu, or BATCH outside it); RPTPageNum comes back for
*> display if wanted
01 ReportControl.
       02 RPTOperation PIC X.
           88 RPTOpenOp   VALUE "O".
       02 RPTLine         PIC X(80).
       02 RPTLinesPerPage PIC 9(3).
       02 RPTPageNum      PIC 9(4).
       02 RPTProgram      PIC X(9).
       02 RPTOperator     PIC X(8).
