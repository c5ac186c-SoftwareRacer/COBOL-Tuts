*> YTDArchiveRecord layout for YTDArchive.dat - every prior year's
*> closing figures, one line per employee per archived year, appended
*> by the ytdreset new-year reset before the master is cleared and read
*> back by wagestmt to print a wage statement for a year already reset;
*> the tax, retirement and insurance figures ride on the end, so a
*> line archived before they were kept reads back as spaces there
01 YTDArchiveRecord.
       02 YAIdent      PIC 9(3).
       02 YAYear       PIC 9(4).
       02 YAGross      PIC 9(7)V99.
       02 YADeductions PIC 9(7)V99.
       02 YANet        PIC 9(7)V99.
       02 YATaxWithheld PIC 9(7)V99.
       02 YARetirement  PIC 9(7)V99.
       02 YAInsurance   PIC 9(7)V99.
