           03 WSETPlanCode PIC X(4).
           03 WSETTier     PIC X.
           03 WSETEffDate  PIC 9(8).
           03 WSETEndDate  PIC 9(8).

01 WSEnrollIndex PIC 9(3) VALUE 0.
01 WSEnrollFound PIC 9(3) VALUE 0.
                     MOVE BEPlanCode TO WSETPlanCode(WSEnrollCount)
                     MOVE BETier TO WSETTier(WSEnrollCount)
                     MOVE BEEffDate TO WSETEffDate(WSEnrollCount)
                     IF BEEndDate IS NUMERIC THEN
                            MOVE BEEndDate TO WSETEndDate(WSEnrollCount)
                     ELSE
                            MOVE 0 TO WSETEndDate(WSEnrollCount)
                     END-IF
              END-IF
              PERFORM ReadEnrollRecord
       END-PERFORM
              MOVE WSETPlanCode(WSEnrollIndex) TO BEPlanCode
              MOVE WSETTier(WSEnrollIndex) TO BETier
              MOVE WSETEffDate(WSEnrollIndex) TO BEEffDate
              MOVE WSETEndDate(WSEnrollIndex) TO BEEndDate
              WRITE BenEnrollRecord
       END-PERFORM
       CLOSE BenEnrollFile.
       MOVE WSEntryIdent TO WSETIdent(WSEnrollFound)
       MOVE WSEntryPlanCode TO WSETPlanCode(WSEnrollFound)
       MOVE WSEntryTier TO WSETTier(WSEnrollFound)
       MOVE WSEntryEffDate TO WSETEffDate(WSEnrollFound)
       MOVE 0 TO WSETEndDate(WSEnrollFound).

*> drops an employee's enrollment - their insurance goes back to the
*> legacy rate next run
PrintCensus.
       MOVE "O" TO RPTOperation
       MOVE "BenCensus.txt" TO RPTFileName
       MOVE "benmaint" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Benefits Enrollment Census" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       DISPLAY "Census written to BenCensus.txt".

*> one census line, priced off the plan table - a leaver's ended
*> coverage is listed with its end date but is no longer premium
CensusOneEnrollment.
       IF WSETEndDate(WSEnrollIndex) NOT = 0 THEN
              MOVE SPACES TO RPTLine
              STRING "Employee " WSETIdent(WSEnrollIndex)
                  "  plan " WSETPlanCode(WSEnrollIndex)
                  "/" WSETTier(WSEnrollIndex)
                  "  coverage ended " WSETEndDate(WSEnrollIndex)
                  DELIMITED BY SIZE INTO RPTLine
       ELSE
              PERFORM CensusOpenEnrollment
       END-IF
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> an open enrollment priced for the period premium
CensusOpenEnrollment.
       ADD 1 TO WSCensusCount
       MOVE 0 TO WSPlanFound
       PERFORM VARYING WSPlanIndex FROM 1 BY 1
                  "  premium " WSEditPremium
                  "  effective " WSETEffDate(WSEnrollIndex)
                  DELIMITED BY SIZE INTO RPTLine
       END-IF.

*> cobc -x benmaint.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
