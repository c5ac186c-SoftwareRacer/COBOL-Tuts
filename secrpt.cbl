01 WSOffHoursCount PIC 9(5) VALUE 0.
01 WSRepeatCount   PIC 9(3) VALUE 0.

*> the program starts and access refusals the master menu and the
*> accchk start-up check journal beside the sign-ons
01 WSStartTotal   PIC 9(5) VALUE 0.
01 WSRefusedTotal PIC 9(5) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

MOVE "O" TO RPTOperation
MOVE "SecurityReport.txt" TO RPTFileName
MOVE "secrpt" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Daily Sign-On Security Report" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
PERFORM ScanJournal
PERFORM SummarizeOperators

MOVE SPACES TO RPTLine
STRING "Program starts: " WSStartTotal
    "  Access refusals: " WSRefusedTotal
    DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

MOVE SPACES TO RPTLine
STRING "Good sign-ons: " WSGoodTotal
    "  Failed: " WSFailedTotal
DISPLAY "Failed attempts          : " WSFailedTotal
DISPLAY "Outside business hours   : " WSOffHoursCount
DISPLAY "Repeated-failure flags   : " WSRepeatCount
DISPLAY "Program starts           : " WSStartTotal
DISPLAY "Access refusals          : " WSRefusedTotal
DISPLAY "Report written to SecurityReport.txt"

STOP RUN.
       PERFORM ReadJournal
       PERFORM UNTIL JournalEOF
              IF SJDate = WSReportDate THEN
                     EVALUATE SJOutcome
                         WHEN "STARTED"
                            ADD 1 TO WSStartTotal
                         WHEN "REFUSED"
                            PERFORM ListRefusal
                         WHEN OTHER
                            PERFORM TallyOneEvent
                     END-EVALUATE
              END-IF
              PERFORM ReadJournal
       END-PERFORM
           AT END MOVE "Y" TO WSJournalEOF
       END-READ.

*> an operator turned away from a program they are not granted -
*> listed as found, apart from the sign-on counts
ListRefusal.
       ADD 1 TO WSRefusedTotal
       MOVE SPACES TO RPTLine
       STRING "REFUSED: " SJOperator " not granted " SJCaller
           " at " SJTime
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine.

*> rolls one attempt into its operator's slot and flags an off-hours
*> sign-on on the spot
TallyOneEvent.
