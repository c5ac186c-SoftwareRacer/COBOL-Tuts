>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptinq.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReportDirFile ASSIGN TO "ReportDir.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RDKey
           FILE STATUS IS WSDirFileStatus.

       SELECT OPTIONAL ReportLibFile ASSIGN TO "ReportLib.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RLKey
           FILE STATUS IS WSLibFileStatus.

       SELECT OPTIONAL ReportRetainFile ASSIGN TO "ReportRetain.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTReportName
           FILE STATUS IS WSRetainFileStatus.

       SELECT OPTIONAL ReprintFile ASSIGN TO "Reprint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the directory of every report run in the library
FD  ReportDirFile.
COPY RPTDIR.

*> the filed lines of every report run
FD  ReportLibFile.
COPY RPTLIB.

*> the retention period kept for each report
FD  ReportRetainFile.
COPY RPTRET.

*> the past run asked for, printed back exactly as it was filed
FD  ReprintFile.
01 ReprintLine PIC X(132).

WORKING-STORAGE SECTION.
01 WSDirFileStatus PIC XX VALUE "00".
       88 DirFileNotFound VALUE "35".
01 WSLibFileStatus PIC XX VALUE "00".
01 WSRetainFileStatus PIC XX VALUE "00".
       88 RetainFileNotFound VALUE "35".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuListRuns   VALUE "1".
       88 MenuReprint    VALUE "2".
       88 MenuRetain     VALUE "3".
       88 MenuListRetain VALUE "4".
       88 MenuExit       VALUE "X", "x".

*> what the operator is looking for - a blank report name lists
*> every run in the library
01 WSEntryName PIC X(30) VALUE SPACES.
01 WSEntryDate PIC 9(8) VALUE 0.
01 WSEntryTime PIC 9(8) VALUE 0.
01 WSEntryDays PIC 9(4) VALUE 0.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid   VALUE "Y".
       88 EntryInvalid VALUE "N".

01 WSDirEOF PIC X VALUE "N".
       88 DirEOF VALUE "Y".

01 WSLibEOF PIC X VALUE "N".
       88 LibEOF VALUE "Y".

01 WSRetainEOF PIC X VALUE "N".
       88 RetainEOF VALUE "Y".

*> the runs of the report on the date asked for - more than one and
*> the operator picks the run by its time
01 WSRunCount PIC 9(3) VALUE 0.
01 WSPickKey.
       02 WSPickName PIC X(30) VALUE SPACES.
       02 WSPickDate PIC 9(8) VALUE 0.
       02 WSPickTime PIC 9(8) VALUE 0.
01 WSPickLines PIC 9(7) VALUE 0.

*> retention a report with no record of its own is kept for - the
*> same default the nightly rptpurge uses
01 WSDefaultDays PIC 9(4) VALUE 90.

01 WSListCount    PIC 9(5) VALUE 0.
01 WSReprintCount PIC 9(7) VALUE 0.

01 WSEditDays  PIC ZZZ9.
01 WSEditLines PIC Z(6)9.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuListRuns   PERFORM ListReportRuns
           WHEN MenuReprint    PERFORM ReprintReport
           WHEN MenuRetain     PERFORM SetRetention
           WHEN MenuListRetain PERFORM ListRetention
           WHEN OTHER          DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. List the filed runs of a report"
       DISPLAY "2. Reprint a past report (Reprint.txt)"
       DISPLAY "3. Set a report's retention period"
       DISPLAY "4. List retention periods (RetentionList.txt)"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> prompts for the report's file name, as it was printed
AcceptEntryName.
       MOVE "Y" TO WSEntryValid
       MOVE SPACES TO WSEntryName
       DISPLAY "Enter report file name (e.g. PayStub.txt): "
           WITH NO ADVANCING
       ACCEPT WSEntryName.

*> shows every filed run of the named report in date and time order,
*> or every run in the library when no name is keyed
ListReportRuns.
       PERFORM AcceptEntryName
       MOVE 0 TO WSListCount
       MOVE "N" TO WSDirEOF
       OPEN INPUT ReportDirFile
       MOVE WSEntryName TO RDReportName
       MOVE 0 TO RDRunDate
       MOVE 0 TO RDRunTime
       START ReportDirFile KEY NOT LESS THAN RDKey
           INVALID KEY MOVE "Y" TO WSDirEOF
       END-START
       PERFORM ReadNextRun
       PERFORM UNTIL DirEOF
              IF WSEntryName NOT = SPACES
                  AND RDReportName NOT = WSEntryName THEN
                     MOVE "Y" TO WSDirEOF
              ELSE
                     ADD 1 TO WSListCount
                     MOVE RDLineCount TO WSEditLines
                     DISPLAY RDReportName " " RDRunDate " " RDRunTime
                         " " RDProgram " " RDOperator " " WSEditLines
                     PERFORM ReadNextRun
              END-IF
       END-PERFORM
       CLOSE ReportDirFile
       IF WSListCount = 0 THEN
              DISPLAY "No runs of " WSEntryName " in the library"
       ELSE
              DISPLAY "Runs listed: " WSListCount
       END-IF.

*> reads the next run in the directory
ReadNextRun.
       IF NOT DirEOF THEN
              READ ReportDirFile NEXT RECORD
                  AT END MOVE "Y" TO WSDirEOF
              END-READ
       END-IF.

*> finds the run of the named report on the date asked for and prints
*> its filed lines back to Reprint.txt exactly as they went out
ReprintReport.
       PERFORM AcceptEntryName
       IF WSEntryName = SPACES THEN
              DISPLAY "Report file name must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF
       IF EntryValid THEN
              DISPLAY "Enter run date (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WSEntryDate
              OPEN INPUT ReportDirFile
              PERFORM FindRunsOnDate
              IF WSRunCount = 0 THEN
                     DISPLAY "No run of " WSEntryName " on " WSEntryDate
                     MOVE "N" TO WSEntryValid
              END-IF
              IF EntryValid AND WSRunCount > 1 THEN
                     PERFORM PickRunByTime
              END-IF
              CLOSE ReportDirFile
       END-IF
       IF EntryValid THEN
              PERFORM WriteReprint
       END-IF.

*> lists the runs filed on the date and keeps the first one's key,
*> which is the one reprinted when it is the only run that day
FindRunsOnDate.
       MOVE 0 TO WSRunCount
       MOVE "N" TO WSDirEOF
       MOVE WSEntryName TO RDReportName
       MOVE WSEntryDate TO RDRunDate
       MOVE 0 TO RDRunTime
       START ReportDirFile KEY NOT LESS THAN RDKey
           INVALID KEY MOVE "Y" TO WSDirEOF
       END-START
       PERFORM ReadNextRun
       PERFORM UNTIL DirEOF
              IF RDReportName NOT = WSEntryName
                  OR RDRunDate NOT = WSEntryDate THEN
                     MOVE "Y" TO WSDirEOF
              ELSE
                     ADD 1 TO WSRunCount
                     IF WSRunCount = 1 THEN
                            MOVE RDKey TO WSPickKey
                            MOVE RDLineCount TO WSPickLines
                     END-IF
                     MOVE RDLineCount TO WSEditLines
                     DISPLAY "  Run at " RDRunTime " by " RDProgram
                         " " RDOperator " " WSEditLines " lines"
                     PERFORM ReadNextRun
              END-IF
       END-PERFORM.

*> the report was run more than once that day - the operator keys the
*> time of the run wanted, as listed
PickRunByTime.
       DISPLAY "Enter run time as listed: " WITH NO ADVANCING
       ACCEPT WSEntryTime
       MOVE WSEntryName TO RDReportName
       MOVE WSEntryDate TO RDRunDate
       MOVE WSEntryTime TO RDRunTime
       READ ReportDirFile
           INVALID KEY
              DISPLAY "No run of " WSEntryName " at " WSEntryTime
              MOVE "N" TO WSEntryValid
           NOT INVALID KEY
              MOVE RDKey TO WSPickKey
              MOVE RDLineCount TO WSPickLines
       END-READ.

*> copies the chosen run's lines to Reprint.txt in line order
WriteReprint.
       MOVE 0 TO WSReprintCount
       MOVE "N" TO WSLibEOF
       OPEN INPUT ReportLibFile
       OPEN OUTPUT ReprintFile
       MOVE WSPickName TO RLReportName
       MOVE WSPickDate TO RLRunDate
       MOVE WSPickTime TO RLRunTime
       MOVE 0 TO RLLineNum
       START ReportLibFile KEY NOT LESS THAN RLKey
           INVALID KEY MOVE "Y" TO WSLibEOF
       END-START
       PERFORM ReadRunLine
       PERFORM UNTIL LibEOF
              MOVE RLLine TO ReprintLine
              WRITE ReprintLine
              ADD 1 TO WSReprintCount
              PERFORM ReadRunLine
       END-PERFORM
       CLOSE ReprintFile
       CLOSE ReportLibFile
       IF WSReprintCount NOT = WSPickLines THEN
              DISPLAY "Run filed with " WSPickLines " lines, "
                  WSReprintCount " found in the library"
       END-IF
       DISPLAY WSPickName " of " WSPickDate " " WSPickTime
           " reprinted to Reprint.txt".

*> reads the next filed line, ending when it belongs to another run
ReadRunLine.
       IF NOT LibEOF THEN
              READ ReportLibFile NEXT RECORD
                  AT END MOVE "Y" TO WSLibEOF
              END-READ
       END-IF
       IF NOT LibEOF THEN
              IF RLReportName NOT = WSPickName
                  OR RLRunDate NOT = WSPickDate
                  OR RLRunTime NOT = WSPickTime THEN
                     MOVE "Y" TO WSLibEOF
              END-IF
       END-IF.

*> opens ReportRetain.dat for keyed read/write, creating the indexed
*> file the first time it is found missing
OpenRetainFile.
       OPEN I-O ReportRetainFile
       IF RetainFileNotFound THEN
              OPEN OUTPUT ReportRetainFile
              CLOSE ReportRetainFile
              OPEN I-O ReportRetainFile
       END-IF.

*> keys the number of days a report's runs stay in the library before
*> the nightly purge takes them off, adding or changing its record
SetRetention.
       PERFORM AcceptEntryName
       IF WSEntryName = SPACES THEN
              DISPLAY "Report file name must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF
       IF EntryValid THEN
              DISPLAY "Enter days to keep its runs: " WITH NO ADVANCING
              ACCEPT WSEntryDays
              IF WSEntryDays = 0 THEN
                     DISPLAY "Days to keep must not be zero, not changed"
                     MOVE "N" TO WSEntryValid
              END-IF
       END-IF
       IF EntryValid THEN
              PERFORM OpenRetainFile
              MOVE WSEntryName TO RTReportName
              READ ReportRetainFile
                  INVALID KEY
                     MOVE WSEntryDays TO RTRetainDays
                     WRITE ReportRetainRecord
                     DISPLAY "Retention added"
                  NOT INVALID KEY
                     MOVE WSEntryDays TO RTRetainDays
                     REWRITE ReportRetainRecord
                     DISPLAY "Retention changed"
              END-READ
              CLOSE ReportRetainFile
       END-IF.

*> prints every report's retention period through the report service
ListRetention.
       MOVE 0 TO WSListCount
       MOVE "N" TO WSRetainEOF
       MOVE "O" TO RPTOperation
       MOVE "RetentionList.txt" TO RPTFileName
       MOVE "rptinq" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Report Retention Periods" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       OPEN INPUT ReportRetainFile
       PERFORM ReadNextRetention
       PERFORM UNTIL RetainEOF
              ADD 1 TO WSListCount
              MOVE RTRetainDays TO WSEditDays
              MOVE SPACES TO RPTLine
              STRING RTReportName "  " WSEditDays " days"
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "D" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              PERFORM ReadNextRetention
       END-PERFORM
       CLOSE ReportRetainFile
       MOVE WSDefaultDays TO WSEditDays
       MOVE SPACES TO RPTLine
       STRING "Reports listed: " WSListCount
           "  Any other report kept " WSEditDays " days"
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       DISPLAY "Retention periods listed: " WSListCount
       DISPLAY "Listing written to RetentionList.txt".

*> reads the next retention record in report-name order
ReadNextRetention.
       READ ReportRetainFile NEXT RECORD
           AT END MOVE "Y" TO WSRetainEOF
       END-READ.

*> cobc -x rptinq.cbl            to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./rptinq                      to run the program
