>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptpurge.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReportRetainFile ASSIGN TO "ReportRetain.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RTReportName
           FILE STATUS IS WSRetainFileStatus.

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

DATA DIVISION.
FILE SECTION.
*> the retention period rptinq keeps for each report
FD  ReportRetainFile.
COPY RPTRET.

*> the directory of every report run in the library
FD  ReportDirFile.
COPY RPTDIR.

*> the filed lines of every report run
FD  ReportLibFile.
COPY RPTLIB.

WORKING-STORAGE SECTION.
01 WSRetainFileStatus PIC XX VALUE "00".
       88 RetainFileNotFound VALUE "35".
01 WSDirFileStatus PIC XX VALUE "00".
       88 DirFileNotFound VALUE "35".
01 WSLibFileStatus PIC XX VALUE "00".

01 WSDirEOF PIC X VALUE "N".
       88 DirEOF VALUE "Y".

01 WSLibEOF PIC X VALUE "N".
       88 LibEOF VALUE "Y".

01 WSRunDate PIC 9(8) VALUE 0.
01 WSRun REDEFINES WSRunDate.
       02 WSRunYYYY PIC 9(4).
       02 WSRunMM   PIC 99.
       02 WSRunDD   PIC 99.

01 WSFiledDate PIC 9(8) VALUE 0.
01 WSFiled REDEFINES WSFiledDate.
       02 WSFiledYYYY PIC 9(4).
       02 WSFiledMM   PIC 99.
       02 WSFiledDD   PIC 99.

*> age of a run approximated on a 365/30-day calendar, the same way
*> the check and receivables aging count
01 WSDaysOld PIC S9(5) VALUE 0.

*> the shop default for a report with no retention record, and the
*> period in force for the report whose runs are being read
01 WSDefaultDays PIC 9(4) VALUE 90.
01 WSRetainDays  PIC 9(4) VALUE 0.
01 WSRetainName  PIC X(30) VALUE SPACES.

01 WSRunsRead    PIC 9(7) VALUE 0.
01 WSRunsPurged  PIC 9(7) VALUE 0.
01 WSLinesPurged PIC 9(9) VALUE 0.

01 WSEditDays PIC ZZZ9.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
MOVE "O" TO RPTOperation
MOVE "ReportPurge.txt" TO RPTFileName
MOVE "rptpurge" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Report Library Purge" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl

MOVE WSDefaultDays TO WSEditDays
MOVE SPACES TO RPTLine
STRING "Run date " WSRunDate "   default retention " WSEditDays
    " days" DELIMITED BY SIZE INTO RPTLine
PERFORM WriteReportLine

OPEN INPUT ReportRetainFile
OPEN I-O ReportDirFile
IF DirFileNotFound THEN
       MOVE "Y" TO WSDirEOF
ELSE
       OPEN I-O ReportLibFile
       PERFORM ReadDirectoryEntry
END-IF
PERFORM UNTIL DirEOF
       ADD 1 TO WSRunsRead
       PERFORM AgeOneRun
       PERFORM ReadDirectoryEntry
END-PERFORM
IF NOT DirFileNotFound THEN
       CLOSE ReportDirFile
       CLOSE ReportLibFile
END-IF
CLOSE ReportRetainFile

IF WSRunsPurged = 0 THEN
       MOVE SPACES TO RPTLine
       STRING "No report run was past its retention period"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteReportLine
END-IF
MOVE SPACES TO RPTLine
STRING "Runs read: " WSRunsRead "  Purged: " WSRunsPurged
    "  Lines: " WSLinesPurged
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Report runs read   : " WSRunsRead
DISPLAY "Report runs purged : " WSRunsPurged
DISPLAY "Report lines purged: " WSLinesPurged
DISPLAY "Purge written to ReportPurge.txt"

STOP RUN.

*> writes one report line through the report service
WriteReportLine.
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> reads the next run off the library directory in key order
ReadDirectoryEntry.
       READ ReportDirFile NEXT RECORD
           AT END MOVE "Y" TO WSDirEOF
       END-READ.

*> ages one run against its report's retention period and takes it
*> out of the library once it is past it
AgeOneRun.
       IF RDReportName NOT = WSRetainName THEN
              PERFORM LookupRetention
       END-IF
       MOVE RDRunDate TO WSFiledDate
       COMPUTE WSDaysOld =
           (WSRunYYYY - WSFiledYYYY) * 365
           + (WSRunMM - WSFiledMM) * 30
           + (WSRunDD - WSFiledDD)
       IF WSDaysOld > WSRetainDays THEN
              PERFORM PurgeOneRun
       END-IF.

*> the report's own retention period, or the shop default when
*> rptinq has none on file for it - the directory is in report-name
*> order, so each report's period is looked up once
LookupRetention.
       MOVE RDReportName TO WSRetainName
       MOVE WSDefaultDays TO WSRetainDays
       MOVE RDReportName TO RTReportName
       READ ReportRetainFile
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF RTRetainDays IS NUMERIC AND RTRetainDays > 0 THEN
                     MOVE RTRetainDays TO WSRetainDays
              END-IF
       END-READ.

*> deletes every filed line of the run, then its directory record,
*> and lists it on the purge report
PurgeOneRun.
       MOVE "N" TO WSLibEOF
       MOVE RDReportName TO RLReportName
       MOVE RDRunDate TO RLRunDate
       MOVE RDRunTime TO RLRunTime
       MOVE 0 TO RLLineNum
       START ReportLibFile KEY NOT LESS THAN RLKey
           INVALID KEY MOVE "Y" TO WSLibEOF
       END-START
       PERFORM ReadRunLine
       PERFORM UNTIL LibEOF
              DELETE ReportLibFile
                  INVALID KEY
                     DISPLAY "Report line " RLLineNum
                         " not purged, file status " WSLibFileStatus
                  NOT INVALID KEY
                     ADD 1 TO WSLinesPurged
              END-DELETE
              PERFORM ReadRunLine
       END-PERFORM
       DELETE ReportDirFile
           INVALID KEY
              DISPLAY "Report " RDReportName
                  " not purged, file status " WSDirFileStatus
           NOT INVALID KEY
              ADD 1 TO WSRunsPurged
              MOVE WSRetainDays TO WSEditDays
              MOVE SPACES TO RPTLine
              STRING RDReportName " " RDRunDate " " RDRunTime " "
                  RDLineCount " lines, kept " WSEditDays
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteReportLine
       END-DELETE.

*> reads the next filed line, ending when it belongs to another run
ReadRunLine.
       IF NOT LibEOF THEN
              READ ReportLibFile NEXT RECORD
                  AT END MOVE "Y" TO WSLibEOF
              END-READ
       END-IF
       IF NOT LibEOF THEN
              IF RLReportName NOT = RDReportName
                  OR RLRunDate NOT = RDRunDate
                  OR RLRunTime NOT = RDRunTime THEN
                     MOVE "Y" TO WSLibEOF
              END-IF
       END-IF.

*> cobc -x rptpurge.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./rptpurge                    to run the program
