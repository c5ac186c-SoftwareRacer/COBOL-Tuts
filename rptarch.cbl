>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptarch.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReportFile ASSIGN USING WSArcFileName
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ReportDirFile ASSIGN TO "ReportDir.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RDKey
           FILE STATUS IS WSDirFileStatus.

       SELECT OPTIONAL ReportLibFile ASSIGN TO "ReportLib.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RLKey
           FILE STATUS IS WSLibFileStatus.

DATA DIVISION.
FILE SECTION.
*> the finished report being filed - the name comes in on the call
FD  ReportFile.
01 ReportLine PIC X(132).

*> one directory record per report run filed
FD  ReportDirFile.
COPY RPTDIR.

*> the filed report's lines
FD  ReportLibFile.
COPY RPTLIB.

WORKING-STORAGE SECTION.
01 WSArcFileName PIC X(30) VALUE SPACES.

01 WSDirFileStatus PIC XX VALUE "00".
       88 DirFileNotFound VALUE "35".
       88 DirDuplicate    VALUE "22".
01 WSLibFileStatus PIC XX VALUE "00".
       88 LibFileNotFound VALUE "35".

01 WSReportEOF PIC X VALUE "N".
       88 ReportEOF VALUE "Y".

01 WSRetryCount PIC 99 VALUE 0.

*> shared report-library service: rptwrite CALLs it on every close,
*> and the report programs that write their own files CALL it after
*> closing theirs, so a run is kept under its date and time instead
*> of being overwritten by the next one
LINKAGE SECTION.
COPY ARCCTL.

*> RETURN-CODE is 0 when the report was filed, 4 when there was
*> nothing to file and 8 when the library would not take it
PROCEDURE DIVISION USING ArchiveControl.
       MOVE 0 TO RETURN-CODE
       MOVE 0 TO ARCLineCount
       MOVE ARCFileName TO WSArcFileName
       ACCEPT ARCRunDate FROM DATE YYYYMMDD
       ACCEPT ARCRunTime FROM TIME
       IF ARCProgram = SPACES OR ARCProgram = LOW-VALUES THEN
              MOVE "UNKNOWN" TO ARCProgram
       END-IF
       IF ARCOperator = SPACES OR ARCOperator = LOW-VALUES THEN
              MOVE SPACES TO ARCOperator
              ACCEPT ARCOperator FROM ENVIRONMENT "MENUOPER"
       END-IF
       IF ARCOperator = SPACES THEN
              MOVE "BATCH" TO ARCOperator
       END-IF
       MOVE "N" TO WSReportEOF
       OPEN INPUT ReportFile
       PERFORM ReadReportLine
       IF ReportEOF THEN
              CLOSE ReportFile
              MOVE 4 TO RETURN-CODE
       ELSE
              PERFORM OpenLibraryFiles
              PERFORM FileDirectoryEntry
              IF RETURN-CODE = 0 THEN
                     PERFORM UNTIL ReportEOF
                            PERFORM FileReportLine
                            PERFORM ReadReportLine
                     END-PERFORM
                     PERFORM UpdateDirectoryEntry
              END-IF
              CLOSE ReportFile
              CLOSE ReportDirFile
              CLOSE ReportLibFile
       END-IF.
EXIT PROGRAM.

*> reads the next line of the finished report
ReadReportLine.
       READ ReportFile
           AT END MOVE "Y" TO WSReportEOF
       END-READ.

*> opens both library files for keyed writes, creating each indexed
*> file the first time it is found missing
OpenLibraryFiles.
       OPEN I-O ReportDirFile
       IF DirFileNotFound THEN
              OPEN OUTPUT ReportDirFile
              CLOSE ReportDirFile
              OPEN I-O ReportDirFile
       END-IF
       OPEN I-O ReportLibFile
       IF LibFileNotFound THEN
              OPEN OUTPUT ReportLibFile
              CLOSE ReportLibFile
              OPEN I-O ReportLibFile
       END-IF.

*> claims the run's directory key - a second run of the same report
*> in the same hundredth of a second moves on to the next one
FileDirectoryEntry.
       MOVE ARCFileName TO RDReportName
       MOVE ARCRunDate TO RDRunDate
       MOVE ARCProgram TO RDProgram
       MOVE ARCOperator TO RDOperator
       MOVE ARCTitle TO RDTitle
       MOVE 0 TO RDLineCount
       MOVE 0 TO WSRetryCount
       MOVE "22" TO WSDirFileStatus
       PERFORM UNTIL NOT DirDuplicate OR WSRetryCount = 99
              ADD 1 TO WSRetryCount
              MOVE ARCRunTime TO RDRunTime
              WRITE ReportDirRecord
                  INVALID KEY
                     ADD 1 TO ARCRunTime
              END-WRITE
       END-PERFORM
       IF WSDirFileStatus NOT = "00" THEN
              DISPLAY "Report " ARCFileName " not filed, file status "
                  WSDirFileStatus
              MOVE 8 TO RETURN-CODE
       END-IF.

*> files one line under the run's key and its line number
FileReportLine.
       ADD 1 TO ARCLineCount
       MOVE RDReportName TO RLReportName
       MOVE RDRunDate TO RLRunDate
       MOVE RDRunTime TO RLRunTime
       MOVE ARCLineCount TO RLLineNum
       MOVE ReportLine TO RLLine
       WRITE ReportLibRecord
           INVALID KEY
              DISPLAY "Report line " ARCLineCount " not filed, file "
                  "status " WSLibFileStatus
       END-WRITE.

*> puts the line count on the run's directory record
UpdateDirectoryEntry.
       MOVE ARCLineCount TO RDLineCount
       REWRITE ReportDirRecord
           INVALID KEY
              DISPLAY "Report directory not updated, file status "
                  WSDirFileStatus
       END-REWRITE.

*> cobc -m rptarch.cbl           to build the callable subroutine
*> CALL WSArchiveProgram USING ArchiveControl
*>     (WSArchiveProgram a PIC X item set to "rptarch" - the same
*>     dynamic dispatch idiom the rptwrite report service uses)
