>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pctmaint.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PrecinctFile ASSIGN TO "Precinct.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCKey
           FILE STATUS IS WSPrecinctFileStatus.

DATA DIVISION.
FILE SECTION.
*> the ZIP ranges the county election office maps to precincts and
*> polling places - pctassign places every voter by it
FD  PrecinctFile.
COPY PRECINCT.

WORKING-STORAGE SECTION.
01 WSPrecinctFileStatus PIC XX VALUE "00".
       88 PrecinctFileOK       VALUE "00".
       88 PrecinctFileNotFound VALUE "35".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAdd    VALUE "1".
       88 MenuChange VALUE "2".
       88 MenuDelete VALUE "3".
       88 MenuList   VALUE "4".
       88 MenuExit   VALUE "X", "x".

*> staging area a range transaction is keyed into and validated in
*> before it goes anywhere near the file
01 WSEntryState     PIC XX VALUE SPACES.
01 WSEntryCounty    PIC XXX VALUE SPACES.
01 WSEntryZipFrom   PIC 9(5) VALUE 0.
01 WSEntryZipTo     PIC 9(5) VALUE 0.
01 WSEntryPrecinct  PIC X(6) VALUE SPACES.
01 WSEntryPollPlace PIC X(30) VALUE SPACES.

01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid   VALUE "Y".
       88 EntryInvalid VALUE "N".

*> the two-character postal codes of the jurisdictions we operate in -
*> the same list jurmaint checks a rule's state against
01 WSStateCodesValue.
       02 FILLER PIC X(51) VALUE
           "ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSM".
       02 FILLER PIC X(51) VALUE
           "OMTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY".
01 WSStateCodesTable REDEFINES WSStateCodesValue.
       02 WSStateCode PIC XX OCCURS 51 TIMES.

01 WSStateIndex PIC 99 VALUE 0.
01 WSStateFound PIC X VALUE "N".
       88 StateFound VALUE "Y".

01 WSPrecinctEOF PIC X VALUE "N".
       88 PrecinctEOF VALUE "Y".

*> set when the keyed range runs into another range in its county -
*> a ZIP can only vote in one precinct
01 WSOverlapFound PIC X VALUE "N".
       88 OverlapFound VALUE "Y".
01 WSOverlapFrom     PIC 9(5) VALUE 0.
01 WSOverlapTo       PIC 9(5) VALUE 0.
01 WSOverlapPrecinct PIC X(6) VALUE SPACES.

01 WSListCount PIC 9(5) VALUE 0.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
PERFORM OpenPrecinctFile
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuAdd    PERFORM AddRange
           WHEN MenuChange PERFORM ChangeRange
           WHEN MenuDelete PERFORM DeleteRange
           WHEN MenuList   PERFORM ListRanges
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
CLOSE PrecinctFile

STOP RUN.

*> opens Precinct.dat for direct read/write by range key, creating
*> the indexed file the first time the job finds it missing
OpenPrecinctFile.
       OPEN I-O PrecinctFile
       IF PrecinctFileNotFound THEN
              OPEN OUTPUT PrecinctFile
              CLOSE PrecinctFile
              OPEN I-O PrecinctFile
       END-IF.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Add a precinct ZIP range"
       DISPLAY "2. Change a precinct ZIP range"
       DISPLAY "3. Delete a precinct ZIP range"
       DISPLAY "4. List all ranges (PrecinctList.txt)"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> prompts for and validates the key of the range a transaction is to
*> run against: a real state code, a county code and the first ZIP
AcceptEntryKey.
       MOVE "Y" TO WSEntryValid
       DISPLAY "Enter state code: " WITH NO ADVANCING
       ACCEPT WSEntryState
       MOVE "N" TO WSStateFound
       PERFORM VARYING WSStateIndex FROM 1 BY 1
           UNTIL WSStateIndex > 51 OR StateFound
              IF WSStateCode(WSStateIndex) = WSEntryState THEN
                     MOVE "Y" TO WSStateFound
              END-IF
       END-PERFORM
       IF NOT StateFound THEN
              DISPLAY "State code " WSEntryState " is not valid"
              MOVE "N" TO WSEntryValid
       END-IF
       DISPLAY "Enter county code: " WITH NO ADVANCING
       ACCEPT WSEntryCounty
       IF WSEntryCounty = SPACES THEN
              DISPLAY "County code must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF
       DISPLAY "Enter first ZIP of the range: " WITH NO ADVANCING
       ACCEPT WSEntryZipFrom
       IF WSEntryZipFrom = 0 THEN
              DISPLAY "First ZIP must not be zero"
              MOVE "N" TO WSEntryValid
       END-IF.

*> prompts for the rest of the range: its last ZIP, the precinct it
*> votes in and that precinct's polling place
AcceptEntryRange.
       DISPLAY "Enter last ZIP of the range: " WITH NO ADVANCING
       ACCEPT WSEntryZipTo
       IF WSEntryZipTo < WSEntryZipFrom THEN
              DISPLAY "Last ZIP must not be below the first ZIP"
              MOVE "N" TO WSEntryValid
       END-IF
       DISPLAY "Enter precinct code: " WITH NO ADVANCING
       ACCEPT WSEntryPrecinct
       IF WSEntryPrecinct = SPACES THEN
              DISPLAY "Precinct code must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF
       DISPLAY "Enter polling place: " WITH NO ADVANCING
       MOVE SPACES TO WSEntryPollPlace
       ACCEPT WSEntryPollPlace
       IF WSEntryPollPlace = SPACES THEN
              DISPLAY "Polling place must not be blank"
              MOVE "N" TO WSEntryValid
       END-IF
       IF EntryValid THEN
              PERFORM CheckRangeOverlap
              IF OverlapFound THEN
                     DISPLAY "Range overlaps " WSOverlapFrom "-"
                         WSOverlapTo " (precinct " WSOverlapPrecinct
                         ")"
                     MOVE "N" TO WSEntryValid
              END-IF
       END-IF.

*> reads every range already on file for the keyed county off the key
*> and flags the first one the keyed range runs into - the range being
*> changed is its own first ZIP and is not held against itself
CheckRangeOverlap.
       MOVE "N" TO WSOverlapFound
       MOVE "N" TO WSPrecinctEOF
       MOVE WSEntryState TO PCState
       MOVE WSEntryCounty TO PCCounty
       MOVE 0 TO PCZipFrom
       START PrecinctFile KEY NOT LESS THAN PCKey
           INVALID KEY MOVE "Y" TO WSPrecinctEOF
       END-START
       PERFORM ReadCountyRange
       PERFORM UNTIL PrecinctEOF OR OverlapFound
              IF PCZipFrom NOT = WSEntryZipFrom
                  AND PCZipFrom <= WSEntryZipTo
                  AND PCZipTo >= WSEntryZipFrom THEN
                     MOVE "Y" TO WSOverlapFound
                     MOVE PCZipFrom TO WSOverlapFrom
                     MOVE PCZipTo TO WSOverlapTo
                     MOVE PCPrecinct TO WSOverlapPrecinct
              END-IF
              PERFORM ReadCountyRange
       END-PERFORM.

*> reads the next range, stopping at the first one for another county
ReadCountyRange.
       IF NOT PrecinctEOF THEN
              READ PrecinctFile NEXT RECORD
                  AT END MOVE "Y" TO WSPrecinctEOF
              END-READ
       END-IF
       IF NOT PrecinctEOF AND (PCState NOT = WSEntryState
           OR PCCounty NOT = WSEntryCounty) THEN
              MOVE "Y" TO WSPrecinctEOF
       END-IF.

*> adds one range keyed by state/county/first ZIP; the indexed WRITE
*> itself rejects a range already starting at that ZIP
AddRange.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              PERFORM AcceptEntryRange
       END-IF
       IF EntryValid THEN
              MOVE WSEntryState TO PCState
              MOVE WSEntryCounty TO PCCounty
              MOVE WSEntryZipFrom TO PCZipFrom
              MOVE WSEntryZipTo TO PCZipTo
              MOVE WSEntryPrecinct TO PCPrecinct
              MOVE WSEntryPollPlace TO PCPollPlace
              WRITE PrecinctRecord
                  INVALID KEY
                     DISPLAY "Range from " WSEntryZipFrom
                         " already on file, add skipped"
                  NOT INVALID KEY
                     DISPLAY "Range added"
              END-WRITE
       END-IF.

*> changes the last ZIP, precinct or polling place of a range already
*> on file; the record is read again after the overlap check, which
*> reads through the county's other ranges
ChangeRange.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              MOVE WSEntryState TO PCState
              MOVE WSEntryCounty TO PCCounty
              MOVE WSEntryZipFrom TO PCZipFrom
              READ PrecinctFile
                  INVALID KEY
                     DISPLAY "Range from " WSEntryZipFrom
                         " not on file, change skipped"
                     MOVE "N" TO WSEntryValid
                  NOT INVALID KEY
                     DISPLAY "Range on file: " PCZipFrom "-" PCZipTo
                         "  precinct " PCPrecinct "  " PCPollPlace
              END-READ
       END-IF
       IF EntryValid THEN
              PERFORM AcceptEntryRange
       END-IF
       IF EntryValid THEN
              MOVE WSEntryState TO PCState
              MOVE WSEntryCounty TO PCCounty
              MOVE WSEntryZipFrom TO PCZipFrom
              READ PrecinctFile
                  INVALID KEY
                     DISPLAY "Range from " WSEntryZipFrom
                         " not on file, change skipped"
                  NOT INVALID KEY
                     MOVE WSEntryZipTo TO PCZipTo
                     MOVE WSEntryPrecinct TO PCPrecinct
                     MOVE WSEntryPollPlace TO PCPollPlace
                     REWRITE PrecinctRecord
                     DISPLAY "Range changed"
              END-READ
       END-IF.

*> removes one range from the file - voters in it go to the
*> exceptions list on the next assignment run until it is mapped again
DeleteRange.
       PERFORM AcceptEntryKey
       IF EntryValid THEN
              MOVE WSEntryState TO PCState
              MOVE WSEntryCounty TO PCCounty
              MOVE WSEntryZipFrom TO PCZipFrom
              DELETE PrecinctFile
                  INVALID KEY
                     DISPLAY "Range from " WSEntryZipFrom
                         " not on file, delete skipped"
                  NOT INVALID KEY
                     DISPLAY "Range deleted"
              END-DELETE
       END-IF.

*> prints every range on file through the report service - reading
*> the file in key order gives the listing by state, county and ZIP
ListRanges.
       MOVE "N" TO WSPrecinctEOF
       MOVE 0 TO WSListCount
       MOVE "O" TO RPTOperation
       MOVE "PrecinctList.txt" TO RPTFileName
       MOVE "pctmaint" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Precinct ZIP Ranges" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl
       MOVE LOW-VALUES TO PCKey
       START PrecinctFile KEY NOT LESS THAN PCKey
           INVALID KEY MOVE "Y" TO WSPrecinctEOF
       END-START
       PERFORM ReadNextRange
       PERFORM UNTIL PrecinctEOF
              ADD 1 TO WSListCount
              MOVE SPACES TO RPTLine
              STRING PCState " " PCCounty "  " PCZipFrom "-" PCZipTo
                  "  Precinct " PCPrecinct "  " PCPollPlace
                  DELIMITED BY SIZE INTO RPTLine
              MOVE "D" TO RPTOperation
              CALL WSReportProgram USING ReportControl
              PERFORM ReadNextRange
       END-PERFORM
       MOVE SPACES TO RPTLine
       STRING "Ranges on file: " WSListCount
           DELIMITED BY SIZE INTO RPTLine
       MOVE "T" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE "C" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       DISPLAY "Ranges listed: " WSListCount
       DISPLAY "Listing written to PrecinctList.txt".

*> reads the next range in state/county/ZIP key order
ReadNextRange.
       IF NOT PrecinctEOF THEN
              READ PrecinctFile NEXT RECORD
                  AT END MOVE "Y" TO WSPrecinctEOF
              END-READ
       END-IF.

*> cobc -x pctmaint.cbl          to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./pctmaint                    to run the program
