           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustNoteFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNKey
           FILE STATUS IS WSNoteFileStatus.

DATA DIVISION.
FILE SECTION.
*> the five files the shop keeps on a customer, read together here so
FD  AuditFile.
01 AuditRecord PIC X(80).

*> the contact notes taken at the coboltut lookup - the dossier shows
*> the most recent ones, newest first
FD  CustNoteFile.
COPY CUSTNOTE.

WORKING-STORAGE SECTION.
01 WSCustFileStatus PIC XX VALUE "00".
01 WSAddrFileStatus PIC XX VALUE "00".
01 WSXrefFileStatus PIC XX VALUE "00".
01 WSNoteFileStatus PIC XX VALUE "00".

01 WSLookupIDNum PIC 9(5) VALUE 0.
01 WSSentinel    PIC 9(5) VALUE 99999.
01 WSVoterFound PIC X VALUE "N".
       88 VoterFound VALUE "Y".

01 WSNoteEOF PIC X VALUE "N".
       88 NoteEOF VALUE "Y".

01 WSAuditLineCount PIC 9(5) VALUE 0.
01 WSDossierCount   PIC 9(5) VALUE 0.

       02 FILLER     PIC X.
       02 WSAVAction PIC X(6).

*> the customer's last ten notes, shifted up as the file is read in
*> date and time order so the newest end up at the bottom
01 WSNoteTotal  PIC 9(5) VALUE 0.
01 WSNoteCount  PIC 99 VALUE 0.
01 WSNoteTable.
       02 WSNoteEntry OCCURS 10 TIMES.
           03 WSNTDate     PIC 9(8).
           03 WSNTTime     PIC 9(8).
           03 WSNTOperator PIC X(8).
           03 WSNTType     PIC X.
           03 WSNTLines    PIC 9.
           03 WSNTLine OCCURS 5 TIMES PIC X(60).
01 WSNoteIndex PIC 99 VALUE 0.
01 WSShiftIndex PIC 99 VALUE 0.
01 WSLineIndex PIC 9 VALUE 0.
01 WSNoteTypeText PIC X(6) VALUE SPACES.

*> control block for the shared rptwrite report-formatting service -
*> the "P" page-break operation starts every customer on a fresh page
*> so the dossier can be handed over one page per customer
OPEN INPUT CustomerFile
OPEN INPUT CustAddrFile
OPEN INPUT CustSSNXrefFile
OPEN INPUT CustNoteFile

PERFORM AcceptLookupIDNum
PERFORM UNTIL WSLookupIDNum = WSSentinel
CLOSE CustomerFile
CLOSE CustAddrFile
CLOSE CustSSNXrefFile
CLOSE CustNoteFile
MOVE SPACES TO RPTLine
STRING "Dossiers pulled: " WSDossierCount
    DELIMITED BY SIZE INTO RPTLine
OpenDossierReport.
       MOVE "O" TO RPTOperation
       MOVE "Dossier.txt" TO RPTFileName
       MOVE "custdoss" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Customer Dossier" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
       CALL WSReportProgram USING ReportControl.

*> pulls everything on file for one customer onto its own page:
*> master record, address, SSN verification, voter roll entry, the
*> most recent contact notes, and every audit line ever written for
*> the IDNum
PullOneDossier.
       ADD 1 TO WSDossierCount
       IF WSDossierCount > 1 THEN
       PERFORM PrintAddressSection
       PERFORM PrintSSNSection
       PERFORM PrintVoterSection
       PERFORM PrintNotesSection
       PERFORM PrintAuditSection.

*> the CustomerData record off the master, or the fact it is missing
              STRING "                     " CACity ", " CAState
                  " " CAZip DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteDossierLine
              IF CAMailReturned THEN
                     MOVE SPACES TO RPTLine
                     STRING "                     MAIL RETURNED "
                         CAReturnDate " - MAILINGS HELD"
                         DELIMITED BY SIZE INTO RPTLine
                     PERFORM WriteDossierLine
              END-IF
       END-READ.

*> the SSN verification entry - the dossier carries the verification
           AT END MOVE "Y" TO WSRollEOF
       END-READ.

*> the customer's ten most recent contact notes, newest first, each
*> with who took it, when, how the customer got in touch, and what
*> was said
PrintNotesSection.
       MOVE 0 TO WSNoteTotal
       MOVE 0 TO WSNoteCount
       MOVE "N" TO WSNoteEOF
       MOVE WSLookupIDNum TO CNIDNum
       MOVE 0 TO CNDate
       MOVE 0 TO CNTime
       START CustNoteFile KEY NOT LESS THAN CNKey
           INVALID KEY MOVE "Y" TO WSNoteEOF
       END-START
       PERFORM ReadNextNote
       PERFORM UNTIL NoteEOF
              ADD 1 TO WSNoteTotal
              PERFORM KeepRecentNote
              PERFORM ReadNextNote
       END-PERFORM
       MOVE SPACES TO RPTLine
       STRING "Contact notes      : " WSNoteTotal " on file"
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteDossierLine
       PERFORM VARYING WSNoteIndex FROM WSNoteCount BY -1
           UNTIL WSNoteIndex < 1
              PERFORM PrintOneNote
       END-PERFORM.

*> reads the next note, stopping at the first one for another customer
ReadNextNote.
       IF NOT NoteEOF THEN
              READ CustNoteFile NEXT RECORD
                  AT END MOVE "Y" TO WSNoteEOF
              END-READ
       END-IF
       IF NOT NoteEOF AND CNIDNum NOT = WSLookupIDNum THEN
              MOVE "Y" TO WSNoteEOF
       END-IF.

*> keeps the note just read as the newest of the last ten
KeepRecentNote.
       IF WSNoteCount < 10 THEN
              ADD 1 TO WSNoteCount
       ELSE
              PERFORM VARYING WSShiftIndex FROM 1 BY 1
                  UNTIL WSShiftIndex > 9
                     MOVE WSNoteEntry(WSShiftIndex + 1)
                         TO WSNoteEntry(WSShiftIndex)
              END-PERFORM
       END-IF
       MOVE CNDate TO WSNTDate(WSNoteCount)
       MOVE CNTime TO WSNTTime(WSNoteCount)
       MOVE CNOperator TO WSNTOperator(WSNoteCount)
       MOVE CNContactType TO WSNTType(WSNoteCount)
       MOVE CNLineCount TO WSNTLines(WSNoteCount)
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > 5
              MOVE CNLine(WSLineIndex)
                  TO WSNTLine(WSNoteCount, WSLineIndex)
       END-PERFORM.

*> one note: a heading line, then its text lines indented
PrintOneNote.
       EVALUATE WSNTType(WSNoteIndex)
           WHEN "C" MOVE "CALL" TO WSNoteTypeText
           WHEN "L" MOVE "LETTER" TO WSNoteTypeText
           WHEN "V" MOVE "VISIT" TO WSNoteTypeText
           WHEN "E" MOVE "EMAIL" TO WSNoteTypeText
           WHEN "S" MOVE "SYSTEM" TO WSNoteTypeText
           WHEN OTHER MOVE "OTHER" TO WSNoteTypeText
       END-EVALUATE
       MOVE SPACES TO RPTLine
       STRING "  " WSNTDate(WSNoteIndex) " "
           WSNTTime(WSNoteIndex)(1:4) " " WSNoteTypeText
           " by " WSNTOperator(WSNoteIndex)
           DELIMITED BY SIZE INTO RPTLine
       PERFORM WriteDossierLine
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSNTLines(WSNoteIndex)
              MOVE SPACES TO RPTLine
              STRING "      " WSNTLine(WSNoteIndex, WSLineIndex)
                  DELIMITED BY SIZE INTO RPTLine
              PERFORM WriteDossierLine
       END-PERFORM.

*> every Audit.log line for the IDNum - the log is appended in date
*> and time order, so the front-to-back scan already reads in order
PrintAuditSection.
