           RECORD KEY IS XRIDNum
           FILE STATUS IS WSXrefFileStatus.

       SELECT OPTIONAL CustNoteFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNKey
           FILE STATUS IS WSNoteFileStatus.

DATA DIVISION.
FILE SECTION.
*> the greeting screen doubles as a quick customer inquiry against
           03 XRSerial PIC 9999.
       02 XRVerifyDate PIC 9(8).

*> what was said when the customer called, wrote or came in - taken
*> at the lookup so the next clerk does not start from nothing
FD  CustNoteFile.
COPY CUSTNOTE.

*> one Num1/Num2 pair per line for the batch totals run, instead of
*> one ACCEPT pair typed in interactively
FD  AdderTransFile.
01 WSXrefIDNum     PIC 9(5) VALUE 0.
01 WSXrefDate      PIC 9(8).

01 WSNoteFileStatus PIC XX VALUE "00".
       88 NoteFileNotFound VALUE "35".

01 WSNoteEOF PIC X VALUE "N".
       88 NoteEOF VALUE "Y".

*> the customer's last few notes, shifted up as the file is read in
*> key (date and time) order so the newest end up at the bottom
01 WSRecentCount PIC 9 VALUE 0.
01 WSRecentTable.
       02 WSRecentEntry OCCURS 3 TIMES.
           03 WSRNDate     PIC 9(8).
           03 WSRNTime     PIC 9(8).
           03 WSRNOperator PIC X(8).
           03 WSRNType     PIC X.
           03 WSRNLines    PIC 9.
           03 WSRNFirst    PIC X(60).
01 WSRecentIndex PIC 9 VALUE 0.
01 WSNoteTotal   PIC 9(5) VALUE 0.

01 WSNoteChoice PIC X VALUE SPACE.
       88 NoteAdd VALUE "A", "a".

*> a note is keyed in here before it is written
01 WSNoteType  PIC X VALUE SPACE.
       88 NoteTypeOK VALUE "C", "L", "V", "E".
01 WSNoteText  PIC X(60) VALUE SPACES.
01 WSNoteLines PIC 9 VALUE 0.
01 WSNoteDone  PIC X VALUE "N".
       88 NoteDone VALUE "Y".
01 WSNoteTime  PIC 9(8) VALUE 0.

*> operands for the dynamic CALL dispatch into the shared lockmgr
*> service - the customer master is claimed before it is opened for
*> update, and a second writer is refused with the holder's name on
           NOT INVALID KEY
              DISPLAY "Customer " IDNum ": " FirstName " " LastName
              PERFORM ShowSSNVerified
              PERFORM CustomerNotesPrompt
       END-READ
       CLOSE CustomerFile.

       END-READ
       CLOSE CustSSNXrefFile.

*> shows the customer's most recent contact notes and offers the note
*> entry screen for the customer on screen
CustomerNotesPrompt.
       PERFORM ShowRecentNotes
       DISPLAY "A=add a contact note, Enter to continue: "
           WITH NO ADVANCING
       MOVE SPACE TO WSNoteChoice
       ACCEPT WSNoteChoice
       IF NoteAdd THEN
              PERFORM EnterCustomerNote
       END-IF.

*> reads every note on file for the customer in date and time order,
*> keeping the last three, and shows them newest last
ShowRecentNotes.
       MOVE 0 TO WSRecentCount
       MOVE 0 TO WSNoteTotal
       MOVE "N" TO WSNoteEOF
       OPEN INPUT CustNoteFile
       IF NoteFileNotFound THEN
              MOVE "Y" TO WSNoteEOF
       ELSE
              MOVE WSLookupIDNum TO CNIDNum
              MOVE 0 TO CNDate
              MOVE 0 TO CNTime
              START CustNoteFile KEY NOT LESS THAN CNKey
                  INVALID KEY MOVE "Y" TO WSNoteEOF
              END-START
       END-IF
       PERFORM ReadNextNote
       PERFORM UNTIL NoteEOF
              ADD 1 TO WSNoteTotal
              PERFORM KeepRecentNote
              PERFORM ReadNextNote
       END-PERFORM
       IF NOT NoteFileNotFound THEN
              CLOSE CustNoteFile
       END-IF
       IF WSNoteTotal = 0 THEN
              DISPLAY "No contact notes on file for this customer"
       ELSE
              DISPLAY "Contact notes on file: " WSNoteTotal
                  " - most recent:"
       END-IF
       PERFORM VARYING WSRecentIndex FROM 1 BY 1
           UNTIL WSRecentIndex > WSRecentCount
              DISPLAY "  " WSRNDate(WSRecentIndex) " "
                  WSRNTime(WSRecentIndex)(1:4) " "
                  WSRNOperator(WSRecentIndex) " "
                  WSRNType(WSRecentIndex) " "
                  WSRNFirst(WSRecentIndex)
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

*> keeps the note just read as the newest of the last three
KeepRecentNote.
       IF WSRecentCount < 3 THEN
              ADD 1 TO WSRecentCount
       ELSE
              MOVE WSRecentEntry(2) TO WSRecentEntry(1)
              MOVE WSRecentEntry(3) TO WSRecentEntry(2)
       END-IF
       MOVE CNDate TO WSRNDate(WSRecentCount)
       MOVE CNTime TO WSRNTime(WSRecentCount)
       MOVE CNOperator TO WSRNOperator(WSRecentCount)
       MOVE CNContactType TO WSRNType(WSRecentCount)
       MOVE CNLineCount TO WSRNLines(WSRecentCount)
       MOVE CNLine(1) TO WSRNFirst(WSRecentCount).

*> the note entry screen: contact type, then up to five lines of what
*> was said, a blank line ending the note early; the signed-on
*> operator and the date and time go on it as its key
EnterCustomerNote.
       DISPLAY "Contact type C=call, L=letter, V=visit, E=email: "
           WITH NO ADVANCING
       ACCEPT WSNoteType
       IF NOT NoteTypeOK THEN
              DISPLAY "Invalid contact type, note not recorded"
       ELSE
              MOVE SPACES TO CustNoteRecord
              MOVE 0 TO WSNoteLines
              MOVE "N" TO WSNoteDone
              DISPLAY "Enter note lines (blank line to finish):"
              PERFORM AcceptNoteLine UNTIL NoteDone
              IF WSNoteLines = 0 THEN
                     DISPLAY "Empty note, not recorded"
              ELSE
                     PERFORM WriteCustomerNote
              END-IF
       END-IF.

*> accepts one line of the note
AcceptNoteLine.
       MOVE SPACES TO WSNoteText
       DISPLAY "> " WITH NO ADVANCING
       ACCEPT WSNoteText
       IF WSNoteText = SPACES THEN
              MOVE "Y" TO WSNoteDone
       ELSE
              ADD 1 TO WSNoteLines
              MOVE WSNoteText TO CNLine(WSNoteLines)
              IF WSNoteLines = 5 THEN
                     MOVE "Y" TO WSNoteDone
              END-IF
       END-IF.

*> writes the note, creating CustNotes.dat the first time; a second
*> note in the same hundredth of a second is refused by the key
WriteCustomerNote.
       OPEN I-O CustNoteFile
       IF NoteFileNotFound THEN
              OPEN OUTPUT CustNoteFile
              CLOSE CustNoteFile
              OPEN I-O CustNoteFile
       END-IF
       MOVE WSLookupIDNum TO CNIDNum
       ACCEPT CNDate FROM DATE YYYYMMDD
       ACCEPT WSNoteTime FROM TIME
       MOVE WSNoteTime TO CNTime
       MOVE WSSignOnID TO CNOperator
       MOVE WSNoteType TO CNContactType
       MOVE WSNoteLines TO CNLineCount
       WRITE CustNoteRecord
           INVALID KEY
              DISPLAY "A note was just taken for this customer - "
                  "note not recorded, try again"
           NOT INVALID KEY
              DISPLAY "Contact note recorded"
       END-WRITE
       CLOSE CustNoteFile.

*> finds customers by the LastName alternate key for the callers who
*> give us a name instead of an IDNum - positions on the first match
*> and hands the operator a next/previous browse to pick the one they
                  " " LastName
              DISPLAY "Status on file: " CustStatus
              PERFORM ShowSSNVerified
              PERFORM CustomerNotesPrompt
              MOVE "Y" TO WSBrowseDone
       END-IF.

       MOVE "N" TO WSBatchEOF
       MOVE "O" TO RPTOperation
       MOVE "TotalsReport.txt" TO RPTFileName
       MOVE "coboltut" TO RPTProgram
       MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
       MOVE "Daily Totals Report" TO RPTTitle
       MOVE 60 TO RPTLinesPerPage
