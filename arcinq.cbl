           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CustNoteFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNKey
           FILE STATUS IS WSNoteFileStatus.

DATA DIVISION.
FILE SECTION.
FD  CustomerFile.
           03 AWLastName  PIC X(15).
       02 AWCustStatus PIC X.

*> the contact notes file - the archive sweep never touches it, so an
*> archived customer's notes are still on file to show here and are
*> simply there again once the customer is restored
FD  CustNoteFile.
COPY CUSTNOTE.

WORKING-STORAGE SECTION.
01 WSCustFileStatus PIC XX VALUE "00".
       88 CustFileOK       VALUE "00".

01 WSArchFileStatus PIC XX VALUE "00".

01 WSNoteFileStatus PIC XX VALUE "00".
       88 NoteFileNotFound VALUE "35".

01 WSNoteEOF PIC X VALUE "N".
       88 NoteEOF VALUE "Y".

01 WSNoteTotal    PIC 9(5) VALUE 0.
01 WSLastNoteDate PIC 9(8) VALUE 0.
01 WSNoteTime     PIC 9(8) VALUE 0.

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuInquire VALUE "1".
       88 MenuRestore VALUE "2".
       CLOSE ArchiveFile
       IF WSFoundCount = 0 THEN
              DISPLAY "Customer " WSInquireIDNum " not on the archive"
       ELSE
              PERFORM CountCustomerNotes
              DISPLAY "Contact notes kept on file: " WSNoteTotal
                  " (latest " WSLastNoteDate ")"
       END-IF.

*> reads the next record swept onto Customer.arc
                     PERFORM RemoveFromArchive
                     DISPLAY "Customer " WSInquireIDNum
                         " restored to the active file"
                     PERFORM CountCustomerNotes
                     DISPLAY "Contact notes back with the customer: "
                         WSNoteTotal
                     PERFORM WriteRestoreNote
              END-IF
       END-IF.

       CLOSE ArchiveWorkFile
       CLOSE ArchiveFile.

*> counts the contact notes on file for the customer and finds the
*> date of the latest one
CountCustomerNotes.
       MOVE 0 TO WSNoteTotal
       MOVE 0 TO WSLastNoteDate
       MOVE "N" TO WSNoteEOF
       OPEN INPUT CustNoteFile
       MOVE WSInquireIDNum TO CNIDNum
       MOVE 0 TO CNDate
       MOVE 0 TO CNTime
       START CustNoteFile KEY NOT LESS THAN CNKey
           INVALID KEY MOVE "Y" TO WSNoteEOF
       END-START
       PERFORM ReadNextNote
       PERFORM UNTIL NoteEOF
              ADD 1 TO WSNoteTotal
              MOVE CNDate TO WSLastNoteDate
              PERFORM ReadNextNote
       END-PERFORM
       CLOSE CustNoteFile.

*> reads the next note, stopping at the first one for another customer
ReadNextNote.
       IF NOT NoteEOF THEN
              READ CustNoteFile NEXT RECORD
                  AT END MOVE "Y" TO WSNoteEOF
              END-READ
       END-IF
       IF NOT NoteEOF AND CNIDNum NOT = WSInquireIDNum THEN
              MOVE "Y" TO WSNoteEOF
       END-IF.

*> records the restore on the customer's notes, so the gap in their
*> contact history reads as an archive and not as silence
WriteRestoreNote.
       OPEN I-O CustNoteFile
       IF NoteFileNotFound THEN
              OPEN OUTPUT CustNoteFile
              CLOSE CustNoteFile
              OPEN I-O CustNoteFile
       END-IF
       MOVE SPACES TO CustNoteRecord
       MOVE WSInquireIDNum TO CNIDNum
       ACCEPT CNDate FROM DATE YYYYMMDD
       ACCEPT WSNoteTime FROM TIME
       MOVE WSNoteTime TO CNTime
       MOVE "arcinq" TO CNOperator
       MOVE "S" TO CNContactType
       MOVE 1 TO CNLineCount
       MOVE "RESTORED FROM THE CUSTOMER ARCHIVE" TO CNLine(1)
       WRITE CustNoteRecord
           INVALID KEY CONTINUE
       END-WRITE
       CLOSE CustNoteFile.

*> reads the next record back off the archive work copy
ReadArchiveWork.
       READ ArchiveWorkFile
