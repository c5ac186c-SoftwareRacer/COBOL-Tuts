           ACCESS IS SEQUENTIAL
           FILE STATUS IS WSArchFileStatus.

       SELECT OPTIONAL CustNoteFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNKey
           FILE STATUS IS WSNoteFileStatus.

DATA DIVISION.
FILE SECTION.
FD  CustomerFile.
           03 ArcLastName  PIC X(15).
       02 ArcCustStatus PIC X.

*> the contact notes stay where they are when a customer is archived -
*> only a closing note is added, so the history reads through to a
*> later restore
FD  CustNoteFile.
COPY CUSTNOTE.

WORKING-STORAGE SECTION.
01 WSCustFileStatus PIC XX VALUE "00".
       88 CustFileOK   VALUE "00".

01 WSArchFileStatus PIC XX VALUE "00".

01 WSNoteFileStatus PIC XX VALUE "00".
       88 NoteFileNotFound VALUE "35".
01 WSNoteTime PIC 9(8) VALUE 0.

01 WSArchivedCount  PIC 9(5) VALUE 0.
01 WSScannedCount   PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
OPEN I-O CustomerFile
OPEN EXTEND ArchiveFile
PERFORM OpenNoteFile

PERFORM ReadCustomer
PERFORM UNTIL CustFileEOF

CLOSE CustomerFile
CLOSE ArchiveFile
CLOSE CustNoteFile

DISPLAY "Customers scanned  : " WSScannedCount
DISPLAY "Customers archived : " WSArchivedCount
       NOT INVALID KEY
              WRITE ArchiveData
              ADD 1 TO WSArchivedCount
              PERFORM WriteArchiveNote
       END-DELETE.

*> opens the contact notes for the closing notes, creating the file
*> on a first run
OpenNoteFile.
       OPEN I-O CustNoteFile
       IF NoteFileNotFound THEN
              OPEN OUTPUT CustNoteFile
              CLOSE CustNoteFile
              OPEN I-O CustNoteFile
       END-IF.

*> adds the closing note to the archived customer's contact history
WriteArchiveNote.
       MOVE SPACES TO CustNoteRecord
       MOVE ArcIDNum TO CNIDNum
       ACCEPT CNDate FROM DATE YYYYMMDD
       ACCEPT WSNoteTime FROM TIME
       MOVE WSNoteTime TO CNTime
       MOVE "custarch" TO CNOperator
       MOVE "S" TO CNContactType
       MOVE 1 TO CNLineCount
       MOVE "ARCHIVED - NOTES KEPT ON FILE FOR A RESTORE" TO CNLine(1)
       WRITE CustNoteRecord
           INVALID KEY CONTINUE
       END-WRITE.

*> run on a schedule (e.g. nightly) to keep Customer.dat limited to
*> customers still active; archived history lives on in Customer.arc
