           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

       SELECT OPTIONAL StudentGuardFile ASSIGN TO "StuGuardian.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SGStudentID
           FILE STATUS IS WSGuardFileStatus.

       SELECT OPTIONAL CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

DATA DIVISION.
FILE SECTION.
*> the student master the whole school subsystem finally has - one
FD  StudentMasterFile.
COPY STUREC.

*> the receivables customer each student's guardian is billed as
FD  StudentGuardFile.
COPY STUGUARD.

*> the customer master - a guardian account must be an active customer
FD  CustomerFile.
COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
       88 StudentFileOK       VALUE "00".
       88 StudentFileNotFound VALUE "35".

01 WSGuardFileStatus PIC XX VALUE "00".
       88 GuardFileNotFound VALUE "35".

01 WSCustFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuAdd    VALUE "1".
       88 MenuChange VALUE "2".
       88 MenuDelete VALUE "3".
       88 MenuList   VALUE "4".
       88 MenuGuard  VALUE "5".
       88 MenuExit   VALUE "X", "x".

*> staging area a student transaction is keyed into
01 WSEntryDOB       PIC 9(8) VALUE 0.
01 WSEntryGuardian  PIC X(25) VALUE SPACES.
01 WSEntryEntryDate PIC 9(8) VALUE 0.
01 WSEntryCustID    PIC 9(5) VALUE 0.

01 WSGuardOnFile PIC X VALUE "N".
       88 GuardOnFile VALUE "Y".

01 WSStudentEOF PIC X VALUE "N".
       88 StudentEOF VALUE "Y".

PROCEDURE DIVISION.
PERFORM OpenStudentMasterFile
PERFORM OpenStudentGuardFile
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuChange PERFORM ChangeStudent
           WHEN MenuDelete PERFORM DeleteStudent
           WHEN MenuList   PERFORM ListStudents
           WHEN MenuGuard  PERFORM SetGuardianAccount
           WHEN OTHER      DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM
CLOSE StudentMasterFile
CLOSE StudentGuardFile

STOP RUN.

              OPEN I-O StudentMasterFile
       END-IF.

*> opens StuGuardian.dat the same way, creating it the first time
OpenStudentGuardFile.
       OPEN I-O StudentGuardFile
       IF GuardFileNotFound THEN
              OPEN OUTPUT StudentGuardFile
              CLOSE StudentGuardFile
              OPEN I-O StudentGuardFile
       END-IF.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "2. Change student details"
       DISPLAY "3. Delete student"
       DISPLAY "4. List students"
       DISPLAY "5. Set guardian's customer account"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.
              END-READ
       END-IF.

*> names the receivables customer the student's guardian is billed
*> as - the guardian is set up as a customer first, and a zero
*> account takes the link off
SetGuardianAccount.
       PERFORM AcceptEntryIDNum
       MOVE WSEntryIDNum TO SMIDNum
       READ StudentMasterFile
           INVALID KEY
              DISPLAY "Student " WSEntryIDNum
                  " not on file, account skipped"
           NOT INVALID KEY
              DISPLAY "Student " SMName "  guardian " SMGuardian
              PERFORM AcceptGuardianAccount
       END-READ.

*> shows the account on file and takes the new one
AcceptGuardianAccount.
       MOVE "N" TO WSGuardOnFile
       MOVE WSEntryIDNum TO SGStudentID
       READ StudentGuardFile
           INVALID KEY
              DISPLAY "No guardian account on file"
           NOT INVALID KEY
              MOVE "Y" TO WSGuardOnFile
              DISPLAY "Guardian account on file: " SGCustID
       END-READ
       DISPLAY "Enter guardian's customer ID (0 to remove): "
           WITH NO ADVANCING
       ACCEPT WSEntryCustID
       IF WSEntryCustID = 0 THEN
              PERFORM RemoveGuardianAccount
       ELSE
              PERFORM CheckGuardianCustomer
       END-IF.

*> takes the guardian account link off the student
RemoveGuardianAccount.
       IF GuardOnFile THEN
              DELETE StudentGuardFile
              DISPLAY "Guardian account removed"
       ELSE
              DISPLAY "No guardian account to remove"
       END-IF.

*> the account must be an active customer on the customer master
CheckGuardianCustomer.
       OPEN INPUT CustomerFile
       MOVE WSEntryCustID TO IDNum
       READ CustomerFile
           INVALID KEY
              DISPLAY "Customer " WSEntryCustID
                  " is not on the customer master, account skipped"
           NOT INVALID KEY
              IF CustActive THEN
                     DISPLAY "Customer: " FirstName " " LastName
                     PERFORM WriteGuardianAccount
              ELSE
                     DISPLAY "Customer " WSEntryCustID
                         " is not active, account skipped"
              END-IF
       END-READ
       CLOSE CustomerFile.

*> writes or rewrites the student's guardian account link
WriteGuardianAccount.
       MOVE WSEntryIDNum TO SGStudentID
       MOVE WSEntryCustID TO SGCustID
       IF GuardOnFile THEN
              REWRITE StudentGuardRecord
              DISPLAY "Guardian account changed"
       ELSE
              WRITE StudentGuardRecord
              DISPLAY "Guardian account set"
       END-IF.

*> cobc -x stumaint.cbl          to load the program
*> ./stumaint                    to run the program
