>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. newhire.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EmpSSNXrefFile ASSIGN TO "EmpSSNXref.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESIdent
           ALTERNATE RECORD KEY IS ESSSN WITH DUPLICATES
           FILE STATUS IS WSXrefFileStatus.

       SELECT OPTIONAL EmployeeMasterFile ASSIGN TO "EmployeeMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMIdent
           FILE STATUS IS WSEmpFileStatus.

       SELECT OPTIONAL EmployerFile ASSIGN TO "Employer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL NewHireCtlFile ASSIGN TO "NewHireCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT NewHireFile ASSIGN TO "NewHire.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the employee SSN cross-reference empmaint writes on every hire
FD  EmpSSNXrefFile.
COPY EMPSSN.

FD  EmployeeMasterFile.
COPY EMPREC.

FD  EmployerFile.
COPY EMPLOYER.

*> one record: the date of the last run - every hire dated on or after
*> it and before today goes on this run's file, and today's hires wait
*> for the next, so a hire is reported once whichever day it is keyed
FD  NewHireCtlFile.
01 NewHireCtlRecord.
       02 NCLastRunDate PIC 9(8).

*> the file sent to the state
FD  NewHireFile.
COPY NEWHIRE.

WORKING-STORAGE SECTION.
01 WSXrefFileStatus PIC XX VALUE "00".
01 WSEmpFileStatus  PIC XX VALUE "00".

01 WSXrefEOF PIC X VALUE "N".
       88 XrefEOF VALUE "Y".

01 WSEmployerOnFile PIC X VALUE "N".
       88 EmployerOnFile VALUE "Y".

01 WSRunDate     PIC 9(8) VALUE 0.
01 WSLastRunDate PIC 9(8) VALUE 0.
01 WSHireCount   PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadEmployer
IF NOT EmployerOnFile THEN
       DISPLAY "No employer details on Employer.dat - key them "
           "through ermaint; new-hire report not run"
       MOVE 8 TO RETURN-CODE
ELSE
       PERFORM LoadLastRunDate
       OPEN OUTPUT NewHireFile
       PERFORM WriteHeader
       OPEN INPUT EmpSSNXrefFile
       OPEN INPUT EmployeeMasterFile
       MOVE 0 TO ESIdent
       START EmpSSNXrefFile KEY NOT LESS THAN ESIdent
           INVALID KEY MOVE "Y" TO WSXrefEOF
       END-START
       PERFORM ReadNextXref
       PERFORM UNTIL XrefEOF
              IF ESHireDate > 0 AND ESHireDate >= WSLastRunDate
                  AND ESHireDate < WSRunDate THEN
                     PERFORM WriteNewHire
              END-IF
              PERFORM ReadNextXref
       END-PERFORM
       CLOSE EmpSSNXrefFile
       CLOSE EmployeeMasterFile
       PERFORM WriteTrailer
       CLOSE NewHireFile
       PERFORM SaveLastRunDate
       DISPLAY "Hires since " WSLastRunDate " reported: " WSHireCount
       DISPLAY "State new-hire file written to NewHire.dat"
END-IF

STOP RUN.

*> our employer details for the header record
LoadEmployer.
       MOVE "N" TO WSEmployerOnFile
       OPEN INPUT EmployerFile
       READ EmployerFile
           AT END CONTINUE
           NOT AT END MOVE "Y" TO WSEmployerOnFile
       END-READ
       CLOSE EmployerFile.

*> the last run's date; a first run reports every hire on file
LoadLastRunDate.
       MOVE 0 TO WSLastRunDate
       OPEN INPUT NewHireCtlFile
       READ NewHireCtlFile
           AT END CONTINUE
           NOT AT END MOVE NCLastRunDate TO WSLastRunDate
       END-READ
       CLOSE NewHireCtlFile.

*> today becomes the start of the next run's window
SaveLastRunDate.
       OPEN OUTPUT NewHireCtlFile
       MOVE WSRunDate TO NCLastRunDate
       WRITE NewHireCtlRecord
       CLOSE NewHireCtlFile.

*> reads the next cross-reference entry in employee order
ReadNextXref.
       IF NOT XrefEOF THEN
              READ EmpSSNXrefFile NEXT RECORD
                  AT END MOVE "Y" TO WSXrefEOF
              END-READ
       END-IF.

*> the employer header the state matches the file to us by
WriteHeader.
       MOVE SPACES TO NewHireRecord
       MOVE "H" TO NHRecType
       MOVE ERFedID TO NHFedID
       MOVE ERStateID TO NHStateID
       MOVE ERName TO NHEmpName
       MOVE ERStreet TO NHStreet
       MOVE ERCity TO NHCity
       MOVE ERState TO NHState
       MOVE ERZip TO NHZip
       WRITE NewHireRecord.

*> one line per new hire: SSN, name off the master, hire date
WriteNewHire.
       MOVE SPACES TO NewHireRecord
       MOVE "D" TO NHRecType
       MOVE ESSSN TO NHSSN
       MOVE ESHireDate TO NHHireDate
       MOVE ESIdent TO NHIdent
       MOVE ESIdent TO EMIdent
       READ EmployeeMasterFile
           INVALID KEY
              MOVE "(not on the master)" TO NHName
           NOT INVALID KEY
              MOVE EMName TO NHName
       END-READ
       WRITE NewHireRecord
       ADD 1 TO WSHireCount.

*> the count the state balances the file against
WriteTrailer.
       MOVE SPACES TO NewHireRecord
       MOVE "T" TO NHRecType
       MOVE WSHireCount TO NHRecordCount
       MOVE WSRunDate TO NHRunDate
       WRITE NewHireRecord.

*> cobc -x newhire.cbl           to load the program
*> ./newhire                     to run the program
