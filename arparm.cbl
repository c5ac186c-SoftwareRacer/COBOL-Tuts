>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. arparm.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ARParmFile ASSIGN TO "ARParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> one record: the receivables terms the AR jobs read - kept
*> here so a change of terms is a keyed entry, not a recompile
FD  ARParmFile.
COPY ARPARM.

WORKING-STORAGE SECTION.
01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuShow     VALUE "1".
       88 MenuFinance  VALUE "2".
       88 MenuWriteOff VALUE "3".
       88 MenuExit     VALUE "X", "x".

01 WSParmOnFile PIC X VALUE "N".
       88 ParmOnFile VALUE "Y".

*> the terms held in storage while the supervisor works
01 WSFinRate       PIC 99V999 VALUE 0.
01 WSFinMinimum    PIC 9(5)V99 VALUE 0.
01 WSGraceDays     PIC 9(3) VALUE 0.
01 WSWriteOffLimit PIC 9(7)V99 VALUE 0.

01 WSEditRate   PIC Z9.999.
01 WSEditAmount PIC $$,$$$,$$9.99.

*> terms that cost customers money are a supervisor decision, checked
*> through the shared opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "arparm".
01 WSSignOnID       PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

PROCEDURE DIVISION.
DISPLAY "Sign-on ID: " WITH NO ADVANCING
ACCEPT WSSignOnID
DISPLAY "Password: " WITH NO ADVANCING
ACCEPT WSSignOnPassword
CALL WSSignOnProgram USING WSSignOnID, WSSignOnPassword,
    WSSignOnLevel, WSSignOnCaller
IF RETURN-CODE = 0 AND SupervisorSignedOn THEN
       MOVE 0 TO RETURN-CODE
       PERFORM LoadParms
       PERFORM DisplayMenu
       PERFORM UNTIL MenuExit
              EVALUATE TRUE
                  WHEN MenuShow     PERFORM ShowParms
                  WHEN MenuFinance  PERFORM SetFinanceTerms
                  WHEN MenuWriteOff PERFORM SetWriteOffLimit
                  WHEN OTHER
                     DISPLAY "Invalid selection " WSMenuChoice
              END-EVALUATE
              PERFORM DisplayMenu
       END-PERFORM
ELSE
       DISPLAY "Sign-on failed or not a supervisor - "
           "receivables parameters refused"
       MOVE 8 TO RETURN-CODE
END-IF

STOP RUN.

*> shows the parameter menu and accepts the next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Show receivables parameters"
       DISPLAY "2. Set finance-charge terms"
       DISPLAY "3. Set write-off approval threshold"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> picks up the terms on file; a new shop starts with none, and the
*> finance-charge run refuses to charge until they are keyed
LoadParms.
       MOVE "N" TO WSParmOnFile
       OPEN INPUT ARParmFile
       READ ARParmFile
           AT END
              MOVE 0 TO WSFinRate
              MOVE 0 TO WSFinMinimum
              MOVE 0 TO WSGraceDays
              MOVE 0 TO WSWriteOffLimit
           NOT AT END
              MOVE "Y" TO WSParmOnFile
              MOVE APFinRate TO WSFinRate
              MOVE APFinMinimum TO WSFinMinimum
              MOVE APGraceDays TO WSGraceDays
              MOVE APWriteOffLimit TO WSWriteOffLimit
       END-READ
       CLOSE ARParmFile.

*> rewrites the one-record file from the terms in storage
SaveParms.
       OPEN OUTPUT ARParmFile
       MOVE WSFinRate TO APFinRate
       MOVE WSFinMinimum TO APFinMinimum
       MOVE WSGraceDays TO APGraceDays
       MOVE WSWriteOffLimit TO APWriteOffLimit
       WRITE ARParmRecord
       CLOSE ARParmFile
       MOVE "Y" TO WSParmOnFile.

*> lists the terms on file
ShowParms.
       IF NOT ParmOnFile THEN
              DISPLAY "No receivables parameters on file yet"
       END-IF
       MOVE WSFinRate TO WSEditRate
       DISPLAY "Finance-charge rate per month : " WSEditRate " %"
       MOVE WSFinMinimum TO WSEditAmount
       DISPLAY "Minimum finance charge        : " WSEditAmount
       DISPLAY "Grace days before charging    : " WSGraceDays
       MOVE WSWriteOffLimit TO WSEditAmount
       DISPLAY "Write-off needs 2nd supervisor: over " WSEditAmount.

*> keys the monthly rate, the minimum charge and the grace days
SetFinanceTerms.
       DISPLAY "Monthly finance-charge rate, percent (0 = none): "
           WITH NO ADVANCING
       ACCEPT WSFinRate
       DISPLAY "Minimum finance charge: " WITH NO ADVANCING
       ACCEPT WSFinMinimum
       DISPLAY "Grace days past invoice date: " WITH NO ADVANCING
       ACCEPT WSGraceDays
       PERFORM SaveParms
       DISPLAY "Finance-charge terms set".

*> keys the write-off amount above which aradjust wants a second
*> supervisor's sign-on
SetWriteOffLimit.
       DISPLAY "Write-off approval threshold (0 = every write-off): "
           WITH NO ADVANCING
       ACCEPT WSWriteOffLimit
       PERFORM SaveParms
       DISPLAY "Write-off approval threshold set".

*> cobc -x arparm.cbl            to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./arparm                      to run the program
