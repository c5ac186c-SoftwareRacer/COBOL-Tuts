           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL StaleParmFile ASSIGN TO "StaleParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the register this desk works: a stop turns the entry's status "S",
*> which the bank reconciliation carries through - and reports as a
*> fraud exception if the stopped check clears at the bank anyway; a
*> check the aging run has moved to "U" unclaimed can still be stopped
*> and reissued when the payee turns up to claim it
FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRCheckNum  PIC 9(6).
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.
       02 CRIssueDate PIC 9(8).

*> work copy the register is rewritten through while an entry is
*> being stopped
       02 RWPayPeriod PIC 9(6).
       02 RWAmount    PIC 9(5)V99.
       02 RWStatus    PIC X.
       02 RWIssueDate PIC 9(8).

*> the same numbered sequence paycheck cuts from - a replacement
*> takes the next number off it, never a number of its own invention
FD  PositivePayFile.
COPY POSPAY.

*> the stale-list and unclaimed holding-period limits chkage ages the
*> outstanding checks by - set from this desk, supervisor only
FD  StaleParmFile.
COPY STALEPRM.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuStop VALUE "1".
       88 MenuList VALUE "2".
       88 MenuAging VALUE "3".
       88 MenuExit VALUE "X", "x".

01 WSEntryCheckNum PIC 9(6) VALUE 0.
01 WSStopRefused PIC X VALUE "N".
       88 StopRefused VALUE "Y".

01 WSStopUnclaimed PIC X VALUE "N".
       88 StopUnclaimed VALUE "Y".

01 WSStopIdent  PIC 9(3) VALUE 0.
01 WSStopPeriod PIC 9(6) VALUE 0.
01 WSStopAmount PIC 9(5)V99 VALUE 0.
01 WSEditAmount PIC $$$,$$9.99.
01 WSRunDate    PIC 9(8).

*> the check-aging limits as held and as keyed - a missing file means
*> the shop defaults of 90 days to the stale list and a 365-day
*> holding period before a check is unclaimed
01 WSStaleDays PIC 9(3) VALUE 90.
01 WSHoldDays  PIC 9(4) VALUE 365.
01 WSParmEOF   PIC X VALUE "N".
       88 ParmEOF VALUE "Y".

PROCEDURE DIVISION.
PERFORM SignOnSupervisor
IF NOT Authorized THEN
       EVALUATE TRUE
           WHEN MenuStop PERFORM PlaceStopPayment
           WHEN MenuList PERFORM ListRegister
           WHEN MenuAging PERFORM SetAgingLimits
           WHEN OTHER    DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
       DISPLAY " "
       DISPLAY "1. Place a stop-payment on a check"
       DISPLAY "2. List the check register"
       DISPLAY "3. Set the stale-check and unclaimed limits"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.
                         "cleared at the bank - stop refused"
              ELSE
                     MOVE "STOP" TO WSLogAction
                     IF StopUnclaimed THEN
                            MOVE "STOPUNCL" TO WSLogAction
                            DISPLAY "Check " WSEntryCheckNum
                                " was in unclaimed status - reissue "
                                "it to the payee claiming it"
                     END-IF
                     MOVE WSEntryCheckNum TO WSLogCheckNum
                     PERFORM WriteStopLog
                     MOVE "V" TO WSIssueType

*> rewrites the register through the work copy with the entry marked
*> "S", saving its particulars for the replacement - a cleared or
*> mismatched entry refuses the stop untouched; an unclaimed one is
*> stopped like an outstanding one, noted so the log says so
StopRegisterEntry.
       MOVE "N" TO WSFoundCheck
       MOVE "N" TO WSStopRefused
       MOVE "N" TO WSStopUnclaimed
       MOVE "N" TO WSRegisterEOF
       OPEN INPUT CheckRegisterFile
       OPEN OUTPUT RegisterWorkFile
              MOVE CRPayPeriod TO RWPayPeriod
              MOVE CRAmount TO RWAmount
              MOVE CRStatus TO RWStatus
              MOVE CRIssueDate TO RWIssueDate
              IF CRCheckNum = WSEntryCheckNum
                  AND CRCheckNum NOT = 0 THEN
                     MOVE "Y" TO WSFoundCheck
                     IF CRStatus = "C" OR CRStatus = "M" THEN
                            MOVE "Y" TO WSStopRefused
                     ELSE
                            IF CRStatus = "U" THEN
                                   MOVE "Y" TO WSStopUnclaimed
                            END-IF
                            MOVE "S" TO RWStatus
                            MOVE CRIdent TO WSStopIdent
                            MOVE CRPayPeriod TO WSStopPeriod
              MOVE RWPayPeriod TO CRPayPeriod
              MOVE RWAmount TO CRAmount
              MOVE RWStatus TO CRStatus
              MOVE RWIssueDate TO CRIssueDate
              WRITE CheckRegisterRecord
              PERFORM ReadRegisterWork
       END-PERFORM
       MOVE WSStopPeriod TO CRPayPeriod
       MOVE WSStopAmount TO CRAmount
       MOVE "O" TO CRStatus
       MOVE WSRunDate TO CRIssueDate
       WRITE CheckRegisterRecord
       CLOSE CheckRegisterFile

       END-PERFORM
       CLOSE CheckRegisterFile.

*> shows the check-aging limits in force and takes new ones - the
*> holding period has to run past the stale point, or a check would
*> go unclaimed before payroll ever saw it on the stale list
SetAgingLimits.
       MOVE "N" TO WSParmEOF
       OPEN INPUT StaleParmFile
       READ StaleParmFile
           AT END MOVE "Y" TO WSParmEOF
       END-READ
       IF NOT ParmEOF THEN
              MOVE SPStaleDays TO WSStaleDays
              MOVE SPHoldDays TO WSHoldDays
       END-IF
       CLOSE StaleParmFile
       DISPLAY "Stale list at " WSStaleDays " days, unclaimed after "
           WSHoldDays " days"
       DISPLAY "Enter days to the stale list: " WITH NO ADVANCING
       ACCEPT WSStaleDays
       DISPLAY "Enter holding period in days: " WITH NO ADVANCING
       ACCEPT WSHoldDays
       IF WSStaleDays = 0 OR WSHoldDays NOT > WSStaleDays THEN
              DISPLAY "Holding period must run past a non-zero stale "
                  "point - limits not changed"
       ELSE
              OPEN OUTPUT StaleParmFile
              MOVE WSStaleDays TO SPStaleDays
              MOVE WSHoldDays TO SPHoldDays
              WRITE StaleParmRecord
              CLOSE StaleParmFile
              DISPLAY "Check-aging limits changed"
       END-IF.

*> cobc -x chkmaint.cbl          to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./chkmaint                    to run the program
