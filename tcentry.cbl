           RECORD KEY IS LVIdent
           FILE STATUS IS WSLeaveFileStatus.

       SELECT OPTIONAL TerminationFile ASSIGN TO "Termination.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL AcctMapFile ASSIGN TO "AcctMap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the timecard file paybatch pays from - until now nothing in the
FD  LeaveBalFile.
COPY LEAVEBAL.

*> the leavers empmaint has terminated - an inactive employee's card
*> is only taken for a period that starts on or before the last day,
*> so the final period still pays and nothing after it does
FD  TerminationFile.
COPY TERMREC.

*> the account mapping acctmap keeps - hours split off the home
*> department may only go to a charge code mapped there as a
*> department or a project, so every split dollar has an account
FD  AcctMapFile.
COPY ACCTMAP.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

           03 WSCTApproved PIC X.
           03 WSCTVacHours  PIC 9(3)V99.
           03 WSCTSickHours PIC 9(3)V99.
           03 WSCTSplitCount PIC 9.
           03 WSCTSplit OCCURS 4 TIMES.
               04 WSCTChargeCode  PIC X(3).
               04 WSCTChargeHours PIC 9(3)V99.

01 WSCardIndex  PIC 9(3) VALUE 0.
01 WSFoundIndex PIC 9(3) VALUE 0.
01 WSEntryVacHours  PIC 9(3)V99 VALUE 0.
01 WSEntrySickHours PIC 9(3)V99 VALUE 0.

*> worked hours split off the home department to other charge codes -
*> the splits may not add up to more than the hours worked, and what
*> is left over stays on the home department
01 WSEntrySplitCount PIC 9 VALUE 0.
01 WSEntrySplits.
       02 WSEntrySplit OCCURS 4 TIMES.
           03 WSEntryCharge      PIC X(3).
           03 WSEntryChargeHours PIC 9(3)V99.

01 WSSplitIndex  PIC 9 VALUE 0.
01 WSSplitTotal  PIC 9(3)V99 VALUE 0.
01 WSSplitCharge PIC X(3) VALUE SPACES.
01 WSSplitHours  PIC 9(3)V99 VALUE 0.
01 WSHomeHours   PIC 9(3)V99 VALUE 0.

01 WSSplitChoice PIC X VALUE "N".
       88 SplitYes VALUE "Y", "y".

01 WSSplitDone PIC X VALUE "N".
       88 SplitDone VALUE "Y".

01 WSMapEOF PIC X VALUE "N".
       88 MapEOF VALUE "Y".

01 WSChargeMapped PIC X VALUE "N".
       88 ChargeMapped VALUE "Y".

*> how the keyed leave stands against the balance on file
01 WSVacOnFile  PIC 9(3)V99 VALUE 0.
01 WSSickOnFile PIC 9(3)V99 VALUE 0.
01 WSEmployeeOK PIC X VALUE "N".
       88 EmployeeOK VALUE "Y".

*> the leaver's last day off the termination file (zero for anyone
*> still employed) and the keyed period's first day to test it against
01 WSTermEOF PIC X VALUE "N".
       88 TermEOF VALUE "Y".
01 WSTermLastDay  PIC 9(8) VALUE 0.
01 WSPeriodStart  PIC 9(8) VALUE 0.

01 WSCalProgram   PIC X(9) VALUE "callookup".
01 WSCalDate      PIC 9(8) VALUE 0.
01 WSCalPeriod    PIC 9(6) VALUE 0.
01 WSCalStart     PIC 9(8) VALUE 0.
01 WSCalEnd       PIC 9(8) VALUE 0.
01 WSCalCheckDate PIC 9(8) VALUE 0.

*> approval is a level-2 supervisor action checked through the shared
*> opsignon service - keying hours and approving them are different
*> hands on purpose
                     MOVE TCApproved TO WSCTApproved(WSCardCount)
                     MOVE TCVacHours TO WSCTVacHours(WSCardCount)
                     MOVE TCSickHours TO WSCTSickHours(WSCardCount)
                     PERFORM LoadCardSplits
              END-IF
              PERFORM ReadCardRecord
       END-PERFORM
       CLOSE TimeCardFile.

*> the card's charge splits - a card keyed before hours could be split
*> has none, and all of it stays on the home department
LoadCardSplits.
       IF TCSplitCount IS NOT NUMERIC THEN
              MOVE 0 TO TCSplitCount
       END-IF
       MOVE TCSplitCount TO WSCTSplitCount(WSCardCount)
       PERFORM VARYING WSSplitIndex FROM 1 BY 1 UNTIL WSSplitIndex > 4
              IF WSSplitIndex > TCSplitCount THEN
                     MOVE SPACES TO WSCTChargeCode(WSCardCount, WSSplitIndex)
                     MOVE 0 TO WSCTChargeHours(WSCardCount, WSSplitIndex)
              ELSE
                     MOVE TCChargeCode(WSSplitIndex)
                         TO WSCTChargeCode(WSCardCount, WSSplitIndex)
                     MOVE TCChargeHours(WSSplitIndex)
                         TO WSCTChargeHours(WSCardCount, WSSplitIndex)
              END-IF
       END-PERFORM.

*> reads the next timecard line
ReadCardRecord.
       READ TimeCardFile
              MOVE WSCTApproved(WSCardIndex) TO TCApproved
              MOVE WSCTVacHours(WSCardIndex) TO TCVacHours
              MOVE WSCTSickHours(WSCardIndex) TO TCSickHours
              MOVE WSCTSplitCount(WSCardIndex) TO TCSplitCount
              PERFORM VARYING WSSplitIndex FROM 1 BY 1
                  UNTIL WSSplitIndex > 4
                     MOVE WSCTChargeCode(WSCardIndex, WSSplitIndex)
                         TO TCChargeCode(WSSplitIndex)
                     MOVE WSCTChargeHours(WSCardIndex, WSSplitIndex)
                         TO TCChargeHours(WSSplitIndex)
              END-PERFORM
              WRITE TimeCardRecord
       END-PERFORM
       CLOSE TimeCardFile.

*> keys one timecard: the employee must be on the master and active
*> at entry time - or terminated, for the periods up to the last day -
*> and a second card for the same employee and period replaces the
*> first instead of paying twice
EnterTimeCard.
       MOVE "N" TO WSEmployeeOK
       MOVE 0 TO WSTermLastDay
       DISPLAY "Enter employee ID: " WITH NO ADVANCING
       ACCEPT WSEntryIdent
       OPEN INPUT EmployeeMasterFile
                     DISPLAY "Employee on file: " EMName
                     MOVE "Y" TO WSEmployeeOK
              ELSE
                     PERFORM FindTermination
                     IF WSTermLastDay NOT = 0 THEN
                            DISPLAY "Employee " EMName
                                " terminated, last day " WSTermLastDay
                            MOVE "Y" TO WSEmployeeOK
                     ELSE
                            DISPLAY "Employee " WSEntryIdent
                                " is not active, card refused"
                     END-IF
              END-IF
       END-READ
       CLOSE EmployeeMasterFile
              PERFORM EnterCheckedTimeCard
       END-IF.

*> the latest termination on file for the employee
FindTermination.
       MOVE "N" TO WSTermEOF
       OPEN INPUT TerminationFile
       PERFORM ReadTermination
       PERFORM UNTIL TermEOF
              IF TMIdent = WSEntryIdent THEN
                     MOVE TMLastDay TO WSTermLastDay
              END-IF
              PERFORM ReadTermination
       END-PERFORM
       CLOSE TerminationFile.

*> reads the next termination line
ReadTermination.
       READ TerminationFile
           AT END MOVE "Y" TO WSTermEOF
       END-READ.

*> the capture itself, once the employee cleared - a leaver's card for
*> a period that starts after the last day is refused
EnterCheckedTimeCard.
       DISPLAY "Enter pay period: " WITH NO ADVANCING
       ACCEPT WSEntryPeriod
       MOVE 0 TO WSPeriodStart
       IF WSTermLastDay NOT = 0 THEN
              PERFORM ResolvePeriodStart
       END-IF
       IF WSPeriodStart > WSTermLastDay THEN
              DISPLAY "Period " WSEntryPeriod " starts after the last "
                  "day " WSTermLastDay " - card refused"
       ELSE
              PERFORM EnterCardHours
       END-IF.

*> the keyed period's first day off the calendar, the computed
*> monthly figure where the calendar does not know the period
ResolvePeriodStart.
       MOVE 0 TO WSCalDate
       MOVE WSEntryPeriod TO WSCalPeriod
       CALL WSCalProgram USING WSCalDate, WSCalPeriod, WSCalStart,
           WSCalEnd, WSCalCheckDate
       IF RETURN-CODE = 0 THEN
              MOVE WSCalStart TO WSPeriodStart
       ELSE
              COMPUTE WSPeriodStart = WSEntryPeriod * 100 + 1
       END-IF
       MOVE 0 TO RETURN-CODE.

*> the hours, their charge splits and the leave on the card
EnterCardHours.
       DISPLAY "Enter hours worked: " WITH NO ADVANCING
       ACCEPT WSEntryHours
       DISPLAY "Weekend/shift premium Y/N: " WITH NO ADVANCING
       ACCEPT WSEntryPremium
       PERFORM AcceptChargeSplits
       DISPLAY "Enter vacation hours taken: " WITH NO ADVANCING
       ACCEPT WSEntryVacHours
       DISPLAY "Enter sick hours taken: " WITH NO ADVANCING
              PERFORM StoreLeaveCheckedCard
       END-IF.

*> offers to split the worked hours to other departments or projects,
*> up to four charge codes, each one mapped on the account mapping
AcceptChargeSplits.
       MOVE 0 TO WSEntrySplitCount
       MOVE 0 TO WSSplitTotal
       PERFORM VARYING WSSplitIndex FROM 1 BY 1 UNTIL WSSplitIndex > 4
              MOVE SPACES TO WSEntryCharge(WSSplitIndex)
              MOVE 0 TO WSEntryChargeHours(WSSplitIndex)
       END-PERFORM
       MOVE "N" TO WSSplitChoice
       IF WSEntryHours > 0 THEN
              DISPLAY "Split hours to other charge codes Y/N: "
                  WITH NO ADVANCING
              ACCEPT WSSplitChoice
       END-IF
       IF SplitYes THEN
              MOVE "N" TO WSSplitDone
              PERFORM UNTIL SplitDone
                     PERFORM AcceptOneSplit
              END-PERFORM
              COMPUTE WSHomeHours = WSEntryHours - WSSplitTotal
              DISPLAY "Hours split off: " WSSplitTotal
                  " - home department keeps " WSHomeHours
       END-IF.

*> one charge code and its hours - a blank code ends the splits
AcceptOneSplit.
       DISPLAY "Charge code (blank when done): " WITH NO ADVANCING
       MOVE SPACES TO WSSplitCharge
       ACCEPT WSSplitCharge
       IF WSSplitCharge = SPACES THEN
              MOVE "Y" TO WSSplitDone
       ELSE
              PERFORM CheckChargeCode
              IF NOT ChargeMapped THEN
                     DISPLAY "Charge code " WSSplitCharge " is not mapped "
                         "as a department or project - split refused"
              ELSE
                     PERFORM AcceptSplitHours
              END-IF
       END-IF.

*> the hours for a mapped charge code - the splits together may not
*> exceed the hours worked
AcceptSplitHours.
       DISPLAY "Hours to charge to " WSSplitCharge ": " WITH NO ADVANCING
       ACCEPT WSSplitHours
       EVALUATE TRUE
           WHEN WSSplitHours = 0
              DISPLAY "No hours keyed - split refused"
           WHEN WSSplitTotal + WSSplitHours > WSEntryHours
              DISPLAY "Splits would exceed the " WSEntryHours
                  " hours worked - split refused"
           WHEN OTHER
              ADD 1 TO WSEntrySplitCount
              MOVE WSSplitCharge TO WSEntryCharge(WSEntrySplitCount)
              MOVE WSSplitHours TO WSEntryChargeHours(WSEntrySplitCount)
              ADD WSSplitHours TO WSSplitTotal
              IF WSEntrySplitCount >= 4 THEN
                     DISPLAY "Four charge codes keyed - the rest stays "
                         "on the home department"
                     MOVE "Y" TO WSSplitDone
              END-IF
       END-EVALUATE.

*> looks the charge code up on the account mapping as a department or
*> a project
CheckChargeCode.
       MOVE "N" TO WSChargeMapped
       MOVE "N" TO WSMapEOF
       OPEN INPUT AcctMapFile
       PERFORM ReadAcctMap
       PERFORM UNTIL MapEOF
              IF (AMDept OR AMProject) AND AMKey = WSSplitCharge THEN
                     MOVE "Y" TO WSChargeMapped
              END-IF
              PERFORM ReadAcctMap
       END-PERFORM
       CLOSE AcctMapFile.

*> reads the next account mapping line
ReadAcctMap.
       READ AcctMapFile
           AT END MOVE "Y" TO WSMapEOF
       END-READ.

*> the balance check: the keyed leave may not drive either balance
*> negative without an override
CheckLeaveBalance.
       MOVE "N" TO WSCTApproved(WSFoundIndex)
       MOVE WSEntryVacHours TO WSCTVacHours(WSFoundIndex)
       MOVE WSEntrySickHours TO WSCTSickHours(WSFoundIndex)
       MOVE WSEntrySplitCount TO WSCTSplitCount(WSFoundIndex)
       PERFORM VARYING WSSplitIndex FROM 1 BY 1 UNTIL WSSplitIndex > 4
              MOVE WSEntryCharge(WSSplitIndex)
                  TO WSCTChargeCode(WSFoundIndex, WSSplitIndex)
              MOVE WSEntryChargeHours(WSSplitIndex)
                  TO WSCTChargeHours(WSFoundIndex, WSSplitIndex)
       END-PERFORM
       PERFORM SaveCardTable.

*> walks the unapproved cards past a signed-on supervisor, one Y/N
           " premium " WSCTPremium(WSCardIndex)
           " vacation " WSCTVacHours(WSCardIndex)
           " sick " WSCTSickHours(WSCardIndex)
       PERFORM DisplayCardSplits
       DISPLAY "Approve Y/N: " WITH NO ADVANCING
       ACCEPT WSApproveChoice
       IF ApproveYes THEN
                  " hours " WSCTHours(WSCardIndex)
                  " premium " WSCTPremium(WSCardIndex)
                  " approved " WSCTApproved(WSCardIndex)
              PERFORM DisplayCardSplits
       END-PERFORM.

*> the charge splits on the current card, one line each
DisplayCardSplits.
       PERFORM VARYING WSSplitIndex FROM 1 BY 1
           UNTIL WSSplitIndex > WSCTSplitCount(WSCardIndex)
              DISPLAY "    charged to " WSCTChargeCode(WSCardIndex, WSSplitIndex)
                  " hours " WSCTChargeHours(WSCardIndex, WSSplitIndex)
       END-PERFORM.

*> cobc -x tcentry.cbl           to load the program
*> cobc -m opsignon.cbl callookup.cbl
*>                               builds the services it CALLs
*> ./tcentry                     to run the program
