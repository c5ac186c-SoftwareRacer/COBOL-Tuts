           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL RetroRateFile ASSIGN TO "RetroRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the rate changes empmaint parked as over-threshold, waiting for a
FD  ApprovalLogFile.
01 ApprovalLogLine PIC X(90).

*> an approved change effective before the day it is approved leaves
*> a line here for the payretro run to pay the back pay from
FD  RetroRateFile.
COPY RETRORT.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

           03 WSPTDate      PIC 9(8).
           03 WSPTRequestor PIC X(8).
           03 WSPTWorked    PIC X.
           03 WSPTEffDate   PIC 9(8).

01 WSPendIndex PIC 9(3) VALUE 0.

                     MOVE PDDate TO WSPTDate(WSPendCount)
                     MOVE PDRequestor TO WSPTRequestor(WSPendCount)
                     MOVE "N" TO WSPTWorked(WSPendCount)
                     IF PDEffDate IS NUMERIC THEN
                            MOVE PDEffDate TO WSPTEffDate(WSPendCount)
                     ELSE
                            MOVE 0 TO WSPTEffDate(WSPendCount)
                     END-IF
              END-IF
              PERFORM ReadPendingRecord
       END-PERFORM
                     MOVE WSPTNewRate(WSPendIndex) TO PDNewRate
                     MOVE WSPTDate(WSPendIndex) TO PDDate
                     MOVE WSPTRequestor(WSPendIndex) TO PDRequestor
                     MOVE WSPTEffDate(WSPendIndex) TO PDEffDate
                     WRITE PendingRateRecord
              END-IF
       END-PERFORM
           " -> " WSPTNewRate(WSPendIndex)
           "  requested " WSPTDate(WSPendIndex)
           " by " WSPTRequestor(WSPendIndex)
       IF WSPTEffDate(WSPendIndex) > 0 THEN
              DISPLAY "  effective " WSPTEffDate(WSPendIndex)
       END-IF
       DISPLAY "Approve/Reject/Skip A/R/S: " WITH NO ADVANCING
       ACCEPT WSDecision
       EVALUATE TRUE
              MOVE "Y" TO WSPTWorked(WSPendIndex)
              ADD 1 TO WSApprovedCount
              PERFORM WriteApprovedHistory
              IF WSPTEffDate(WSPendIndex) > 0
                  AND WSPTEffDate(WSPendIndex) < WSHistDate THEN
                     PERFORM WriteRetroRate
              END-IF
              MOVE "APPROVED" TO WSLogOutcome
              PERFORM WriteApprovalLog
              DISPLAY "Change applied"
       END-READ.

*> a change effective before today goes on the retro-pay file under
*> the approving supervisor, for the payretro run to recompute the
*> periods already paid since it took effect
WriteRetroRate.
       OPEN EXTEND RetroRateFile
       MOVE WSPTIdent(WSPendIndex) TO RTIdent
       MOVE WSPTOldRate(WSPendIndex) TO RTOldRate
       MOVE WSPTNewRate(WSPendIndex) TO RTNewRate
       MOVE WSPTEffDate(WSPendIndex) TO RTEffDate
       MOVE WSHistDate TO RTKeyDate
       MOVE WSOperatorID TO RTOperator
       MOVE "P" TO RTStatus
       MOVE 0 TO RTDoneDate
       MOVE 0 TO RTPaidPeriod
       WRITE RetroRateRecord
       CLOSE RetroRateFile
       DISPLAY "Back pay from " WSPTEffDate(WSPendIndex)
           " queued for the retro run".

*> the rejected change comes off the queue with a log line and the
*> master untouched
RejectOnePending.
