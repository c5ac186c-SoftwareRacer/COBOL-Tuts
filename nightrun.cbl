DATA DIVISION.
FILE SECTION.
*> the run-control file for the night stream: a header line saying
*> whether a stream is running/complete/failed/held at payroll
*> review, then one line per
*> step with its start, end and outcome - rewritten after every step
*> so a crash leaves an accurate picture, and read at start-up so a
*> stream already marked running refuses to start again
           88 StreamRunning  VALUE "R".
           88 StreamComplete VALUE "C".
           88 StreamFailed   VALUE "F".
           88 StreamAtReview VALUE "H".

01 WSControlStep.
       02 WSCSName    PIC X(10).
01 WSStreamHalted PIC X VALUE "N".
       88 StreamHalted VALUE "Y".

*> a step ending with exit code 6 is paycheck holding payments for
*> the payroll review - the stream stops there, but as held for a
*> supervisor's release, not as a failure; the shell hands the exit
*> code back in the high byte of the status word
01 WSStepExit PIC 9(5) VALUE 0.
       88 StepHeldForReview VALUE 6.

01 WSStreamReview PIC X VALUE "N".
       88 StreamStoppedAtReview VALUE "Y".

01 WSPriorRunning PIC X VALUE "N".
       88 PriorRunning VALUE "Y".

01 WSCommand PIC X(30) VALUE SPACES.

*> control block for the shared rptarch report-library service the
*> finished status report is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadStepTable
           DELIMITED BY SIZE INTO MorningStatusLine
       WRITE MorningStatusLine
       CLOSE MorningStatusFile
       PERFORM FileReport
       DISPLAY "Stream refused - morning status written".

*> reads every critical master end to end through the filechk
           TO MorningStatusLine
       WRITE MorningStatusLine
       CLOSE MorningStatusFile
       PERFORM FileReport
       DISPLAY "Stream refused - morning status written".

*> names each sick master on the morning status, straight off the
       END-READ.

*> loads the maintained step table; an empty or missing table keeps
*> the original two nightly steps and the report-library purge
LoadStepTable.
       MOVE "N" TO WSStepEOF
       MOVE 0 TO WSStepTotal
       END-PERFORM
       CLOSE NightStepFile
       IF WSStepTotal = 0 THEN
              MOVE 3 TO WSStepTotal
              MOVE "CUSTBKUP" TO WSStepName(1)
              MOVE "./custbkup" TO WSStepCommand(1)
              MOVE "D" TO WSStepFreq(1)
              MOVE "CUSTSWEP" TO WSStepName(2)
              MOVE "./custswep" TO WSStepCommand(2)
              MOVE "D" TO WSStepFreq(2)
              MOVE "RPTPURGE" TO WSStepName(3)
              MOVE "./rptpurge" TO WSStepCommand(3)
              MOVE "D" TO WSStepFreq(3)
       END-IF.

*> reads the next maintained step line
       MOVE "R" TO WSStreamStatus
       PERFORM SaveRunControl
       MOVE "N" TO WSStreamHalted
       MOVE "N" TO WSStreamReview
       PERFORM VARYING WSStepIndex FROM 1 BY 1
           UNTIL WSStepIndex > WSStepTotal OR StreamHalted
              PERFORM RunOneStep
       END-PERFORM
       EVALUATE TRUE
           WHEN StreamStoppedAtReview
              MOVE "H" TO WSStreamStatus
              DISPLAY "Stream stopped at payroll review"
              MOVE 4 TO RETURN-CODE
           WHEN StreamHalted
              MOVE "F" TO WSStreamStatus
              DISPLAY "Stream halted on a failed step"
              MOVE 8 TO RETURN-CODE
           WHEN OTHER
              MOVE "C" TO WSStreamStatus
              DISPLAY "Stream completed"
       END-EVALUATE
       PERFORM SaveRunControl.

*> runs one step of the stream and records its outcome - a step
       MOVE WSStepCommand(WSStepIndex) TO WSCommand
       CALL "SYSTEM" USING WSCommand
       ACCEPT WSSSEnd(WSStepIndex) FROM TIME
       IF RETURN-CODE >= 256 THEN
              DIVIDE RETURN-CODE BY 256 GIVING WSStepExit
       ELSE
              MOVE RETURN-CODE TO WSStepExit
       END-IF
       EVALUATE TRUE
           WHEN RETURN-CODE = 0
              MOVE "OK" TO WSSSOutcome(WSStepIndex)
           WHEN StepHeldForReview
              MOVE "REVIEW" TO WSSSOutcome(WSStepIndex)
              MOVE "Y" TO WSStreamReview
              MOVE "Y" TO WSStreamHalted
           WHEN OTHER
              MOVE "FAILED" TO WSSSOutcome(WSStepIndex)
              MOVE "Y" TO WSStreamHalted
       END-EVALUATE
       MOVE 0 TO RETURN-CODE
       PERFORM SaveRunControl.

*> rewrites the run-control file: the stream header, then one line
                  DELIMITED BY SIZE INTO MorningStatusLine
              WRITE MorningStatusLine
       END-PERFORM
       IF StreamStoppedAtReview THEN
              MOVE SPACES TO MorningStatusLine
              MOVE "Stream stopped at payroll review - nothing failed"
                  TO MorningStatusLine
              WRITE MorningStatusLine
              MOVE SPACES TO MorningStatusLine
              STRING "Checks and deposits wait for a supervisor "
                  "release through payrel" DELIMITED BY SIZE
                  INTO MorningStatusLine
              WRITE MorningStatusLine
              MOVE SPACES TO MorningStatusLine
              STRING "Rerun the remaining steps once released - see "
                  "PayVariance.txt" DELIMITED BY SIZE
                  INTO MorningStatusLine
              WRITE MorningStatusLine
       END-IF
       CLOSE MorningStatusFile
       PERFORM FileReport
       DISPLAY "Morning status written to MorningStatus.txt".

*> files the finished status report in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "MorningStatus.txt" TO ARCFileName
       MOVE "nightrun" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Night Stream Morning Status" TO ARCTitle
       CALL WSArchiveProgram USING ArchiveControl
       MOVE 0 TO RETURN-CODE.

*> cobc -x nightrun.cbl          to load the program
*> ./nightrun                    to run the night stream
