           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PayrollScanFile ASSIGN TO "Payroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL CheckControlFile ASSIGN TO "CheckControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PayReviewFile ASSIGN TO "PayReview.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PVPeriod
           FILE STATUS IS WSReviewFileStatus.

DATA DIVISION.
FILE SECTION.
FD  PayrollFile.
COPY PAYREC.

*> a second pass over the same payroll file, counting the live
*> payments earlier in the file for the pair on hand - a retro
*> adjustment is a second payment in a period that already has one
FD  PayrollScanFile.
01 PayrollScanRecord.
       02 PSIdent     PIC 9(3).
       02 PSPayPeriod PIC 9(6).
       02 FILLER      PIC X(63).
       02 PSRecType   PIC X.
       02 FILLER      PIC X(7).

*> holds one record: the last check number used - rewritten at the
*> end of every print run so check numbers stay sequential across runs
FD  CheckControlFile.

*> one record per check ever printed: number, who, which period, the
*> amount, and the reconciliation status the bank return run maintains
*> (O outstanding, C cleared, M mismatched amount, U unclaimed), with
*> the date it was issued that the stale-check aging counts from
FD  CheckRegisterFile.
01 CheckRegisterRecord.
       02 CRCheckNum  PIC 9(6).
       02 CRPayPeriod PIC 9(6).
       02 CRAmount    PIC 9(5)V99.
       02 CRStatus    PIC X.
       02 CRIssueDate PIC 9(8).

*> the printable check faces, one block per check, with the edited
*> amount and the amount written out in words the way a check reads
FD  PositivePayFile.
COPY POSPAY.

*> the payroll review control file - a payment prints or deposits
*> only once a supervisor has released its period through payrel
*> after the payvar variance review; until then it is held
FD  PayReviewFile.
COPY PAYRVW.

WORKING-STORAGE SECTION.
01 WSEmpFileStatus PIC XX VALUE "00".

01 WSAlreadyChecked PIC X VALUE "N".
       88 AlreadyChecked VALUE "Y".

*> the live register entries for the pair, the live payments before
*> this one in the file, and where in the file this one sits - the
*> payment is already paid when the register holds more entries for
*> the pair than there are payments ahead of it
01 WSRegisterCount PIC 9(5) VALUE 0.
01 WSPriorCount    PIC 9(5) VALUE 0.
01 WSRecordNumber  PIC 9(7) VALUE 0.
01 WSScanNumber    PIC 9(7) VALUE 0.

01 WSScanEOF PIC X VALUE "N".
       88 ScanEOF VALUE "Y".

01 WSPayeeName PIC X(20) VALUE SPACES.

*> whether a supervisor has released the payment's period, and the
*> payments this run held back because theirs is not - a run that
*> holds anything ends with return code 6 so the night stream reports
*> it stopped at payroll review rather than failed
01 WSReviewFileStatus PIC XX VALUE "00".

01 WSPeriodReleased PIC X VALUE "N".
       88 PeriodReleased VALUE "Y".

01 WSHeldCount PIC 9(5) VALUE 0.

01 WSEditAmount PIC $$$,$$9.99.

*> amount-in-words construction: the dollars and cents split off the
PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM LoadCheckControl
OPEN INPUT PayReviewFile
OPEN INPUT PayrollFile
OPEN INPUT EmployeeMasterFile
PERFORM OpenEmpBankFile
              CONTINUE
       ELSE
              PERFORM CheckRegisterForPayment
              PERFORM CheckPeriodReleased
              EVALUATE TRUE
                  WHEN AlreadyChecked
                     ADD 1 TO WSSkippedCount
                  WHEN NOT PeriodReleased
                     ADD 1 TO WSHeldCount
                  WHEN OTHER
                     PERFORM PayOnePayment
              END-EVALUATE
       END-IF
       PERFORM ReadPayrollRecord
END-PERFORM
CLOSE CheckPrintFile
CLOSE BankExtractFile
CLOSE PositivePayFile
CLOSE PayReviewFile
PERFORM SaveCheckControl

DISPLAY "Checks printed           : " WSChecksPrinted
DISPLAY "Prenotes on extract      : " WSPrenoteCount
DISPLAY "Already on the register  : " WSSkippedCount
DISPLAY "Last check number used   : " WSLastCheckNum
DISPLAY "Held for payroll review  : " WSHeldCount
IF WSHeldCount > 0 THEN
       DISPLAY "Held payments print once a supervisor releases the "
           "period through payrel"
       MOVE 6 TO RETURN-CODE
END-IF

STOP RUN.

*> whether the payment on hand belongs to a released period - the
*> period's record is read off the review control file by its key
CheckPeriodReleased.
       MOVE "N" TO WSPeriodReleased
       MOVE PRPayPeriod TO PVPeriod
       READ PayReviewFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF PVReleased THEN
                     MOVE "Y" TO WSPeriodReleased
              END-IF
       END-READ.

*> opens the deposit details for read/write - the run flips a prenote
*> enrollment live once its zero-dollar record has gone to the bank;
*> a shop with no enrollments yet simply pays everyone on paper
       MOVE PRPayPeriod TO CRPayPeriod
       MOVE PRNet TO CRAmount
       MOVE "D" TO CRStatus
       MOVE WSRunDate TO CRIssueDate
       WRITE CheckRegisterRecord.

*> sends the zero-dollar prenote for a new enrollment and flips it
ReadPayrollRecord.
       READ PayrollFile
           AT END MOVE "Y" TO WSPayEOF
           NOT AT END ADD 1 TO WSRecordNumber
       END-READ.

*> scans the register for a check already cut for this employee and
*> period - a rerun of the print job must never pay twice; the
*> register file has to be closed and reopened around the scan since
*> it is also the file this run is appending to; a period with a
*> retro adjustment as well as its regular pay carries two payments,
*> so the entries are counted against the payments ahead of this one
CheckRegisterForPayment.
       MOVE "N" TO WSAlreadyChecked
       MOVE "N" TO WSRegisterEOF
       MOVE 0 TO WSRegisterCount
       CLOSE CheckRegisterFile
       OPEN INPUT CheckRegisterFile
       PERFORM ReadCheckRegister
              IF CRIdent = PRIdent
                  AND CRPayPeriod = PRPayPeriod
                  AND CRStatus NOT = "V" THEN
                     ADD 1 TO WSRegisterCount
              END-IF
              PERFORM ReadCheckRegister
       END-PERFORM
       CLOSE CheckRegisterFile
       OPEN EXTEND CheckRegisterFile
       IF WSRegisterCount > 0 THEN
              PERFORM CountPriorPayments
              IF WSRegisterCount > WSPriorCount THEN
                     MOVE "Y" TO WSAlreadyChecked
              END-IF
       END-IF.

*> counts the live payments for the same employee and period that sit
*> ahead of the one on hand in Payroll.dat
CountPriorPayments.
       MOVE 0 TO WSPriorCount
       MOVE 0 TO WSScanNumber
       MOVE "N" TO WSScanEOF
       OPEN INPUT PayrollScanFile
       PERFORM ReadPayrollScan
       PERFORM UNTIL ScanEOF OR WSScanNumber >= WSRecordNumber
              IF PSIdent = PRIdent AND PSPayPeriod = PRPayPeriod
                  AND PSRecType NOT = "V" THEN
                     ADD 1 TO WSPriorCount
              END-IF
              PERFORM ReadPayrollScan
       END-PERFORM
       CLOSE PayrollScanFile.

*> reads the next record of the counting pass
ReadPayrollScan.
       READ PayrollScanFile
           AT END MOVE "Y" TO WSScanEOF
           NOT AT END ADD 1 TO WSScanNumber
       END-READ.

*> reads the next register entry for the already-checked scan
ReadCheckRegister.
       MOVE PRPayPeriod TO CRPayPeriod
       MOVE PRNet TO CRAmount
       MOVE "O" TO CRStatus
       MOVE WSRunDate TO CRIssueDate
       WRITE CheckRegisterRecord
       PERFORM WriteIssueRecord.

