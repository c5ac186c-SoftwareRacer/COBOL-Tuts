>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. arworeg.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ARAdjustFile ASSIGN TO "ARAdjust.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT SortFile ASSIGN TO "ARAdjustSort.tmp".

DATA DIVISION.
FILE SECTION.
*> the adjustment log aradjust writes
FD  ARAdjustFile.
COPY ARADJ.

SD  SortFile.
01 SortRecord.
       02 SADate      PIC 9(8).
       02 SATime      PIC 9(8).
       02 SAType      PIC X.
       02 SAInvNum    PIC 9(6).
       02 SAIDNum     PIC 9(5).
       02 SAAmount    PIC 9(7)V99.
       02 SABalance   PIC 9(7)V99.
       02 SAReason    PIC XX.
       02 SAOperator  PIC X(8).
       02 SAApprover  PIC X(8).

WORKING-STORAGE SECTION.
01 WSSortEOF PIC X VALUE "N".
       88 SortEOF VALUE "Y".

01 WSEntryMonth PIC 9(6) VALUE 0.

*> the date on the record on hand, split for the month test
01 WSAdjDate PIC 9(8) VALUE 0.
01 WSAdj REDEFINES WSAdjDate.
       02 WSAdjYYYYMM PIC 9(6).
       02 FILLER      PIC 99.

*> reason control break: the code whose subtotal is accumulating
01 WSCurrentReason PIC XX VALUE SPACES.
01 WSHaveReason PIC X VALUE "N".
       88 HaveReason VALUE "Y".

01 WSReasonCount PIC 9(5) VALUE 0.
01 WSReasonTotal PIC 9(9)V99 VALUE 0.
01 WSGrandCount  PIC 9(5) VALUE 0.
01 WSGrandTotal  PIC 9(9)V99 VALUE 0.

01 WSReasonText PIC X(20) VALUE SPACES.

01 WSEditAmount PIC $$,$$$,$$9.99.

*> control block for the shared rptwrite report-formatting service
COPY RPTCTL.
01 WSReportProgram PIC X(9) VALUE "rptwrite".

PROCEDURE DIVISION.
DISPLAY "Enter month to register (YYYYMM): " WITH NO ADVANCING
ACCEPT WSEntryMonth

MOVE "O" TO RPTOperation
MOVE "WriteOffRegister.txt" TO RPTFileName
MOVE "arworeg" TO RPTProgram
MOVE "HENNERMANN DATA SERVICES" TO RPTCompany
MOVE "Bad-Debt Write-Off Register" TO RPTTitle
MOVE 60 TO RPTLinesPerPage
CALL WSReportProgram USING ReportControl
MOVE SPACES TO RPTLine
STRING "Write-offs posted in month " WSEntryMonth
    DELIMITED BY SIZE INTO RPTLine
MOVE "D" TO RPTOperation
CALL WSReportProgram USING ReportControl

SORT SortFile ON ASCENDING KEY SAReason SADate SATime
    USING ARAdjustFile
    OUTPUT PROCEDURE IS PrintRegister

MOVE WSGrandTotal TO WSEditAmount
MOVE SPACES TO RPTLine
STRING "GRAND TOTAL  write-offs " WSGrandCount "  amount " WSEditAmount
    DELIMITED BY SIZE INTO RPTLine
MOVE "T" TO RPTOperation
CALL WSReportProgram USING ReportControl
MOVE "C" TO RPTOperation
CALL WSReportProgram USING ReportControl

DISPLAY "Write-offs registered: " WSGrandCount
DISPLAY "Register written to WriteOffRegister.txt"

STOP RUN.

*> takes the sorted adjustments one at a time, printing the month's
*> write-offs and breaking for a subtotal whenever the reason changes
PrintRegister.
       PERFORM ReturnSortRecord
       PERFORM UNTIL SortEOF
              IF HaveReason AND SAReason NOT = WSCurrentReason THEN
                     PERFORM PrintReasonSubtotal
              END-IF
              IF NOT HaveReason OR SAReason NOT = WSCurrentReason
                     MOVE SAReason TO WSCurrentReason
                     MOVE "Y" TO WSHaveReason
                     PERFORM PrintReasonHeading
              END-IF
              PERFORM PrintDetailLine
              PERFORM ReturnSortRecord
       END-PERFORM
       IF HaveReason THEN
              PERFORM PrintReasonSubtotal
       END-IF.

*> returns the next record off the sort, stepping over credit memos
*> and write-offs from other months
ReturnSortRecord.
       RETURN SortFile
           AT END MOVE "Y" TO WSSortEOF
       END-RETURN
       MOVE SADate TO WSAdjDate
       PERFORM UNTIL SortEOF
           OR (SAType = "W" AND WSAdjYYYYMM = WSEntryMonth)
              RETURN SortFile
                  AT END MOVE "Y" TO WSSortEOF
              END-RETURN
              MOVE SADate TO WSAdjDate
       END-PERFORM.

*> names the reason code the following lines are written off under
PrintReasonHeading.
       EVALUATE WSCurrentReason
           WHEN "UC" MOVE "UNCOLLECTABLE" TO WSReasonText
           WHEN "BK" MOVE "BANKRUPTCY" TO WSReasonText
           WHEN "SB" MOVE "SMALL BALANCE" TO WSReasonText
           WHEN "DC" MOVE "DECEASED" TO WSReasonText
           WHEN "OT" MOVE "OTHER" TO WSReasonText
           WHEN OTHER MOVE "UNKNOWN CODE" TO WSReasonText
       END-EVALUATE
       MOVE SPACES TO RPTLine
       STRING "REASON " WSCurrentReason " " WSReasonText
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl.

*> one write-off: when, which invoice and customer, how much, and the
*> supervisor who posted it with the one who approved it
PrintDetailLine.
       MOVE SAAmount TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "  " SADate " inv " SAInvNum " cust " SAIDNum " "
           WSEditAmount " by " SAOperator " appr " SAApprover
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       ADD 1 TO WSReasonCount
       ADD SAAmount TO WSReasonTotal
       ADD 1 TO WSGrandCount
       ADD SAAmount TO WSGrandTotal.

*> prints the subtotal for the reason just finished and clears it
PrintReasonSubtotal.
       MOVE WSReasonTotal TO WSEditAmount
       MOVE SPACES TO RPTLine
       STRING "  REASON " WSCurrentReason " TOTAL  write-offs "
           WSReasonCount "  amount " WSEditAmount
           DELIMITED BY SIZE INTO RPTLine
       MOVE "D" TO RPTOperation
       CALL WSReportProgram USING ReportControl
       MOVE 0 TO WSReasonCount
       MOVE 0 TO WSReasonTotal.

*> cobc -x arworeg.cbl           to load the program
*> cobc -m rptwrite.cbl          builds the report service it CALLs
*> ./arworeg                     to run the program
