>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. payrel.
AUTHOR. Hennermann Marco.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PayReviewFile ASSIGN TO "PayReview.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVPeriod
           FILE STATUS IS WSReviewFileStatus.

       SELECT OPTIONAL PayToleranceFile ASSIGN TO "PayTolerance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> the review control file payvar holds each reviewed period on -
*> releasing a period here is what lets paycheck print its checks and
*> send its deposits
FD  PayReviewFile.
COPY PAYRVW.

*> the variance tolerances the payvar review flags against
FD  PayToleranceFile.
COPY PAYTOL.

WORKING-STORAGE SECTION.
01 WSMenuChoice PIC X VALUE SPACE.
       88 MenuRelease   VALUE "1".
       88 MenuTolerance VALUE "2".
       88 MenuList      VALUE "3".
       88 MenuExit      VALUE "X", "x".

01 WSReviewFileStatus PIC XX VALUE "00".
       88 ReviewFileNotFound VALUE "35".

01 WSReviewEOF PIC X VALUE "N".
       88 ReviewEOF VALUE "Y".

*> whether the keyed period is on the review control file
01 WSReviewOnFile PIC X VALUE "N".
       88 ReviewOnFile VALUE "Y".

01 WSRunDate PIC 9(8).

01 WSEntryPeriod   PIC 9(6) VALUE 0.
01 WSEntryGrossPct PIC 9(3)V9 VALUE 0.
01 WSEntryNetPct   PIC 9(3)V9 VALUE 0.

01 WSConfirm PIC X VALUE "N".
       88 ConfirmYes VALUE "Y", "y".

*> releasing a period and moving the tolerances are level-2
*> supervisor actions checked through the shared opsignon service
01 WSSignOnProgram  PIC X(9) VALUE "opsignon".
01 WSSignOnCaller   PIC X(9) VALUE "payrel".
01 WSSignOnID       PIC X(8) VALUE SPACES.
01 WSSignOnPassword PIC X(8) VALUE SPACES.
01 WSSignOnLevel    PIC 9 VALUE 0.
       88 SupervisorSignedOn VALUE 2.

01 WSSupervisorOK PIC X VALUE "N".
       88 SupervisorOK VALUE "Y".

PROCEDURE DIVISION.
ACCEPT WSRunDate FROM DATE YYYYMMDD
PERFORM DisplayMenu
PERFORM UNTIL MenuExit
       EVALUATE TRUE
           WHEN MenuRelease   PERFORM ReleasePeriod
           WHEN MenuTolerance PERFORM SetTolerances
           WHEN MenuList      PERFORM ListReviews
           WHEN OTHER         DISPLAY "Invalid selection " WSMenuChoice
       END-EVALUATE
       PERFORM DisplayMenu
END-PERFORM

STOP RUN.

*> shows the operator menu and accepts their next selection
DisplayMenu.
       DISPLAY " "
       DISPLAY "1. Release a pay period for checks (supervisor)"
       DISPLAY "2. Set variance tolerances (supervisor)"
       DISPLAY "3. List review status"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.

*> checks the supervisor's ID and password against the operator
*> master through the shared sign-on service
AcceptSupervisorSignOn.
       MOVE "N" TO WSSupervisorOK
       DISPLAY "Supervisor ID: " WITH NO ADVANCING
       ACCEPT WSSignOnID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSSignOnPassword
       CALL WSSignOnProgram USING WSSignOnID, WSSignOnPassword,
           WSSignOnLevel, WSSignOnCaller
       IF RETURN-CODE = 0 AND SupervisorSignedOn THEN
              MOVE "Y" TO WSSupervisorOK
       END-IF
       MOVE 0 TO RETURN-CODE.

*> releases one held period after the supervisor has read its review -
*> a period with flagged employees, or one the review never saw, takes
*> an explicit confirmation
ReleasePeriod.
       PERFORM AcceptSupervisorSignOn
       IF NOT SupervisorOK THEN
              DISPLAY "Release requires a supervisor sign-on - refused"
       ELSE
              DISPLAY "Enter pay period to release: " WITH NO ADVANCING
              ACCEPT WSEntryPeriod
              PERFORM OpenPayReviewFile
              PERFORM FindReview
              EVALUATE TRUE
                  WHEN NOT ReviewOnFile
                     PERFORM ReleaseUnreviewedPeriod
                  WHEN PVStatus = "R"
                     DISPLAY "Period " WSEntryPeriod " already released by "
                         PVReleasedBy " on " PVReleaseDate
                  WHEN OTHER
                     PERFORM ReleaseReviewedPeriod
              END-EVALUATE
              CLOSE PayReviewFile
       END-IF.

*> a period the review held: shows what it found and releases it
ReleaseReviewedPeriod.
       DISPLAY "Period " WSEntryPeriod " reviewed " PVReviewDate ": "
           PVPayments " payments, " PVFlagged " employees flagged"
       MOVE "Y" TO WSConfirm
       IF PVFlagged > 0 THEN
              DISPLAY "Flagged employees are listed on PayVariance.txt"
              DISPLAY "Release with flags outstanding Y/N: "
                  WITH NO ADVANCING
              ACCEPT WSConfirm
       END-IF
       IF ConfirmYes THEN
              PERFORM MarkReleased
       ELSE
              DISPLAY "Period left on hold"
       END-IF.

*> a period the review never ran for - a straggler payment for an
*> older period, say - is released only on the supervisor's say-so
ReleaseUnreviewedPeriod.
       DISPLAY "Period " WSEntryPeriod " has not been through the "
           "variance review"
       DISPLAY "Release it unreviewed Y/N: " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF NOT ConfirmYes THEN
              DISPLAY "Period not released"
       ELSE
              MOVE WSEntryPeriod TO PVPeriod
              MOVE 0 TO PVReviewDate
              MOVE 0 TO PVPayments
              MOVE 0 TO PVFlagged
              PERFORM MarkReleased
       END-IF.

*> stamps the release with the supervisor and the date - a period
*> the review never saw is added to the file, a held one rewritten
MarkReleased.
       MOVE "R" TO PVStatus
       MOVE WSSignOnID TO PVReleasedBy
       MOVE WSRunDate TO PVReleaseDate
       IF ReviewOnFile THEN
              REWRITE PayReviewRecord
                  INVALID KEY
                     DISPLAY "Review control not updated - status "
                         WSReviewFileStatus " - period not released"
                  NOT INVALID KEY
                     DISPLAY "Period " WSEntryPeriod
                         " released - paycheck may print"
              END-REWRITE
       ELSE
              WRITE PayReviewRecord
                  INVALID KEY
                     DISPLAY "Review control not updated - status "
                         WSReviewFileStatus " - period not released"
                  NOT INVALID KEY
                     DISPLAY "Period " WSEntryPeriod
                         " released - paycheck may print"
              END-WRITE
       END-IF.

*> reads the keyed period off the review control file
FindReview.
       MOVE WSEntryPeriod TO PVPeriod
       READ PayReviewFile
           INVALID KEY MOVE "N" TO WSReviewOnFile
           NOT INVALID KEY MOVE "Y" TO WSReviewOnFile
       END-READ.

*> sets the gross and net tolerance percentages
SetTolerances.
       PERFORM AcceptSupervisorSignOn
       IF NOT SupervisorOK THEN
              DISPLAY "Tolerances require a supervisor sign-on - refused"
       ELSE
              OPEN INPUT PayToleranceFile
              READ PayToleranceFile
                  AT END
                     DISPLAY "No tolerances on file yet - review uses "
                         "20.0 percent"
                  NOT AT END
                     DISPLAY "On file: gross " PTGrossPct "  net "
                         PTNetPct " percent"
              END-READ
              CLOSE PayToleranceFile
              DISPLAY "Enter gross tolerance percent: " WITH NO ADVANCING
              ACCEPT WSEntryGrossPct
              DISPLAY "Enter net tolerance percent: " WITH NO ADVANCING
              ACCEPT WSEntryNetPct
              IF WSEntryGrossPct = 0 OR WSEntryNetPct = 0 THEN
                     DISPLAY "Tolerances must be above zero - not changed"
              ELSE
                     OPEN OUTPUT PayToleranceFile
                     MOVE WSEntryGrossPct TO PTGrossPct
                     MOVE WSEntryNetPct TO PTNetPct
                     WRITE PayToleranceRecord
                     CLOSE PayToleranceFile
                     DISPLAY "Tolerances set"
              END-IF
       END-IF.

*> lists every period on the review control file with its state
ListReviews.
       MOVE "N" TO WSReviewEOF
       OPEN INPUT PayReviewFile
       PERFORM ReadNextReview
       IF ReviewEOF THEN
              DISPLAY "No periods have been reviewed"
       END-IF
       PERFORM UNTIL ReviewEOF
              IF PVStatus = "R" THEN
                     DISPLAY "Period " PVPeriod
                         " payments " PVPayments
                         " flagged " PVFlagged
                         " RELEASED by " PVReleasedBy
                         " " PVReleaseDate
              ELSE
                     DISPLAY "Period " PVPeriod
                         " payments " PVPayments
                         " flagged " PVFlagged
                         " HELD since review " PVReviewDate
              END-IF
              PERFORM ReadNextReview
       END-PERFORM
       CLOSE PayReviewFile.

*> opens the review control file for update, creating it the first
*> time a period is released
OpenPayReviewFile.
       OPEN I-O PayReviewFile
       IF ReviewFileNotFound THEN
              OPEN OUTPUT PayReviewFile
              CLOSE PayReviewFile
              OPEN I-O PayReviewFile
       END-IF.

*> reads the next period on the review control file in period order
ReadNextReview.
       READ PayReviewFile NEXT RECORD
           AT END MOVE "Y" TO WSReviewEOF
       END-READ.

*> cobc -x payrel.cbl            to load the program
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./payrel                      to run the program
