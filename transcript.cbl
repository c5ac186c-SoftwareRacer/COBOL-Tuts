INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ScoreHistFile ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHKey
           FILE STATUS IS WSScoreFileStatus.

       SELECT OPTIONAL TranscriptFile ASSIGN TO "Transcript.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS SMIDNum
           FILE STATUS IS WSStudentFileStatus.

       SELECT OPTIONAL FeeBilledFile ASSIGN TO "FeeBilled.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ARInvoiceFile ASSIGN TO "ARInvoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARInvNum
           FILE STATUS IS WSARFileStatus.

DATA DIVISION.
FILE SECTION.
FD  ScoreHistFile.
COPY SCRHIST.

*> the course catalog crsmaint keeps - the transcript prints each
*> score's course title and weights the GPA by its credit hours
FD  StudentMasterFile.
COPY STUREC.

*> the school fees feebill raised, with the invoice each went out on
FD  FeeBilledFile.
COPY FEEBILL.

*> the fee invoices, for what is still open on each
FD  ARInvoiceFile.
COPY ARINV.

WORKING-STORAGE SECTION.
01 WSStudentFileStatus PIC XX VALUE "00".
01 WSARFileStatus      PIC XX VALUE "00".
01 WSScoreFileStatus   PIC XX VALUE "00".

01 WSStudentName PIC X(25) VALUE SPACES.

01 WSHistEOF PIC X VALUE "N".
       88 HistEOF VALUE "Y".

01 WSStudentID PIC 9(5) VALUE 0.
01 WSRunDate   PIC 9(8).
01 WSCourseTitle  PIC X(25) VALUE SPACES.
01 WSScoreCredits PIC 9V9 VALUE 0.

*> the student's school fees still open on the guardian's account
01 WSLedgerEOF PIC X VALUE "N".
       88 LedgerEOF VALUE "Y".

01 WSFeeBalance PIC 9(7)V99 VALUE 0.
01 WSEditFeeBalance PIC $$,$$$,$$9.99.

*> control block for the shared rptarch report-library service the
*> finished transcript is filed through
COPY ARCCTL.
01 WSArchiveProgram PIC X(9) VALUE "rptarch".

PROCEDURE DIVISION.
DISPLAY "Enter student ID for transcript: " WITH NO ADVANCING
ACCEPT WSStudentID
    DELIMITED BY SIZE INTO TranscriptLine
WRITE TranscriptLine

OPEN INPUT ScoreHistFile
PERFORM PrintTranscript
CLOSE ScoreHistFile

IF WSCumCredits = 0 THEN
       MOVE SPACES TO TranscriptLine
       WRITE TranscriptLine
END-IF

PERFORM TotalFeeBalance
MOVE WSFeeBalance TO WSEditFeeBalance
MOVE SPACES TO TranscriptLine
STRING "School fee balance: " WSEditFeeBalance
    DELIMITED BY SIZE INTO TranscriptLine
WRITE TranscriptLine

CLOSE TranscriptFile
PERFORM FileReport
DISPLAY "Transcript written to Transcript.txt"

STOP RUN.
              MOVE SMName TO WSStudentName
       END-READ.

*> reads the requested student's grades straight off the key - term
*> by term, each term in the order its grades were keyed - printing
*> each score and a GPA line at every term break
PrintTranscript.
       MOVE "N" TO WSHistEOF
       MOVE WSStudentID TO SHStudentID
       MOVE 0 TO SHTerm
       MOVE 0 TO SHSeq
       START ScoreHistFile KEY NOT LESS THAN SHKey
           INVALID KEY MOVE "Y" TO WSHistEOF
       END-START
       PERFORM ReadScoreHist
       PERFORM UNTIL HistEOF
              PERFORM PrintOneScore
              PERFORM ReadScoreHist
       END-PERFORM
       IF HaveTerm THEN
              PERFORM PrintTermGPA
       END-IF.

*> reads the next grade, stopping at the first one for another student
ReadScoreHist.
       IF NOT HistEOF THEN
              READ ScoreHistFile NEXT RECORD
                  AT END MOVE "Y" TO WSHistEOF
              END-READ
       END-IF
       IF NOT HistEOF AND SHStudentID NOT = WSStudentID THEN
              MOVE "Y" TO WSHistEOF
       END-IF.

*> prints one score under its term heading, breaking for a term GPA
*> when the term changes
PrintOneScore.
       IF HaveTerm AND SHTerm NOT = WSCurrentTerm THEN
              PERFORM PrintTermGPA
       END-IF
       IF NOT HaveTerm OR SHTerm NOT = WSCurrentTerm
              MOVE SHTerm TO WSCurrentTerm
              MOVE "Y" TO WSHaveTerm
              MOVE SPACES TO TranscriptLine
              STRING "TERM " SHTerm
                  DELIMITED BY SIZE INTO TranscriptLine
              WRITE TranscriptLine
       END-IF
       PERFORM LookupCourse
       MOVE SPACES TO TranscriptLine
       STRING "  " SHCourse " " WSCourseTitle
           "  Grade " SHScore "  points " SHPoints
           DELIMITED BY SIZE INTO TranscriptLine
       WRITE TranscriptLine
       ADD 1 TO WSTermCount
       ADD SHPoints TO WSTermPoints
       ADD 1 TO WSCumCount
       ADD SHPoints TO WSCumPoints
       COMPUTE WSTermQuality = WSTermQuality
           + SHPoints * WSScoreCredits
       ADD WSScoreCredits TO WSTermCredits
       COMPUTE WSCumQuality = WSCumQuality
           + SHPoints * WSScoreCredits
       ADD WSScoreCredits TO WSCumCredits.

*> finds the score's course on the catalog for its title and credit
       MOVE 0 TO WSCourseFound
       PERFORM VARYING WSCourseIndex FROM 1 BY 1
           UNTIL WSCourseIndex > WSCourseCount
              IF WSCTCourseCode(WSCourseIndex) = SHCourse THEN
                     MOVE WSCourseIndex TO WSCourseFound
              END-IF
       END-PERFORM
       MOVE 0 TO WSTermQuality
       MOVE 0 TO WSTermCredits.

*> totals the open balance of every fee invoice on the ledger for the
*> student
TotalFeeBalance.
       MOVE 0 TO WSFeeBalance
       MOVE "N" TO WSLedgerEOF
       OPEN INPUT FeeBilledFile
       OPEN INPUT ARInvoiceFile
       PERFORM ReadLedgerRecord
       PERFORM UNTIL LedgerEOF
              IF FBStudentID = WSStudentID THEN
                     MOVE FBInvNum TO ARInvNum
                     READ ARInvoiceFile
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            ADD AROpenBal TO WSFeeBalance
                     END-READ
              END-IF
              PERFORM ReadLedgerRecord
       END-PERFORM
       CLOSE ARInvoiceFile
       CLOSE FeeBilledFile.

*> reads the next ledger line
ReadLedgerRecord.
       READ FeeBilledFile
           AT END MOVE "Y" TO WSLedgerEOF
       END-READ.

*> files the finished transcript in the dated report library so the
*> next run does not lose it
FileReport.
       MOVE "Transcript.txt" TO ARCFileName
       MOVE "transcript" TO ARCProgram
       MOVE SPACES TO ARCOperator
       MOVE "Student Transcript" TO ARCTitle
       CALL WSArchiveProgram USING ArchiveControl
       MOVE 0 TO RETURN-CODE.

*> cobc -x transcript.cbl        to load the program
*> ./transcript                  to run the program
