           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL LaborDistFile ASSIGN TO "LaborDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL GLJournalFile ASSIGN TO "GLJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
FD  EmployeeMasterFile.
COPY EMPREC.

*> the account mapping acctmap keeps - an unmapped charge code or a
*> missing liability/cash account refuses the whole extract, since a
*> journal with holes in it is worse than no journal
FD  AcctMapFile.
COPY ACCTMAP.

*> the labor distribution paybatch writes as it pays - a timecard
*> payment's wage expense is charged to the codes its hours were split
*> to, and anything paid without a distribution (retro pay, final
*> payouts, terminal payroll) stays on the home department
FD  LaborDistFile.
COPY LABDIST.

*> the balanced journal accounting loads instead of re-keying the
*> register print: labor expense debits by charge code, liability and
*> cash credits, refused outright if the two sides disagree by a penny
FD  GLJournalFile.
01 GLJournalRecord.
01 WSMapIndex   PIC 9(3) VALUE 0.
01 WSFoundAccount PIC X(8) VALUE SPACES.

*> gross accumulated by charge code - department or project - as the
*> period's records pass
01 WSChargeCount PIC 9(3) VALUE 0.
01 WSChargeTable.
       02 WSChargeEntry OCCURS 100 TIMES.
           03 WSChargeCode  PIC X(3).
           03 WSChargeGross PIC 9(9)V99.

01 WSChargeIndex PIC 9(3) VALUE 0.
01 WSChargeFound PIC 9(3) VALUE 0.
01 WSThisCharge  PIC X(3) VALUE SPACES.
01 WSThisAmount  PIC 9(5)V99 VALUE 0.

*> the period's labor distribution lines, with each employee's lines
*> totalled - a payment is charged by its lines only when they add
*> back to its gross, and only once, so a reissue or a second payment
*> in the period falls back to the home department
01 WSDistEOF PIC X VALUE "N".
       88 DistEOF VALUE "Y".
01 WSDistCount PIC 9(4) VALUE 0.
01 WSDistTable.
       02 WSDistEntry OCCURS 3000 TIMES.
           03 WSDTIdent  PIC 9(3).
           03 WSDTCharge PIC X(3).
           03 WSDTAmount PIC 9(5)V99.
01 WSDistIndex PIC 9(4) VALUE 0.
01 WSDistSumTable.
       02 WSDistSum  PIC 9(7)V99 OCCURS 999 TIMES VALUE 0.
01 WSDistUsedTable.
       02 WSDistUsed PIC X OCCURS 999 TIMES VALUE "N".

01 WSTaxTotal     PIC 9(9)V99 VALUE 0.
01 WSRetireTotal  PIC 9(9)V99 VALUE 0.
DISPLAY "Enter pay period to journal: " WITH NO ADVANCING
ACCEPT WSEntryPeriod
PERFORM LoadMapTable
PERFORM LoadLaborDist
PERFORM AccumulatePeriod
IF WSRecordCount = 0 THEN
       DISPLAY "No payroll records on file for period " WSEntryPeriod
           AT END MOVE "Y" TO WSMapEOF
       END-READ.

*> reads the period's labor distribution lines into storage
LoadLaborDist.
       MOVE "N" TO WSDistEOF
       MOVE 0 TO WSDistCount
       OPEN INPUT LaborDistFile
       PERFORM ReadLaborDist
       PERFORM UNTIL DistEOF
              IF LBPeriod = WSEntryPeriod AND LBIdent > 0
                  AND WSDistCount < 3000 THEN
                     ADD 1 TO WSDistCount
                     MOVE LBIdent TO WSDTIdent(WSDistCount)
                     MOVE LBCharge TO WSDTCharge(WSDistCount)
                     MOVE LBAmount TO WSDTAmount(WSDistCount)
                     ADD LBAmount TO WSDistSum(LBIdent)
              END-IF
              PERFORM ReadLaborDist
       END-PERFORM
       CLOSE LaborDistFile.

*> reads the next labor distribution line
ReadLaborDist.
       READ LaborDistFile
           AT END MOVE "Y" TO WSDistEOF
       END-READ.

*> finds the account a type/key pair maps to; spaces means unmapped
FindAccount.
       MOVE SPACES TO WSFoundAccount
       END-PERFORM.

*> one pass over the period's live payroll records: gross by the
*> charge codes the timecard split it to, or the employee's
*> department off the master, and the liability and net totals
*> across the run
AccumulatePeriod.
       MOVE "N" TO WSPayEOF
       OPEN INPUT PayrollFile
           AT END MOVE "Y" TO WSPayEOF
       END-READ.

*> rolls one record into the charge code and liability accumulators
AccumulateOneRecord.
       IF PRRecType = SPACE AND PRIdent > 0
           AND WSDistUsed(PRIdent) = "N"
           AND WSDistSum(PRIdent) = PRGross THEN
              MOVE "Y" TO WSDistUsed(PRIdent)
              PERFORM VARYING WSDistIndex FROM 1 BY 1
                  UNTIL WSDistIndex > WSDistCount
                     IF WSDTIdent(WSDistIndex) = PRIdent THEN
                            MOVE WSDTCharge(WSDistIndex) TO WSThisCharge
                            MOVE WSDTAmount(WSDistIndex) TO WSThisAmount
                            PERFORM AddChargeGross
                     END-IF
              END-PERFORM
       ELSE
              MOVE "???" TO WSThisCharge
              MOVE PRIdent TO EMIdent
              READ EmployeeMasterFile
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE EMDept TO WSThisCharge
              END-READ
              MOVE PRGross TO WSThisAmount
              PERFORM AddChargeGross
       END-IF
       ADD PRTaxWithheld TO WSTaxTotal
       ADD PRRetirement TO WSRetireTotal
       ADD PRGarnish TO WSGarnishTotal
       ADD PRNet TO WSNetTotal.

*> adds an amount to its charge code's accumulator
AddChargeGross.
       MOVE 0 TO WSChargeFound
       PERFORM VARYING WSChargeIndex FROM 1 BY 1
           UNTIL WSChargeIndex > WSChargeCount
              IF WSChargeCode(WSChargeIndex) = WSThisCharge THEN
                     MOVE WSChargeIndex TO WSChargeFound
              END-IF
       END-PERFORM
       IF WSChargeFound = 0 AND WSChargeCount < 100 THEN
              ADD 1 TO WSChargeCount
              MOVE WSChargeCount TO WSChargeFound
              MOVE WSThisCharge TO WSChargeCode(WSChargeFound)
              MOVE 0 TO WSChargeGross(WSChargeFound)
       END-IF
       IF WSChargeFound > 0 THEN
              ADD WSThisAmount TO WSChargeGross(WSChargeFound)
       END-IF.

*> the labor expense account for a charge code: its department
*> mapping, else its project mapping
FindChargeAccount.
       MOVE "D" TO AMType
       MOVE WSChargeCode(WSChargeIndex) TO AMKey
       PERFORM FindAccount
       IF WSFoundAccount = SPACES THEN
              MOVE "P" TO AMType
              PERFORM FindAccount
       END-IF.

*> totals both sides and confirms every account the journal needs is
*> actually mapped - one missing account refuses the run
BuildTotals.
       MOVE "Y" TO WSExtractOK
       MOVE 0 TO WSDebitTotal
       MOVE 0 TO WSCreditTotal
       PERFORM VARYING WSChargeIndex FROM 1 BY 1
           UNTIL WSChargeIndex > WSChargeCount
              PERFORM FindChargeAccount
              IF WSFoundAccount = SPACES THEN
                     DISPLAY "Charge code " WSChargeCode(WSChargeIndex)
                         " has no department or project account mapping"
                     MOVE "N" TO WSExtractOK
              END-IF
              ADD WSChargeGross(WSChargeIndex) TO WSDebitTotal
       END-PERFORM
       PERFORM CheckLiabilityAccounts
       COMPUTE WSCreditTotal = WSTaxTotal + WSRetireTotal
              MOVE "N" TO WSExtractOK
       END-IF.

*> writes the balanced journal: one debit per charge code, one credit
*> per liability with money in it, and the cash credit for net pay
WriteJournal.
       OPEN OUTPUT GLJournalFile
       PERFORM VARYING WSChargeIndex FROM 1 BY 1
           UNTIL WSChargeIndex > WSChargeCount
              PERFORM FindChargeAccount
              MOVE SPACES TO GJDesc
              STRING "LABOR EXPENSE " WSChargeCode(WSChargeIndex)
                  DELIMITED BY SIZE INTO GJDesc
              MOVE "D" TO GJDrCr
              MOVE WSChargeGross(WSChargeIndex) TO GJAmount
              PERFORM WriteJournalLine
       END-PERFORM
       MOVE "L" TO AMType
