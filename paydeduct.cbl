           03 WSETPlanCode PIC X(4).
           03 WSETTier     PIC X.
           03 WSETEffDate  PIC 9(8).
           03 WSETEndDate  PIC 9(8).

01 WSPlanIndex   PIC 9(3) VALUE 0.
01 WSEnrollIndex PIC 9(3) VALUE 0.
01 WSUseEnrollment PIC X VALUE "N".
       88 UseEnrollment VALUE "Y".

*> a leaver's coverage ended before the period being paid began - no
*> premium and no fallback to the legacy rate either
01 WSCoverageEnded PIC X VALUE "N".
       88 CoverageEnded VALUE "Y".
01 WSPeriodStart PIC 9(8) VALUE 0.

*> deduction service following the coboltut4 pattern - the caller
*> hands in the period's gross and gets back the itemized tax,
*> retirement and insurance amounts plus their total
                     MOVE 1 TO RETURN-CODE
              END-COMPUTE
              PERFORM FindInsuranceAmount
              IF CoverageEnded THEN
                     MOVE 0 TO LDInsurance
              END-IF
              IF UseEnrollment THEN
                     MOVE WSPTPremium(WSPlanFound) TO LDInsurance
              END-IF
              IF NOT CoverageEnded AND NOT UseEnrollment THEN
                     COMPUTE LDInsurance ROUNDED =
                         LDGross * WSInsuranceRate
                         ON SIZE ERROR
                  WSCalStart, WSCalEnd, WSCalCheckDate
              IF RETURN-CODE = 0 THEN
                     MOVE WSCalEnd TO WSPeriodLimit
                     MOVE WSCalStart TO WSPeriodStart
              ELSE
                     COMPUTE WSPeriodLimit = LDPeriod * 100 + 99
                     COMPUTE WSPeriodStart = LDPeriod * 100 + 1
              END-IF
              MOVE LDPeriod TO WSLimitPeriod
              MOVE 0 TO RETURN-CODE
                     MOVE BEPlanCode TO WSETPlanCode(WSEnrollCount)
                     MOVE BETier TO WSETTier(WSEnrollCount)
                     MOVE BEEffDate TO WSETEffDate(WSEnrollCount)
                     IF BEEndDate IS NUMERIC THEN
                            MOVE BEEndDate TO WSETEndDate(WSEnrollCount)
                     ELSE
                            MOVE 0 TO WSETEndDate(WSEnrollCount)
                     END-IF
              END-IF
              PERFORM ReadBenEnroll
       END-PERFORM
*> enrollment priced on the plan table - anything short of a full
*> effective join falls back to the legacy rate; the join is dated
*> to the period being paid, so a back-period reissue prices at that
*> period's enrollment, not today's; coverage a termination ended
*> before the period began prices at nothing
FindInsuranceAmount.
       MOVE "N" TO WSUseEnrollment
       MOVE "N" TO WSCoverageEnded
       MOVE WSPeriodLimit TO WSDeductAsOf
       MOVE 0 TO WSEnrollFound
       PERFORM VARYING WSEnrollIndex FROM 1 BY 1
                     MOVE WSEnrollIndex TO WSEnrollFound
              END-IF
       END-PERFORM
       IF WSEnrollFound > 0 THEN
              IF WSETEndDate(WSEnrollFound) NOT = 0
                  AND WSETEndDate(WSEnrollFound) < WSPeriodStart THEN
                     MOVE "Y" TO WSCoverageEnded
                     MOVE 0 TO WSEnrollFound
              END-IF
       END-IF
       IF WSEnrollFound > 0 THEN
              MOVE 0 TO WSPlanFound
              PERFORM VARYING WSPlanIndex FROM 1 BY 1
