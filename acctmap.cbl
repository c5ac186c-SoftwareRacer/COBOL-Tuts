01 WSEntryValid PIC X VALUE "Y".
       88 EntryValid VALUE "Y".

*> the other charge code type a department or project key must not
*> already be mapped under
01 WSOtherType PIC X VALUE SPACE.

PROCEDURE DIVISION.
PERFORM LoadMapTable
PERFORM DisplayMenu
       CLOSE AcctMapFile.

*> prompts for and validates the mapping key a transaction runs
*> against: D needs a department code, P a project charge code, L one
*> of T/R/I/G, C stands alone as the cash account; departments and
*> projects share the timecard charge codes, so a code can be only
*> one of the two
AcceptEntryKey.
       MOVE "Y" TO WSEntryValid
       DISPLAY "Mapping type D (dept) / P (project) / L (liability) / "
           "C (cash): " WITH NO ADVANCING
       ACCEPT WSEntryType
       EVALUATE WSEntryType
           WHEN "D"
              IF WSEntryKey = SPACES THEN
                     DISPLAY "Department code must not be blank"
                     MOVE "N" TO WSEntryValid
              ELSE
                     MOVE "P" TO WSOtherType
                     PERFORM CheckChargeCodeClash
              END-IF
           WHEN "P"
              DISPLAY "Enter project charge code: " WITH NO ADVANCING
              ACCEPT WSEntryKey
              IF WSEntryKey = SPACES THEN
                     DISPLAY "Project code must not be blank"
                     MOVE "N" TO WSEntryValid
              ELSE
                     MOVE "D" TO WSOtherType
                     PERFORM CheckChargeCodeClash
              END-IF
           WHEN "L"
              DISPLAY "Enter liability T/R/I/G: " WITH NO ADVANCING
           WHEN "C"
              MOVE SPACES TO WSEntryKey
           WHEN OTHER
              DISPLAY "Type must be D, P, L or C"
              MOVE "N" TO WSEntryValid
       END-EVALUATE
       IF EntryValid THEN
              END-PERFORM
       END-IF.

*> refuses a department or project code already mapped as the other
*> kind - a timecard charge code must land on exactly one account
CheckChargeCodeClash.
       PERFORM VARYING WSMapIndex FROM 1 BY 1
           UNTIL WSMapIndex > WSMapCount
              IF WSMTType(WSMapIndex) = WSOtherType
                  AND WSMTKey(WSMapIndex) = WSEntryKey THEN
                     DISPLAY "Code " WSEntryKey " is already mapped as type "
                         WSOtherType
                     MOVE "N" TO WSEntryValid
              END-IF
       END-PERFORM.

*> prompts for the ledger account the key maps to
AcceptEntryAccount.
       DISPLAY "Enter ledger account: " WITH NO ADVANCING
