       88 MenuList     VALUE "5".
       88 MenuUnlock   VALUE "6".
       88 MenuExpiry   VALUE "7".
       88 MenuRole     VALUE "8".
       88 MenuExit     VALUE "X", "x".

01 WSToday PIC 9(8) VALUE 0.
01 WSEntryID       PIC X(8) VALUE SPACES.
01 WSEntryPassword PIC X(8) VALUE SPACES.
01 WSEntryLevel    PIC 9 VALUE 1.
01 WSEntryRole     PIC X(8) VALUE SPACES.

*> maintaining the operator file is itself a supervisor action; the
*> only exception is a brand-new (empty) file, which anyone may seed
                  WHEN MenuList     PERFORM ListOperators
                  WHEN MenuUnlock   PERFORM UnlockOperator
                  WHEN MenuExpiry   PERFORM SetExpiryDays
                  WHEN MenuRole     PERFORM ChangeRole
                  WHEN OTHER
                     DISPLAY "Invalid selection " WSMenuChoice
              END-EVALUATE
       DISPLAY "5. List operators"
       DISPLAY "6. Unlock a locked operator"
       DISPLAY "7. Set the password expiry days"
       DISPLAY "8. Assign an operator's role"
       DISPLAY "X. Exit"
       DISPLAY "Select an option: " WITH NO ADVANCING
       ACCEPT WSMenuChoice.
       DISPLAY "Enter level 1 (clerk) / 2 (supervisor): "
           WITH NO ADVANCING
       ACCEPT WSEntryLevel
       PERFORM AcceptEntryRole
       IF WSEntryLevel < 1 OR WSEntryLevel > 2 THEN
              DISPLAY "Level must be 1 or 2, add skipped"
       ELSE
              MOVE WSToday TO OPLastChanged
              MOVE 0 TO OPFailCount
              MOVE SPACE TO OPLocked
              MOVE WSEntryRole TO OPRole
              WRITE OperatorRecord
                  INVALID KEY
                     DISPLAY "Operator " WSEntryID
              END-IF
       END-READ.

*> prompts for the role the program access table grants by - blank
*> leaves the operator with only the programs granted to their ID
AcceptEntryRole.
       MOVE SPACES TO WSEntryRole
       DISPLAY "Enter role (blank for none): " WITH NO ADVANCING
       ACCEPT WSEntryRole.

*> sets a new role on an existing operator - every program granted to
*> the role is theirs from the next sign-on
ChangeRole.
       PERFORM AcceptEntryID
       MOVE WSEntryID TO OPID
       READ OperatorFile
           INVALID KEY
              DISPLAY "Operator " WSEntryID " not on file"
           NOT INVALID KEY
              DISPLAY "Role on file is " OPRole
              PERFORM AcceptEntryRole
              MOVE WSEntryRole TO OPRole
              REWRITE OperatorRecord
              DISPLAY "Role changed"
       END-READ.

*> removes one operator from the file
DeleteOperator.
       PERFORM AcceptEntryID
       CLOSE SecPolicyFile
       DISPLAY "Expiry days set".

*> lists every operator, level and role (passwords stay off the
*> screen)
ListOperators.
       MOVE "N" TO WSOperEOF
       MOVE LOW-VALUES TO OPID
       PERFORM UNTIL OperEOF
              IF OPIsLocked THEN
                     DISPLAY "Operator " OPID " level " OPAuthLevel
                         " role " OPRole " LOCKED"
              ELSE
                     DISPLAY "Operator " OPID " level " OPAuthLevel
                         " role " OPRole " changed " OPLastChanged
              END-IF
              PERFORM ReadNextOperator
       END-PERFORM.
