01 WSXrefFileStatus PIC XX VALUE "00".

*> folding one IDNum into another rewrites four files at once, so the
*> whole facility sits behind the shared accchk program-access check -
*> the operator must be granted custmerg and be a supervisor, signed
*> on at the master menu or here through opsignon
COPY ACCCTL.
01 WSAccessProgram PIC X(9) VALUE "accchk".
01 WSOperatorID    PIC X(8) VALUE SPACES.

01 WSAuthorized PIC X VALUE "N".
       88 Authorized VALUE "Y".
       02 WSSaveCity   PIC X(15).
       02 WSSaveState  PIC XX.
       02 WSSaveZip    PIC 9(5).
       02 WSSaveMailFlag   PIC X.
       02 WSSaveReturnDate PIC 9(8).
       02 WSSaveReturnType PIC X.

01 WSSaveXref.
       02 WSSaveSSN        PIC 9(9).
              MOVE 0 TO RETURN-CODE
       END-IF.

*> checks the operator is granted the merge through the access table
*> and requires the supervisor level before the menu even shows
SignOnSupervisor.
       MOVE "N" TO WSAuthorized
       MOVE "custmerg" TO ACCProgram
       CALL WSAccessProgram USING AccessControl
       IF RETURN-CODE = 0 AND ACCSupervisor THEN
              MOVE ACCOperator TO WSOperatorID
              MOVE "Y" TO WSAuthorized
       END-IF
       MOVE 0 TO RETURN-CODE.
              MOVE CACity TO WSSaveCity
              MOVE CAState TO WSSaveState
              MOVE CAZip TO WSSaveZip
              MOVE CAMailFlag TO WSSaveMailFlag
              MOVE CAReturnDate TO WSSaveReturnDate
              MOVE CAReturnType TO WSSaveReturnType
              DELETE CustAddrFile
              MOVE WSSurvivorIDNum TO CAIDNum
              MOVE WSSaveStreet TO CAStreet
              MOVE WSSaveCity TO CACity
              MOVE WSSaveState TO CAState
              MOVE WSSaveZip TO CAZip
              MOVE WSSaveMailFlag TO CAMailFlag
              MOVE WSSaveReturnDate TO CAReturnDate
              MOVE WSSaveReturnType TO CAReturnType
              WRITE CustAddrRecord
                  INVALID KEY
                     CONTINUE
       WRITE AuditRecord.

*> cobc -x custmerg.cbl          to load the program
*> cobc -m accchk.cbl            builds the access check it CALLs
*> cobc -m opsignon.cbl          builds the sign-on service it CALLs
*> ./custmerg                    to run the program
