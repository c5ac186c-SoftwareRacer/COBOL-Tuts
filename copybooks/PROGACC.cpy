*> ProgramAccessRecord layout for ProgAccess.dat, the program access
*> table accmaint keeps - one record per grant of a program to a role
*> (every operator opermaint gives that role) or to one operator by
*> ID, keyed so all of a program's grants read together; mainmenu
*> and the accchk start-up check both go by it
01 ProgramAccessRecord.
       02 PAKey.
           03 PAProgram   PIC X(9).
           03 PAGrantType PIC X.
               88 PAToRole     VALUE "R".
               88 PAToOperator VALUE "O".
           03 PAGrantee   PIC X(8).
       02 PAGrantedBy PIC X(8).
       02 PAGrantDate PIC 9(8).
