*> MenuProgramRecord layout for MenuProg.dat, the programs the master
*> menu can launch, keyed by program name - accmaint keeps it, and a
*> program only shows on an operator's menu once ProgAccess.dat
*> grants it to them; the menu starts it as ./ and the program name
01 MenuProgramRecord.
       02 MNProgram PIC X(9).
       02 MNDesc    PIC X(40).
