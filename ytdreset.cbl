FD  YTDMasterFile.
COPY YTDREC.

*> every prior year's closing figures live on here, appended by each
*> new-year reset before the master is cleared
FD  YTDArchiveFile.
COPY YTDARCH.

WORKING-STORAGE SECTION.
01 WSYTDFileStatus PIC XX VALUE "00".
01 WSConfirm PIC X VALUE "N".
       88 ResetConfirmed VALUE "Y", "y".

*> the program runs only for an operator the access table grants it
*> to, checked through the shared accchk service
COPY ACCCTL.
01 WSAccessProgram PIC X(9) VALUE "accchk".

PROCEDURE DIVISION.
MOVE "ytdreset" TO ACCProgram
CALL WSAccessProgram USING AccessControl
IF RETURN-CODE NOT = 0 THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
END-IF
DISPLAY "New-year reset: archive every employee's year-to-date "
    "figures to YTDArchive.dat and clear the master"
DISPLAY "Proceed Y/N: " WITH NO ADVANCING
              MOVE YTDGross TO YAGross
              MOVE YTDDeductions TO YADeductions
              MOVE YTDNet TO YANet
              MOVE YTDTaxWithheld TO YATaxWithheld
              MOVE YTDRetirement TO YARetirement
              MOVE YTDInsurance TO YAInsurance
              WRITE YTDArchiveRecord
              MOVE 0 TO YTDGross
              MOVE 0 TO YTDDeductions
              MOVE 0 TO YTDNet
              MOVE 0 TO YTDTaxWithheld
              MOVE 0 TO YTDRetirement
              MOVE 0 TO YTDInsurance
              REWRITE YTDRecord
              ADD 1 TO WSArchivedCount
              PERFORM ReadYTDMaster
       END-READ.

*> cobc -x ytdreset.cbl          to load the program
*> cobc -m accchk.cbl            builds the access check it CALLs
*> ./ytdreset                    to run the program
