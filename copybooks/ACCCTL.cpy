*> AccessControl block for the shared accchk program-access check a
*> guarded program CALLs before anything else - the caller sets
*> ACCProgram to its own name; the operator, level and role come back
*> from the menu session it was started under, or from a sign-on at
*> the terminal when it was started any other way
01 AccessControl.
       02 ACCProgram  PIC X(9).
       02 ACCOperator PIC X(8).
       02 ACCLevel    PIC 9.
           88 ACCSupervisor VALUE 2.
       02 ACCRole     PIC X(8).
