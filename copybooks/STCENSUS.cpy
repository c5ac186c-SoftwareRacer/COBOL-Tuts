*> StateCensusRecord layout for the enrollment census submission
*> census writes for the state - one detail line per student enrolled
*> on the count date with the date of birth and age, and a trailer
*> closing the file with the record count and the seat capacity
*> reported across the grades
01 StateCensusRecord.
       02 SCRecType   PIC X.
           88 SCDetail  VALUE "D".
           88 SCTrailer VALUE "T".
       02 SCCountDate PIC 9(8).
       02 SCDetailData.
           03 SCIDNum     PIC 9(5).
           03 SCName      PIC X(25).
           03 SCDOB       PIC 9(8).
           03 SCGrade     PIC 99.
           03 SCAge       PIC 99.
           03 SCEntryDate PIC 9(8).
       02 SCTrailerData REDEFINES SCDetailData.
           03 SCRecordCount   PIC 9(5).
           03 SCTotalCapacity PIC 9(5).
           03 FILLER          PIC X(40).
