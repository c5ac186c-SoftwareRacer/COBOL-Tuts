*> MenuSessionRecord layout for MenuSession.dat, one record per
*> operator signed on at the master menu - the menu hands the
*> operator ID and the session token to every program it starts, and
*> accchk takes the sign-on as given only when both match the record
*> here and it was opened today; the menu removes it at sign-off
01 MenuSessionRecord.
       02 MSOperator PIC X(8).
       02 MSToken.
           03 MSTokenDate PIC 9(8).
           03 MSTokenTime PIC 9(8).
           03 MSTokenSeq  PIC 9(8).
       02 MSDate     PIC 9(8).
       02 MSLevel    PIC 9.
       02 MSRole     PIC X(8).

*> the one control record on the same file, keyed "*COUNTER", holds
*> the sequence number last put into a token, so no two tokens match
*> and none can be worked out from the clock alone
01 MenuCounterRecord.
       02 MCKey     PIC X(8).
           88 MCCounterKey VALUE "*COUNTER".
       02 MCLastSeq PIC 9(8).
       02 FILLER    PIC X(33).
