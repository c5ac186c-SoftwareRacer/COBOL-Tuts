*> DunningRecord layout for the collection-letter history keyed by
*> IDNum - the last letter level a customer was sent (1 first
*> reminder, 2 second notice, 3 final demand) and when, so the next
*> letter run escalates instead of repeating; the level drops back to
*> zero once nothing is left past due
01 DunningRecord.
       02 DNIDNum PIC 9(5).
       02 DNLevel PIC 9.
           88 DNNoLetter  VALUE 0.
           88 DNReminder  VALUE 1.
           88 DNSecond    VALUE 2.
           88 DNFinal     VALUE 3.
       02 DNDate  PIC 9(8).
