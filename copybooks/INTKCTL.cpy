*> Control-card layout for BUGINTK.
*> One 80-byte record read at start-up (//INTKCTL DD or SYSIN).
*> ICTL-RETENTION-DAYS is how long a file stays on the arrival
*> history for the duplicate-file check; zero or blanks keep the
*> default of 30 days, the same span the processed-transaction
*> history keeps.
01  INTAKE-CONTROL-RECORD.
    05  ICTL-RETENTION-DAYS PIC 9(3).
    05  FILLER              PIC X(77).
