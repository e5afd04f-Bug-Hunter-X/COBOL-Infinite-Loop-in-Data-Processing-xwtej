*> Control-card layout for BUGARCH.
*> One 80-byte record read at start-up (//ARCHCTL DD or SYSIN).
*> PCTL-ACCT-DAYS is the retention period for closed accounts in
*> calendar days: a closed account with nothing in its period
*> fields whose last activity (the close itself, for any account
*> closed since the close was dated) is older than that many days
*> leaves the master for the archive.  Zero or blanks keep the
*> default of 400, a year and the period either side of it.
*> PCTL-SUSP-DAYS is the retention period for resolved suspense
*> items, counted from the resolution date; zero or blanks keep the
*> default of 180.  Items still open are never archived.
*> PCTL-REPORT-ONLY 'Y' lists what the run would archive without
*> touching either cluster or writing to the archive - the trial
*> run before a retention period changes, submitted as BUGARCHT
*> so no output generation is catalogued.
01  ARCHIVE-CONTROL-RECORD.
    05  PCTL-ACCT-DAYS      PIC 9(4).
    05  PCTL-SUSP-DAYS      PIC 9(4).
    05  PCTL-REPORT-ONLY    PIC X(1).
    05  FILLER              PIC X(71).
