*> Control-card layout for BUGDORM.
*> One 80-byte record read at start-up (//DORMCTL DD or SYSIN).
*> DCTL-THRESHOLD is the dormancy threshold in processing days (per
*> the CALENDAR dataset): an active account with no activity on any
*> of the last that-many processing days is made dormant.  Zero or
*> blanks keep the default of 250, about a business year.
*> DCTL-REPORT-ONLY 'Y' lists the accounts the sweep would make
*> dormant without changing the master or cutting notifications -
*> the trial run before a threshold change goes live, submitted as
*> BUGDORMT so no output generation is catalogued.
01  DORMANCY-CONTROL-RECORD.
    05  DCTL-THRESHOLD      PIC 9(3).
    05  DCTL-REPORT-ONLY    PIC X(1).
    05  FILLER              PIC X(76).
