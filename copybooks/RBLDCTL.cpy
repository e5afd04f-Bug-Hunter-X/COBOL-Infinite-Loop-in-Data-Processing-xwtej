*> Control-card layout for BUGRBLD.
*> One 80-byte record read at start-up (//RBLDCTL DD or SYSIN).
*> RCTL-AS-OF-DATE and RCTL-AS-OF-TIME name the moment the master
*> is to be rebuilt as of (YYYYMMDD, HHMMSSHH - the same clock the
*> journal stamps carry).  The date is required; a blank or zero
*> time means the close of that day.  The moment must not fall
*> before the unload the rebuild starts from - the journal is
*> replayed forward only.
01  REBUILD-CONTROL-RECORD.
    05  RCTL-AS-OF-DATE     PIC 9(8).
    05  RCTL-AS-OF-TIME     PIC 9(8).
    05  FILLER              PIC X(64).
