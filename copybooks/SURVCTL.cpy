*> Control-card layout for BUGSURV.
*> One 80-byte record read at start-up (//SURVCTL DD or SYSIN).
*> Zero or blanks in any field keep that field's default.
*> SCTL-AS-OF-DATE is the last day of the window (default the run
*> date), so a past window can be looked at again.
*> SCTL-WINDOW-DAYS is the rolling window in calendar days ending
*> on that date (default 10); SCTL-HISTORY-DAYS the stretch before
*> the window that an account's own average is taken over (default
*> 90).
*> SCTL-NEAR-PCT and SCTL-NEAR-COUNT: that many postings in the
*> window each at or above that percentage of the account's single-
*> posting limit, without going over it, make a near-limit case
*> (defaults 90 and 3).
*> SCTL-SPIKE-MULT and SCTL-SPIKE-FLOOR: window activity more than
*> that multiple of the account's average for a window of the same
*> length, and at least the floor amount, makes a spike case
*> (defaults 3 and 10000).
*> SCTL-REVERSAL-MIN: a credit of at least this amount that matches
*> an earlier debit of the same amount in the window makes a
*> reversal case (default 5000).
*> SCTL-REOPEN-DAYS and SCTL-REOPEN-AMOUNT: postings totalling at
*> least the amount in the first that-many days after a reopening
*> in the window make a reopen case (defaults 3 and 10000).
01  SURVEILLANCE-CONTROL-RECORD.
    05  SCTL-AS-OF-DATE     PIC 9(8).
    05  SCTL-WINDOW-DAYS    PIC 9(3).
    05  SCTL-HISTORY-DAYS   PIC 9(3).
    05  SCTL-NEAR-PCT       PIC 9(3).
    05  SCTL-NEAR-COUNT     PIC 9(3).
    05  SCTL-SPIKE-MULT     PIC 9(3).
    05  SCTL-SPIKE-FLOOR    PIC 9(7).
    05  SCTL-REVERSAL-MIN   PIC 9(5).
    05  SCTL-REOPEN-DAYS    PIC 9(3).
    05  SCTL-REOPEN-AMOUNT  PIC 9(7).
    05  FILLER              PIC X(35).
