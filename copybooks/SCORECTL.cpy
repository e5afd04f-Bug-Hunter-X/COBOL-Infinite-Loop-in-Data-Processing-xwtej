*> Control-card layout for BUGSCORE.
*> One 80-byte record read at start-up (//SCORECTL DD or SYSIN).
*> SCCTL-MONTH is the month the scorecard is for, YYYYMM, compared
*> with the month before it; zero or blanks take the calendar
*> month before the run date, which is the month just closed when
*> the job runs early in the new one.
01  SCORECARD-CONTROL-RECORD.
    05  SCCTL-MONTH          PIC 9(6).
    05  FILLER              PIC X(74).
