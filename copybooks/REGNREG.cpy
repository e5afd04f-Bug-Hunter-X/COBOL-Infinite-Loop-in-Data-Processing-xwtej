*> Region registry record (//REGISTRY DD, 80 bytes).
*> One record per upstream run id (TH-RUN-ID) the shop expects a
*> file from, maintained by operations as regions come and go.
*> RG-DAYS marks the weekdays the file is due, Monday first: 'Y'
*> in a position expects it that day, anything else does not, and
*> an all-blank field expects it every day the daily job runs.
*> RG-DUE-TIME is the HHMM by which the file must have arrived;
*> zero or blanks set no deadline.  RG-REQUIRED 'Y' means the day
*> cannot post without the region - BUGINTK holds the daily run
*> when its file is absent; any other value lets the run go ahead
*> without it, with a warning.
01  REGION-REGISTRY-RECORD.
    05  RG-RUN-ID           PIC X(8).
    05  RG-DAYS             PIC X(7).
    05  RG-DUE-TIME         PIC 9(4).
    05  RG-REQUIRED         PIC X(1).
    05  RG-REGION-NAME      PIC X(30).
    05  FILLER              PIC X(30).
