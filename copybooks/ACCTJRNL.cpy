*> Account-master journal record (//ACCTJRNL DD, 220 bytes).
*> One record per change any program makes to ACCTMST: the whole
*> ACCOUNT-RECORD as it stood before the change and as it stands
*> after it, the program that made it, that program's run date and
*> the batch run id in hand (spaces where the change belongs to no
*> batch - a period roll, a recycled posting).  AJ-STAMP-DATE and
*> AJ-STAMP-TIME are the wall clock at the moment of the change and
*> AJ-SEQ numbers the changes within one execution, so key, stamp
*> and sequence put every account's history back in the order it
*> happened no matter how the generations are concatenated.  An
*> add has no before image (spaces); a delete has no after image.
*> BUGRBLD replays the journal onto a BUGVRFY unload to rebuild
*> the master as it stood at any chosen date and time.
*> Journal action codes:
*>   A  ACCOUNT ADDED (FIRST POSTING OR 'O' MAINTENANCE)
*>   C  ACCOUNT CHANGED (POSTING OR MAINTENANCE REWRITE)
*>   L  PERIOD ROLL (BUGCLOSE)
*>   D  ACCOUNT DELETED
01  ACCOUNT-JOURNAL-RECORD.
    05  AJ-KEY              PIC 9(6).
    05  AJ-STAMP-DATE       PIC 9(8).
    05  AJ-STAMP-TIME       PIC 9(8).
    05  AJ-SEQ              PIC 9(7).
    05  AJ-ACTION           PIC X(1).
        88  AJ-ADD              VALUE 'A'.
        88  AJ-CHANGE           VALUE 'C'.
        88  AJ-ROLL             VALUE 'L'.
        88  AJ-DELETE           VALUE 'D'.
    05  AJ-PROGRAM          PIC X(8).
    05  AJ-RUN-DATE         PIC 9(8).
    05  AJ-RUN-ID           PIC X(8).
    05  AJ-BEFORE-IMAGE     PIC X(80).
    05  AJ-AFTER-IMAGE      PIC X(80).
    05  FILLER              PIC X(6).
