*> Run-control ledger record (//RUNCTL DD, KSDS, LRECL 80).
*> One entry per program per business date: BUGWHREL, BUGSOLN,
*> BUGRECON, BUGGLACK, BUGSUSP, BUGCLOSE and BUGVRFY each write
*> theirs as they start ('S') and rewrite it as they finish ('F')
*> with the return code, and each reads the others' entries at
*> start-up to refuse a run that is out of order or a repeat of a
*> day already done.  RL-UNIT tells the slices of a parallel day
*> apart ('S1' to 'S4', from the slice control card); every other
*> run leaves it blank.  A rerun of the same key rewrites the
*> entry and bumps RL-ATTEMPTS, so the ledger shows how many goes
*> a day took.  RL-STOP-REASON is BUGSOLN's own stop reason (C, L,
*> W, E) - a limit or window stop finishes with its restart still
*> pending.  RL-PERIOD-ID is the period a BUGCLOSE run closed;
*> RL-ITEM-COUNT is what the run worked through (postings,
*> decisions, accounts), for the operators' eyes.
01  RUN-CONTROL-RECORD.
    05  RL-KEY.
        10  RL-PROGRAM      PIC X(8).
        10  RL-BUS-DATE     PIC 9(8).
        10  RL-UNIT         PIC X(2).
    05  RL-STATUS           PIC X(1).
        88  RL-STARTED          VALUE 'S'.
        88  RL-FINISHED         VALUE 'F'.
    05  RL-RETURN-CODE      PIC 9(3).
    05  RL-STOP-REASON      PIC X(1).
    05  RL-START-DATE       PIC 9(8).
    05  RL-START-TIME       PIC 9(8).
    05  RL-END-DATE         PIC 9(8).
    05  RL-END-TIME         PIC 9(8).
    05  RL-ATTEMPTS         PIC 9(3).
    05  RL-PERIOD-ID        PIC 9(6).
    05  RL-ITEM-COUNT       PIC 9(7).
    05  FILLER              PIC X(9).
