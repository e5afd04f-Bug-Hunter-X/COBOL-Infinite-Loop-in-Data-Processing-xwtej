*> Control-total trailer closing a BUGVRFY master unload
*> (//ACCTUNLD DD, last record, behind one ACCOUNT-RECORD image per
*> account in key order).  The totals re-add against the records
*> above it on a reload.  UT-UNLOAD-DATE and UT-UNLOAD-TIME are the
*> wall clock when the unload started: every journal record stamped
*> at or before it is already in the images, so BUGRBLD replays
*> only what came after.
01  UNLOAD-TRAILER-RECORD.
    05  UT-REC-TYPE         PIC X(2).
    05  UT-ACCT-COUNT       PIC 9(7).
    05  UT-TOTAL-PTD        PIC S9(9) SIGN LEADING SEPARATE.
    05  UT-TOTAL-POSTS      PIC 9(7).
    05  UT-UNLOAD-DATE      PIC 9(8).
    05  UT-UNLOAD-TIME      PIC 9(8).
    05  FILLER              PIC X(38).
