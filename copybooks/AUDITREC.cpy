*> total so a reversal can be traced with its sign instead of
*> looking like one more debit.  AUD-VALUE carries a leading
*> separate sign ('+'/'-') now that credits can drive it negative.
*> AUD-PROC-DATE is the date the run posted the line and AUD-RUN-ID/
*> AUD-RUN-DATE the batch header it posted under (spaces for a
*> recycled or released detail riding ahead of any header), so the
*> trail can be cut by date and batch - the statement run and the
*> trace inquiry's date range both read them.  AUD-GL-ACCOUNT is
*> the ledger account the posting's account class mapped to, which
*> the parallel merge builds its 'GL' journal lines from.
*> A transfer writes two lines under the one AUD-COUNTER - it is
*> one posting that moves money between two accounts: the credit on
*> the from-account first, AUD-XFER-LEG 'F', then the debit on the
*> to-account, AUD-XFER-LEG 'T', each carrying the other account in
*> AUD-XFER-KEY so the pair reads as one linked transfer.  Readers
*> that take only forward counter movement as a posting take the 'T'
*> line when it follows its 'F' line.  AUD-XFER-LEG is a space on
*> every other line.
*> Generations written before the fields existed carry spaces
*> there.
01  AUDIT-RECORD.
    05  AUD-COUNTER         PIC 9(5).
    05  AUD-VALUE           PIC S9(5) SIGN LEADING SEPARATE.
    05  AUD-KEY             PIC 9(6).
    05  AUD-DC-IND          PIC X(1).
    05  AUD-AMOUNT          PIC 9(5).
    05  AUD-PROC-DATE       PIC 9(8).
    05  AUD-RUN-ID          PIC X(8).
    05  AUD-RUN-DATE        PIC X(8).
    05  AUD-GL-ACCOUNT      PIC X(8).
    05  AUD-XFER-LEG        PIC X(1).
        88  AUD-XFER-FROM-LEG   VALUE 'F'.
        88  AUD-XFER-TO-LEG     VALUE 'T'.
    05  AUD-XFER-KEY        PIC 9(6).
    05  FILLER              PIC X(18).
