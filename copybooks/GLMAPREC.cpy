*> Account-class to GL-account mapping (//GLMAP DD), a KSDS keyed on
*> the account class.  BUGSOLN reads it as each detail posts, to
*> decide which ledger account the posting's 'GL' journal line on
*> the interface lands in, and maintains it from 'G' maintenance
*> records in the feed.  The entry keyed on a blank class is the
*> catch-all: unclassified accounts, and classes with no entry of
*> their own, book to whatever GL account it names.  With no
*> catch-all either, the journal line goes out with a blank GL
*> account, which the ledger books to its suspense account exactly
*> as it booked every posting before the mapping existed.
*> GM-PRIOR-GL-ACCOUNT keeps the account the class mapped to before
*> the last change, with the date and batch of that change, so a
*> re-pointed class can be traced without the interface history.
01  GL-MAP-RECORD.
    05  GM-CLASS            PIC X(4).
    05  GM-GL-ACCOUNT       PIC X(8).
    05  GM-PRIOR-GL-ACCOUNT PIC X(8).
    05  GM-CHANGED-DATE     PIC 9(8).
    05  GM-CHANGED-RUN-ID   PIC X(8).
    05  FILLER              PIC X(44).
