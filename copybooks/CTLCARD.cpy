*> long-standing auto-create, 'N' refuses the detail through the
*> exception/recycle path instead - the setting for once every
*> account is formally opened by an 'M' maintenance record.
*> CTL-SLICE-ID (column 15) numbers a slice run, 1 to 4, so each
*> slice of a parallel day keeps its own run-control ledger entry;
*> serial and validation runs leave it blank.
01  CONTROL-RECORD.
    05  CTL-LIMIT           PIC 9(3).
    05  CTL-RETENTION-DAYS  PIC 9(3).
    05  CTL-CUTOFF-TIME     PIC 9(4).
    05  CTL-RUN-MODE        PIC X(1).
    05  CTL-AUTO-CREATE     PIC X(1).
    05  CTL-SLICE-ID        PIC X(1).
    05  FILLER              PIC X(65).
