*> today as always, a future date parks the detail on the
*> warehouse dataset at the end of its batch's day and BUGWHREL
*> releases it into the feed on the morning it falls due.
*> 'T' in TD-DC-IND makes the detail an account-to-account transfer:
*> TD-AMOUNT moves from the account in TD-KEY (which takes it as a
*> credit) to the account in TD-TO-KEY (which takes it as a debit).
*> The two sides are one record, so they pass or fail the checks,
*> recycle, suspend and post together - a balance transfer or an
*> account consolidation can no longer land on one side only.  The
*> record still counts once toward the trailer's record count and
*> hash total, and TD-TO-KEY is blank on every other detail.
*> TD-ORIG-REGION is stamped beside TD-ORIG-DATE, with the first
*> four characters of the run id of the batch the detail first
*> arrived in: a recycled or released detail rides in ahead of
*> every header with no batch of its own, and this is how it is
*> still known as, say, a system accrual posting.  Blank on a
*> fresh feed and on anything recycled before it was carried.
01  TRANS-DETAIL-RECORD.
    05  TD-REC-TYPE         PIC X(1).
    05  TD-KEY              PIC 9(6).
    05  TD-DC-IND           PIC X(1).
        88  TD-DEBIT            VALUES 'D' ' '.
        88  TD-CREDIT           VALUE 'C'.
        88  TD-TRANSFER         VALUE 'T'.
    05  TD-RETRY-COUNT      PIC 9(2).
    05  TD-ORIG-DATE        PIC 9(8).
    05  TD-EFF-DATE         PIC 9(8).
    05  TD-TO-KEY           PIC 9(6).
    05  TD-ORIG-REGION      PIC X(4).
    05  FILLER              PIC X(39).

*> Maintenance records ride in the feed alongside the H/D/T groups
*> and drive the account master directly: 'O' opens (or reopens) the
*> The limit fields set the account's posting controls alongside
*> the action; blanks leave whatever the account already carries,
*> so a plain hold or close never disturbs the limits.
*> TM-ACCT-CLASS sets the account's product class the same way:
*> carried on an open, hold or close it re-classes the account as
*> part of the action, blank leaves the class alone.  'R' re-classes
*> the account without touching its status, and there a blank class
*> is meant - it returns the account to unclassified.
*> 'G' is not about an account at all: it points the class in
*> TM-ACCT-CLASS (blank for the catch-all entry) at the ledger
*> account in TM-GL-ACCOUNT on the GL mapping dataset.  Its TM-KEY
*> is sent as zeros so the sort carries it ahead of the details in
*> its batch group, and the new mapping is in force for them.
01  TRANS-MAINT-RECORD.
    05  TM-REC-TYPE         PIC X(1).
    05  TM-KEY              PIC 9(6).
        88  TM-OPEN             VALUE 'O'.
        88  TM-HOLD             VALUE 'H'.
        88  TM-CLOSE            VALUE 'C'.
        88  TM-RECLASS          VALUE 'R'.
        88  TM-MAP-GL           VALUE 'G'.
    05  TM-MAX-SINGLE       PIC 9(5).
    05  TM-MAX-DAILY        PIC 9(3).
    05  TM-PTD-FLOOR        PIC S9(7) SIGN LEADING SEPARATE.
    05  TM-PTD-CEILING      PIC S9(7) SIGN LEADING SEPARATE.
    05  TM-ACCT-CLASS       PIC X(4).
    05  TM-GL-ACCOUNT       PIC X(8).
    05  FILLER              PIC X(36).

*> The trailer carries the upstream system's own detail count and a
*> hash total of the detail amounts so the run can be balanced
