*> balance may not cross.  Zeros or blanks in any limit mean no
*> limit - accounts carry no controls until someone sets them, so
*> the checks roll out account by account.
*> AM-ACCT-CLASS is the account's product class, the key into the
*> accrual rate/fee table; blanks are an unclassified account and
*> take the table's blank-class entry, if it has one.
*> AM-LAST-ACTIVITY-DATE is the last day the account holder did
*> anything: a posting from any batch but the system-generated
*> accrual batches (run ids beginning SYS), or an 'O' maintenance
*> open.  It is what the BUGDORM sweep measures idleness on - the
*> accruals alone would otherwise keep every account awake.  A 'C'
*> maintenance close stamps it too, so on a closed account it is
*> the close date BUGARCH's retention period runs from.
*> AM-LAST-REGION is the region prefix (the first four characters
*> of the run id) of the last upstream batch that posted to the
*> account, which routes the dormancy notifications.  A dormant
*> account ('D') is refused postings like a held one until an 'O'
*> maintenance record reopens it.
01  ACCOUNT-RECORD.
    05  AM-KEY              PIC 9(6).
    05  AM-POST-COUNT       PIC 9(5).
        88  AM-ACTIVE           VALUES 'A' ' '.
        88  AM-HELD             VALUE 'H'.
        88  AM-CLOSED           VALUE 'C'.
        88  AM-DORMANT          VALUE 'D'.
    05  AM-PRIOR-PTD        PIC S9(7) SIGN LEADING SEPARATE.
    05  AM-MAX-SINGLE       PIC 9(5).
    05  AM-MAX-DAILY        PIC 9(3).
    05  AM-DAY-POST-COUNT   PIC 9(3).
    05  AM-PTD-FLOOR        PIC S9(7) SIGN LEADING SEPARATE.
    05  AM-PTD-CEILING      PIC S9(7) SIGN LEADING SEPARATE.
    05  AM-ACCT-CLASS       PIC X(4).
    05  AM-LAST-ACTIVITY-DATE PIC 9(8).
    05  AM-LAST-REGION      PIC X(4).
