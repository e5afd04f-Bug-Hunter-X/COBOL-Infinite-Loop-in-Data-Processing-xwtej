*> Accrual rate/fee table for BUGACCR (//ACCRATE DD).
*> One record per account class (AM-ACCT-CLASS; a blank class is
*> the entry for unclassified accounts).  AR-INT-RATE is the annual
*> interest rate in percent to four places, applied to a positive
*> AM-PTD-AMOUNT for each calendar day up to the next processing
*> day over an AR-INT-BASIS-day year (zero or blanks mean 365).
*> AR-INT-DC is the direction the interest posts: 'C' credits it
*> to the account, 'D' or blank charges it as a debit.  AR-FEE-
*> AMOUNT is the flat monthly service charge, always a debit,
*> raised on the month's fee run.  Zeros switch either off for the
*> class.  AR-DESC is printed on the accrual register only.
01  ACCRUAL-RATE-RECORD.
    05  AR-CLASS            PIC X(4).
    05  AR-INT-RATE         PIC 9(3)V9(4).
    05  AR-INT-BASIS        PIC 9(3).
    05  AR-INT-DC           PIC X(1).
        88  AR-INT-CREDIT       VALUE 'C'.
    05  AR-FEE-AMOUNT       PIC 9(5).
    05  AR-DESC             PIC X(20).
    05  FILLER              PIC X(40).
