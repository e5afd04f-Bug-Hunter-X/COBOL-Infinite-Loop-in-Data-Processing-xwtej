*> from: only the BLENDED net is bounded by the business range -
*> two offsetting currencies can each drift past five digits
*> while the net stays inside it.
*> Each 'BT' is followed by that batch's 'GL' journal lines, one
*> per ledger account its postings mapped to, carrying the batch's
*> run id and currency, the debits and credits booked to
*> IF-GL-ACCOUNT, their signed net and their posting count.  The
*> 'BT' itself carries the batch's posted gross debits, gross
*> credits and posting count, which its journal lines add up to.
*> Recycled and released details ride ahead of any header, so
*> their lines go out with a blank run id and no 'BT' above them;
*> every 'GL' line of the day together adds up to the 'TR' gross
*> totals.  A blank IF-GL-ACCOUNT is money whose account class has
*> no mapping, for the ledger's suspense account.
01  INTERFACE-RECORD.
    05  IF-REC-TYPE         PIC X(2).
    05  IF-FINAL-VALUE      PIC S9(7) SIGN LEADING SEPARATE.
    05  IF-GROSS-DEBITS     PIC 9(7).
    05  IF-GROSS-CREDITS    PIC 9(7).
    05  IF-CURRENCY         PIC X(3).
    05  IF-GL-ACCOUNT       PIC X(8).
    05  FILLER              PIC X(9).
