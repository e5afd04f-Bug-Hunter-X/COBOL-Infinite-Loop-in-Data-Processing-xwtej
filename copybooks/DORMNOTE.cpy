*> Dormancy notification extract (//DORMNOTE DD, 80 bytes).
*> One record per account BUGDORM made dormant ('D') and per
*> dormant account an 'O' maintenance record brought back ('R').
*> DN-REGION leads the record so the transmit job can split the
*> extract per region the way it splits the reject return feed: it
*> is the region prefix of the last batch that posted to the
*> account, or for a reactivation of the batch that carried the
*> 'O' record; blank where no region's batch ever touched it.
*> DN-LAST-ACTIVITY is the idle account's last activity date (a
*> reactivation carries the date the account was reopened) and
*> DN-CUTOFF-DATE the sweep's cutoff, so a region can see how far
*> past the threshold the account ran.  DN-RUN-ID is the batch that
*> reopened the account, blank on a dormancy record.
01  DORMANCY-NOTICE-RECORD.
    05  DN-REGION           PIC X(4).
    05  DN-KEY              PIC 9(6).
    05  DN-ACTION           PIC X(1).
        88  DN-DORMANT          VALUE 'D'.
        88  DN-REACTIVATED      VALUE 'R'.
    05  DN-RUN-DATE         PIC 9(8).
    05  DN-LAST-ACTIVITY    PIC 9(8).
    05  DN-CUTOFF-DATE      PIC 9(8).
    05  DN-ACCT-CLASS       PIC X(4).
    05  DN-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
    05  DN-POST-COUNT       PIC 9(5).
    05  DN-RUN-ID           PIC X(8).
    05  FILLER              PIC X(20).
