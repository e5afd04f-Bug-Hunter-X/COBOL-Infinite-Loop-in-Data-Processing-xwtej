*> Archive generation cut by BUGARCH (//ARCHOUT DD, 180 bytes).
*> One 'AA' record per closed account taken off ACCTMST and one
*> 'AS' record per resolved item taken off SUSPMST, each carrying
*> the live record's image exactly as it stood (an ACCOUNT-RECORD
*> in the first 80 bytes of AV-IMAGE, a SUSPENSE-MASTER-RECORD in
*> all 160), the account key it belongs to and the date it was
*> archived.  A suspended transfer is archived under its from-
*> account like the item it was.  The generation ends with one
*> 'AX' control-total record: the counts of each kind, the hash
*> of the account keys and the suspense amounts held, which must
*> equal what the records above it add up to, and the two cutoff
*> dates the run archived before.  BUGTRACE reads the generations
*> so an archived item can still be found.
01  ARCHIVE-RECORD.
    05  AV-REC-TYPE         PIC X(2).
        88  AV-ACCOUNT          VALUE 'AA'.
        88  AV-SUSPENSE         VALUE 'AS'.
        88  AV-TRAILER          VALUE 'AX'.
    05  AV-ARCHIVE-DATE     PIC 9(8).
    05  AV-KEY              PIC 9(6).
    05  AV-IMAGE            PIC X(160).
    05  FILLER              PIC X(4).

01  ARCHIVE-TRAILER-RECORD.
    05  AX-REC-TYPE         PIC X(2).
    05  AX-ARCHIVE-DATE     PIC 9(8).
    05  AX-ACCT-COUNT       PIC 9(7).
    05  AX-ACCT-KEY-HASH    PIC 9(13).
    05  AX-SUSP-COUNT       PIC 9(7).
    05  AX-SUSP-RELEASED    PIC 9(7).
    05  AX-SUSP-WRITTEN-OFF PIC 9(7).
    05  AX-SUSP-AMOUNT      PIC 9(11).
    05  AX-ACCT-CUTOFF      PIC 9(8).
    05  AX-SUSP-CUTOFF      PIC 9(8).
    05  FILLER              PIC X(102).
