*>   R008  DAILY POSTING LIMIT EXCEEDED
*>   R009  ACCOUNT PTD FLOOR BREACHED
*>   R010  ACCOUNT PTD CEILING BREACHED
*>   R011  ACCOUNT DORMANT
*>   R012  INVALID TRANSFER ACCOUNT
*>   R999  ANY OTHER REFUSAL
*> RT-DISPOSITION says what this shop did with the record: 'R'
*> recycled for another try, 'S' aged out to suspense, 'D' dropped
*> as a duplicate.
*> A refused transfer goes back as ONE record - RT-KEY the from-
*> account, RT-DC-IND 'T', RT-XFER-KEY the to-account - because the
*> whole transfer was refused, never one side of it.  RT-XFER-LEG
*> says which account the refusal is about: 'F' the from-account,
*> 'T' the to-account.  Both are blank on any other record.
01  RETURN-FEED-RECORD.
    05  RT-RUN-ID           PIC X(8).
    05  RT-RUN-DATE         PIC 9(8).
        88  RT-RECYCLED         VALUE 'R'.
        88  RT-SUSPENDED        VALUE 'S'.
        88  RT-DUP-DROPPED      VALUE 'D'.
    05  RT-XFER-KEY         PIC 9(6).
    05  RT-XFER-LEG         PIC X(1).
    05  FILLER              PIC X(40).
