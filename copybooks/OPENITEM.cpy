*> the GL (what the aging clock runs on) and the error flag it was
*> sent with.  Yesterday's OPENOUT is today's OPENIN, so a batch
*> stays on the report, aging, until its acceptance arrives.
*> OB-AS-OF-DATE is the business date of the matching run that
*> wrote the record: a rerun for the same day writes the same date,
*> so counting distinct dates counts days open, not generations.
*> Records written before the date was carried hold spaces there.
01  OPEN-BATCH-RECORD.
    05  OB-RUN-ID           PIC X(8).
    05  OB-RUN-DATE         PIC 9(8).
    05  OB-BATCH-HASH       PIC 9(7).
    05  OB-FIRST-SENT       PIC 9(8).
    05  OB-SENT-STATUS      PIC X(1).
    05  OB-AS-OF-DATE       PIC 9(8).
    05  FILLER              PIC X(30).
