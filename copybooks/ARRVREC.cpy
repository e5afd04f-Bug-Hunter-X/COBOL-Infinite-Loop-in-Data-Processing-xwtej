*> Feed arrival history record (//ARRVIN and //ARRVOUT DD, 80 bytes).
*> One record per region file BUGINTK has seen in the raw feed:
*> the header's run id and run date and the trailer's count and
*> hash identify the file (AH-FILE-ID), and a later file carrying
*> the same four is the same file sent again.  AH-INTAKE-DATE and
*> AH-INTAKE-TIME are when an intake run first saw it; a rerun on
*> the same day finds its own earlier record and keeps that first
*> sighting, so a rerun is never mistaken for a resend.
*> AH-ARRIVAL says how the file was taken in:
*>   O  ON TIME           L  LATE
*>   U  UNKNOWN RUN ID    X  NOT SCHEDULED FOR THE DAY
*> A file the intake flagged as a duplicate adds no record - the
*> first arrival already stands for it.
01  ARRIVAL-HISTORY-RECORD.
    05  AH-FILE-ID.
        10  AH-RUN-ID           PIC X(8).
        10  AH-HDR-DATE         PIC X(8).
        10  AH-COUNT            PIC 9(7).
        10  AH-HASH             PIC 9(7).
    05  AH-INTAKE-DATE      PIC 9(8).
    05  AH-INTAKE-TIME      PIC 9(6).
    05  AH-ARRIVAL          PIC X(1).
    05  FILLER              PIC X(35).
