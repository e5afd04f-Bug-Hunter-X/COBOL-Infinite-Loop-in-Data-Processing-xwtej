*> EXC-PROC-DATE is the run date it was raised on, so the trace
*> inquiry can follow one transaction through the exception
*> generations instead of grepping free text.
*> On a transfer EXC-KEY is the account the exception is about and
*> EXC-XFER-KEY the other account of the transfer, so the trace
*> finds it from either side; EXC-XFER-KEY is blank otherwise.
01  EXCEPTION-RECORD.
    05  EXC-COUNTER         PIC 9(5).
    05  EXC-VALUE           PIC S9(5) SIGN LEADING SEPARATE.
    05  EXC-DC-IND          PIC X(1).
    05  EXC-AMOUNT          PIC 9(5).
    05  EXC-PROC-DATE       PIC 9(8).
    05  EXC-XFER-KEY        PIC 9(6).
    05  FILLER              PIC X(13).
