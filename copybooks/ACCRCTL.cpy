*> Control-card layout for BUGACCR.
*> One 80-byte record read at start-up (//ACCRCTL DD or SYSIN).
*> ACR-FEE-RUN decides whether this run raises the monthly service
*> charges: 'Y' forces them, 'N' suppresses them, and blank leaves
*> it to the calendar - fees are raised on the last processing day
*> of the month.  ACR-CURRENCY is the currency code the accrual
*> batches carry in their headers; blanks read as USD, exactly as
*> on an upstream header.
01  ACCRUAL-CONTROL-RECORD.
    05  ACR-FEE-RUN         PIC X(1).
    05  ACR-CURRENCY        PIC X(3).
    05  FILLER              PIC X(76).
