*> Checkpoint record for BUGSOLN (//CHKPT DD, LRECL 800).
*> Appended every WS-CKPT-INTERVAL iterations; read back at start-up
*> to resume WS-VALUE/WS-COUNTER after an abend instead of
*> reprocessing the whole run.  CKPT-BATCH-DATE is the open batch
        10  CKPT-CCY-CREDITS PIC 9(7).
        10  CKPT-CCY-POSTED PIC 9(5).
    05  CKPT-WAREH-COUNT    PIC 9(5).
*> The open batch's journal lines as they stand - one entry per GL
*> account its postings have mapped to so far - so a batch a
*> limit-stop cut in two still closes out with whole-batch lines.
    05  CKPT-GL-COUNT       PIC 9(2).
    05  FILLER              PIC X(5).
    05  CKPT-GL-ENTRY OCCURS 20 TIMES.
        10  CKPT-GL-ACCOUNT PIC X(8).
        10  CKPT-GL-DEBITS  PIC 9(7).
        10  CKPT-GL-CREDITS PIC 9(7).
        10  CKPT-GL-POSTED  PIC 9(5).
