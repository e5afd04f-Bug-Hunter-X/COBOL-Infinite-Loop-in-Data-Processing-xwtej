        RECORD KEY IS HX-KEY-FIELDS
        FILE STATUS IS WS-HIST-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT GL-MAP ASSIGN TO "GLMAP"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS GM-CLASS
        FILE STATUS IS WS-GLMAP-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
COPY RPTREC.

FD  CHECKPOINT-FILE
    RECORD CONTAINS 800 CHARACTERS.
COPY CKPTREC.

FD  EXCEPTION-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY HISTREC.

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  GL-MAP
    RECORD CONTAINS 80 CHARACTERS.
COPY GLMAPREC.

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-VALUE PIC S9(5) VALUE 0.
        10  WS-CCY-CREDITS  PIC 9(7).
        10  WS-CCY-POSTED   PIC 9(5).

01  WS-GL-LINES.
*> The open batch's postings summed by the GL account each one
*> books to, written out as 'GL' journal lines behind the batch's
*> 'BT' record so the ledger books each class to its own account
*> instead of one net figure per region.  Postings that belong to
*> no batch (recycled and released details ahead of the first
*> header, strays after a trailer) collect here too and go out as
*> batchless lines when the next header or the end of the feed
*> arrives.  The table rides the checkpoint, so a restart resumes
*> mid-batch with the lines it already had.
    05  WS-GLMAP-STATUS     PIC X(2) VALUE '00'.
    05  WS-GLMAP-OPEN       PIC X VALUE 'N'.
    05  WS-GLMAP-FOUND      PIC X VALUE 'N'.
    05  WS-GLMAP-COUNT      PIC 9(5) VALUE ZEROS.
    05  WS-GL-UNMAPPED      PIC 9(5) VALUE ZEROS.
    05  WS-POST-CLASS       PIC X(4) VALUE SPACES.
    05  WS-POST-GL-ACCOUNT  PIC X(8) VALUE SPACES.
    05  WS-POST-REGION      PIC X(4) VALUE SPACES.
    05  WS-GL-LINE-RUN-ID   PIC X(8) VALUE SPACES.
    05  WS-GL-LINE-STATUS   PIC X(1) VALUE SPACE.
    05  WS-GL-FLUSHED       PIC X VALUE 'N'.
    05  WS-GL-SUM-DEBITS    PIC 9(7) VALUE ZEROS.
    05  WS-GL-SUM-CREDITS   PIC 9(7) VALUE ZEROS.
    05  WS-GL-SUM-POSTED    PIC 9(5) VALUE ZEROS.
    05  WS-GL-COUNT         PIC 9(2) VALUE ZEROS.
    05  WS-GL-IX            PIC 9(2) VALUE ZEROS.
    05  WS-GL-SUB           PIC 9(2) VALUE ZEROS.
    05  WS-GL-ENTRY OCCURS 20 TIMES.
        10  WS-GL-ACCOUNT   PIC X(8).
        10  WS-GL-DEBITS    PIC 9(7).
        10  WS-GL-CREDITS   PIC 9(7).
        10  WS-GL-POSTED    PIC 9(5).

01  WS-CONTROL.
    05  WS-LIMIT            PIC 9(3) VALUE 5.
    05  WS-RUN-DETAIL-COUNT PIC 9(7) VALUE 0.
        88  WS-STOP-LIMIT       VALUE 'L'.
        88  WS-STOP-ERROR       VALUE 'E'.
        88  WS-STOP-WINDOW      VALUE 'W'.
        88  WS-STOP-REFUSED     VALUE 'R'.
    05  WS-CUTOFF-TIME      PIC 9(4) VALUE ZEROS.
    05  WS-NOW-TIME         PIC 9(8) VALUE ZEROS.
    05  WS-NOW-HHMM         PIC 9(4) VALUE ZEROS.
    05  WS-RUN-MODE         PIC X VALUE 'P'.
        88  WS-VALIDATE-MODE    VALUE 'V'.
        88  WS-SLICE-MODE       VALUE 'S'.
    05  WS-SLICE-ID         PIC X VALUE SPACE.
    05  WS-REPORT-OPEN      PIC X VALUE 'N'.

01  WS-RUN-DATE-TIME.
    05  WS-RUN-DATE         PIC 9(8).
    05  WS-RUN-TIME         PIC 9(8).

01  WS-RUN-CONTROL.
*> The run-control ledger entry this run keeps for its business
*> date (and slice), and what a look over another program's
*> entries found: the latest business date that program has on
*> the ledger, how many entries it has for that date, and how many
*> of those finished clean, are still running, or finished at a
*> limit or window stop with their restart pending.
    05  WS-RUNCTL-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUNCTL-EOF       PIC X VALUE 'N'.
    05  WS-RUNCTL-FOUND     PIC X VALUE 'N'.
    05  WS-RUNCTL-STARTED   PIC X VALUE 'N'.
    05  WS-RUNCTL-BUS-DATE  PIC 9(8) VALUE ZEROS.
    05  WS-RUNCTL-UNIT      PIC X(2) VALUE SPACES.
    05  WS-RUNCTL-MESSAGE   PIC X(60) VALUE SPACES.
    05  WS-RUNCTL-STAMP.
        10  WS-RUNCTL-STAMP-DATE  PIC 9(8).
        10  WS-RUNCTL-STAMP-TIME  PIC 9(8).
    05  WS-SCAN-PROGRAM     PIC X(8) VALUE SPACES.
    05  WS-SCAN-UNIT        PIC X(2) VALUE SPACES.
    05  WS-SCAN-ALL-UNITS   PIC X VALUE 'Y'.
    05  WS-SCAN-DATE        PIC 9(8) VALUE ZEROS.
    05  WS-SCAN-UNITS       PIC 9(3) VALUE ZEROS.
    05  WS-SCAN-CLEAN       PIC 9(3) VALUE ZEROS.
    05  WS-SCAN-RUNNING     PIC 9(3) VALUE ZEROS.
    05  WS-SCAN-STOPPED     PIC 9(3) VALUE ZEROS.

01  WS-CHECKPOINT.
    05  WS-CKPT-STATUS      PIC X(2) VALUE '00'.
    05  WS-CKPT-INTERVAL    PIC 9(3) VALUE 2.
    05  WS-DAY-POSTS        PIC 9(3) VALUE ZEROS.
    05  WS-PROSPECT-PTD     PIC S9(9) VALUE ZEROS.

01  WS-POSTING-LEG.
*> The account side of the detail in hand.  An ordinary detail is
*> one leg on TD-KEY in its own direction; a transfer is two - the
*> credit on the from-account (TD-KEY) and the debit on the
*> to-account (TD-TO-KEY) - checked one after the other and posted
*> back to back.  The account gate, the limits, the master update
*> and the audit, exception and return writers all work off the leg
*> fields, so one set of sections serves both.  WS-LEG-OTHER-KEY is
*> the transfer's other account, carried onto the output records
*> so the two legs read as one linked transfer.
    05  WS-LEG-KEY          PIC 9(6) VALUE ZEROS.
    05  WS-LEG-DC-IND       PIC X(1) VALUE SPACE.
        88  WS-LEG-CREDIT       VALUE 'C'.
    05  WS-LEG-XFER         PIC X(1) VALUE SPACE.
        88  WS-LEG-FROM         VALUE 'F'.
        88  WS-LEG-TO           VALUE 'T'.
    05  WS-LEG-OTHER-KEY    PIC 9(6) VALUE ZEROS.
    05  WS-HIST-CHECK-KEY   PIC 9(6) VALUE ZEROS.

01  WS-RECYCLE.
*> Reject-and-recycle state: a detail the validation refuses is
*> preserved in TRANS-DETAIL-RECORD format on the recycle dataset
01  WS-STATS.
    05  WS-STATS-STATUS     PIC X(2) VALUE '00'.

01  WS-JOURNAL.
*> Before/after-image journal of every account-master change.  The
*> before image is taken off the READ that precedes each WRITE or
*> REWRITE; the sequence numbers this execution's changes so the
*> rebuild can order two changes stamped in the same hundredth.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-OPEN        PIC X VALUE 'N'.
    05  WS-JRNL-SEQ         PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-ACTION      PIC X(1) VALUE SPACE.
    05  WS-JRNL-BEFORE      PIC X(80) VALUE SPACES.
    05  WS-JRNL-STAMP.
        10  WS-JRNL-STAMP-DATE  PIC 9(8).
        10  WS-JRNL-STAMP-TIME  PIC 9(8).

01  WS-TIMING.
    05  WS-START-TIME       PIC 9(8) VALUE 0.
    05  WS-END-TIME         PIC 9(8) VALUE 0.
    ELSE
        PERFORM 170-CHECK-RESTART
    END-IF.
    PERFORM 175-CHECK-RUN-CONTROL.
    IF WS-STOP-REFUSED
        GO TO 100-INIT-EXIT
    END-IF.
    PERFORM 155-LOAD-CALENDAR.
    PERFORM 212-LOCATE-CURRENCY.
    PERFORM 180-OPEN-TRANS-FILE.
        PERFORM 193-OPEN-RETURN-FILE
        PERFORM 191-OPEN-WAREHOUSE-FILE
        PERFORM 198-OPEN-INTERFACE-FILE
        PERFORM 185-OPEN-JOURNAL-FILE
    END-IF.
    PERFORM 196-OPEN-ACCOUNT-MASTER.
    PERFORM 186-OPEN-GL-MAP.
    PERFORM 194-OPEN-EXCEPTION-FILE.
    PERFORM 197-OPEN-TRAN-HISTORY.

100-INIT-EXIT.
    EXIT.

150-READ-CONTROL-CARD SECTION.
*> Pick up the daily processing limit from the control card.
*> No card, or a card with a zero limit, keeps the long-standing
        IF WS-CTL-EOF = 'N' AND CTL-AUTO-CREATE = 'N'
            MOVE 'N' TO WS-AUTO-CREATE
        END-IF
        IF WS-CTL-EOF = 'N'
            MOVE CTL-SLICE-ID TO WS-SLICE-ID
        END-IF
        CLOSE CONTROL-FILE
    END-IF.

                        MOVE CKPT-CCY-POSTED (WS-CCY-SUB) TO
                            WS-CCY-POSTED (WS-CCY-SUB)
                    END-PERFORM
                    MOVE ZEROS TO WS-GL-COUNT
                    IF CKPT-GL-COUNT IS NUMERIC
                        MOVE CKPT-GL-COUNT TO WS-GL-COUNT
                    END-IF
                    PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                    UNTIL WS-GL-SUB > WS-GL-COUNT
                        MOVE CKPT-GL-ACCOUNT (WS-GL-SUB) TO
                            WS-GL-ACCOUNT (WS-GL-SUB)
                        MOVE CKPT-GL-DEBITS (WS-GL-SUB) TO
                            WS-GL-DEBITS (WS-GL-SUB)
                        MOVE CKPT-GL-CREDITS (WS-GL-SUB) TO
                            WS-GL-CREDITS (WS-GL-SUB)
                        MOVE CKPT-GL-POSTED (WS-GL-SUB) TO
                            WS-GL-POSTED (WS-GL-SUB)
                    END-PERFORM
                    MOVE 'Y' TO WS-RESTART-FLAG
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-FILE
    END-IF.

175-CHECK-RUN-CONTROL SECTION.
*> The run-control ledger keeps the day's jobs in order across job
*> boundaries, where COND codes cannot reach.  A production run
*> (or slice) refuses to start when the ledger already shows its
*> business date posted to completion, or when the morning
*> warehouse release has not finished clean for that date - the
*> sort would have gone ahead on a missing or half-cut release.  A
*> restart carries on the day its checkpoint belongs to, even past
*> midnight, and its release was proved when that day first
*> started.  Not-found (35) creates the ledger on first use, the
*> way the master does; any other open failure refuses the run,
*> because a day the ledger cannot see is a day nothing downstream
*> can trust.  A validation pass owns no production state and
*> keeps no entry.
    IF WS-VALIDATE-MODE
        GO TO 175-RUNCTL-EXIT
    END-IF
    MOVE WS-RUN-DATE TO WS-RUNCTL-BUS-DATE
    MOVE SPACES TO WS-RUNCTL-UNIT
    IF WS-SLICE-MODE
        MOVE 'S' TO WS-RUNCTL-UNIT (1:1)
        MOVE WS-SLICE-ID TO WS-RUNCTL-UNIT (2:1)
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF
    IF WS-RUNCTL-STATUS NOT = '00'
        MOVE SPACES TO WS-RUNCTL-MESSAGE
        STRING 'RUN CONTROL LEDGER OPEN ERROR, STATUS '
            DELIMITED BY SIZE
            WS-RUNCTL-STATUS DELIMITED BY SIZE
            INTO WS-RUNCTL-MESSAGE
        PERFORM 179-REFUSE-RUN
        GO TO 175-RUNCTL-EXIT
    END-IF
    IF WS-RESTART-FLAG = 'Y'
        MOVE 'BUGSOLN' TO WS-SCAN-PROGRAM
        MOVE WS-RUNCTL-UNIT TO WS-SCAN-UNIT
        MOVE 'N' TO WS-SCAN-ALL-UNITS
        PERFORM 177-SCAN-LATEST-DAY
        IF WS-SCAN-DATE > 0 AND WS-SCAN-CLEAN = 0
            MOVE WS-SCAN-DATE TO WS-RUNCTL-BUS-DATE
        END-IF
    END-IF
    MOVE 'BUGSOLN' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE WS-RUNCTL-UNIT TO RL-UNIT
    PERFORM 176-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y' AND RL-FINISHED
    AND RL-RETURN-CODE = 0
        MOVE SPACES TO WS-RUNCTL-MESSAGE
        STRING 'DAY ' DELIMITED BY SIZE
            WS-RUNCTL-BUS-DATE DELIMITED BY SIZE
            ' ALREADY POSTED TO COMPLETION' DELIMITED BY SIZE
            INTO WS-RUNCTL-MESSAGE
        PERFORM 179-REFUSE-RUN
        GO TO 175-RUNCTL-CLOSE
    END-IF
    IF WS-RESTART-FLAG = 'N'
        MOVE 'BUGWHREL' TO RL-PROGRAM
        MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
        MOVE SPACES TO RL-UNIT
        PERFORM 176-READ-RUN-ENTRY
        IF WS-RUNCTL-FOUND = 'N' OR NOT RL-FINISHED
        OR RL-RETURN-CODE NOT = 0
            MOVE SPACES TO WS-RUNCTL-MESSAGE
            STRING 'WAREHOUSE RELEASE NOT DONE FOR ' DELIMITED BY SIZE
                WS-RUNCTL-BUS-DATE DELIMITED BY SIZE
                INTO WS-RUNCTL-MESSAGE
            PERFORM 179-REFUSE-RUN
            GO TO 175-RUNCTL-CLOSE
        END-IF
    END-IF
    PERFORM 178-RECORD-RUN-START.

175-RUNCTL-CLOSE.
    CLOSE RUN-CONTROL-FILE.

175-RUNCTL-EXIT.
    EXIT.

176-READ-RUN-ENTRY SECTION.
*> Keyed read of one ledger entry; the caller moves the program,
*> business date and unit into RL-KEY first.
    MOVE 'Y' TO WS-RUNCTL-FOUND
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE 'N' TO WS-RUNCTL-FOUND
    END-READ.

177-SCAN-LATEST-DAY SECTION.
*> Walk every entry WS-SCAN-PROGRAM has on the ledger (only the
*> WS-SCAN-UNIT ones unless WS-SCAN-ALL-UNITS is on).  Entries come
*> back in business-date order, so the counts left at the end are
*> those of the latest date.
    MOVE ZEROS TO WS-SCAN-DATE
    MOVE ZEROS TO WS-SCAN-UNITS
    MOVE ZEROS TO WS-SCAN-CLEAN
    MOVE ZEROS TO WS-SCAN-RUNNING
    MOVE ZEROS TO WS-SCAN-STOPPED
    MOVE WS-SCAN-PROGRAM TO RL-PROGRAM
    MOVE ZEROS TO RL-BUS-DATE
    MOVE LOW-VALUES TO RL-UNIT
    MOVE 'N' TO WS-RUNCTL-EOF
    START RUN-CONTROL-FILE KEY NOT < RL-KEY
        INVALID KEY
            MOVE 'Y' TO WS-RUNCTL-EOF
    END-START
    PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
        READ RUN-CONTROL-FILE NEXT
            AT END
                MOVE 'Y' TO WS-RUNCTL-EOF
            NOT AT END
                IF RL-PROGRAM NOT = WS-SCAN-PROGRAM
                    MOVE 'Y' TO WS-RUNCTL-EOF
                ELSE
                    IF WS-SCAN-ALL-UNITS = 'Y'
                    OR RL-UNIT = WS-SCAN-UNIT
                        PERFORM 174-TALLY-RUN-ENTRY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE 'Y' TO WS-SCAN-ALL-UNITS.

174-TALLY-RUN-ENTRY SECTION.
    IF RL-BUS-DATE NOT = WS-SCAN-DATE
        MOVE RL-BUS-DATE TO WS-SCAN-DATE
        MOVE ZEROS TO WS-SCAN-UNITS
        MOVE ZEROS TO WS-SCAN-CLEAN
        MOVE ZEROS TO WS-SCAN-RUNNING
        MOVE ZEROS TO WS-SCAN-STOPPED
    END-IF
    ADD 1 TO WS-SCAN-UNITS
    EVALUATE TRUE
        WHEN NOT RL-FINISHED
            ADD 1 TO WS-SCAN-RUNNING
        WHEN RL-RETURN-CODE = 0
            ADD 1 TO WS-SCAN-CLEAN
        WHEN RL-STOP-REASON = 'L' OR RL-STOP-REASON = 'W'
            ADD 1 TO WS-SCAN-STOPPED
    END-EVALUATE.

178-RECORD-RUN-START SECTION.
*> Enter the run on the ledger as started.  A rerun or restart of
*> the same day rewrites its entry with one more attempt.  A run
*> the ledger cannot record does not go ahead either.
    MOVE 'BUGSOLN' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE WS-RUNCTL-UNIT TO RL-UNIT
    PERFORM 176-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGSOLN' TO RL-PROGRAM
        MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
        MOVE WS-RUNCTL-UNIT TO RL-UNIT
        MOVE ZEROS TO RL-ATTEMPTS
        MOVE ZEROS TO RL-PERIOD-ID
    END-IF
    MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
    MOVE 'S' TO RL-STATUS
    MOVE ZEROS TO RL-RETURN-CODE
    MOVE SPACE TO RL-STOP-REASON
    MOVE WS-RUNCTL-STAMP-DATE TO RL-START-DATE
    MOVE WS-RUNCTL-STAMP-TIME TO RL-START-TIME
    MOVE ZEROS TO RL-END-DATE
    MOVE ZEROS TO RL-END-TIME
    MOVE ZEROS TO RL-ITEM-COUNT
    ADD 1 TO RL-ATTEMPTS
    IF WS-RUNCTL-FOUND = 'Y'
        REWRITE RUN-CONTROL-RECORD
    ELSE
        WRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-STATUS = '00'
        MOVE 'Y' TO WS-RUNCTL-STARTED
    ELSE
        MOVE SPACES TO WS-RUNCTL-MESSAGE
        STRING 'RUN CONTROL LEDGER WRITE ERROR, STATUS '
            DELIMITED BY SIZE
            WS-RUNCTL-STATUS DELIMITED BY SIZE
            INTO WS-RUNCTL-MESSAGE
        PERFORM 179-REFUSE-RUN
    END-IF.

179-REFUSE-RUN SECTION.
*> A refused run opens nothing and posts nothing: the summary
*> report carries the reason and the step ends with the error
*> return code.
    DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RUNCTL-MESSAGE
    MOVE 'N' TO WS-FLAG
    MOVE 'R' TO WS-STOP-REASON.

180-OPEN-TRANS-FILE SECTION.
*> WS-VALUE/WS-COUNTER are now driven by real transaction records
*> instead of an in-memory counter.  A missing or empty dataset just
        MOVE 'E' TO WS-STOP-REASON
    END-IF.

185-OPEN-JOURNAL-FILE SECTION.
*> The account-master journal takes a before and after image of
*> every change the run makes to the master.  Same append-on-
*> restart treatment as the audit trail: the master is never rolled
*> back on a restart, so neither are the images of what changed it.
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JRNL-STATUS = '00'
        MOVE 'Y' TO WS-JRNL-OPEN
    ELSE
        DISPLAY 'JOURNAL FILE OPEN ERROR, STATUS: ' WS-JRNL-STATUS
        MOVE 'N' TO WS-FLAG
        MOVE 'E' TO WS-STOP-REASON
    END-IF.

186-OPEN-GL-MAP SECTION.
*> The class-to-GL-account mapping is read as every detail posts
*> and maintained from 'G' records in the feed.  A brand-new
*> installation has no mapping yet, so not-found (35) creates an
*> empty one - every posting then books to suspense, exactly as
*> before the mapping existed.  Any other failure is the error
*> stop: recreating the mapping on a transient error would send
*> every class to suspense without anyone having asked for it.  A
*> validation pass reads the mapping and changes nothing.
    IF WS-VALIDATE-MODE
        OPEN INPUT GL-MAP
        IF WS-GLMAP-STATUS = '00'
            MOVE 'Y' TO WS-GLMAP-OPEN
        ELSE
            IF WS-GLMAP-STATUS NOT = '35'
                DISPLAY 'GL MAPPING OPEN ERROR, STATUS: '
                    WS-GLMAP-STATUS
                MOVE 'N' TO WS-FLAG
                MOVE 'E' TO WS-STOP-REASON
            END-IF
        END-IF
        GO TO 186-GLMAP-EXIT
    END-IF
    OPEN I-O GL-MAP
    IF WS-GLMAP-STATUS = '35'
        OPEN OUTPUT GL-MAP
        CLOSE GL-MAP
        OPEN I-O GL-MAP
    END-IF
    IF WS-GLMAP-STATUS = '00'
        MOVE 'Y' TO WS-GLMAP-OPEN
    ELSE
        DISPLAY 'GL MAPPING OPEN ERROR, STATUS: ' WS-GLMAP-STATUS
        MOVE 'N' TO WS-FLAG
        MOVE 'E' TO WS-STOP-REASON
    END-IF.

186-GLMAP-EXIT.
    EXIT.

190-SKIP-PROCESSED-RECORDS SECTION.
*> Re-position the transaction file past the records (header, detail
*> and trailer alike) a prior run already consumed as of the last
*> The header's run date must be this run's date: a stale date is
*> how a re-shipped old file announces itself.
    DISPLAY 'HEADER RUN-ID: ' TH-RUN-ID
*> Journal lines still held when a header arrives belong to no
*> batch this header could close: batchless postings go out with
*> a blank run id, and a batch that lost its trailer has its lines
*> written under its own run id flagged 'E', the status its
*> missing 'BT' would have carried.  They go before the header
*> changes the currency, which is the money they were posted in.
    MOVE 'N' TO WS-GL-FLUSHED
    IF WS-GL-COUNT > 0 AND NOT WS-SLICE-MODE
        IF WS-IN-BATCH = 'Y'
            MOVE WS-CURRENT-RUN-ID TO WS-GL-LINE-RUN-ID
            MOVE 'E' TO WS-GL-LINE-STATUS
        ELSE
            MOVE SPACES TO WS-GL-LINE-RUN-ID
            MOVE 'C' TO WS-GL-LINE-STATUS
        END-IF
        PERFORM 236-WRITE-JOURNAL-LINES
        MOVE 'Y' TO WS-GL-FLUSHED
    END-IF
*> In a key-range slice the split dropped every trailer, so batch
*> after batch legitimately opens while the previous one is still
*> "open" - only a full-feed run treats that as a lost trailer.
    MOVE 'Y' TO WS-IN-BATCH
    MOVE ZEROS TO WS-BATCH-DETAIL-COUNT
    MOVE ZEROS TO WS-BATCH-HASH-TOTAL
    MOVE ZEROS TO WS-PREV-KEY
*> Lines written above extend the interface across a restart, so
*> the replay window is closed behind them the way a trailer
*> closes it behind its 'BT'.
    IF WS-GL-FLUSHED = 'Y'
        PERFORM 270-WRITE-CHECKPOINT
    END-IF.

212-LOCATE-CURRENCY SECTION.
*> Point WS-CCY-IX at the running-total slot for the current
*> master has never seen creates the account the same way the
*> posting path's auto-create does - this is the set-up step that
*> lets auto-create be switched off; a hold or close for an unknown
*> key has nothing to act on and is an exception.  An open, hold
*> or close carrying an account class re-classes the account in
*> the same step; a re-class record changes the class alone.  A
*> GL-mapping record is not about an account at all and is handed
*> to 216.  A validation pass reports what the record would do and
*> applies nothing.
    IF WS-VALIDATE-MODE
        IF WS-REPORT-OPEN = 'Y'
            MOVE SPACES TO RPT-LINE
            IF TM-MAP-GL
                STRING 'WOULD MAP CLASS ' DELIMITED BY SIZE
                    TM-ACCT-CLASS DELIMITED BY SIZE
                    ' TO GL ACCOUNT ' DELIMITED BY SIZE
                    TM-GL-ACCOUNT DELIMITED BY SIZE
                    INTO RPT-LINE
            ELSE
                STRING 'WOULD APPLY MAINT ' DELIMITED BY SIZE
                    TM-ACTION DELIMITED BY SIZE
                    ' TO ACCOUNT ' DELIMITED BY SIZE
                    TM-KEY DELIMITED BY SIZE
                    INTO RPT-LINE
            END-IF
            WRITE REPORT-RECORD
        END-IF
        GO TO 215-MAINT-EXIT
    END-IF
    IF TM-MAP-GL
        PERFORM 216-MAINTAIN-GL-MAP
        GO TO 215-MAINT-EXIT
    END-IF
    IF WS-ACCT-OPEN = 'N'
        GO TO 215-MAINT-EXIT
    END-IF
    IF NOT TM-OPEN AND NOT TM-HOLD AND NOT TM-CLOSE
    AND NOT TM-RECLASS
        MOVE 'INVALID MAINTENANCE ACTION' TO WS-EXCEPTION-REASON
        PERFORM 245-WRITE-EXCEPTION-RECORD
        GO TO 215-MAINT-EXIT
        INVALID KEY
            MOVE 'N' TO WS-ACCT-FOUND
    END-READ
    IF WS-ACCT-FOUND = 'Y'
        MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
        MOVE 'C' TO WS-JRNL-ACTION
    ELSE
        MOVE SPACES TO WS-JRNL-BEFORE
        MOVE 'A' TO WS-JRNL-ACTION
    END-IF
    IF WS-ACCT-FOUND = 'N' AND NOT TM-OPEN
        MOVE 'MAINT FOR UNKNOWN ACCOUNT' TO WS-EXCEPTION-REASON
        PERFORM 245-WRITE-EXCEPTION-RECORD
        MOVE ZEROS TO AM-DAY-POST-COUNT
        MOVE ZEROS TO AM-PTD-FLOOR
        MOVE ZEROS TO AM-PTD-CEILING
        MOVE SPACES TO AM-ACCT-CLASS
        MOVE ZEROS TO AM-LAST-ACTIVITY-DATE
        MOVE SPACES TO AM-LAST-REGION
    END-IF
*> An open is the account holder's own act, so it restarts the
*> dormancy clock - a reactivated account must not be swept
*> straight back to dormant for the idle spell that put it there.
*> A close is the account's last act: it dates the close for the
*> archive retention period, which runs from it.
    EVALUATE TRUE
        WHEN TM-OPEN
            MOVE 'A' TO AM-STATUS
            MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE
        WHEN TM-HOLD
            MOVE 'H' TO AM-STATUS
        WHEN TM-CLOSE
            MOVE 'C' TO AM-STATUS
            MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE
        WHEN TM-RECLASS
            MOVE TM-ACCT-CLASS TO AM-ACCT-CLASS
    END-EVALUATE
    IF NOT TM-RECLASS AND TM-ACCT-CLASS NOT = SPACES
        MOVE TM-ACCT-CLASS TO AM-ACCT-CLASS
    END-IF
*> Limits ride the maintenance record when set; blanks leave the
*> account's existing controls untouched.
    IF TM-MAX-SINGLE IS NUMERIC
        PERFORM 245-WRITE-EXCEPTION-RECORD
    ELSE
        ADD 1 TO WS-MAINT-COUNT
        PERFORM 255-WRITE-JOURNAL-RECORD
    END-IF.

215-MAINT-EXIT.
    EXIT.

216-MAINTAIN-GL-MAP SECTION.
*> Point an account class at its ledger account, keeping the
*> account it pointed at before beside the new one.  A mapping
*> naming no GL account is refused as an exception rather than
*> quietly sending the class to suspense.  Only a real change
*> moves the prior account along, so re-applying the same mapping
*> - a restart replay - leaves the history intact.  A parallel run
*> hands every 'G' record to its last slice alone, so the mapping
*> never changes under the range slices while they post.
    IF WS-GLMAP-OPEN = 'N'
        GO TO 216-GLMAP-EXIT
    END-IF
    IF TM-GL-ACCOUNT = SPACES
        MOVE 'GL MAPPING WITHOUT GL ACCOUNT' TO WS-EXCEPTION-REASON
        PERFORM 245-WRITE-EXCEPTION-RECORD
        GO TO 216-GLMAP-EXIT
    END-IF
    MOVE TM-ACCT-CLASS TO GM-CLASS
    READ GL-MAP
        INVALID KEY
            MOVE SPACES TO GL-MAP-RECORD
            MOVE TM-ACCT-CLASS TO GM-CLASS
    END-READ
    IF GM-GL-ACCOUNT NOT = TM-GL-ACCOUNT
        MOVE GM-GL-ACCOUNT TO GM-PRIOR-GL-ACCOUNT
        MOVE WS-RUN-DATE TO GM-CHANGED-DATE
        MOVE WS-CURRENT-RUN-ID TO GM-CHANGED-RUN-ID
    END-IF
    MOVE TM-GL-ACCOUNT TO GM-GL-ACCOUNT
    WRITE GL-MAP-RECORD
        INVALID KEY
            REWRITE GL-MAP-RECORD
    END-WRITE
    IF WS-GLMAP-STATUS NOT = '00'
        DISPLAY 'GL MAPPING UPDATE ERROR, STATUS: '
            WS-GLMAP-STATUS ' CLASS: ' GM-CLASS
        MOVE 'GL MAPPING UPDATE FAILED' TO WS-EXCEPTION-REASON
        PERFORM 245-WRITE-EXCEPTION-RECORD
    ELSE
        ADD 1 TO WS-GLMAP-COUNT
    END-IF.

216-GLMAP-EXIT.
    EXIT.

218-SET-FROM-LEG SECTION.
*> Put the detail's own account in hand: TD-KEY in the detail's
*> direction, or for a transfer the from-account taking the credit
*> with the to-account as its other side.  A transfer naming no
*> usable to-account still carries zeros there; 221 refuses it.
    MOVE TD-KEY TO WS-LEG-KEY
    IF TD-TRANSFER
        MOVE 'C' TO WS-LEG-DC-IND
        MOVE 'F' TO WS-LEG-XFER
        IF TD-TO-KEY IS NUMERIC
            MOVE TD-TO-KEY TO WS-LEG-OTHER-KEY
        ELSE
            MOVE ZEROS TO WS-LEG-OTHER-KEY
        END-IF
    ELSE
        MOVE TD-DC-IND TO WS-LEG-DC-IND
        MOVE SPACE TO WS-LEG-XFER
        MOVE ZEROS TO WS-LEG-OTHER-KEY
    END-IF.

219-SET-TO-LEG SECTION.
*> Put a transfer's to-account in hand, taking the debit, with the
*> from-account as its other side.
    MOVE TD-TO-KEY TO WS-LEG-KEY
    MOVE 'D' TO WS-LEG-DC-IND
    MOVE 'T' TO WS-LEG-XFER
    MOVE TD-KEY TO WS-LEG-OTHER-KEY.

220-PROCESS-DETAIL SECTION.
*> WS-COUNTER is the job's cumulative total, carried across restarts
*> via the checkpoint.  WS-RUN-DETAIL-COUNT is this execution's own
*> it rides in ahead of the first header, belongs to no batch and
*> no trailer, so it is excused from the outside-batch check and
*> kept out of the batch balance counters.
    PERFORM 218-SET-FROM-LEG
    IF TD-ORIG-DATE IS NUMERIC AND TD-ORIG-DATE > 0
        MOVE 'Y' TO WS-RECYCLED-INPUT
    ELSE
        ADD 1 TO WS-BATCH-DETAIL-COUNT
        ADD TD-AMOUNT TO WS-BATCH-HASH-TOTAL
    END-IF
*> Credits reverse the amount out of the running total and a
*> transfer moves it between two accounts; anything else posts as a
*> debit, with an unrecognized indicator flagged but still posted
*> the way the legacy blank always was.
    IF TD-DC-IND NOT = 'D' AND TD-DC-IND NOT = 'C'
    AND TD-DC-IND NOT = 'T' AND TD-DC-IND NOT = SPACE
        MOVE 'INVALID DEBIT/CREDIT INDICATOR' TO
            WS-EXCEPTION-REASON
        PERFORM 245-WRITE-EXCEPTION-RECORD
*> what it would do to the running total.  The range check then
*> runs against the total the posting WOULD produce, so a refused
*> record never touches WS-VALUE and its transaction survives
*> intact on the recycle dataset for another try.  A transfer
*> takes the account gate on both of its accounts instead; it
*> leaves the running total where it was, so the range check has
*> nothing to refuse.
            IF TD-TRANSFER
                PERFORM 221-CHECK-TRANSFER
            ELSE
                PERFORM 242-CHECK-ACCOUNT-STATUS
                IF NOT WS-REJECT-FOUND
                    PERFORM 240-VALIDATE-RANGE
                END-IF
            END-IF
            IF WS-REJECT-FOUND
                PERFORM 245-WRITE-EXCEPTION-RECORD
                PERFORM 247-RECYCLE-REJECT
            ELSE
                IF TD-TRANSFER
                    PERFORM 227-POST-TRANSFER
                ELSE
                    PERFORM 249-RESOLVE-GL-ACCOUNT
                    IF TD-CREDIT
                        SUBTRACT TD-AMOUNT FROM WS-VALUE
                        ADD TD-AMOUNT TO WS-GROSS-CREDITS
                        IF WS-CCY-IX > 0
                            SUBTRACT TD-AMOUNT FROM
                                WS-CCY-VALUE (WS-CCY-IX)
                            ADD TD-AMOUNT TO
                                WS-CCY-CREDITS (WS-CCY-IX)
                        END-IF
                    ELSE
                        ADD TD-AMOUNT TO WS-VALUE
                        ADD TD-AMOUNT TO WS-GROSS-DEBITS
                        IF WS-CCY-IX > 0
                            ADD TD-AMOUNT TO
                                WS-CCY-VALUE (WS-CCY-IX)
                            ADD TD-AMOUNT TO
                                WS-CCY-DEBITS (WS-CCY-IX)
                        END-IF
                    END-IF
                    IF WS-CCY-IX > 0
                        ADD 1 TO WS-CCY-POSTED (WS-CCY-IX)
                    END-IF
*> A slice writes no interface records; the merge builds the
*> journal lines from the slices' audit trails instead.
                    IF NOT WS-SLICE-MODE
                        PERFORM 237-ADD-TO-JOURNAL-LINE
                    END-IF
                    ADD 1 TO WS-COUNTER
                    DISPLAY WS-VALUE
                    IF WS-VALIDATE-MODE
                        PERFORM 265-WRITE-WOULD-POST-LINE
                    END-IF
*> A checkpoint-replay detail re-posts the rolled-back working
*> totals only - the account master kept its pre-abend updates, so
*> it must not take the detail a second time.  The history rewrite
*> in 223 is idempotent and the duplicate audit line is discounted
*> downstream; the master is the one store that needs the skip.
                    IF NOT WS-REPLAY-POST
                        PERFORM 250-UPDATE-ACCOUNT-MASTER
                    END-IF
                    PERFORM 260-WRITE-AUDIT-RECORD
                    PERFORM 223-RECORD-HISTORY
*> A recycled posting has no history identity a replay could be
*> recognized by, so the replay window is closed behind it instead:
*> with the checkpoint taken here, an abend can never force a
*> recycled detail to be reprocessed.
                    IF WS-RECYCLED-INPUT = 'Y'
                        PERFORM 270-WRITE-CHECKPOINT
                    END-IF
                END-IF
            END-IF
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-STOP-WINDOW
            CONTINUE
        WHEN WS-STOP-ERROR
            CONTINUE
        WHEN WS-RUN-DETAIL-COUNT >= WS-LIMIT
        AND NOT WS-VALIDATE-MODE
        AND NOT WS-SLICE-MODE
            PERFORM 270-WRITE-CHECKPOINT
    END-EVALUATE.

221-CHECK-TRANSFER SECTION.
*> The account gate for a transfer: a to-account that is missing,
*> not numeric or the from-account itself is refused outright, then
*> the status and limit checks run on the from-account and, only if
*> it passes, on the to-account.  A refusal on either side refuses
*> the whole transfer - the caller recycles the one record, so both
*> sides come back together - and leaves the refusing account in
*> hand, so the exception and the return record name the side that
*> failed.  A clean pass leaves the from-account in hand.
    MOVE 'N' TO WS-REJECT-FLAG
    IF TD-TO-KEY IS NOT NUMERIC OR TD-TO-KEY = 0
    OR TD-TO-KEY = TD-KEY
        MOVE 'Y' TO WS-REJECT-FLAG
        MOVE 'INVALID TRANSFER ACCOUNT' TO WS-EXCEPTION-REASON
        GO TO 221-TRANSFER-EXIT
    END-IF
    PERFORM 242-CHECK-ACCOUNT-STATUS
    IF WS-REJECT-FOUND
        GO TO 221-TRANSFER-EXIT
    END-IF
    PERFORM 219-SET-TO-LEG
    PERFORM 242-CHECK-ACCOUNT-STATUS
    IF NOT WS-REJECT-FOUND
        PERFORM 218-SET-FROM-LEG
    END-IF.

221-TRANSFER-EXIT.
    EXIT.

227-POST-TRANSFER SECTION.
*> Post both sides of a transfer that passed the gate.  The run
*> counts it as one posting - one WS-COUNTER step, one currency
*> posting, the same as the trailer counts it - but it books the
*> amount as a gross credit AND a gross debit, so WS-VALUE and the
*> currency value do not move.  The legs post back to back with no
*> checkpoint between them, so a restart can only ever replay the
*> whole transfer; each leg takes its own GL line, master update
*> and audit line, and the history is recorded under both accounts.
    ADD TD-AMOUNT TO WS-GROSS-CREDITS
    ADD TD-AMOUNT TO WS-GROSS-DEBITS
    IF WS-CCY-IX > 0
        ADD TD-AMOUNT TO WS-CCY-CREDITS (WS-CCY-IX)
        ADD TD-AMOUNT TO WS-CCY-DEBITS (WS-CCY-IX)
        ADD 1 TO WS-CCY-POSTED (WS-CCY-IX)
    END-IF
    ADD 1 TO WS-COUNTER
    DISPLAY WS-VALUE
    PERFORM 218-SET-FROM-LEG
    PERFORM 238-POST-TRANSFER-LEG
    PERFORM 219-SET-TO-LEG
    PERFORM 238-POST-TRANSFER-LEG
    PERFORM 223-RECORD-HISTORY
*> A recycled transfer closes the replay window behind it, as any
*> recycled posting does.
    IF WS-RECYCLED-INPUT = 'Y'
        PERFORM 270-WRITE-CHECKPOINT
    END-IF.

226-WAREHOUSE-DETAIL SECTION.
*> Park the detail, record image intact, for release on the
*> morning it falls due.  The history is recorded now, under the
*> would stamp the release day anyway for the batchless-rider
*> exemptions, and carrying the TRUE arrival date instead lets the
*> trace inquiry pair a warehouse item with the history record
*> 223 just cut for it.  Its batch's region goes with it, for 250.
    IF TD-ORIG-DATE IS NOT NUMERIC OR TD-ORIG-DATE = 0
        MOVE WS-RUN-DATE TO TD-ORIG-DATE
    END-IF
    IF TD-ORIG-REGION = SPACES
        MOVE WS-CURRENT-RUN-ID (1:4) TO TD-ORIG-REGION
    END-IF
    WRITE WAREHOUSE-RECORD FROM TRANS-RECORD
    ADD 1 TO WS-WAREHOUSED-COUNT
    PERFORM 270-WRITE-CHECKPOINT.
    MOVE 'N' TO WS-DUP-FLAG
    MOVE 'N' TO WS-REPLAY-FLAG
    IF WS-HIST-OPEN = 'Y' AND WS-RECYCLED-INPUT = 'N'
        MOVE TD-KEY TO WS-HIST-CHECK-KEY
        PERFORM 224-READ-HISTORY-KEY
*> A transfer posts to both of its accounts, so it is already known
*> when EITHER account holds this batch's identity.  The to-account
*> is only looked at when the from-account came up clean: a replay
*> is recognized off the from-account, whose history was recorded
*> with the to-account's, so a to-account hit behind a clean
*> from-account is another posting from this batch - the history
*> holds one posting per account per batch - and is a duplicate,
*> never a replay.  The to-account is left in hand so the
*> exception and return record name it.
        IF TD-TRANSFER AND WS-DUP-FLAG = 'N' AND WS-REPLAY-FLAG = 'N'
        AND TD-TO-KEY IS NUMERIC AND TD-TO-KEY > 0
        AND TD-TO-KEY NOT = TD-KEY
            MOVE TD-TO-KEY TO WS-HIST-CHECK-KEY
            PERFORM 224-READ-HISTORY-KEY
            IF WS-DUP-FLAG = 'Y' OR WS-REPLAY-FLAG = 'Y'
                MOVE 'Y' TO WS-DUP-FLAG
                MOVE 'N' TO WS-REPLAY-FLAG
                PERFORM 219-SET-TO-LEG
            END-IF
        END-IF
    END-IF.

224-READ-HISTORY-KEY SECTION.
*> Look up WS-HIST-CHECK-KEY under the open batch's identity.
    MOVE WS-HIST-CHECK-KEY TO HX-KEY
    MOVE WS-CURRENT-RUN-ID TO HX-RUN-ID
    MOVE WS-CURRENT-RUN-DATE TO HX-RUN-DATE
    READ TRAN-HISTORY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-DUP-FLAG
*> A replay must re-post the rolled-back working totals but NOT
*> the account master: the master was REWRITEn in place by the
*> pre-abend pass and was never rolled back, so applying the
*> detail to it again would double the account's movement.  The
*> flag set here tells 220 to skip the master update.
            IF WS-RESTART-FLAG = 'Y'
            AND WS-CKPT-PROC-DATE > 0
            AND HX-PROC-DATE >= WS-CKPT-PROC-DATE
                MOVE 'N' TO WS-DUP-FLAG
                MOVE 'Y' TO WS-REPLAY-FLAG
            END-IF
    END-READ.

223-RECORD-HISTORY SECTION.
*> Remember the posted transaction under its full identity, stamped
*> the pre-abend pass.  A validation pass holds the history
*> read-only and records nothing, and recycled input is never
*> recorded - it has no batch identity, so its postings must not
*> share one degenerate key (see 222-CHECK-DUPLICATE).  A transfer
*> is remembered under both of its accounts.
    IF WS-HIST-OPEN = 'Y' AND NOT WS-VALIDATE-MODE
    AND WS-RECYCLED-INPUT = 'N'
        MOVE TD-KEY TO WS-HIST-CHECK-KEY
        PERFORM 229-WRITE-HISTORY-KEY
        IF TD-TRANSFER AND TD-TO-KEY IS NUMERIC
            MOVE TD-TO-KEY TO WS-HIST-CHECK-KEY
            PERFORM 229-WRITE-HISTORY-KEY
        END-IF
    END-IF.

229-WRITE-HISTORY-KEY SECTION.
    MOVE WS-HIST-CHECK-KEY TO HX-KEY
    MOVE WS-CURRENT-RUN-ID TO HX-RUN-ID
    MOVE WS-CURRENT-RUN-DATE TO HX-RUN-DATE
    MOVE WS-RUN-DATE TO HX-PROC-DATE
    WRITE HISTORY-RECORD
        INVALID KEY
            REWRITE HISTORY-RECORD
    END-WRITE
    IF WS-HIST-STATUS NOT = '00'
        DISPLAY 'HISTORY UPDATE ERROR, STATUS: ' WS-HIST-STATUS
            ' KEY: ' HX-KEY
    END-IF.

225-CHECK-SEQUENCE SECTION.
*> The JCL pre-sort puts detail records into TD-KEY order, but the
*> program itself must notice a dataset fed straight into this step
*> One 'BT' interface record per input batch, keyed by the header's
*> run id, carrying the batch's own detail count and hash total.
*> An unbalanced batch goes out flagged 'E' so the GL side can hold
*> just that region's posting instead of the whole day.  The 'BT'
*> also carries what the batch actually posted - gross debits,
*> gross credits and posting count, summed off its journal lines -
*> and the 'GL' lines follow it under the same run id and status.
    IF WS-IFACE-OPEN = 'Y'
        MOVE ZEROS TO WS-GL-SUM-DEBITS
        MOVE ZEROS TO WS-GL-SUM-CREDITS
        MOVE ZEROS TO WS-GL-SUM-POSTED
        PERFORM VARYING WS-GL-SUB FROM 1 BY 1
        UNTIL WS-GL-SUB > WS-GL-COUNT
            ADD WS-GL-DEBITS (WS-GL-SUB) TO WS-GL-SUM-DEBITS
            ADD WS-GL-CREDITS (WS-GL-SUB) TO WS-GL-SUM-CREDITS
            ADD WS-GL-POSTED (WS-GL-SUB) TO WS-GL-SUM-POSTED
        END-PERFORM
        MOVE SPACES TO INTERFACE-RECORD
        MOVE 'BT' TO IF-REC-TYPE
        MOVE WS-CURRENT-RUN-ID TO IF-RUN-ID
        MOVE WS-BATCH-HASH-TOTAL TO IF-BATCH-HASH
        MOVE WS-CURRENT-CURRENCY TO IF-CURRENCY
        MOVE ZEROS TO IF-FINAL-VALUE
        MOVE WS-GL-SUM-POSTED TO IF-TOTAL-COUNT
        MOVE WS-GL-SUM-DEBITS TO IF-GROSS-DEBITS
        MOVE WS-GL-SUM-CREDITS TO IF-GROSS-CREDITS
        IF TT-RECORD-COUNT = WS-BATCH-DETAIL-COUNT
        AND TT-HASH-TOTAL = WS-BATCH-HASH-TOTAL
            SET IF-RUN-COMPLETE TO TRUE
        ELSE
            SET IF-RUN-ERROR TO TRUE
        END-IF
        MOVE IF-RUN-STATUS TO WS-GL-LINE-STATUS
        WRITE INTERFACE-RECORD
        MOVE WS-CURRENT-RUN-ID TO WS-GL-LINE-RUN-ID
    END-IF
    PERFORM 236-WRITE-JOURNAL-LINES.

236-WRITE-JOURNAL-LINES SECTION.
*> One 'GL' record per ledger account the held postings book to,
*> under WS-GL-LINE-RUN-ID (blank for batchless postings) and
*> WS-GL-LINE-STATUS.  The net is debits less credits, the same
*> sense WS-VALUE moves in.  The table empties whether or not the
*> interface is open - the lines belong to the batch just closed.
    IF WS-IFACE-OPEN = 'Y'
        PERFORM VARYING WS-GL-SUB FROM 1 BY 1
        UNTIL WS-GL-SUB > WS-GL-COUNT
            MOVE SPACES TO INTERFACE-RECORD
            MOVE 'GL' TO IF-REC-TYPE
            MOVE WS-GL-LINE-RUN-ID TO IF-RUN-ID
            MOVE WS-RUN-DATE TO IF-RUN-DATE
            MOVE ZEROS TO IF-BATCH-COUNT
            MOVE ZEROS TO IF-BATCH-HASH
            MOVE WS-CURRENT-CURRENCY TO IF-CURRENCY
            MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO IF-GL-ACCOUNT
            MOVE WS-GL-DEBITS (WS-GL-SUB) TO IF-GROSS-DEBITS
            MOVE WS-GL-CREDITS (WS-GL-SUB) TO IF-GROSS-CREDITS
            MOVE WS-GL-POSTED (WS-GL-SUB) TO IF-TOTAL-COUNT
            COMPUTE IF-FINAL-VALUE = WS-GL-DEBITS (WS-GL-SUB)
                - WS-GL-CREDITS (WS-GL-SUB)
            MOVE WS-GL-LINE-STATUS TO IF-RUN-STATUS
            WRITE INTERFACE-RECORD
        END-PERFORM
    END-IF
    MOVE ZEROS TO WS-GL-COUNT.

237-ADD-TO-JOURNAL-LINE SECTION.
*> Book the posting into the held line for its GL account, opening
*> a line the first time the account appears.  Twenty accounts is
*> well past the class list the ledger keeps; postings spreading
*> wider than that are a mapping problem and stop the run the way
*> a sixth currency does, rather than close the batch out with
*> lines that do not add up to it.
    MOVE ZEROS TO WS-GL-IX
    PERFORM VARYING WS-GL-SUB FROM 1 BY 1
    UNTIL WS-GL-SUB > WS-GL-COUNT
        IF WS-GL-ACCOUNT (WS-GL-SUB) = WS-POST-GL-ACCOUNT
            MOVE WS-GL-SUB TO WS-GL-IX
        END-IF
    END-PERFORM
    IF WS-GL-IX = 0
        IF WS-GL-COUNT < 20
            ADD 1 TO WS-GL-COUNT
            MOVE WS-GL-COUNT TO WS-GL-IX
            MOVE WS-POST-GL-ACCOUNT TO WS-GL-ACCOUNT (WS-GL-IX)
            MOVE ZEROS TO WS-GL-DEBITS (WS-GL-IX)
            MOVE ZEROS TO WS-GL-CREDITS (WS-GL-IX)
            MOVE ZEROS TO WS-GL-POSTED (WS-GL-IX)
        ELSE
            DISPLAY 'TOO MANY GL ACCOUNTS IN BATCH: '
                WS-POST-GL-ACCOUNT
            MOVE 'TOO MANY GL ACCOUNTS IN BATCH' TO
                WS-EXCEPTION-REASON
            PERFORM 245-WRITE-EXCEPTION-RECORD
            MOVE 'N' TO WS-FLAG
            MOVE 'E' TO WS-STOP-REASON
            GO TO 237-JOURNAL-EXIT
        END-IF
    END-IF
    IF WS-LEG-CREDIT
        ADD TD-AMOUNT TO WS-GL-CREDITS (WS-GL-IX)
    ELSE
        ADD TD-AMOUNT TO WS-GL-DEBITS (WS-GL-IX)
    END-IF
    ADD 1 TO WS-GL-POSTED (WS-GL-IX).

237-JOURNAL-EXIT.
    EXIT.

238-POST-TRANSFER-LEG SECTION.
*> One side of a transfer, with its account in hand: the GL account
*> its own class maps to, its journal line, its master update
*> (skipped on a checkpoint replay, as for any posting) and its
*> audit line.  The master record the gate read has been
*> overwritten by the other side's read since, so it is read again
*> here for the class.
    PERFORM 241-READ-LEG-ACCOUNT
    PERFORM 249-RESOLVE-GL-ACCOUNT
    IF NOT WS-SLICE-MODE
        PERFORM 237-ADD-TO-JOURNAL-LINE
    END-IF
    IF WS-VALIDATE-MODE
        PERFORM 265-WRITE-WOULD-POST-LINE
    END-IF
    IF NOT WS-REPLAY-POST
        PERFORM 250-UPDATE-ACCOUNT-MASTER
    END-IF
    PERFORM 260-WRITE-AUDIT-RECORD.

240-VALIDATE-RANGE SECTION.
*> Catch a bad posting before it happens: the check runs against
        END-IF
    END-IF.

241-READ-LEG-ACCOUNT SECTION.
*> Bring the leg's account record into hand for 249, as the gate's
*> read does for an ordinary detail.
    MOVE 'N' TO WS-ACCT-FOUND
    IF WS-ACCT-OPEN = 'Y'
        MOVE 'Y' TO WS-ACCT-FOUND
        MOVE WS-LEG-KEY TO AM-KEY
        READ ACCOUNT-MASTER
            INVALID KEY
                MOVE 'N' TO WS-ACCT-FOUND
        END-READ
    END-IF.

242-CHECK-ACCOUNT-STATUS SECTION.
*> The account-level gate ahead of posting: a detail against a held,
*> closed or dormant account is refused into the exception/recycle path
*> instead of landing on an account the business has shut, and with
*> auto-create switched off a TD-KEY the master has never seen is
*> refused the same way instead of quietly creating the account.
*> It checks the account leg in hand - either side of a transfer.
*> The read leaves the master positioned on the account;
*> 250-UPDATE-ACCOUNT-MASTER re-reads by key, so nothing here
*> depends on that position surviving.
        GO TO 242-STATUS-EXIT
    END-IF
    MOVE 'Y' TO WS-ACCT-FOUND
    MOVE WS-LEG-KEY TO AM-KEY
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE 'N' TO WS-ACCT-FOUND
        WHEN AM-CLOSED
            MOVE 'Y' TO WS-REJECT-FLAG
            MOVE 'ACCOUNT CLOSED' TO WS-EXCEPTION-REASON
        WHEN AM-DORMANT
            MOVE 'Y' TO WS-REJECT-FLAG
            MOVE 'ACCOUNT DORMANT' TO WS-EXCEPTION-REASON
    END-EVALUATE
    IF WS-REJECT-FLAG = 'N'
        PERFORM 243-CHECK-ACCOUNT-LIMITS
            GO TO 243-LIMITS-EXIT
        END-IF
    END-IF
    IF WS-LEG-CREDIT
        COMPUTE WS-PROSPECT-PTD = AM-PTD-AMOUNT - TD-AMOUNT
    ELSE
        COMPUTE WS-PROSPECT-PTD = AM-PTD-AMOUNT + TD-AMOUNT
            MOVE 'R009' TO WS-REASON-CODE
        WHEN 'ACCOUNT PTD CEILING BREACHED'
            MOVE 'R010' TO WS-REASON-CODE
        WHEN 'ACCOUNT DORMANT'
            MOVE 'R011' TO WS-REASON-CODE
        WHEN 'INVALID TRANSFER ACCOUNT'
            MOVE 'R012' TO WS-REASON-CODE
        WHEN OTHER
            MOVE 'R999' TO WS-REASON-CODE
    END-EVALUATE.
*> recycled re-entry refused again carries the run id it last
*> failed under (spaces when it rode ahead of any header).
*> Nothing is cut on a validation pass.  The caller sets
*> WS-RETURN-DISP before performing this.  A transfer goes back
*> whole, under its from-account, naming its to-account and the
*> side the refusal is about.
    IF WS-RETURN-OPEN = 'N'
        GO TO 246-RETURN-EXIT
    END-IF
    MOVE TD-KEY TO RT-KEY
    MOVE TD-AMOUNT TO RT-AMOUNT
    MOVE TD-DC-IND TO RT-DC-IND
    IF TD-TRANSFER
        MOVE WS-LEG-XFER TO RT-XFER-LEG
        IF TD-TO-KEY IS NUMERIC
            MOVE TD-TO-KEY TO RT-XFER-KEY
        END-IF
    END-IF
    MOVE WS-REASON-CODE TO RT-REASON-CODE
    WRITE RETURN-FEED-RECORD
    ADD 1 TO WS-RETURN-COUNT.

247-RECYCLE-REJECT SECTION.
*> Preserve the refused transaction for another pass: bump its
*> retry count, stamp (or keep) the run date it first arrived on
*> and its batch's region, and write it in TRANS-DETAIL-RECORD
*> format so tomorrow's sort merges it straight back in ahead of
*> the raw feed.  A record that
*> has already used up its retries goes to the suspense report for
*> manual review instead of looping forever.
    IF TD-RETRY-COUNT IS NUMERIC
    END-ADD
    IF WS-RECYCLED-INPUT = 'N'
        MOVE WS-RUN-DATE TO TD-ORIG-DATE
        MOVE WS-CURRENT-RUN-ID (1:4) TO TD-ORIG-REGION
    END-IF
    MOVE WS-RETRY-NEXT TO TD-RETRY-COUNT
*> A refused record is counted EITHER as a recycle reject OR as a
            WS-SUSPENSE-STATUS
    END-IF.

249-RESOLVE-GL-ACCOUNT SECTION.
*> The ledger account this posting books to: the mapping for the
*> class on the master record 242 left in hand, falling back to
*> the catch-all entry under a blank class.  An account the
*> posting is about to auto-create has no class yet and takes the
*> catch-all.  With neither entry on file the GL account stays
*> blank - the ledger's suspense account, where every posting
*> went before the mapping existed - and the posting is counted
*> so the gap in the mapping shows on the console.
    MOVE SPACES TO WS-POST-GL-ACCOUNT
    MOVE SPACES TO WS-POST-CLASS
    MOVE 'N' TO WS-GLMAP-FOUND
    IF WS-ACCT-OPEN = 'Y' AND WS-ACCT-FOUND = 'Y'
        MOVE AM-ACCT-CLASS TO WS-POST-CLASS
    END-IF
    IF WS-GLMAP-OPEN = 'Y'
        MOVE 'Y' TO WS-GLMAP-FOUND
        MOVE WS-POST-CLASS TO GM-CLASS
        READ GL-MAP
            INVALID KEY
                MOVE 'N' TO WS-GLMAP-FOUND
        END-READ
        IF WS-GLMAP-FOUND = 'N' AND WS-POST-CLASS NOT = SPACES
            MOVE 'Y' TO WS-GLMAP-FOUND
            MOVE SPACES TO GM-CLASS
            READ GL-MAP
                INVALID KEY
                    MOVE 'N' TO WS-GLMAP-FOUND
            END-READ
        END-IF
    END-IF
    IF WS-GLMAP-FOUND = 'Y'
        MOVE GM-GL-ACCOUNT TO WS-POST-GL-ACCOUNT
    END-IF
    IF WS-POST-GL-ACCOUNT = SPACES
        ADD 1 TO WS-GL-UNMAPPED
    END-IF.

245-WRITE-EXCEPTION-RECORD SECTION.
*> When the exception is raised with a detail in hand, the
*> detail's identity rides on the record so the trace inquiry can
*> follow the transaction; batch- and feed-level exceptions carry
*> zeros there.  On a transfer that is the side in hand, with the
*> other side's account beside it.
    MOVE SPACES TO EXCEPTION-RECORD
    MOVE WS-COUNTER TO EXC-COUNTER
    MOVE WS-VALUE TO EXC-VALUE
    MOVE WS-EXCEPTION-REASON TO EXC-REASON
    IF TR-REC-TYPE = 'D'
        MOVE WS-LEG-KEY TO EXC-KEY
        MOVE WS-LEG-DC-IND TO EXC-DC-IND
        MOVE TD-AMOUNT TO EXC-AMOUNT
        IF WS-LEG-XFER NOT = SPACE
            MOVE WS-LEG-OTHER-KEY TO EXC-XFER-KEY
        END-IF
    ELSE
        MOVE ZEROS TO EXC-KEY
        MOVE SPACE TO EXC-DC-IND
*> validation pass holds the master read-only and posts nothing.
    IF WS-ACCT-OPEN = 'Y' AND NOT WS-VALIDATE-MODE
        MOVE 'Y' TO WS-ACCT-FOUND
        MOVE WS-LEG-KEY TO AM-KEY
        READ ACCOUNT-MASTER
            INVALID KEY
                MOVE 'N' TO WS-ACCT-FOUND
                MOVE WS-LEG-KEY TO AM-KEY
                MOVE ZEROS TO AM-POST-COUNT
                MOVE ZEROS TO AM-PTD-AMOUNT
                MOVE ZEROS TO AM-LAST-POST-DATE
                MOVE ZEROS TO AM-DAY-POST-COUNT
                MOVE ZEROS TO AM-PTD-FLOOR
                MOVE ZEROS TO AM-PTD-CEILING
                MOVE SPACES TO AM-ACCT-CLASS
                MOVE ZEROS TO AM-LAST-ACTIVITY-DATE
                MOVE SPACES TO AM-LAST-REGION
        END-READ
        IF WS-ACCT-FOUND = 'Y'
            MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
            MOVE 'C' TO WS-JRNL-ACTION
        ELSE
            MOVE SPACES TO WS-JRNL-BEFORE
            MOVE 'A' TO WS-JRNL-ACTION
        END-IF
        ADD 1 TO AM-POST-COUNT
*> Today's velocity tally: restart it the first time the account
*> posts on a new date, then count up alongside the period count.
        ELSE
            MOVE 1 TO AM-DAY-POST-COUNT
        END-IF
        IF WS-LEG-CREDIT
            SUBTRACT TD-AMOUNT FROM AM-PTD-AMOUNT
                ON SIZE ERROR
                    MOVE 'ACCOUNT PTD AMOUNT OVERFLOW' TO
            END-ADD
        END-IF
        MOVE WS-RUN-DATE TO AM-LAST-POST-DATE
*> Only the account holder's own postings count as activity; the
*> system accrual batches post without waking a dormant-bound
*> account.  A batchless recycled or released detail has no run id
*> of its own and is judged by the region of the batch it first
*> arrived in, which it carries; one recycled before that was
*> carried counts as activity and leaves the region as it was.
        IF WS-RECYCLED-INPUT = 'Y'
            MOVE TD-ORIG-REGION TO WS-POST-REGION
        ELSE
            MOVE WS-CURRENT-RUN-ID (1:4) TO WS-POST-REGION
        END-IF
        IF WS-POST-REGION (1:3) NOT = 'SYS'
            MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE
            IF WS-POST-REGION NOT = SPACES
                MOVE WS-POST-REGION TO AM-LAST-REGION
            END-IF
        END-IF
        MOVE 'Y' TO AM-CHANGED-FLAG
        IF WS-ACCT-FOUND = 'Y'
            REWRITE ACCOUNT-RECORD
            MOVE 'ACCOUNT MASTER UPDATE FAILED' TO
                WS-EXCEPTION-REASON
            PERFORM 245-WRITE-EXCEPTION-RECORD
        ELSE
            PERFORM 255-WRITE-JOURNAL-RECORD
        END-IF
    END-IF.

255-WRITE-JOURNAL-RECORD SECTION.
*> One journal record per master change that actually landed: the
*> image the caller saved off its READ, the record just written,
*> and who, when and under which batch.  Only a successful WRITE or
*> REWRITE is journaled - a failed one changed nothing, and an image
*> of it would replay a change the master never took.
    IF WS-JRNL-OPEN = 'N'
        GO TO 255-JOURNAL-EXIT
    END-IF
    ADD 1 TO WS-JRNL-SEQ
    MOVE FUNCTION CURRENT-DATE (1:16) TO WS-JRNL-STAMP
    MOVE SPACES TO ACCOUNT-JOURNAL-RECORD
    MOVE AM-KEY TO AJ-KEY
    MOVE WS-JRNL-STAMP-DATE TO AJ-STAMP-DATE
    MOVE WS-JRNL-STAMP-TIME TO AJ-STAMP-TIME
    MOVE WS-JRNL-SEQ TO AJ-SEQ
    MOVE WS-JRNL-ACTION TO AJ-ACTION
    MOVE 'BUGSOLN' TO AJ-PROGRAM
    MOVE WS-RUN-DATE TO AJ-RUN-DATE
    MOVE WS-CURRENT-RUN-ID TO AJ-RUN-ID
    MOVE WS-JRNL-BEFORE TO AJ-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AJ-AFTER-IMAGE
    WRITE ACCOUNT-JOURNAL-RECORD
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL WRITE ERROR, STATUS: ' WS-JRNL-STATUS
            ' KEY: ' AM-KEY
        MOVE 'ACCOUNT JOURNAL WRITE FAILED' TO WS-EXCEPTION-REASON
        PERFORM 245-WRITE-EXCEPTION-RECORD
    END-IF.

255-JOURNAL-EXIT.
    EXIT.

265-WRITE-WOULD-POST-LINE SECTION.
*> One validation-report line per record that would have posted,
*> with the total it would have produced - the "what would post"
        MOVE WS-VALUE TO WS-VALUE-RPT
        MOVE SPACES TO RPT-LINE
        STRING 'WOULD POST KEY ' DELIMITED BY SIZE
            WS-LEG-KEY DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-LEG-DC-IND DELIMITED BY SIZE
            ' AMOUNT ' DELIMITED BY SIZE
            TD-AMOUNT DELIMITED BY SIZE
            ' NEW TOTAL ' DELIMITED BY SIZE
260-WRITE-AUDIT-RECORD SECTION.
*> Durable trail for reconciliation - one line per processed record,
*> with the transaction's key, direction and amount so a reversal is
*> traceable with its sign, and the posting date and batch identity
*> so statements and traces can cut the trail by date and batch.
*> Each side of a transfer writes its own line, linked to the other
*> side's account.  Nothing to write when the audit file is not
*> open, as on a validation pass.
    IF WS-AUDIT-OPEN = 'N'
        GO TO 260-AUDIT-EXIT
    END-IF
    MOVE SPACES TO AUDIT-RECORD
    MOVE WS-COUNTER TO AUD-COUNTER
    MOVE WS-VALUE TO AUD-VALUE
    MOVE WS-LEG-KEY TO AUD-KEY
    IF WS-LEG-CREDIT
        MOVE 'C' TO AUD-DC-IND
    ELSE
        MOVE 'D' TO AUD-DC-IND
    END-IF
    MOVE TD-AMOUNT TO AUD-AMOUNT
    MOVE WS-RUN-DATE TO AUD-PROC-DATE
    MOVE WS-CURRENT-RUN-ID TO AUD-RUN-ID
    MOVE WS-CURRENT-RUN-DATE TO AUD-RUN-DATE
    MOVE WS-POST-GL-ACCOUNT TO AUD-GL-ACCOUNT
    MOVE WS-LEG-XFER TO AUD-XFER-LEG
    IF WS-LEG-XFER NOT = SPACE
        MOVE WS-LEG-OTHER-KEY TO AUD-XFER-KEY
    END-IF
    WRITE AUDIT-RECORD.

260-AUDIT-EXIT.
        MOVE WS-CCY-POSTED (WS-CCY-SUB) TO
            CKPT-CCY-POSTED (WS-CCY-SUB)
    END-PERFORM
    MOVE WS-GL-COUNT TO CKPT-GL-COUNT
    PERFORM VARYING WS-GL-SUB FROM 1 BY 1
    UNTIL WS-GL-SUB > WS-GL-COUNT
        MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO
            CKPT-GL-ACCOUNT (WS-GL-SUB)
        MOVE WS-GL-DEBITS (WS-GL-SUB) TO
            CKPT-GL-DEBITS (WS-GL-SUB)
        MOVE WS-GL-CREDITS (WS-GL-SUB) TO
            CKPT-GL-CREDITS (WS-GL-SUB)
        MOVE WS-GL-POSTED (WS-GL-SUB) TO
            CKPT-GL-POSTED (WS-GL-SUB)
    END-PERFORM
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE.

    IF WS-WAREH-OPEN = 'Y'
        CLOSE WAREHOUSE-FILE
    END-IF
    IF WS-JRNL-OPEN = 'Y'
        CLOSE JOURNAL-FILE
    END-IF
    IF WS-EOF-REACHED = 'Y' AND NOT WS-VALIDATE-MODE
        PERFORM 275-CLEAR-CHECKPOINT
    END-IF
    PERFORM 310-COMPUTE-ELAPSED-TIME
*> A run the ledger refused leaves no statistics, trailer or
*> extract behind to be mistaken for the day's - only the summary
*> report saying why.
    IF WS-STOP-REFUSED
        PERFORM 320-WRITE-SUMMARY-REPORT
    ELSE
        PERFORM 315-SWEEP-SUSPENSE-MASTER
        PERFORM 320-WRITE-SUMMARY-REPORT
        PERFORM 325-WRITE-RUN-STATISTICS
        PERFORM 330-WRITE-INTERFACE-FILE
        PERFORM 340-WRITE-ACCOUNT-EXTRACT
    END-IF
    IF WS-ACCT-OPEN = 'Y'
        CLOSE ACCOUNT-MASTER
    END-IF
    IF WS-HIST-OPEN = 'Y'
        CLOSE TRAN-HISTORY
    END-IF
    IF WS-GLMAP-OPEN = 'Y'
        CLOSE GL-MAP
    END-IF
    DISPLAY 'GL MAPPINGS APPLIED: ' WS-GLMAP-COUNT
    DISPLAY 'POSTINGS TO GL SUSPENSE: ' WS-GL-UNMAPPED
*> RETURN-CODE drives the JCL's AUDITOUT/EXCPOUT rotation step, which
*> only REPROs and rotates them into today's GDG generation when this
*> step actually completed cleanly (0) - a limit-stop (4) still has a
        WHEN OTHER
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    PERFORM 350-RECORD-RUN-FINISH
    DISPLAY 'End of Process'
    STOP RUN.

        END-IF
    END-IF.

350-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry 178 opened with the return code the
*> JCL will see and the stop reason behind it, so the next job in
*> the chain can tell a finished day from a limit-stopped one.  An
*> entry that cannot be updated stays 'started', which holds every
*> later job for the day - the safe way round.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 350-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 350-FINISH-EXIT
    END-IF
    MOVE 'BUGSOLN' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE WS-RUNCTL-UNIT TO RL-UNIT
    PERFORM 176-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-STOP-REASON TO RL-STOP-REASON
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        MOVE WS-COUNTER TO RL-ITEM-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

350-FINISH-EXIT.
    EXIT.

310-COMPUTE-ELAPSED-TIME SECTION.
*> Elapsed time and throughput so operations can spot a run
*> degrading before it blows the batch window.
                    DELIMITED BY SIZE
                    'RESTART REQUIRED' DELIMITED BY SIZE
                    INTO RPT-LINE
            WHEN WS-STOP-REFUSED
                STRING 'RUN STATUS: REFUSED - ' DELIMITED BY SIZE
                    WS-RUNCTL-MESSAGE DELIMITED BY SIZE
                    INTO RPT-LINE
            WHEN OTHER
                STRING 'RUN STATUS: ERROR - FILE OPEN OR DATA '
                    DELIMITED BY SIZE
*> process, or a run that stopped early on a file-open/data-
*> integrity failure or failed to balance ('E') and should not be
*> reconciled as either of the other two.
*> A run that read its whole feed first writes out journal lines
*> no trailer or header took: the batchless postings since the
*> last trailer, or the lines of a batch the feed ended inside.
*> A stopped run leaves them held in the checkpoint instead, for
*> the resumed run to finish.
    IF WS-IFACE-OPEN = 'Y'
        IF WS-GL-COUNT > 0 AND WS-EOF-REACHED = 'Y'
            IF WS-IN-BATCH = 'Y'
                MOVE WS-CURRENT-RUN-ID TO WS-GL-LINE-RUN-ID
                MOVE 'E' TO WS-GL-LINE-STATUS
            ELSE
                MOVE SPACES TO WS-GL-LINE-RUN-ID
                MOVE 'C' TO WS-GL-LINE-STATUS
            END-IF
            PERFORM 236-WRITE-JOURNAL-LINES
        END-IF
        PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
        UNTIL WS-CCY-SUB > WS-CCY-COUNT
            MOVE SPACES TO INTERFACE-RECORD
