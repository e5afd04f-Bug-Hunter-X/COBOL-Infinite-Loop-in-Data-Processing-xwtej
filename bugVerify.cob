*> rolled into AM-PRIOR-PTD.  A clean run also cuts a sequential
*> unload of the master with control totals, the restorable backup
*> for the day the drift is real.
*> The audit runs only once the run-control ledger shows the
*> latest posting finished clean and signed off by BUGRECON - a
*> master caught half way through a day would show drift that is
*> not there - and only once per day.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGVRFY.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-AUDIT-STATUS     PIC X(2) VALUE '00'.
*> counters (dropped here), and each retained generation starts a
*> fresh day back at one.
    05  WS-PREV-COUNTER     PIC 9(7) VALUE ZEROS.
    05  WS-PREV-XFER-LEG    PIC X VALUE SPACE.
    05  WS-AUD-USED         PIC 9(7) VALUE ZEROS.
    05  WS-AUD-DROPPED      PIC 9(7) VALUE ZEROS.

    05  WS-UNLOAD-COUNT     PIC 9(7) VALUE ZEROS.
    05  WS-UNLOAD-PTD       PIC S9(9) VALUE ZEROS.
    05  WS-UNLOAD-POSTS     PIC 9(7) VALUE ZEROS.
    05  WS-UNLOAD-STAMP.
        10  WS-UNLOAD-DATE  PIC 9(8) VALUE ZEROS.
        10  WS-UNLOAD-TIME  PIC 9(8) VALUE ZEROS.

01  WS-RUN-CONTROL.
    05  WS-RUNCTL-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUNCTL-EOF       PIC X VALUE 'N'.
    05  WS-RUNCTL-FOUND     PIC X VALUE 'N'.
    05  WS-RUNCTL-STARTED   PIC X VALUE 'N'.
    05  WS-RUNCTL-REFUSED   PIC X VALUE 'N'.
    05  WS-RUNCTL-STAMP.
        10  WS-RUNCTL-STAMP-DATE  PIC 9(8).
        10  WS-RUNCTL-STAMP-TIME  PIC 9(8).
    05  WS-SCAN-PROGRAM     PIC X(8) VALUE SPACES.
    05  WS-SCAN-DATE        PIC 9(8) VALUE ZEROS.
    05  WS-SCAN-UNITS       PIC 9(3) VALUE ZEROS.
    05  WS-SCAN-CLEAN       PIC 9(3) VALUE ZEROS.

COPY UNLDTRL.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 110-CHECK-RUN-CONTROL.
    IF WS-RUNCTL-REFUSED = 'N'
        PERFORM 200-REBUILD-FROM-AUDIT
        PERFORM 300-COMPARE-MASTER
        PERFORM 400-REPORT-UNPOSTED-KEYS
        IF WS-RUN-OK = 'Y' AND WS-DRIFT-COUNT = 0
            PERFORM 500-UNLOAD-MASTER
        END-IF
    END-IF.
    PERFORM 600-TERMINATE.

        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM 150-WRITE-VERIFY-LINE.

110-CHECK-RUN-CONTROL SECTION.
*> The latest business date BUGSOLN has on the run-control ledger
*> must have every entry finished clean and BUGRECON's sign-off
*> for it, or the master is not at rest to be audited.  A day
*> already verified clean is not audited again.  Not-found (35)
*> creates the ledger on first use, where the missing posting
*> refuses the run anyway; any other open failure refuses it too.
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF
    IF WS-RUNCTL-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'RUN CONTROL LEDGER UNREADABLE, STATUS '
            DELIMITED BY SIZE
            WS-RUNCTL-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-VERIFY-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
        GO TO 110-RUNCTL-EXIT
    END-IF
    MOVE 'BUGSOLN' TO WS-SCAN-PROGRAM
    PERFORM 130-SCAN-LATEST-DAY
    MOVE 'BUGRECON' TO RL-PROGRAM
    MOVE WS-SCAN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-SCAN-DATE = 0
            STRING 'NO POSTING ON THE RUN CONTROL LEDGER'
                DELIMITED BY SIZE INTO RPT-LINE
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN WS-SCAN-CLEAN NOT = WS-SCAN-UNITS
            STRING 'POSTING FOR ' DELIMITED BY SIZE
                WS-SCAN-DATE DELIMITED BY SIZE
                ' NOT FINISHED CLEAN - ' DELIMITED BY SIZE
                WS-SCAN-CLEAN DELIMITED BY SIZE
                ' OF ' DELIMITED BY SIZE
                WS-SCAN-UNITS DELIMITED BY SIZE
                ' RUNS DONE' DELIMITED BY SIZE
                INTO RPT-LINE
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN WS-RUNCTL-FOUND = 'N'
        OR NOT RL-FINISHED
        OR RL-RETURN-CODE NOT = 0
            STRING 'DAY ' DELIMITED BY SIZE
                WS-SCAN-DATE DELIMITED BY SIZE
                ' NOT SIGNED OFF BY BUGRECON' DELIMITED BY SIZE
                INTO RPT-LINE
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN OTHER
            MOVE 'BUGVRFY' TO RL-PROGRAM
            MOVE WS-RUN-DATE TO RL-BUS-DATE
            MOVE SPACES TO RL-UNIT
            PERFORM 120-READ-RUN-ENTRY
            IF WS-RUNCTL-FOUND = 'Y' AND RL-FINISHED
            AND RL-RETURN-CODE = 0
                STRING 'MASTER ALREADY VERIFIED ON ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    INTO RPT-LINE
                MOVE 'Y' TO WS-RUNCTL-REFUSED
            ELSE
                PERFORM 140-RECORD-RUN-START
            END-IF
    END-EVALUATE
    IF RPT-LINE NOT = SPACES
        PERFORM 150-WRITE-VERIFY-LINE
    END-IF
    CLOSE RUN-CONTROL-FILE.

110-RUNCTL-EXIT.
    EXIT.

120-READ-RUN-ENTRY SECTION.
*> Keyed read of one ledger entry; the caller moves the program,
*> business date and unit into RL-KEY first.
    MOVE 'Y' TO WS-RUNCTL-FOUND
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE 'N' TO WS-RUNCTL-FOUND
    END-READ.

130-SCAN-LATEST-DAY SECTION.
*> Walk every entry WS-SCAN-PROGRAM has on the ledger.  Entries
*> come back in business-date order, so the counts left at the
*> end are those of the latest date: how many entries (slices) it
*> has, and how many of them finished clean.
    MOVE ZEROS TO WS-SCAN-DATE
    MOVE ZEROS TO WS-SCAN-UNITS
    MOVE ZEROS TO WS-SCAN-CLEAN
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
                    IF RL-BUS-DATE NOT = WS-SCAN-DATE
                        MOVE RL-BUS-DATE TO WS-SCAN-DATE
                        MOVE ZEROS TO WS-SCAN-UNITS
                        MOVE ZEROS TO WS-SCAN-CLEAN
                    END-IF
                    ADD 1 TO WS-SCAN-UNITS
                    IF RL-FINISHED AND RL-RETURN-CODE = 0
                        ADD 1 TO WS-SCAN-CLEAN
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

140-RECORD-RUN-START SECTION.
*> Enter the audit on the ledger as started; a rerun for the
*> same day rewrites its entry with one more attempt.  A run the
*> ledger cannot record does not go ahead.
    MOVE 'BUGVRFY' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGVRFY' TO RL-PROGRAM
        MOVE WS-RUN-DATE TO RL-BUS-DATE
        MOVE SPACES TO RL-UNIT
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
        DISPLAY 'RUN CONTROL LEDGER WRITE ERROR, STATUS: '
            WS-RUNCTL-STATUS
        MOVE 'Y' TO WS-RUNCTL-REFUSED
    END-IF.

150-WRITE-VERIFY-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
250-APPLY-AUDIT-RECORD SECTION.
*> A counter of one opens a new day's trail; within a day only
*> forward movement is a posting - repeats are the replay overlap
*> of a restarted day, already counted once.  The to-side of a
*> transfer shares its from-side's counter and is a posting to its
*> own account when it follows the from-side taken at that counter.
    IF AUD-XFER-TO-LEG AND AUD-COUNTER = WS-PREV-COUNTER
    AND WS-PREV-XFER-LEG = 'F'
        MOVE 'T' TO WS-PREV-XFER-LEG
        GO TO 250-APPLY-POSTING
    END-IF
    IF AUD-COUNTER NOT = 1 AND AUD-COUNTER NOT > WS-PREV-COUNTER
        ADD 1 TO WS-AUD-DROPPED
        GO TO 250-APPLY-EXIT
    END-IF
    MOVE AUD-COUNTER TO WS-PREV-COUNTER
    MOVE AUD-XFER-LEG TO WS-PREV-XFER-LEG.

250-APPLY-POSTING.
    ADD 1 TO WS-AUD-USED
    PERFORM 280-LOCATE-EXPECTED
    IF WS-EXP-IX = 0
        CLOSE ACCOUNT-MASTER
        GO TO 500-UNLOAD-EXIT
    END-IF
*> The unload's own clock time rides on the trailer: the journal
*> rebuild replays only the changes stamped after it.
    MOVE FUNCTION CURRENT-DATE (1:16) TO WS-UNLOAD-STAMP
    MOVE ZEROS TO AM-KEY
    MOVE 'N' TO WS-ACCT-EOF
    START ACCOUNT-MASTER KEY NOT < AM-KEY
                WRITE UNLOAD-RECORD FROM ACCOUNT-RECORD
        END-READ
    END-PERFORM
    MOVE SPACES TO UNLOAD-TRAILER-RECORD
    MOVE 'CT' TO UT-REC-TYPE
    MOVE WS-UNLOAD-COUNT TO UT-ACCT-COUNT
    MOVE WS-UNLOAD-PTD TO UT-TOTAL-PTD
    MOVE WS-UNLOAD-POSTS TO UT-TOTAL-POSTS
    MOVE WS-UNLOAD-DATE TO UT-UNLOAD-DATE
    MOVE WS-UNLOAD-TIME TO UT-UNLOAD-TIME
    WRITE UNLOAD-RECORD FROM UNLOAD-TRAILER-RECORD
    CLOSE UNLOAD-FILE
    CLOSE ACCOUNT-MASTER
    MOVE SPACES TO RPT-LINE
        INTO RPT-LINE
    PERFORM 150-WRITE-VERIFY-LINE
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-RUNCTL-REFUSED = 'Y'
            STRING 'AUDIT REFUSED BY RUN CONTROL - NO UNLOAD CUT'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN WS-RUN-OK = 'Y' AND WS-DRIFT-COUNT = 0
            STRING 'MASTER VERIFIED CLEAN' DELIMITED BY SIZE
                INTO RPT-LINE
        WHEN OTHER
            STRING 'MASTER DID NOT VERIFY - NO UNLOAD CUT'
                DELIMITED BY SIZE INTO RPT-LINE
    END-EVALUATE
    PERFORM 150-WRITE-VERIFY-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    IF WS-RUN-OK = 'Y' AND WS-DRIFT-COUNT = 0
    AND WS-RUNCTL-REFUSED = 'N'
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 650-RECORD-RUN-FINISH
    STOP RUN.

650-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry with the return code the JCL will
*> see.  An entry that cannot be updated stays 'started', which
*> leaves the day open to a rerun - the safe way round.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 650-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 650-FINISH-EXIT
    END-IF
    MOVE 'BUGVRFY' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        MOVE WS-ACCTS-CHECKED TO RL-ITEM-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

650-FINISH-EXIT.
    EXIT.
