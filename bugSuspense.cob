*> when, and the item stays on the master with its outcome.  Any
*> decision that cannot be applied ends the step with the error
*> return code so the decision feed is corrected and resubmitted.
*> Released items extend the recycle dataset the daily posting
*> works from, so the step is refused on the run-control ledger
*> while that posting is still running or waiting on a restart,
*> and a day whose decisions were already applied clean is not
*> applied twice.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSUSP.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DECISION-FILE
    05  SL-RESULT           PIC X(8).
    05  FILLER              PIC X(19).

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-DEC-STATUS       PIC X(2) VALUE '00'.
    05  WS-WRITEOFF-COUNT   PIC 9(5) VALUE ZEROS.
    05  WS-ERROR-COUNT      PIC 9(5) VALUE ZEROS.

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
    05  WS-SCAN-RUNNING     PIC 9(3) VALUE ZEROS.
    05  WS-SCAN-STOPPED     PIC 9(3) VALUE ZEROS.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    MOVE FUNCTION CURRENT-DATE (9:8) TO WS-RUN-TIME
    PERFORM 150-CHECK-RUN-CONTROL
    IF WS-RUNCTL-REFUSED = 'Y'
        MOVE 'Y' TO WS-DEC-EOF
        MOVE 'N' TO WS-RUN-OK
        GO TO 100-INIT-EXIT
    END-IF
    OPEN INPUT DECISION-FILE
    IF WS-DEC-STATUS NOT = '00'
*> No decision feed today is a normal day, not a failure; the
100-INIT-EXIT.
    EXIT.

150-CHECK-RUN-CONTROL SECTION.
*> Nothing is opened until the ledger agrees.  The latest posting
*> BUGSOLN has on the ledger must not have a run still going or
*> one stopped at a limit or window with its restart to come -
*> both still write the recycle dataset this step extends.  A day
*> whose decisions were applied clean is refused; a clean day with
*> no decision feed did nothing, so a late feed may still run.
*> Not-found (35) creates the ledger on first use; any other open
*> failure refuses the run.
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UNREADABLE, STATUS: '
            WS-RUNCTL-STATUS
        MOVE 'Y' TO WS-RUNCTL-REFUSED
        GO TO 150-RUNCTL-EXIT
    END-IF
    MOVE 'BUGSOLN' TO WS-SCAN-PROGRAM
    PERFORM 170-SCAN-LATEST-DAY
    MOVE 'BUGSUSP' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 160-READ-RUN-ENTRY
    EVALUATE TRUE
        WHEN WS-SCAN-RUNNING > 0
            DISPLAY 'RUN REFUSED BY RUN CONTROL - POSTING FOR '
                WS-SCAN-DATE ' STILL RUNNING'
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN WS-SCAN-STOPPED > 0
            DISPLAY 'RUN REFUSED BY RUN CONTROL - POSTING FOR '
                WS-SCAN-DATE ' AWAITING RESTART'
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN WS-RUNCTL-FOUND = 'Y' AND RL-FINISHED
        AND RL-RETURN-CODE = 0 AND RL-ITEM-COUNT > 0
            DISPLAY 'RUN REFUSED BY RUN CONTROL - DECISIONS FOR '
                WS-RUN-DATE ' ALREADY APPLIED'
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN OTHER
            PERFORM 180-RECORD-RUN-START
    END-EVALUATE
    CLOSE RUN-CONTROL-FILE.

150-RUNCTL-EXIT.
    EXIT.

160-READ-RUN-ENTRY SECTION.
*> Keyed read of one ledger entry; the caller moves the program,
*> business date and unit into RL-KEY first.
    MOVE 'Y' TO WS-RUNCTL-FOUND
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE 'N' TO WS-RUNCTL-FOUND
    END-READ.

170-SCAN-LATEST-DAY SECTION.
*> Walk every entry WS-SCAN-PROGRAM has on the ledger.  Entries
*> come back in business-date order, so the counts left at the
*> end are those of the latest date: how many entries (slices) it
*> has, how many finished clean, how many are still running and
*> how many finished at a limit or window stop with the restart
*> still to come.
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
                    PERFORM 175-TALLY-RUN-ENTRY
                END-IF
        END-READ
    END-PERFORM.

175-TALLY-RUN-ENTRY SECTION.
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

180-RECORD-RUN-START SECTION.
*> Enter the resolution run on the ledger as started; a rerun for the
*> same day rewrites its entry with one more attempt.  A run the
*> ledger cannot record does not go ahead.
    MOVE 'BUGSUSP' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 160-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGSUSP' TO RL-PROGRAM
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


200-PROCESS-DECISIONS SECTION.
    READ DECISION-FILE
        AT END
    IF WS-LOG-OPEN = 'Y'
        CLOSE LOG-FILE
    END-IF
    IF WS-RUNCTL-REFUSED = 'N'
    AND (WS-DEC-STATUS = '00' OR WS-DEC-STATUS = '10')
        CLOSE DECISION-FILE
    END-IF
    DISPLAY 'RELEASED: ' WS-RELEASED-COUNT
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 350-RECORD-RUN-FINISH
    STOP RUN.

350-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry with the return code the JCL will
*> see.  An entry that cannot be updated stays 'started', which
*> leaves the day open to a resubmission - the safe way round.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 350-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 350-FINISH-EXIT
    END-IF
    MOVE 'BUGSUSP' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 160-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        COMPUTE RL-ITEM-COUNT = WS-RELEASED-COUNT
            + WS-CORRECTED-COUNT + WS-WRITEOFF-COUNT + WS-ERROR-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

350-FINISH-EXIT.
    EXIT.
