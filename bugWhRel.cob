*> daily run recorded the transaction's history the day it parked.
*> The carry-forward work dataset joins the day's newly parked
*> details in the evening rotation to form tomorrow's generation.
*> The run-control ledger holds the release back once the day's
*> posting has run to completion: the warehouse generation is not
*> rotated until the evening, so a release cut again after that
*> would feed the same details through a second time.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGWHREL.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CARRY-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WAREHOUSE-IN
    RECORD CONTAINS 80 CHARACTERS.
01  CARRY-RECORD            PIC X(80).

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-IN-STATUS        PIC X(2) VALUE '00'.
    05  WS-RELEASED-COUNT   PIC 9(5) VALUE ZEROS.
    05  WS-CARRIED-COUNT    PIC 9(5) VALUE ZEROS.

01  WS-RUN-CONTROL.
*> This run's ledger entry, and what a look over BUGSOLN's entries
*> found for the latest business date it has on the ledger.
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

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
        MOVE 'Y' TO WS-IN-EOF
        GO TO 100-INIT-EXIT
    END-IF
*> A release the ledger refuses leaves both outputs empty and the
*> warehouse generation unread.
    PERFORM 150-CHECK-RUN-CONTROL
    IF WS-RUNCTL-REFUSED = 'Y'
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-IN-EOF
        GO TO 100-INIT-EXIT
    END-IF
*> No warehouse generation yet (first day on the dataset) is a
*> normal morning with nothing to release.
    OPEN INPUT WAREHOUSE-IN
100-INIT-EXIT.
    EXIT.

150-CHECK-RUN-CONTROL SECTION.
*> The release may run again for a day whose posting has not yet
*> finished - a resubmission after a limit-stop cuts it afresh off
*> the same warehouse generation, which the restart needs - but
*> not once every BUGSOLN entry for today has finished clean.
*> Not-found (35) creates the ledger on first use; any other open
*> failure refuses the release, since a run the ledger cannot see
*> would let the posting that follows go unchecked.
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = '35'
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS ' - RELEASE REFUSED'
        MOVE 'Y' TO WS-RUNCTL-REFUSED
        GO TO 150-RUNCTL-EXIT
    END-IF
    MOVE 'BUGSOLN' TO WS-SCAN-PROGRAM
    PERFORM 170-SCAN-LATEST-DAY
    IF WS-SCAN-DATE = WS-RUN-DATE
    AND WS-SCAN-CLEAN = WS-SCAN-UNITS
        DISPLAY 'DAY ' WS-RUN-DATE ' ALREADY POSTED TO COMPLETION'
            ' - RELEASE REFUSED'
        MOVE 'Y' TO WS-RUNCTL-REFUSED
    ELSE
        PERFORM 180-RECORD-RUN-START
    END-IF
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

180-RECORD-RUN-START SECTION.
*> Enter the release on the ledger as started; a rerun for the
*> same day rewrites its entry with one more attempt.  A release
*> the ledger cannot record does not go ahead.
    MOVE 'BUGWHREL' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 160-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGWHREL' TO RL-PROGRAM
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
            WS-RUNCTL-STATUS ' - RELEASE REFUSED'
        MOVE 'Y' TO WS-RUNCTL-REFUSED
    END-IF.

200-SPLIT-WAREHOUSE SECTION.
    READ WAREHOUSE-IN
        AT END
    ADD 1 TO WS-RELEASED-COUNT.

300-TERMINATE SECTION.
    IF WS-RUNCTL-REFUSED = 'N'
    AND (WS-IN-STATUS = '00' OR WS-IN-STATUS = '10')
        CLOSE WAREHOUSE-IN
    END-IF
    IF WS-REL-STATUS = '00'
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 350-RECORD-RUN-FINISH
    STOP RUN.

350-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry with the return code the JCL will
*> see.  An entry that cannot be updated stays 'started', which
*> holds the posting - the safe way round.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 350-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 350-FINISH-EXIT
    END-IF
    MOVE 'BUGWHREL' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 160-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        MOVE WS-RELEASED-COUNT TO RL-ITEM-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

350-FINISH-EXIT.
    EXIT.
