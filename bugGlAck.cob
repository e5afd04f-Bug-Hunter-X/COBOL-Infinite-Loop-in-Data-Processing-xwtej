*> still waiting.  Anything waiting past the control-card age limit
*> ends the step with the error return code so the chase starts
*> from the schedule, not from a phone call days later.
*> The step goes on the run-control ledger under the business date
*> of the posting it follows, and only once BUGRECON has signed
*> that day off; a refused step still carries yesterday's open
*> items forward untouched so the next generation is never short.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGGLACK.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
        10  WS-OP-HASH      PIC 9(7).
        10  WS-OP-FIRST     PIC 9(8).
        10  WS-OP-STATUS    PIC X(1).
        10  WS-OP-AS-OF     PIC X(8).
        10  WS-OP-CLEARED   PIC X(1).

01  WS-MATCHING.
    05  WS-AGE-DAYS-D       PIC ZZZZ9.
    05  WS-AGE-FLAG         PIC X VALUE SPACE.

01  WS-RUN-CONTROL.
    05  WS-RUNCTL-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUNCTL-EOF       PIC X VALUE 'N'.
    05  WS-RUNCTL-FOUND     PIC X VALUE 'N'.
    05  WS-RUNCTL-STARTED   PIC X VALUE 'N'.
    05  WS-RUNCTL-REFUSED   PIC X VALUE 'N'.
    05  WS-RUNCTL-BUS-DATE  PIC 9(8) VALUE ZEROS.
    05  WS-RUNCTL-STAMP.
        10  WS-RUNCTL-STAMP-DATE  PIC 9(8).
        10  WS-RUNCTL-STAMP-TIME  PIC 9(8).
    05  WS-SCAN-PROGRAM     PIC X(8) VALUE SPACES.
    05  WS-SCAN-DATE        PIC 9(8) VALUE ZEROS.
    05  WS-SCAN-UNITS       PIC 9(3) VALUE ZEROS.
    05  WS-SCAN-CLEAN       PIC 9(3) VALUE ZEROS.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 200-LOAD-CARRY-FORWARD.
    IF WS-RUNCTL-REFUSED = 'N'
        PERFORM 300-LOAD-TODAYS-BATCHES
        PERFORM 400-MATCH-ACKNOWLEDGMENTS
    END-IF.
    PERFORM 500-AGE-AND-CARRY-FORWARD.
    PERFORM 600-TERMINATE.

        DISPLAY 'OPEN-ITEMS OUTPUT OPEN ERROR, STATUS: '
            WS-OPENOUT-STATUS
        MOVE 'N' TO WS-RUN-OK
    END-IF
    PERFORM 110-CHECK-RUN-CONTROL
    IF WS-RUNCTL-REFUSED = 'Y'
        MOVE 'N' TO WS-RUN-OK
    END-IF.

110-CHECK-RUN-CONTROL SECTION.
*> The day being matched is the latest business date BUGSOLN has
*> on the run-control ledger, and BUGRECON must have signed that
*> day off balanced: today's 'BT' records are not worth chasing
*> until the day has proved.  A day already matched clean is not
*> matched again.  Not-found (35) creates the ledger on first use;
*> any other open failure refuses the run too.
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
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
        GO TO 110-RUNCTL-EXIT
    END-IF
    MOVE 'BUGSOLN' TO WS-SCAN-PROGRAM
    PERFORM 130-SCAN-LATEST-DAY
    MOVE WS-SCAN-DATE TO WS-RUNCTL-BUS-DATE
    MOVE 'BUGRECON' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-SCAN-DATE = 0
            STRING 'NO POSTING ON THE RUN CONTROL LEDGER'
                DELIMITED BY SIZE INTO RPT-LINE
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN WS-RUNCTL-FOUND = 'N'
        OR NOT RL-FINISHED
        OR RL-RETURN-CODE NOT = 0
            STRING 'DAY ' DELIMITED BY SIZE
                WS-RUNCTL-BUS-DATE DELIMITED BY SIZE
                ' NOT SIGNED OFF BY BUGRECON' DELIMITED BY SIZE
                INTO RPT-LINE
            MOVE 'Y' TO WS-RUNCTL-REFUSED
        WHEN OTHER
            MOVE 'BUGGLACK' TO RL-PROGRAM
            MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
            MOVE SPACES TO RL-UNIT
            PERFORM 120-READ-RUN-ENTRY
            IF WS-RUNCTL-FOUND = 'Y' AND RL-FINISHED
            AND RL-RETURN-CODE = 0
                STRING 'DAY ' DELIMITED BY SIZE
                    WS-RUNCTL-BUS-DATE DELIMITED BY SIZE
                    ' ALREADY MATCHED' DELIMITED BY SIZE
                    INTO RPT-LINE
                MOVE 'Y' TO WS-RUNCTL-REFUSED
            ELSE
                PERFORM 140-RECORD-RUN-START
            END-IF
    END-EVALUATE
    IF RPT-LINE NOT = SPACES
        PERFORM 150-WRITE-REPORT-LINE
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
*> Enter the matching run on the ledger as started; a rerun for the
*> same day rewrites its entry with one more attempt.  A run the
*> ledger cannot record does not go ahead.
    MOVE 'BUGGLACK' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGGLACK' TO RL-PROGRAM
        MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
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

150-WRITE-REPORT-LINE SECTION.
*> limit exists to surface - but the excess items must not vanish
*> from the carry-forward, so they pass straight through to the
*> output unchanged: untracked by today's matching and aging, yet
*> still on file for the day the backlog is worked down.  Only the
*> as-of date is restamped (see 550).
    IF WS-OPEN-COUNT >= 200
        DISPLAY 'OPEN-ITEM TABLE FULL - ACKS HAVE STOPPED ARRIVING'
        MOVE 'N' TO WS-RUN-OK
        ADD 1 TO WS-UNTABLED-COUNT
        IF WS-OPENOUT-OPEN = 'Y'
            MOVE OPEN-IN-RECORD TO OPEN-BATCH-RECORD
            IF WS-RUNCTL-BUS-DATE > 0
                MOVE WS-RUNCTL-BUS-DATE TO OB-AS-OF-DATE
            END-IF
            WRITE OPEN-BATCH-RECORD
        END-IF
        GO TO 250-ADD-EXIT
    END-IF
        WS-OP-FIRST (WS-OPEN-COUNT)
    MOVE OPEN-IN-RECORD (42:1) TO
        WS-OP-STATUS (WS-OPEN-COUNT)
    MOVE OPEN-IN-RECORD (43:8) TO
        WS-OP-AS-OF (WS-OPEN-COUNT)
    MOVE 'N' TO WS-OP-CLEARED (WS-OPEN-COUNT).

250-ADD-EXIT.
            MOVE IF-BATCH-HASH TO OB-BATCH-HASH
            MOVE WS-RUN-DATE TO OB-FIRST-SENT
            MOVE IF-RUN-STATUS TO OB-SENT-STATUS
            MOVE WS-RUNCTL-BUS-DATE TO OB-AS-OF-DATE
            WRITE OPEN-BATCH-RECORD
        END-IF
        GO TO 350-BATCH-EXIT
    MOVE IF-BATCH-HASH TO WS-OP-HASH (WS-OPEN-COUNT)
    MOVE WS-RUN-DATE TO WS-OP-FIRST (WS-OPEN-COUNT)
    MOVE IF-RUN-STATUS TO WS-OP-STATUS (WS-OPEN-COUNT)
    MOVE SPACES TO WS-OP-AS-OF (WS-OPEN-COUNT)
    MOVE 'N' TO WS-OP-CLEARED (WS-OPEN-COUNT).

350-BATCH-EXIT.
        MOVE WS-OP-HASH (WS-OPEN-SUB) TO OB-BATCH-HASH
        MOVE WS-OP-FIRST (WS-OPEN-SUB) TO OB-FIRST-SENT
        MOVE WS-OP-STATUS (WS-OPEN-SUB) TO OB-SENT-STATUS
*> Stamped with the business date matched, even on a refused run:
*> the batch was still open that day.  With no business date (no
*> posting, or the ledger unreadable) the date it came in with is
*> kept, so such a run adds no day to its history.
        IF WS-RUNCTL-BUS-DATE > 0
            MOVE WS-RUNCTL-BUS-DATE TO OB-AS-OF-DATE
        ELSE
            MOVE WS-OP-AS-OF (WS-OPEN-SUB) TO OB-AS-OF-DATE (1:8)
        END-IF
        WRITE OPEN-BATCH-RECORD
    END-IF.

            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF
    IF WS-RUNCTL-REFUSED = 'Y'
        MOVE SPACES TO RPT-LINE
        STRING 'MATCHING REFUSED BY RUN CONTROL - '
            DELIMITED BY SIZE
            'OPEN ITEMS CARRIED FORWARD UNCHANGED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM 650-RECORD-RUN-FINISH
    STOP RUN.

650-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry with the return code the JCL will
*> see.  An entry that cannot be updated stays 'started', which
*> keeps the day from counting as matched - the safe way round.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 650-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 650-FINISH-EXIT
    END-IF
    MOVE 'BUGGLACK' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        MOVE WS-ACKS-MATCHED TO RL-ITEM-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

650-FINISH-EXIT.
    EXIT.
