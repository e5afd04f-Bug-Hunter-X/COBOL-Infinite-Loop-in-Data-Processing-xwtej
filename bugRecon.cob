*> End-of-day reconciliation across the daily run's outputs.  The
*> job leaves four versions of the truth behind - the audit trail,
*> the GL interface trailer, the summary report and the feed's own
*> batch trailers - and this step proves they agree, and that the
*> GL journal lines add up to their batches and to the trailers,
*> before the rotation step retires the work datasets and the GL
*> side picks anything up.  Any disagreement ends with the error
*> return code so the JCL holds everything for investigation.
*> The verdict goes on the run-control ledger under the business
*> date of the posting it proved, and the step refuses a day whose
*> posting is not finished or that has already been signed off.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGRECON.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-STATUS.

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
    05  WS-TC-COUNT         PIC 9(2) VALUE ZEROS.
    05  WS-TC-IX            PIC 9(2) VALUE ZEROS.
    05  WS-TC-SUB           PIC 9(2) VALUE ZEROS.
    05  WS-TR-DEBITS        PIC 9(7) VALUE ZEROS.
    05  WS-TR-CREDITS       PIC 9(7) VALUE ZEROS.
    05  WS-TC-ENTRY OCCURS 5 TIMES.
        10  WS-TC-CODE      PIC X(3).
        10  WS-TC-VALUE     PIC S9(7).
        10  WS-TC-POSTED    PIC 9(5).
        10  WS-TC-STATUS    PIC X(1).
        10  WS-TC-DEBITS    PIC 9(7).
        10  WS-TC-CREDITS   PIC 9(7).

01  WS-JOURNAL-SIDE.
*> What the 'GL' journal lines say.  Lines are never re-written by
*> a restart - a batch's lines go out once, behind its 'BT' - so
*> the day's journal totals are the plain sum of every line, and
*> must equal the latest 'TR' gross totals.  Each 'BT' opens a
*> group that the lines under its run id fill, and the group must
*> add up to the posted totals the 'BT' itself carries.  Lines with
*> a blank run id are the batchless postings and belong to no
*> group.
    05  WS-JL-DEBITS        PIC 9(7) VALUE ZEROS.
    05  WS-JL-CREDITS       PIC 9(7) VALUE ZEROS.
    05  WS-JG-OPEN          PIC X VALUE 'N'.
    05  WS-JG-RUN-ID        PIC X(8) VALUE SPACES.
    05  WS-JG-BT-DEBITS     PIC 9(7) VALUE ZEROS.
    05  WS-JG-BT-CREDITS    PIC 9(7) VALUE ZEROS.
    05  WS-JG-BT-POSTED     PIC 9(5) VALUE ZEROS.
    05  WS-JG-DEBITS        PIC 9(7) VALUE ZEROS.
    05  WS-JG-CREDITS       PIC 9(7) VALUE ZEROS.
    05  WS-JG-POSTED        PIC 9(5) VALUE ZEROS.

01  WS-SUMMARY-SIDE.
*> What the daily program itself says, read off its run-statistics

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

01  WS-RUN-CONTROL.
*> This run's ledger entry, and what a look over BUGSOLN's entries
*> found for the latest business date it has on the ledger - the
*> day this reconciliation is proving.
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

01  WS-RECONCILE.
    05  WS-MISMATCH-COUNT   PIC 9(3) VALUE ZEROS.
    05  WS-ACCOUNTED        PIC 9(7) VALUE ZEROS.
PROCEDURE DIVISION.

    PERFORM 100-OPEN-RECON-REPORT.
    PERFORM 110-CHECK-RUN-CONTROL.
    IF WS-RUNCTL-REFUSED = 'N'
        PERFORM 200-READ-AUDIT-TRAIL
        PERFORM 300-READ-INTERFACE
        PERFORM 400-READ-RUN-STATS
        PERFORM 500-READ-FEED
        PERFORM 600-RECONCILE
    END-IF.
    PERFORM 700-TERMINATE.

100-OPEN-RECON-REPORT SECTION.
        INTO RPT-LINE
    PERFORM 150-WRITE-RECON-LINE.

110-CHECK-RUN-CONTROL SECTION.
*> The day being reconciled is the latest business date BUGSOLN
*> has on the run-control ledger, and every entry for it - one
*> serial run, or each slice of a parallel day - must have
*> finished clean: a posting still running, stopped at a limit or
*> window, or failed has nothing whole to prove.  A day already
*> signed off balanced is not reconciled a second time.  Not-found
*> (35) creates the ledger on first use, where the missing posting
*> refuses the run anyway; any other open failure refuses it too,
*> because "could not check" must never sign a day off.
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
        PERFORM 150-WRITE-RECON-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
        GO TO 110-RUNCTL-EXIT
    END-IF
    MOVE 'BUGSOLN' TO WS-SCAN-PROGRAM
    PERFORM 130-SCAN-LATEST-DAY
    MOVE WS-SCAN-DATE TO WS-RUNCTL-BUS-DATE
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
        WHEN OTHER
            MOVE 'BUGRECON' TO RL-PROGRAM
            MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
            MOVE SPACES TO RL-UNIT
            PERFORM 120-READ-RUN-ENTRY
            IF WS-RUNCTL-FOUND = 'Y' AND RL-FINISHED
            AND RL-RETURN-CODE = 0
                STRING 'DAY ' DELIMITED BY SIZE
                    WS-RUNCTL-BUS-DATE DELIMITED BY SIZE
                    ' ALREADY SIGNED OFF BALANCED' DELIMITED BY SIZE
                    INTO RPT-LINE
                MOVE 'Y' TO WS-RUNCTL-REFUSED
            ELSE
                PERFORM 140-RECORD-RUN-START
            END-IF
    END-EVALUATE
    IF RPT-LINE NOT = SPACES
        PERFORM 150-WRITE-RECON-LINE
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
*> Enter the reconciliation on the ledger as started; a rerun for
*> the same day rewrites its entry with one more attempt.  A run
*> the ledger cannot record does not go ahead.
    MOVE 'BUGRECON' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGRECON' TO RL-PROGRAM
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
        STRING 'RUN CONTROL LEDGER WRITE ERROR, STATUS '
            DELIMITED BY SIZE
            WS-RUNCTL-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
    END-IF.

150-WRITE-RECON-LINE SECTION.
    IF WS-RECON-STATUS = '00'
        WRITE REPORT-RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    EVALUATE IF-REC-TYPE
                        WHEN 'TR'
                            PERFORM 360-CLOSE-JOURNAL-GROUP
                            PERFORM 350-NOTE-CURRENCY-TRAILER
                        WHEN 'BT'
                            PERFORM 360-CLOSE-JOURNAL-GROUP
                            PERFORM 355-OPEN-JOURNAL-GROUP
                        WHEN 'GL'
                            PERFORM 365-TAKE-JOURNAL-LINE
                    END-EVALUATE
            END-READ
        END-PERFORM
        PERFORM 360-CLOSE-JOURNAL-GROUP
        CLOSE INTERFACE-FILE
        MOVE ZEROS TO WS-TR-VALUE
        MOVE ZEROS TO WS-TR-COUNT
        MOVE ZEROS TO WS-TR-DEBITS
        MOVE ZEROS TO WS-TR-CREDITS
        PERFORM VARYING WS-TC-SUB FROM 1 BY 1
        UNTIL WS-TC-SUB > WS-TC-COUNT
            ADD WS-TC-VALUE (WS-TC-SUB) TO WS-TR-VALUE
            ADD WS-TC-POSTED (WS-TC-SUB) TO WS-TR-COUNT
            ADD WS-TC-DEBITS (WS-TC-SUB) TO WS-TR-DEBITS
            ADD WS-TC-CREDITS (WS-TC-SUB) TO WS-TR-CREDITS
            IF WS-TC-STATUS (WS-TC-SUB) NOT = 'C'
                MOVE WS-TC-STATUS (WS-TC-SUB) TO WS-TR-STATUS
            END-IF
        MOVE IF-FINAL-VALUE TO WS-TC-VALUE (WS-TC-IX)
        MOVE IF-TOTAL-COUNT TO WS-TC-POSTED (WS-TC-IX)
        MOVE IF-RUN-STATUS TO WS-TC-STATUS (WS-TC-IX)
        MOVE ZEROS TO WS-TC-DEBITS (WS-TC-IX)
        MOVE ZEROS TO WS-TC-CREDITS (WS-TC-IX)
        IF IF-GROSS-DEBITS IS NUMERIC
            MOVE IF-GROSS-DEBITS TO WS-TC-DEBITS (WS-TC-IX)
        END-IF
        IF IF-GROSS-CREDITS IS NUMERIC
            MOVE IF-GROSS-CREDITS TO WS-TC-CREDITS (WS-TC-IX)
        END-IF
        MOVE 'C' TO WS-TR-STATUS
        MOVE 'Y' TO WS-TR-FOUND
    END-IF.

355-OPEN-JOURNAL-GROUP SECTION.
*> A 'BT' cut before it carried posted totals has blanks there
*> and no journal lines under it; both read as zero and agree.
    MOVE 'Y' TO WS-JG-OPEN
    MOVE IF-RUN-ID TO WS-JG-RUN-ID
    MOVE ZEROS TO WS-JG-BT-DEBITS
    MOVE ZEROS TO WS-JG-BT-CREDITS
    MOVE ZEROS TO WS-JG-BT-POSTED
    IF IF-GROSS-DEBITS IS NUMERIC
        MOVE IF-GROSS-DEBITS TO WS-JG-BT-DEBITS
    END-IF
    IF IF-GROSS-CREDITS IS NUMERIC
        MOVE IF-GROSS-CREDITS TO WS-JG-BT-CREDITS
    END-IF
    IF IF-TOTAL-COUNT IS NUMERIC
        MOVE IF-TOTAL-COUNT TO WS-JG-BT-POSTED
    END-IF
    MOVE ZEROS TO WS-JG-DEBITS
    MOVE ZEROS TO WS-JG-CREDITS
    MOVE ZEROS TO WS-JG-POSTED.

360-CLOSE-JOURNAL-GROUP SECTION.
*> One line per batch: its journal lines' totals, and on a
*> disagreement the 'BT' totals they should have added up to.
    IF WS-JG-OPEN = 'N'
        GO TO 360-CLOSE-EXIT
    END-IF
    MOVE 'N' TO WS-JG-OPEN
    MOVE SPACES TO RPT-LINE
    IF WS-JG-DEBITS = WS-JG-BT-DEBITS
    AND WS-JG-CREDITS = WS-JG-BT-CREDITS
    AND WS-JG-POSTED = WS-JG-BT-POSTED
        STRING 'MATCH    JOURNAL LINES ' DELIMITED BY SIZE
            WS-JG-RUN-ID DELIMITED BY SIZE
            ' DR ' DELIMITED BY SIZE
            WS-JG-DEBITS DELIMITED BY SIZE
            ' CR ' DELIMITED BY SIZE
            WS-JG-CREDITS DELIMITED BY SIZE
            ' POSTED ' DELIMITED BY SIZE
            WS-JG-POSTED DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-RECON-LINE
    ELSE
        ADD 1 TO WS-MISMATCH-COUNT
        STRING 'MISMATCH JOURNAL LINES ' DELIMITED BY SIZE
            WS-JG-RUN-ID DELIMITED BY SIZE
            ' DR ' DELIMITED BY SIZE
            WS-JG-DEBITS DELIMITED BY SIZE
            ' CR ' DELIMITED BY SIZE
            WS-JG-CREDITS DELIMITED BY SIZE
            ' POSTED ' DELIMITED BY SIZE
            WS-JG-POSTED DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-RECON-LINE
        MOVE SPACES TO RPT-LINE
        STRING '         BATCH TOTALS  ' DELIMITED BY SIZE
            WS-JG-RUN-ID DELIMITED BY SIZE
            ' DR ' DELIMITED BY SIZE
            WS-JG-BT-DEBITS DELIMITED BY SIZE
            ' CR ' DELIMITED BY SIZE
            WS-JG-BT-CREDITS DELIMITED BY SIZE
            ' POSTED ' DELIMITED BY SIZE
            WS-JG-BT-POSTED DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-RECON-LINE
    END-IF.

360-CLOSE-EXIT.
    EXIT.

365-TAKE-JOURNAL-LINE SECTION.
*> Every line counts toward the day's journal totals.  A line
*> under a run id other than the open batch's has no 'BT' to
*> answer to - the lines of a batch that lost its trailer - and
*> is a mismatch in its own right.
    IF IF-GROSS-DEBITS IS NUMERIC
        ADD IF-GROSS-DEBITS TO WS-JL-DEBITS
    END-IF
    IF IF-GROSS-CREDITS IS NUMERIC
        ADD IF-GROSS-CREDITS TO WS-JL-CREDITS
    END-IF
    IF IF-RUN-ID = SPACES
        GO TO 365-JOURNAL-EXIT
    END-IF
    IF WS-JG-OPEN = 'Y' AND IF-RUN-ID = WS-JG-RUN-ID
        IF IF-GROSS-DEBITS IS NUMERIC
            ADD IF-GROSS-DEBITS TO WS-JG-DEBITS
        END-IF
        IF IF-GROSS-CREDITS IS NUMERIC
            ADD IF-GROSS-CREDITS TO WS-JG-CREDITS
        END-IF
        IF IF-TOTAL-COUNT IS NUMERIC
            ADD IF-TOTAL-COUNT TO WS-JG-POSTED
        END-IF
    ELSE
        ADD 1 TO WS-MISMATCH-COUNT
        MOVE SPACES TO RPT-LINE
        STRING 'MISMATCH JOURNAL LINE OUTSIDE ITS BATCH '
            DELIMITED BY SIZE
            IF-RUN-ID DELIMITED BY SIZE
            ' GL ' DELIMITED BY SIZE
            IF-GL-ACCOUNT DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-RECON-LINE
    END-IF.

365-JOURNAL-EXIT.
    EXIT.

400-READ-RUN-STATS SECTION.
*> The daily program's own totals, taken off the last record of
*> the run-statistics dataset.  A day whose final execution did
    MOVE WS-AUD-LAST-VALUE TO WS-NUM-A
    MOVE WS-RPT-VALUE TO WS-NUM-B
    PERFORM 650-CHECK-EQUAL
*> The journal lines, together, are the whole day's posting split
*> by ledger account: nothing may be booked that the trailers do
*> not carry, nor left out of the split.
    MOVE 'JOURNAL DEBITS VS GL TR' TO WS-CHECK-TAG
    MOVE WS-JL-DEBITS TO WS-NUM-A
    MOVE WS-TR-DEBITS TO WS-NUM-B
    PERFORM 650-CHECK-EQUAL
    MOVE 'JOURNAL CREDITS VS GL TR' TO WS-CHECK-TAG
    MOVE WS-JL-CREDITS TO WS-NUM-A
    MOVE WS-TR-CREDITS TO WS-NUM-B
    PERFORM 650-CHECK-EQUAL
    MOVE 'FEED TRAILERS VS DETAILS' TO WS-CHECK-TAG
    MOVE WS-FEED-TRAILER-SUM TO WS-NUM-A
    MOVE WS-FEED-BATCH-DTLS TO WS-NUM-B
    PERFORM 150-WRITE-RECON-LINE.

700-TERMINATE SECTION.
*> The verdict lines carry this run's date for whoever reads the
*> report; what the period close and the GL pickup go by is the
*> return code on this run's ledger entry, written last.
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-RUNCTL-REFUSED = 'Y'
            STRING 'RECONCILIATION REFUSED BY RUN CONTROL - '
                DELIMITED BY SIZE
                'ROTATION AND GL PICKUP HELD' DELIMITED BY SIZE
                INTO RPT-LINE
        WHEN WS-MISMATCH-COUNT = 0
            STRING 'DAY BALANCED ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' - SIGNED OFF FOR ROTATION AND GL'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN OTHER
            STRING 'DAY OUT OF BALANCE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' - ROTATION AND GL PICKUP HELD'
                DELIMITED BY SIZE INTO RPT-LINE
    END-EVALUATE
    PERFORM 150-WRITE-RECON-LINE
    IF WS-RECON-STATUS = '00'
        CLOSE RECON-FILE
    END-IF
    IF WS-MISMATCH-COUNT = 0 AND WS-RUNCTL-REFUSED = 'N'
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 750-RECORD-RUN-FINISH
    STOP RUN.

750-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry with the verdict's return code - the
*> sign-off the period close and the GL pickup look for.  An entry
*> that cannot be updated stays 'started', which holds both.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 750-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 750-FINISH-EXIT
    END-IF
    MOVE 'BUGRECON' TO RL-PROGRAM
    MOVE WS-RUNCTL-BUS-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 120-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        MOVE WS-AUD-RECORDS TO RL-ITEM-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

750-FINISH-EXIT.
    EXIT.
