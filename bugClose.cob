*> rolls the closing amount into AM-PRIOR-PTD and zeroes the PTD
*> amount and posting count for the new period.  Control totals on
*> the summary trailer prove the sweep touched every account.  The
*> step refuses to run unless the run-control ledger shows BUGRECON
*> signed TODAY's posting off balanced, so a period is never closed
*> on top of an unbalanced day - or on a day whose reconciliation
*> never ran - and refuses a period the ledger shows already closed
*> clean, so a resubmitted job cannot roll the PTD amounts twice.
*> A close of the period that never finished, or finished failed,
*> refuses it as well until the operator has put the master back
*> from the backup taken before that close and marked that entry:
*> some accounts may already be rolled, and rolling them again
*> would overwrite their real prior-period figure.  Every roll
*> goes to the account-master journal with its before and after
*> image.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGCLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RL-KEY
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-MASTER
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCTREC.
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RUNCTL.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-ACCT-STATUS      PIC X(2) VALUE '00'.
    05  WS-PERIOD-STATUS    PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-ACCT-EOF         PIC X VALUE 'N'.
    05  WS-PERIOD-OPEN      PIC X VALUE 'N'.
    05  WS-JRNL-STOPPED     PIC X VALUE 'N'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.

01  WS-PERIOD.
    05  WS-RUN-DATE         PIC 9(8) VALUE ZEROS.
    05  WS-PERIOD-ID        PIC 9(6) VALUE ZEROS.
    05  WS-POST-TOTAL       PIC 9(7) VALUE ZEROS.
    05  WS-PTD-TOTAL-D      PIC +9(9).

01  WS-JOURNAL.
*> The before image is the record as the sweep read it; the stamp
*> and sequence order the rolls for the point-in-time rebuild.
    05  WS-JRNL-SEQ         PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-BEFORE      PIC X(80) VALUE SPACES.
    05  WS-JRNL-STAMP.
        10  WS-JRNL-STAMP-DATE  PIC 9(8).
        10  WS-JRNL-STAMP-TIME  PIC 9(8).

01  WS-RUN-CONTROL.
    05  WS-RUNCTL-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUNCTL-EOF       PIC X VALUE 'N'.
    05  WS-RUNCTL-FOUND     PIC X VALUE 'N'.
    05  WS-RUNCTL-STARTED   PIC X VALUE 'N'.
    05  WS-RUNCTL-REFUSED   PIC X VALUE 'N'.
    05  WS-RUNCTL-STAMP.
        10  WS-RUNCTL-STAMP-DATE  PIC 9(8).
        10  WS-RUNCTL-STAMP-TIME  PIC 9(8).
    05  WS-CLOSED-DATE      PIC 9(8) VALUE ZEROS.
    05  WS-UNSAFE-DATE      PIC 9(8) VALUE ZEROS.
    05  WS-UNSAFE-STATUS    PIC X(1) VALUE SPACE.
    05  WS-UNSAFE-RC        PIC 9(3) VALUE ZEROS.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 200-CHECK-RUN-CONTROL.
    IF WS-RUN-OK = 'Y'
        PERFORM 300-SWEEP-ACCOUNT-MASTER
        PERFORM 400-WRITE-CONTROL-TOTALS
    END-IF.
    END-IF
    DISPLAY RPT-LINE.

200-CHECK-RUN-CONTROL SECTION.
*> The close only runs on a day BUGRECON signed off.  Its ledger
*> entry is keyed by the business date of the posting it proved,
*> and the sweep here is gated on that entry for TODAY having
*> finished clean - an out-of-balance day, a reconciliation that
*> never ran or is still running, or only an earlier day signed
*> off (the daily job abended before reconciliation) all hold the
*> close.  A period any earlier BUGCLOSE entry closed clean is not
*> closed again, and nor is one with a BUGCLOSE entry still
*> started or finished failed.  Not-found (35) creates the ledger
*> on first use, where the missing sign-off refuses the run
*> anyway; any other open failure refuses it too, because "could
*> not check" must never close a period.
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
            ' - CLOSE REFUSED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
        MOVE 'N' TO WS-RUN-OK
        GO TO 200-RUNCTL-EXIT
    END-IF
    PERFORM 220-SCAN-PERIOD-CLOSES
    MOVE 'BUGRECON' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 210-READ-RUN-ENTRY
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-CLOSED-DATE > 0
            STRING 'PERIOD ALREADY CLOSED ON ' DELIMITED BY SIZE
                WS-CLOSED-DATE DELIMITED BY SIZE
                ' - CLOSE REFUSED' DELIMITED BY SIZE
                INTO RPT-LINE
        WHEN WS-UNSAFE-DATE > 0
            STRING 'CLOSE OF ' DELIMITED BY SIZE
                WS-UNSAFE-DATE DELIMITED BY SIZE
                ' LEFT STATUS ' DELIMITED BY SIZE
                WS-UNSAFE-STATUS DELIMITED BY SIZE
                ' RC ' DELIMITED BY SIZE
                WS-UNSAFE-RC DELIMITED BY SIZE
                ' - CLOSE REFUSED' DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REPORT-LINE
            MOVE SPACES TO RPT-LINE
            STRING 'ACCOUNTS MAY BE ROLLED - RESTORE ACCTMST '
                DELIMITED BY SIZE
                'FROM THE BACKUP' DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REPORT-LINE
            MOVE SPACES TO RPT-LINE
            STRING 'TAKEN BEFORE THAT CLOSE (OR CONFIRM NOTHING '
                DELIMITED BY SIZE
                'ROLLED),' DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REPORT-LINE
            MOVE SPACES TO RPT-LINE
            STRING 'THEN MARK THAT ENTRY FINISHED RC 004 BEFORE A RERUN'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN WS-RUNCTL-FOUND = 'N'
            STRING 'DAY NOT SIGNED OFF BY RECONCILIATION - '
                DELIMITED BY SIZE
                'CLOSE REFUSED' DELIMITED BY SIZE
                INTO RPT-LINE
        WHEN NOT RL-FINISHED OR RL-RETURN-CODE NOT = 0
            STRING 'RECONCILIATION FOR ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' NOT BALANCED - CLOSE REFUSED' DELIMITED BY SIZE
                INTO RPT-LINE
        WHEN OTHER
            PERFORM 230-RECORD-RUN-START
    END-EVALUATE
    IF RPT-LINE NOT = SPACES
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
    END-IF
    IF WS-RUNCTL-REFUSED = 'Y'
        MOVE 'N' TO WS-RUN-OK
    END-IF
    CLOSE RUN-CONTROL-FILE.

200-RUNCTL-EXIT.
    EXIT.

210-READ-RUN-ENTRY SECTION.
*> Keyed read of one ledger entry; the caller moves the program,
*> business date and unit into RL-KEY first.
    MOVE 'Y' TO WS-RUNCTL-FOUND
    READ RUN-CONTROL-FILE
        INVALID KEY
            MOVE 'N' TO WS-RUNCTL-FOUND
    END-READ.

220-SCAN-PERIOD-CLOSES SECTION.
*> Walk every BUGCLOSE entry on the ledger for this run's period.
*> One that finished clean means the period is closed.  One still
*> started (an abend, or a close whose finish could not be
*> recorded) or finished with a return code above 4 may have
*> rolled part of the master already, so the period is not closed
*> again until the operator has restored ACCTMST from the backup
*> taken before that close or found nothing rolled, and has marked
*> the entry finished with return code 4 - a code the close never
*> sets itself.  The business date of either is kept for the
*> refusal line.
    MOVE ZEROS TO WS-CLOSED-DATE
    MOVE ZEROS TO WS-UNSAFE-DATE
    MOVE 'BUGCLOSE' TO RL-PROGRAM
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
                IF RL-PROGRAM NOT = 'BUGCLOSE'
                    MOVE 'Y' TO WS-RUNCTL-EOF
                ELSE
                    IF RL-FINISHED AND RL-RETURN-CODE = 0
                    AND RL-PERIOD-ID = WS-PERIOD-ID
                        MOVE RL-BUS-DATE TO WS-CLOSED-DATE
                    END-IF
                    IF (RL-STARTED
                        OR (RL-FINISHED AND RL-RETURN-CODE > 4))
                    AND RL-PERIOD-ID = WS-PERIOD-ID
                        MOVE RL-BUS-DATE TO WS-UNSAFE-DATE
                        MOVE RL-STATUS TO WS-UNSAFE-STATUS
                        MOVE RL-RETURN-CODE TO WS-UNSAFE-RC
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

230-RECORD-RUN-START SECTION.
*> Enter the close on the ledger as started; a rerun for the
*> same day rewrites its entry with one more attempt.  A run the
*> ledger cannot record does not go ahead.
    MOVE 'BUGCLOSE' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 210-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'N'
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE 'BUGCLOSE' TO RL-PROGRAM
        MOVE WS-RUN-DATE TO RL-BUS-DATE
        MOVE SPACES TO RL-UNIT
        MOVE ZEROS TO RL-ATTEMPTS
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
    MOVE WS-PERIOD-ID TO RL-PERIOD-ID
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
            ' - CLOSE REFUSED' DELIMITED BY SIZE
            INTO RPT-LINE
        MOVE 'Y' TO WS-RUNCTL-REFUSED
    END-IF.

300-SWEEP-ACCOUNT-MASTER SECTION.
        CLOSE ACCOUNT-MASTER
        GO TO 300-SWEEP-EXIT
    END-IF
*> No journal, no roll: a close the journal cannot see would leave
*> the point-in-time rebuild replaying the old period's figures.
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL FILE OPEN ERROR, STATUS: ' WS-JRNL-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE PERIOD-FILE
        CLOSE ACCOUNT-MASTER
        GO TO 300-SWEEP-EXIT
    END-IF
    MOVE 'Y' TO WS-PERIOD-OPEN
    MOVE ZEROS TO AM-KEY
    MOVE 'N' TO WS-ACCT-EOF
                PERFORM 350-CLOSE-ONE-ACCOUNT
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE
    CLOSE ACCOUNT-MASTER.

300-SWEEP-EXIT.
    ADD 1 TO WS-ACCT-COUNT
    ADD AM-PTD-AMOUNT TO WS-PTD-TOTAL
    ADD AM-POST-COUNT TO WS-POST-TOTAL
    MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
    MOVE AM-PTD-AMOUNT TO AM-PRIOR-PTD
    MOVE ZEROS TO AM-PTD-AMOUNT
    MOVE ZEROS TO AM-POST-COUNT
        DISPLAY 'ACCOUNT MASTER UPDATE ERROR, STATUS: '
            WS-ACCT-STATUS ' KEY: ' AM-KEY
        MOVE 'N' TO WS-RUN-OK
    ELSE
        PERFORM 360-WRITE-JOURNAL-RECORD
    END-IF.

350-ACCOUNT-EXIT.
    EXIT.

360-WRITE-JOURNAL-RECORD SECTION.
*> The roll as a journal record: the account as the sweep found
*> it and as it was rewritten.  A period roll belongs to no batch,
*> so the run id is left blank.  A journal that stops taking
*> records stops the sweep here, as a failed summary write does:
*> this account is already rolled on the master with no journal
*> record of it, so the report names it, and the failed run holds
*> any rerun until the master is back from the pre-close backup.
    ADD 1 TO WS-JRNL-SEQ
    MOVE FUNCTION CURRENT-DATE (1:16) TO WS-JRNL-STAMP
    MOVE SPACES TO ACCOUNT-JOURNAL-RECORD
    MOVE AM-KEY TO AJ-KEY
    MOVE WS-JRNL-STAMP-DATE TO AJ-STAMP-DATE
    MOVE WS-JRNL-STAMP-TIME TO AJ-STAMP-TIME
    MOVE WS-JRNL-SEQ TO AJ-SEQ
    MOVE 'L' TO AJ-ACTION
    MOVE 'BUGCLOSE' TO AJ-PROGRAM
    MOVE WS-RUN-DATE TO AJ-RUN-DATE
    MOVE WS-JRNL-BEFORE TO AJ-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AJ-AFTER-IMAGE
    WRITE ACCOUNT-JOURNAL-RECORD
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL WRITE ERROR, STATUS: ' WS-JRNL-STATUS
            ' KEY: ' AM-KEY
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-ACCT-EOF
        MOVE 'Y' TO WS-JRNL-STOPPED
        MOVE SPACES TO RPT-LINE
        STRING 'ACCOUNT ' DELIMITED BY SIZE
            AM-KEY DELIMITED BY SIZE
            ' ROLLED WITHOUT A JOURNAL RECORD, STATUS '
            DELIMITED BY SIZE
            WS-JRNL-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE SPACES TO RPT-LINE
        STRING 'SWEEP STOPPED - ACCOUNTS AFTER IT NOT ROLLED'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF.

400-WRITE-CONTROL-TOTALS SECTION.
*> The trailer's totals must re-add to the 'PS' records above it;
*> they also land on the close report so the sign-off and the
*> summary dataset carry the same numbers.  The file is only
*> touched when 300 actually opened it - a sweep that never got
*> that far must not WRITE into or CLOSE a never-opened file -
*> and a sweep that stopped on a summary or journal write error
*> gets no trailer, just the close: a truncated summary must not
*> carry totals claiming it is whole.
    IF WS-PERIOD-OPEN = 'Y'
        IF WS-PERIOD-STATUS = '00' AND WS-JRNL-STOPPED = 'N'
            MOVE SPACES TO PERIOD-TOTAL-RECORD
            MOVE 'PT' TO PT-REC-TYPE
            MOVE WS-PERIOD-ID TO PT-PERIOD-ID

500-TERMINATE SECTION.
    MOVE SPACES TO RPT-LINE
    IF WS-RUN-OK = 'Y'
        STRING 'PERIOD ' DELIMITED BY SIZE
            WS-PERIOD-ID DELIMITED BY SIZE
            ' CLOSED CLEAN' DELIMITED BY SIZE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    IF WS-RUN-OK = 'Y'
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 550-RECORD-RUN-FINISH
    STOP RUN.

550-RECORD-RUN-FINISH SECTION.
*> Close out the ledger entry with the return code the JCL will
*> see.  An entry that cannot be updated stays 'started', and a
*> failed close finishes with 8; either refuses any rerun for the
*> period until the operator has restored ACCTMST from the backup
*> taken before it, or found nothing rolled, and marked the entry
*> finished with return code 4.
    IF WS-RUNCTL-STARTED NOT = 'Y'
        GO TO 550-FINISH-EXIT
    END-IF
    OPEN I-O RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER OPEN ERROR, STATUS: '
            WS-RUNCTL-STATUS
        GO TO 550-FINISH-EXIT
    END-IF
    MOVE 'BUGCLOSE' TO RL-PROGRAM
    MOVE WS-RUN-DATE TO RL-BUS-DATE
    MOVE SPACES TO RL-UNIT
    PERFORM 210-READ-RUN-ENTRY
    IF WS-RUNCTL-FOUND = 'Y'
        MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUNCTL-STAMP
        MOVE 'F' TO RL-STATUS
        MOVE RETURN-CODE TO RL-RETURN-CODE
        MOVE WS-RUNCTL-STAMP-DATE TO RL-END-DATE
        MOVE WS-RUNCTL-STAMP-TIME TO RL-END-TIME
        MOVE WS-ACCT-COUNT TO RL-ITEM-COUNT
        REWRITE RUN-CONTROL-RECORD
    END-IF
    IF WS-RUNCTL-FOUND = 'N' OR WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUN CONTROL LEDGER UPDATE ERROR, STATUS: '
            WS-RUNCTL-STATUS
    END-IF
    CLOSE RUN-CONTROL-FILE.

550-FINISH-EXIT.
    EXIT.
