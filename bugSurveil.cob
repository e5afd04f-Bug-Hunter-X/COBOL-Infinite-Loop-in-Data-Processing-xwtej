       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGSURV
*> Rolling-window activity surveillance.  The limit checks in
*> BUGSOLN's 243-CHECK-ACCOUNT-LIMITS see one posting against one
*> account on one day; this step looks back over every retained
*> audit generation and lists the accounts whose postings, taken
*> together over a window of days, make a pattern the risk team
*> should work:
*>   NEAR-LIMIT - repeated postings just under the account's single-
*>                posting limit;
*>   SPIKE      - window activity far above the account's own average
*>                over the history before the window;
*>   REVERSAL   - large credits that give back an earlier debit of
*>                the same amount;
*>   REOPEN     - heavy posting in the first days after the account
*>                was reopened from held, closed or dormant.
*> The window, the history and every threshold come from the SURVCTL
*> card.  Each case goes to the case list with the account, the
*> pattern, the figures that tripped it and the postings behind it;
*> the control report carries the criteria and the counts.
*> The audit trail and the account-master journal arrive in account-
*> key order through the JCL sort steps ahead of this one, so the
*> accounts are examined in one sequential pass; the master is read
*> by key for the limit the near-limit test is measured against,
*> which is the account's current one.  Replay-overlap audit lines
*> from a restarted day are dropped by batch identity exactly as the
*> statement run drops them.  Nothing is changed: the master is
*> opened for input only.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSURV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "SURVCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT POSTING-FILE ASSIGN TO "POSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-POST-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "CHGHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AM-KEY
        FILE STATUS IS WS-ACCT-STATUS.

    SELECT CASE-FILE ASSIGN TO "SURVCASE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SURVRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY SURVCTL.

FD  POSTING-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY AUDITREC.

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  ACCOUNT-MASTER
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCTREC.

FD  CASE-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  CASE-RECORD.
    05  CASE-LINE           PIC X(80).

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-POST-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-OPEN        PIC X VALUE 'N'.
    05  WS-ACCT-STATUS      PIC X(2) VALUE '00'.
    05  WS-CASE-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FILES-OPEN       PIC X VALUE 'N'.

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

01  WS-CONTROLS.
*> The criteria in force, defaulted and then overridden from the
*> card field by field.
    05  WS-AS-OF-DATE       PIC 9(8) VALUE ZEROS.
    05  WS-WINDOW-DAYS      PIC 9(3) VALUE 10.
    05  WS-HISTORY-DAYS     PIC 9(3) VALUE 90.
    05  WS-NEAR-PCT         PIC 9(3) VALUE 90.
    05  WS-NEAR-COUNT       PIC 9(3) VALUE 3.
    05  WS-SPIKE-MULT       PIC 9(3) VALUE 3.
    05  WS-SPIKE-FLOOR      PIC 9(7) VALUE 10000.
    05  WS-REVERSAL-MIN     PIC 9(5) VALUE 5000.
    05  WS-REOPEN-DAYS      PIC 9(3) VALUE 3.
    05  WS-REOPEN-AMOUNT    PIC 9(7) VALUE 10000.

01  WS-DATES.
*> The window runs from WS-WINDOW-START through WS-AS-OF-DATE; the
*> history from WS-HISTORY-START up to the day before the window.
*> Audit lines before the history or after the window are not
*> looked at.
    05  WS-WINDOW-START     PIC 9(8) VALUE ZEROS.
    05  WS-HISTORY-START    PIC 9(8) VALUE ZEROS.
    05  WS-DATE-INT         PIC 9(7) VALUE ZEROS.
    05  WS-REOPEN-END       PIC 9(8) VALUE ZEROS.

01  WS-MERGE.
*> The merge keys; 9999999 is past every six-digit account and
*> marks a side that has run out.
    05  WS-PST-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-JRN-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-CUR-KEY          PIC 9(7) VALUE ZEROS.

01  WS-IMAGES.
*> Before and after views of a journaled account image, to pick
*> out the reopenings.
    05  WS-BEFORE-IMAGE.
        10  BI-KEY              PIC 9(6).
        10  BI-POST-COUNT       PIC 9(5).
        10  BI-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-LAST-POST-DATE   PIC 9(8).
        10  BI-CHANGED-FLAG     PIC X(1).
        10  BI-STATUS           PIC X(1).
            88  BI-FROZEN           VALUES 'H' 'C' 'D'.
        10  FILLER              PIC X(51).
    05  WS-AFTER-IMAGE.
        10  AI-KEY              PIC 9(6).
        10  AI-POST-COUNT       PIC 9(5).
        10  AI-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
        10  AI-LAST-POST-DATE   PIC 9(8).
        10  AI-CHANGED-FLAG     PIC X(1).
        10  AI-STATUS           PIC X(1).
            88  AI-ACTIVE           VALUES 'A' ' '.
        10  FILLER              PIC X(51).

01  WS-SEEN-BATCHES.
*> The batches one account has posted under inside the history and
*> window, for the replay screen.  An account that posts under more
*> batches than the table holds is reported; its later replays go
*> unscreened and would be counted twice.
    05  WS-SEEN-COUNT       PIC 9(4) VALUE ZEROS.
    05  WS-SEEN-MAX         PIC 9(4) VALUE 1000.
    05  WS-SEEN-FULL        PIC X VALUE 'N'.
    05  WS-SEEN-HIT         PIC X VALUE 'N'.
    05  WS-SEEN-IX          PIC 9(4) VALUE ZEROS.
    05  WS-SEEN-ENTRY OCCURS 1000 TIMES.
        10  WS-SEEN-RUN-ID      PIC X(8).
        10  WS-SEEN-RUN-DATE    PIC X(8).

01  WS-WINDOW-POSTINGS.
*> One account's postings inside the window, in date and sequence
*> order.  The history before the window is only summed.  WS-WP-
*> MARK flags the postings behind the case being written; WS-WP-
*> PAIRED the debits already given back by a reversal credit.  An
*> account with more window postings than the table holds is
*> examined on the ones that fit, and reported.
    05  WS-WP-COUNT         PIC 9(4) VALUE ZEROS.
    05  WS-WP-MAX           PIC 9(4) VALUE 500.
    05  WS-WP-FULL          PIC X VALUE 'N'.
    05  WS-WP-IX            PIC 9(4) VALUE ZEROS.
    05  WS-WP-JX            PIC 9(4) VALUE ZEROS.
    05  WS-WP-KX            PIC 9(4) VALUE ZEROS.
    05  WS-WP-ENTRY OCCURS 500 TIMES.
        10  WS-WP-DATE          PIC 9(8).
        10  WS-WP-RUN-ID        PIC X(8).
        10  WS-WP-RUN-DATE      PIC X(8).
        10  WS-WP-DC-IND        PIC X(1).
        10  WS-WP-AMOUNT        PIC 9(5).
        10  WS-WP-MARK          PIC X(1).
        10  WS-WP-PAIRED        PIC X(1).

01  WS-REOPENINGS.
*> The dates inside the window on which the journal shows the
*> account going from held, closed or dormant back to active.
    05  WS-RO-COUNT         PIC 9(2) VALUE ZEROS.
    05  WS-RO-IX            PIC 9(2) VALUE ZEROS.
    05  WS-RO-ENTRY OCCURS 20 TIMES.
        10  WS-RO-DATE          PIC 9(8).
        10  WS-RO-FROM-STATUS   PIC X(1).

01  WS-ACCOUNT.
*> One account's figures for the tests.
    05  WS-MASTER-FOUND     PIC X VALUE 'N'.
    05  WS-MAX-SINGLE       PIC 9(5) VALUE ZEROS.
    05  WS-NEAR-FLOOR       PIC 9(5) VALUE ZEROS.
    05  WS-HIST-POSTS       PIC 9(5) VALUE ZEROS.
    05  WS-HIST-TOTAL       PIC 9(9) VALUE ZEROS.
    05  WS-WIN-TOTAL        PIC 9(9) VALUE ZEROS.
    05  WS-WIN-AVERAGE      PIC 9(9) VALUE ZEROS.
    05  WS-SPIKE-LEVEL      PIC 9(11) VALUE ZEROS.
    05  WS-HITS             PIC 9(4) VALUE ZEROS.
    05  WS-HIT-TOTAL        PIC 9(9) VALUE ZEROS.
    05  WS-PATTERN          PIC X(10) VALUE SPACES.
    05  WS-DIRECTION        PIC X(6) VALUE SPACES.

01  WS-COUNTS.
    05  WS-POST-READ        PIC 9(7) VALUE ZEROS.
    05  WS-POST-HISTORY     PIC 9(7) VALUE ZEROS.
    05  WS-POST-WINDOW      PIC 9(7) VALUE ZEROS.
    05  WS-POST-OUTSIDE     PIC 9(7) VALUE ZEROS.
    05  WS-POST-UNDATED     PIC 9(7) VALUE ZEROS.
    05  WS-POST-REPLAYS     PIC 9(7) VALUE ZEROS.
    05  WS-POST-UNTESTED    PIC 9(7) VALUE ZEROS.
    05  WS-ACCTS-SEEN       PIC 9(7) VALUE ZEROS.
    05  WS-ACCTS-IN-WINDOW  PIC 9(7) VALUE ZEROS.
    05  WS-ACCTS-NO-MASTER  PIC 9(7) VALUE ZEROS.
    05  WS-ACCTS-OVERFLOW   PIC 9(7) VALUE ZEROS.
    05  WS-REOPENS-SEEN     PIC 9(7) VALUE ZEROS.
    05  WS-CASE-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-NEAR-CASES       PIC 9(7) VALUE ZEROS.
    05  WS-SPIKE-CASES      PIC 9(7) VALUE ZEROS.
    05  WS-REVERSAL-CASES   PIC 9(7) VALUE ZEROS.
    05  WS-REOPEN-CASES     PIC 9(7) VALUE ZEROS.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 200-OPEN-INPUTS.
    IF WS-RUN-OK = 'Y'
        PERFORM 230-READ-POSTING
        PERFORM 240-READ-JOURNAL
        PERFORM 300-EXAMINE-ACCOUNT
            UNTIL WS-PST-KEY = 9999999
    END-IF.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    MOVE WS-RUN-DATE TO WS-AS-OF-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'SURVEILLANCE REPORT OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGSURV ROLLING-WINDOW ACTIVITY SURVEILLANCE '
        DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    PERFORM 160-READ-CONTROL-CARD
    PERFORM 170-SET-WINDOW.

150-WRITE-REPORT-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

155-WRITE-CASE-LINE SECTION.
    IF WS-CASE-STATUS = '00'
        WRITE CASE-RECORD
    END-IF.

160-READ-CONTROL-CARD SECTION.
*> No card, or blanks, keep the defaults throughout.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
            IF SCTL-AS-OF-DATE IS NUMERIC AND SCTL-AS-OF-DATE > 0
                MOVE SCTL-AS-OF-DATE TO WS-AS-OF-DATE
            END-IF
            IF SCTL-WINDOW-DAYS IS NUMERIC AND SCTL-WINDOW-DAYS > 0
                MOVE SCTL-WINDOW-DAYS TO WS-WINDOW-DAYS
            END-IF
            IF SCTL-HISTORY-DAYS IS NUMERIC
            AND SCTL-HISTORY-DAYS > 0
                MOVE SCTL-HISTORY-DAYS TO WS-HISTORY-DAYS
            END-IF
            IF SCTL-NEAR-PCT IS NUMERIC AND SCTL-NEAR-PCT > 0
            AND SCTL-NEAR-PCT NOT > 100
                MOVE SCTL-NEAR-PCT TO WS-NEAR-PCT
            END-IF
            IF SCTL-NEAR-COUNT IS NUMERIC AND SCTL-NEAR-COUNT > 0
                MOVE SCTL-NEAR-COUNT TO WS-NEAR-COUNT
            END-IF
            IF SCTL-SPIKE-MULT IS NUMERIC AND SCTL-SPIKE-MULT > 0
                MOVE SCTL-SPIKE-MULT TO WS-SPIKE-MULT
            END-IF
            IF SCTL-SPIKE-FLOOR IS NUMERIC AND SCTL-SPIKE-FLOOR > 0
                MOVE SCTL-SPIKE-FLOOR TO WS-SPIKE-FLOOR
            END-IF
            IF SCTL-REVERSAL-MIN IS NUMERIC
            AND SCTL-REVERSAL-MIN > 0
                MOVE SCTL-REVERSAL-MIN TO WS-REVERSAL-MIN
            END-IF
            IF SCTL-REOPEN-DAYS IS NUMERIC AND SCTL-REOPEN-DAYS > 0
                MOVE SCTL-REOPEN-DAYS TO WS-REOPEN-DAYS
            END-IF
            IF SCTL-REOPEN-AMOUNT IS NUMERIC
            AND SCTL-REOPEN-AMOUNT > 0
                MOVE SCTL-REOPEN-AMOUNT TO WS-REOPEN-AMOUNT
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF.

170-SET-WINDOW SECTION.
*> Count the window back from the as-of date, and the history back
*> from the window.
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
        - WS-WINDOW-DAYS + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-WINDOW-START
    SUBTRACT WS-HISTORY-DAYS FROM WS-DATE-INT
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-HISTORY-START
    MOVE SPACES TO RPT-LINE
    STRING 'WINDOW ' DELIMITED BY SIZE
        WS-WINDOW-START DELIMITED BY SIZE
        ' THROUGH ' DELIMITED BY SIZE
        WS-AS-OF-DATE DELIMITED BY SIZE
        ' (' DELIMITED BY SIZE
        WS-WINDOW-DAYS DELIMITED BY SIZE
        ' DAYS)  HISTORY FROM ' DELIMITED BY SIZE
        WS-HISTORY-START DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'NEAR-LIMIT ' DELIMITED BY SIZE
        WS-NEAR-COUNT DELIMITED BY SIZE
        ' AT ' DELIMITED BY SIZE
        WS-NEAR-PCT DELIMITED BY SIZE
        '% OF MAX   SPIKE ' DELIMITED BY SIZE
        WS-SPIKE-MULT DELIMITED BY SIZE
        ' X AVG, FLOOR ' DELIMITED BY SIZE
        WS-SPIKE-FLOOR DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'REVERSAL CREDITS OF ' DELIMITED BY SIZE
        WS-REVERSAL-MIN DELIMITED BY SIZE
        ' OR MORE   REOPEN ' DELIMITED BY SIZE
        WS-REOPEN-AMOUNT DELIMITED BY SIZE
        ' OR MORE IN ' DELIMITED BY SIZE
        WS-REOPEN-DAYS DELIMITED BY SIZE
        ' DAYS' DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

200-OPEN-INPUTS SECTION.
*> The posting history is what is examined and the master holds
*> the limits; without either nothing is examined.  The journal
*> only adds the reopen test: with no journal that test is not
*> made, which the report says and the return code flags.
    OPEN INPUT POSTING-FILE
    IF WS-POST-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'POSTING HISTORY UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-POST-STATUS DELIMITED BY SIZE
            ' - NOTHING EXAMINED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN INPUT ACCOUNT-MASTER
    IF WS-ACCT-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'ACCOUNT MASTER UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-ACCT-STATUS DELIMITED BY SIZE
            ' - NOTHING EXAMINED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-RUN-OK
        CLOSE POSTING-FILE
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN OUTPUT CASE-FILE
    IF WS-CASE-STATUS NOT = '00'
        DISPLAY 'CASE LIST OPEN ERROR, STATUS: ' WS-CASE-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE POSTING-FILE
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-FILES-OPEN
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-STATUS = '00'
        MOVE 'Y' TO WS-JRNL-OPEN
    ELSE
        MOVE SPACES TO RPT-LINE
        STRING 'NO ACCOUNT-MASTER JOURNAL - REOPEN TEST NOT MADE'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF.

200-OPEN-EXIT.
    EXIT.

230-READ-POSTING SECTION.
    READ POSTING-FILE
        AT END
            MOVE 9999999 TO WS-PST-KEY
        NOT AT END
            ADD 1 TO WS-POST-READ
            MOVE AUD-KEY TO WS-PST-KEY
    END-READ.

240-READ-JOURNAL SECTION.
    IF WS-JRNL-OPEN = 'N'
        MOVE 9999999 TO WS-JRN-KEY
        GO TO 240-READ-JOURNAL-EXIT
    END-IF
    READ JOURNAL-FILE
        AT END
            MOVE 9999999 TO WS-JRN-KEY
        NOT AT END
            MOVE AJ-KEY TO WS-JRN-KEY
    END-READ.

240-READ-JOURNAL-EXIT.
    EXIT.

300-EXAMINE-ACCOUNT SECTION.
*> Gather one account's history total, window postings and window
*> reopenings, then put the four tests to it.  An account with
*> nothing posted in the window has nothing to flag.
    MOVE WS-PST-KEY TO WS-CUR-KEY
    ADD 1 TO WS-ACCTS-SEEN
    MOVE ZEROS TO WS-SEEN-COUNT WS-WP-COUNT WS-RO-COUNT
        WS-HIST-POSTS WS-HIST-TOTAL WS-WIN-TOTAL
    MOVE 'N' TO WS-SEEN-FULL WS-WP-FULL
    PERFORM UNTIL WS-PST-KEY NOT = WS-CUR-KEY
        PERFORM 320-SCREEN-POSTING
        PERFORM 230-READ-POSTING
    END-PERFORM
    PERFORM UNTIL WS-JRN-KEY NOT < WS-CUR-KEY
        PERFORM 240-READ-JOURNAL
    END-PERFORM
    PERFORM UNTIL WS-JRN-KEY NOT = WS-CUR-KEY
        PERFORM 340-SCREEN-REOPEN
        PERFORM 240-READ-JOURNAL
    END-PERFORM
    IF WS-WP-COUNT = 0
        GO TO 300-EXAMINE-EXIT
    END-IF
    ADD 1 TO WS-ACCTS-IN-WINDOW
    MOVE WS-CUR-KEY TO AM-KEY
    MOVE 'Y' TO WS-MASTER-FOUND
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE 'N' TO WS-MASTER-FOUND
    END-READ
    IF WS-MASTER-FOUND = 'Y'
        MOVE AM-MAX-SINGLE TO WS-MAX-SINGLE
    ELSE
        ADD 1 TO WS-ACCTS-NO-MASTER
        MOVE ZEROS TO WS-MAX-SINGLE
    END-IF
    PERFORM 400-CHECK-NEAR-LIMIT
    PERFORM 420-CHECK-SPIKE
    PERFORM 440-CHECK-REVERSALS
    PERFORM 460-CHECK-REOPENINGS.

300-EXAMINE-EXIT.
    EXIT.

320-SCREEN-POSTING SECTION.
*> Undated lines cannot be placed in the window, lines before the
*> history or after the window are out of reach, and a second line
*> for a batch already seen is a replay overlap.  Recycled and
*> released details post under no batch and are always taken.
    IF AUD-PROC-DATE NOT NUMERIC OR AUD-PROC-DATE = 0
        ADD 1 TO WS-POST-UNDATED
        GO TO 320-SCREEN-EXIT
    END-IF
    IF AUD-PROC-DATE < WS-HISTORY-START
    OR AUD-PROC-DATE > WS-AS-OF-DATE
        ADD 1 TO WS-POST-OUTSIDE
        GO TO 320-SCREEN-EXIT
    END-IF
    IF AUD-RUN-ID NOT = SPACES
        PERFORM 325-CHECK-SEEN-BATCH
        IF WS-SEEN-HIT = 'Y'
            ADD 1 TO WS-POST-REPLAYS
            GO TO 320-SCREEN-EXIT
        END-IF
    END-IF
    IF AUD-PROC-DATE < WS-WINDOW-START
        ADD 1 TO WS-POST-HISTORY
        ADD 1 TO WS-HIST-POSTS
        ADD AUD-AMOUNT TO WS-HIST-TOTAL
        GO TO 320-SCREEN-EXIT
    END-IF
    ADD 1 TO WS-POST-WINDOW
    ADD AUD-AMOUNT TO WS-WIN-TOTAL
    IF WS-WP-COUNT < WS-WP-MAX
        ADD 1 TO WS-WP-COUNT
        MOVE AUD-PROC-DATE TO WS-WP-DATE (WS-WP-COUNT)
        MOVE AUD-RUN-ID TO WS-WP-RUN-ID (WS-WP-COUNT)
        MOVE AUD-RUN-DATE TO WS-WP-RUN-DATE (WS-WP-COUNT)
        MOVE AUD-DC-IND TO WS-WP-DC-IND (WS-WP-COUNT)
        MOVE AUD-AMOUNT TO WS-WP-AMOUNT (WS-WP-COUNT)
        MOVE 'N' TO WS-WP-MARK (WS-WP-COUNT)
        MOVE 'N' TO WS-WP-PAIRED (WS-WP-COUNT)
    ELSE
        ADD 1 TO WS-POST-UNTESTED
        IF WS-WP-FULL = 'N'
            MOVE 'Y' TO WS-WP-FULL
            ADD 1 TO WS-ACCTS-OVERFLOW
            MOVE SPACES TO RPT-LINE
            STRING 'ACCOUNT ' DELIMITED BY SIZE
                AUD-KEY DELIMITED BY SIZE
                ' POSTED MORE IN THE WINDOW THAN THE TABLE HOLDS'
                DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REPORT-LINE
        END-IF
    END-IF.

320-SCREEN-EXIT.
    EXIT.

325-CHECK-SEEN-BATCH SECTION.
*> Look the line's batch up among the account's batches so far;
*> a new one is added behind them.
    MOVE 'N' TO WS-SEEN-HIT
    PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
        UNTIL WS-SEEN-IX > WS-SEEN-COUNT OR WS-SEEN-HIT = 'Y'
        IF WS-SEEN-RUN-ID (WS-SEEN-IX) = AUD-RUN-ID
        AND WS-SEEN-RUN-DATE (WS-SEEN-IX) = AUD-RUN-DATE
            MOVE 'Y' TO WS-SEEN-HIT
        END-IF
    END-PERFORM
    IF WS-SEEN-HIT = 'N'
        IF WS-SEEN-COUNT < WS-SEEN-MAX
            ADD 1 TO WS-SEEN-COUNT
            MOVE AUD-RUN-ID TO WS-SEEN-RUN-ID (WS-SEEN-COUNT)
            MOVE AUD-RUN-DATE TO WS-SEEN-RUN-DATE (WS-SEEN-COUNT)
        ELSE
            IF WS-SEEN-FULL = 'N'
                MOVE 'Y' TO WS-SEEN-FULL
                MOVE SPACES TO RPT-LINE
                STRING 'ACCOUNT ' DELIMITED BY SIZE
                    AUD-KEY DELIMITED BY SIZE
                    ' POSTED UNDER MORE BATCHES THAN THE REPLAY '
                    DELIMITED BY SIZE
                    'SCREEN HOLDS' DELIMITED BY SIZE
                    INTO RPT-LINE
                PERFORM 150-WRITE-REPORT-LINE
            END-IF
        END-IF
    END-IF.

340-SCREEN-REOPEN SECTION.
*> A reopening is a change inside the window that takes the status
*> from held, closed or dormant back to active.
    IF NOT AJ-CHANGE
        GO TO 340-SCREEN-EXIT
    END-IF
    IF AJ-RUN-DATE < WS-WINDOW-START
    OR AJ-RUN-DATE > WS-AS-OF-DATE
        GO TO 340-SCREEN-EXIT
    END-IF
    MOVE AJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
    MOVE AJ-AFTER-IMAGE TO WS-AFTER-IMAGE
    IF BI-FROZEN AND AI-ACTIVE
        ADD 1 TO WS-REOPENS-SEEN
        IF WS-RO-COUNT < 20
            ADD 1 TO WS-RO-COUNT
            MOVE AJ-RUN-DATE TO WS-RO-DATE (WS-RO-COUNT)
            MOVE BI-STATUS TO WS-RO-FROM-STATUS (WS-RO-COUNT)
        END-IF
    END-IF.

340-SCREEN-EXIT.
    EXIT.

400-CHECK-NEAR-LIMIT SECTION.
*> Postings at or above the percentage of the single-posting limit
*> without going over it, in either direction.  An account with no
*> limit, or not on the master, is not tested.
    IF WS-MAX-SINGLE = 0
        GO TO 400-CHECK-EXIT
    END-IF
    COMPUTE WS-NEAR-FLOOR ROUNDED = WS-MAX-SINGLE * WS-NEAR-PCT / 100
    MOVE ZEROS TO WS-HITS WS-HIT-TOTAL
    PERFORM VARYING WS-WP-IX FROM 1 BY 1 UNTIL WS-WP-IX > WS-WP-COUNT
        IF WS-WP-AMOUNT (WS-WP-IX) NOT < WS-NEAR-FLOOR
        AND WS-WP-AMOUNT (WS-WP-IX) NOT > WS-MAX-SINGLE
            MOVE 'Y' TO WS-WP-MARK (WS-WP-IX)
            ADD 1 TO WS-HITS
            ADD WS-WP-AMOUNT (WS-WP-IX) TO WS-HIT-TOTAL
        ELSE
            MOVE 'N' TO WS-WP-MARK (WS-WP-IX)
        END-IF
    END-PERFORM
    IF WS-HITS < WS-NEAR-COUNT
        GO TO 400-CHECK-EXIT
    END-IF
    ADD 1 TO WS-NEAR-CASES
    MOVE 'NEAR-LIMIT' TO WS-PATTERN
    PERFORM 480-WRITE-CASE-HEADING
    MOVE SPACES TO CASE-LINE
    STRING WS-HITS DELIMITED BY SIZE
        ' POSTINGS TOTALLING ' DELIMITED BY SIZE
        WS-HIT-TOTAL DELIMITED BY SIZE
        ' AT ' DELIMITED BY SIZE
        WS-NEAR-FLOOR DELIMITED BY SIZE
        ' OR MORE AGAINST A LIMIT OF ' DELIMITED BY SIZE
        WS-MAX-SINGLE DELIMITED BY SIZE
        INTO CASE-LINE
    PERFORM 155-WRITE-CASE-LINE
    PERFORM 490-WRITE-SUPPORTING-LINES.

400-CHECK-EXIT.
    EXIT.

420-CHECK-SPIKE SECTION.
*> The history total scaled to the window's length is the account's
*> own average for a window.  An account with no postings in the
*> history has no average to measure against and is not tested;
*> the floor keeps small accounts' ordinary swings off the list.
    IF WS-HIST-POSTS = 0
    OR WS-WIN-TOTAL < WS-SPIKE-FLOOR
        GO TO 420-CHECK-EXIT
    END-IF
    COMPUTE WS-WIN-AVERAGE ROUNDED =
        WS-HIST-TOTAL * WS-WINDOW-DAYS / WS-HISTORY-DAYS
    COMPUTE WS-SPIKE-LEVEL = WS-WIN-AVERAGE * WS-SPIKE-MULT
    IF WS-WIN-TOTAL NOT > WS-SPIKE-LEVEL
        GO TO 420-CHECK-EXIT
    END-IF
    ADD 1 TO WS-SPIKE-CASES
    MOVE 'SPIKE' TO WS-PATTERN
    PERFORM 480-WRITE-CASE-HEADING
    MOVE SPACES TO CASE-LINE
    STRING 'WINDOW TOTAL ' DELIMITED BY SIZE
        WS-WIN-TOTAL DELIMITED BY SIZE
        ' AGAINST AVERAGE ' DELIMITED BY SIZE
        WS-WIN-AVERAGE DELIMITED BY SIZE
        ' (' DELIMITED BY SIZE
        WS-HIST-POSTS DELIMITED BY SIZE
        ' EARLIER POSTINGS)' DELIMITED BY SIZE
        INTO CASE-LINE
    PERFORM 155-WRITE-CASE-LINE
    PERFORM VARYING WS-WP-IX FROM 1 BY 1 UNTIL WS-WP-IX > WS-WP-COUNT
        MOVE 'Y' TO WS-WP-MARK (WS-WP-IX)
    END-PERFORM
    PERFORM 490-WRITE-SUPPORTING-LINES.

420-CHECK-EXIT.
    EXIT.

440-CHECK-REVERSALS SECTION.
*> Each large credit is paired with the earliest earlier debit of
*> the same amount not already paired; both are listed.  One case
*> per account carries all of its pairs.
    MOVE ZEROS TO WS-HITS WS-HIT-TOTAL
    PERFORM VARYING WS-WP-IX FROM 1 BY 1 UNTIL WS-WP-IX > WS-WP-COUNT
        MOVE 'N' TO WS-WP-MARK (WS-WP-IX)
    END-PERFORM
    PERFORM VARYING WS-WP-IX FROM 1 BY 1 UNTIL WS-WP-IX > WS-WP-COUNT
        IF WS-WP-DC-IND (WS-WP-IX) = 'C'
        AND WS-WP-AMOUNT (WS-WP-IX) NOT < WS-REVERSAL-MIN
            PERFORM 445-FIND-REVERSED-DEBIT
        END-IF
    END-PERFORM
    IF WS-HITS = 0
        GO TO 440-CHECK-EXIT
    END-IF
    ADD 1 TO WS-REVERSAL-CASES
    MOVE 'REVERSAL' TO WS-PATTERN
    PERFORM 480-WRITE-CASE-HEADING
    MOVE SPACES TO CASE-LINE
    STRING WS-HITS DELIMITED BY SIZE
        ' CREDITS TOTALLING ' DELIMITED BY SIZE
        WS-HIT-TOTAL DELIMITED BY SIZE
        ' GIVE BACK EARLIER DEBITS OF THE SAME AMOUNT'
        DELIMITED BY SIZE
        INTO CASE-LINE
    PERFORM 155-WRITE-CASE-LINE
    PERFORM 490-WRITE-SUPPORTING-LINES.

440-CHECK-EXIT.
    EXIT.

445-FIND-REVERSED-DEBIT SECTION.
    MOVE ZEROS TO WS-WP-JX
    PERFORM VARYING WS-WP-KX FROM 1 BY 1
        UNTIL WS-WP-KX NOT < WS-WP-IX OR WS-WP-JX > 0
        IF WS-WP-DC-IND (WS-WP-KX) NOT = 'C'
        AND WS-WP-PAIRED (WS-WP-KX) = 'N'
        AND WS-WP-AMOUNT (WS-WP-KX) = WS-WP-AMOUNT (WS-WP-IX)
            MOVE WS-WP-KX TO WS-WP-JX
        END-IF
    END-PERFORM
    IF WS-WP-JX > 0
        MOVE 'Y' TO WS-WP-PAIRED (WS-WP-JX)
        MOVE 'Y' TO WS-WP-MARK (WS-WP-JX)
        MOVE 'Y' TO WS-WP-MARK (WS-WP-IX)
        ADD 1 TO WS-HITS
        ADD WS-WP-AMOUNT (WS-WP-IX) TO WS-HIT-TOTAL
    END-IF.

460-CHECK-REOPENINGS SECTION.
*> For each reopening in the window, the postings on that day and
*> the reopen-days after it are totalled; a total at or over the
*> amount is a case of its own.
    PERFORM VARYING WS-RO-IX FROM 1 BY 1 UNTIL WS-RO-IX > WS-RO-COUNT
        PERFORM 465-CHECK-ONE-REOPENING
    END-PERFORM.

465-CHECK-ONE-REOPENING SECTION.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-RO-DATE (WS-RO-IX))
        + WS-REOPEN-DAYS - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-REOPEN-END
    MOVE ZEROS TO WS-HITS WS-HIT-TOTAL
    PERFORM VARYING WS-WP-IX FROM 1 BY 1 UNTIL WS-WP-IX > WS-WP-COUNT
        IF WS-WP-DATE (WS-WP-IX) NOT < WS-RO-DATE (WS-RO-IX)
        AND WS-WP-DATE (WS-WP-IX) NOT > WS-REOPEN-END
            MOVE 'Y' TO WS-WP-MARK (WS-WP-IX)
            ADD 1 TO WS-HITS
            ADD WS-WP-AMOUNT (WS-WP-IX) TO WS-HIT-TOTAL
        ELSE
            MOVE 'N' TO WS-WP-MARK (WS-WP-IX)
        END-IF
    END-PERFORM
    IF WS-HIT-TOTAL < WS-REOPEN-AMOUNT
        GO TO 465-CHECK-EXIT
    END-IF
    ADD 1 TO WS-REOPEN-CASES
    MOVE 'REOPEN' TO WS-PATTERN
    PERFORM 480-WRITE-CASE-HEADING
    MOVE SPACES TO CASE-LINE
    STRING 'REOPENED ' DELIMITED BY SIZE
        WS-RO-DATE (WS-RO-IX) DELIMITED BY SIZE
        ' FROM ' DELIMITED BY SIZE
        WS-RO-FROM-STATUS (WS-RO-IX) DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-HITS DELIMITED BY SIZE
        ' POSTINGS TOTALLING ' DELIMITED BY SIZE
        WS-HIT-TOTAL DELIMITED BY SIZE
        ' BY ' DELIMITED BY SIZE
        WS-REOPEN-END DELIMITED BY SIZE
        INTO CASE-LINE
    PERFORM 155-WRITE-CASE-LINE
    PERFORM 490-WRITE-SUPPORTING-LINES.

465-CHECK-EXIT.
    EXIT.

480-WRITE-CASE-HEADING SECTION.
    ADD 1 TO WS-CASE-COUNT
    MOVE ALL '=' TO CASE-LINE
    PERFORM 155-WRITE-CASE-LINE
    MOVE SPACES TO CASE-LINE
    STRING 'CASE ' DELIMITED BY SIZE
        WS-CASE-COUNT DELIMITED BY SIZE
        '   ACCOUNT ' DELIMITED BY SIZE
        WS-CUR-KEY (2:6) DELIMITED BY SIZE
        '   PATTERN ' DELIMITED BY SIZE
        WS-PATTERN DELIMITED BY SIZE
        '   WINDOW ' DELIMITED BY SIZE
        WS-WINDOW-START DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-AS-OF-DATE DELIMITED BY SIZE
        INTO CASE-LINE
    PERFORM 155-WRITE-CASE-LINE
    IF WS-MASTER-FOUND = 'N'
        MOVE SPACES TO CASE-LINE
        STRING 'ACCOUNT NO LONGER ON THE MASTER' DELIMITED BY SIZE
            INTO CASE-LINE
        PERFORM 155-WRITE-CASE-LINE
    END-IF.

490-WRITE-SUPPORTING-LINES SECTION.
*> The marked postings, in the order they posted.
    PERFORM VARYING WS-WP-IX FROM 1 BY 1 UNTIL WS-WP-IX > WS-WP-COUNT
        IF WS-WP-MARK (WS-WP-IX) = 'Y'
            IF WS-WP-DC-IND (WS-WP-IX) = 'C'
                MOVE 'CREDIT' TO WS-DIRECTION
            ELSE
                MOVE 'DEBIT ' TO WS-DIRECTION
            END-IF
            MOVE SPACES TO CASE-LINE
            STRING '  POSTED ' DELIMITED BY SIZE
                WS-WP-DATE (WS-WP-IX) DELIMITED BY SIZE
                '  RUN ' DELIMITED BY SIZE
                WS-WP-RUN-ID (WS-WP-IX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-WP-RUN-DATE (WS-WP-IX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-DIRECTION DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-WP-AMOUNT (WS-WP-IX) DELIMITED BY SIZE
                INTO CASE-LINE
            PERFORM 155-WRITE-CASE-LINE
        END-IF
    END-PERFORM.

600-TERMINATE SECTION.
    IF WS-FILES-OPEN = 'Y'
        CLOSE POSTING-FILE
        CLOSE ACCOUNT-MASTER
        CLOSE CASE-FILE
    END-IF
    IF WS-JRNL-OPEN = 'Y'
        CLOSE JOURNAL-FILE
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'AUDIT LINES READ: ' DELIMITED BY SIZE
        WS-POST-READ DELIMITED BY SIZE
        '  IN WINDOW: ' DELIMITED BY SIZE
        WS-POST-WINDOW DELIMITED BY SIZE
        '  IN HISTORY: ' DELIMITED BY SIZE
        WS-POST-HISTORY DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'OUT OF RANGE: ' DELIMITED BY SIZE
        WS-POST-OUTSIDE DELIMITED BY SIZE
        '  REPLAY OVERLAP DROPPED: ' DELIMITED BY SIZE
        WS-POST-REPLAYS DELIMITED BY SIZE
        '  UNDATED: ' DELIMITED BY SIZE
        WS-POST-UNDATED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS SEEN: ' DELIMITED BY SIZE
        WS-ACCTS-SEEN DELIMITED BY SIZE
        '  ACTIVE IN WINDOW: ' DELIMITED BY SIZE
        WS-ACCTS-IN-WINDOW DELIMITED BY SIZE
        '  NOT ON MASTER: ' DELIMITED BY SIZE
        WS-ACCTS-NO-MASTER DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS OVER THE WINDOW TABLE: ' DELIMITED BY SIZE
        WS-ACCTS-OVERFLOW DELIMITED BY SIZE
        '  POSTINGS NOT TESTED: ' DELIMITED BY SIZE
        WS-POST-UNTESTED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'REOPENINGS IN WINDOW: ' DELIMITED BY SIZE
        WS-REOPENS-SEEN DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'CASES: ' DELIMITED BY SIZE
        WS-CASE-COUNT DELIMITED BY SIZE
        '  NEAR ' DELIMITED BY SIZE
        WS-NEAR-CASES DELIMITED BY SIZE
        '  SPIKE ' DELIMITED BY SIZE
        WS-SPIKE-CASES DELIMITED BY SIZE
        '  REVERSAL ' DELIMITED BY SIZE
        WS-REVERSAL-CASES DELIMITED BY SIZE
        '  REOPEN ' DELIMITED BY SIZE
        WS-REOPEN-CASES DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            MOVE 8 TO RETURN-CODE
        WHEN WS-JRNL-OPEN = 'N'
        OR WS-ACCTS-OVERFLOW > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.
