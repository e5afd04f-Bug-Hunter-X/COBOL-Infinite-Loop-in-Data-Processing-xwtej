       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGSTMT
*> Periodic account statements for a closed period.  BUGCLOSE's
*> period summary says, per account, what the period closed at and
*> how many postings made it up; this step puts the detail behind
*> those figures in front of the account holder.  One statement per
*> 'PS' record: the opening amount the account carried into the
*> period in AM-PRIOR-PTD (the previous close's 'PS' amount, which
*> is exactly what that roll moved there), every posting the audit
*> trail shows for the account inside the period with its date,
*> batch run id, direction and amount, every status or limit change
*> the account-master journal shows for it, and the closing amount.
*> The statement's own postings must re-add to the 'PS' amount and
*> count; one that does not is cut anyway, marked as not tying, and
*> listed on the control report - it means audit generations are
*> missing from the concatenation, and the statement is not to be
*> sent until they are found.
*> The period is everything after the previous close date up to
*> and including this close date.  All four inputs arrive in
*> account-key order (the audit trail and journal through the JCL
*> sort steps ahead of this one), so the statements are cut in one
*> sequential match pass with no table of accounts to outgrow.
*> Replay-overlap audit lines from a restarted day are dropped by
*> batch identity: the duplicate screen lets a batch post to an
*> account once, so a second line for the same account, batch run
*> id and batch date is the replay, not a posting.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSTMT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUMMARY-FILE ASSIGN TO "PERSUM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-STATUS.

    SELECT PRIOR-SUMMARY-FILE ASSIGN TO "PRIORSUM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PRIOR-STATUS.

    SELECT POSTING-FILE ASSIGN TO "POSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-POST-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "CHGHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STMT-STATUS.

    SELECT REPORT-FILE ASSIGN TO "STMTRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUMMARY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY PERSUM.

FD  PRIOR-SUMMARY-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  PRIOR-SUMMARY-RECORD    PIC X(80).

FD  POSTING-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY AUDITREC.

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  STATEMENT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  STATEMENT-RECORD.
    05  STMT-LINE           PIC X(80).

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-SUM-STATUS       PIC X(2) VALUE '00'.
    05  WS-PRIOR-STATUS     PIC X(2) VALUE '00'.
    05  WS-PRIOR-OPEN       PIC X VALUE 'N'.
    05  WS-POST-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-OPEN        PIC X VALUE 'N'.
    05  WS-STMT-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FILES-OPEN       PIC X VALUE 'N'.

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

01  WS-PERIOD.
*> WS-FROM-DATE is the previous close (exclusive), WS-TO-DATE this
*> close (inclusive).  No previous summary means this is the first
*> period ever closed and the window is open at the bottom.
    05  WS-PERIOD-ID        PIC 9(6) VALUE ZEROS.
    05  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
    05  WS-TO-DATE          PIC 9(8) VALUE ZEROS.

01  WS-PRIOR-SUMMARY.
*> The previous generation of the period summary, read through a
*> working copy of the 'PS' layout because the current generation
*> owns the copybook's names.
    05  PP-REC-TYPE         PIC X(2).
    05  PP-PERIOD-ID        PIC 9(6).
    05  PP-KEY              PIC 9(6).
    05  PP-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
    05  PP-POST-COUNT       PIC 9(5).
    05  PP-CLOSE-DATE       PIC 9(8).
    05  FILLER              PIC X(45).

01  WS-MERGE.
*> The merge keys; 9999999 is past every six-digit account and
*> marks a side that has run out.
    05  WS-SUM-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-PRI-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-PST-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-JRN-KEY          PIC 9(7) VALUE ZEROS.

01  WS-IMAGES.
*> Before and after views of a journaled account image, to pick
*> out the status and limit changes from the posting rewrites.
    05  WS-BEFORE-IMAGE.
        10  BI-KEY              PIC 9(6).
        10  BI-POST-COUNT       PIC 9(5).
        10  BI-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-LAST-POST-DATE   PIC 9(8).
        10  BI-CHANGED-FLAG     PIC X(1).
        10  BI-STATUS           PIC X(1).
        10  BI-PRIOR-PTD        PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-LIMITS.
            15  BI-MAX-SINGLE       PIC 9(5).
            15  BI-MAX-DAILY        PIC 9(3).
            15  BI-DAY-POST-COUNT   PIC 9(3).
            15  BI-PTD-FLOOR        PIC S9(7) SIGN LEADING SEPARATE.
            15  BI-PTD-CEILING      PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-ACCT-CLASS       PIC X(4).
        10  BI-LAST-ACTIVITY-DATE PIC 9(8).
        10  BI-LAST-REGION      PIC X(4).
    05  WS-AFTER-IMAGE.
        10  AI-KEY              PIC 9(6).
        10  AI-POST-COUNT       PIC 9(5).
        10  AI-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
        10  AI-LAST-POST-DATE   PIC 9(8).
        10  AI-CHANGED-FLAG     PIC X(1).
        10  AI-STATUS           PIC X(1).
        10  AI-PRIOR-PTD        PIC S9(7) SIGN LEADING SEPARATE.
        10  AI-LIMITS.
            15  AI-MAX-SINGLE       PIC 9(5).
            15  AI-MAX-DAILY        PIC 9(3).
            15  AI-DAY-POST-COUNT   PIC 9(3).
            15  AI-PTD-FLOOR        PIC S9(7) SIGN LEADING SEPARATE.
            15  AI-PTD-CEILING      PIC S9(7) SIGN LEADING SEPARATE.
        10  AI-ACCT-CLASS       PIC X(4).
        10  AI-LAST-ACTIVITY-DATE PIC 9(8).
        10  AI-LAST-REGION      PIC X(4).
    05  WS-CHANGE-SHOWN     PIC X VALUE 'N'.

01  WS-SEEN-BATCHES.
*> The batches one account has posted under this period, for the
*> replay screen.  An account that posts under more batches than
*> the table holds is reported; its later replays would go
*> unscreened and the statement would then fail to tie.
    05  WS-SEEN-COUNT       PIC 9(4) VALUE ZEROS.
    05  WS-SEEN-MAX         PIC 9(4) VALUE 1000.
    05  WS-SEEN-FULL        PIC X VALUE 'N'.
    05  WS-SEEN-HIT         PIC X VALUE 'N'.
    05  WS-SEEN-IX          PIC 9(4) VALUE ZEROS.
    05  WS-SEEN-ENTRY OCCURS 1000 TIMES.
        10  WS-SEEN-RUN-ID      PIC X(8).
        10  WS-SEEN-RUN-DATE    PIC X(8).

01  WS-ACCOUNT.
*> One statement's running figures.
    05  WS-OPENING          PIC S9(7) VALUE ZEROS.
    05  WS-STMT-NET         PIC S9(9) VALUE ZEROS.
    05  WS-STMT-POSTS       PIC 9(5) VALUE ZEROS.
    05  WS-STMT-DEBITS      PIC 9(9) VALUE ZEROS.
    05  WS-STMT-CREDITS     PIC 9(9) VALUE ZEROS.
    05  WS-STMT-CHANGES     PIC 9(5) VALUE ZEROS.
    05  WS-DIRECTION        PIC X(6) VALUE SPACES.

01  WS-COUNTS.
    05  WS-STMT-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-TIED-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-UNTIED-COUNT     PIC 9(7) VALUE ZEROS.
    05  WS-POST-READ        PIC 9(7) VALUE ZEROS.
    05  WS-POST-LISTED      PIC 9(7) VALUE ZEROS.
    05  WS-POST-OUTSIDE     PIC 9(7) VALUE ZEROS.
    05  WS-POST-UNDATED     PIC 9(7) VALUE ZEROS.
    05  WS-POST-REPLAYS     PIC 9(7) VALUE ZEROS.
    05  WS-POST-ORPHANS     PIC 9(7) VALUE ZEROS.
    05  WS-CHG-LISTED       PIC 9(7) VALUE ZEROS.
    05  WS-TOTAL-CLOSING    PIC S9(9) VALUE ZEROS.

01  WS-DISPLAY-FIELDS.
    05  WS-AMOUNT-D         PIC +9(7).
    05  WS-NET-D            PIC +9(9).
    05  WS-FLOOR-D          PIC +9(7).
    05  WS-CEILING-D        PIC +9(7).
    05  WS-TOTAL-D          PIC +9(9).

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 200-OPEN-INPUTS.
    IF WS-RUN-OK = 'Y'
        PERFORM 210-READ-SUMMARY
        PERFORM 220-READ-PRIOR
        PERFORM 230-READ-POSTING
        PERFORM 240-READ-JOURNAL
        PERFORM 300-PRODUCE-STATEMENT
            UNTIL WS-SUM-KEY = 9999999
        PERFORM 500-COUNT-LEFTOVERS
    END-IF.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'STATEMENT REPORT OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGSTMT PERIODIC ACCOUNT STATEMENT RUN ' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE.

150-WRITE-CONTROL-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-WRITE-STATEMENT-LINE SECTION.
    IF WS-STMT-STATUS = '00'
        WRITE STATEMENT-RECORD
    END-IF.

200-OPEN-INPUTS SECTION.
*> The period summary and the posting history are the statement;
*> without either nothing is cut.  The previous summary and the
*> journal only add to it: with no previous summary every account
*> opens at zero from the start of time, and with no journal the
*> statements carry no change lines.
    OPEN INPUT SUMMARY-FILE
    IF WS-SUM-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'PERIOD SUMMARY UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-SUM-STATUS DELIMITED BY SIZE
            ' - NO STATEMENTS CUT' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-CONTROL-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN INPUT POSTING-FILE
    IF WS-POST-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'POSTING HISTORY UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-POST-STATUS DELIMITED BY SIZE
            ' - NO STATEMENTS CUT' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-CONTROL-LINE
        MOVE 'N' TO WS-RUN-OK
        CLOSE SUMMARY-FILE
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN OUTPUT STATEMENT-FILE
    IF WS-STMT-STATUS NOT = '00'
        DISPLAY 'STATEMENT FILE OPEN ERROR, STATUS: '
            WS-STMT-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE SUMMARY-FILE
        CLOSE POSTING-FILE
        GO TO 200-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-FILES-OPEN
    OPEN INPUT PRIOR-SUMMARY-FILE
    IF WS-PRIOR-STATUS = '00'
        MOVE 'Y' TO WS-PRIOR-OPEN
    ELSE
        MOVE SPACES TO RPT-LINE
        STRING 'NO PREVIOUS PERIOD SUMMARY - ACCOUNTS OPEN AT ZERO'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM 150-WRITE-CONTROL-LINE
    END-IF
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-STATUS = '00'
        MOVE 'Y' TO WS-JRNL-OPEN
    ELSE
        MOVE SPACES TO RPT-LINE
        STRING 'NO ACCOUNT-MASTER JOURNAL - STATEMENTS CARRY NO '
            DELIMITED BY SIZE
            'CHANGE LINES' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-CONTROL-LINE
    END-IF.

200-OPEN-EXIT.
    EXIT.

210-READ-SUMMARY SECTION.
*> The first 'PS' record sets the period and its closing date; the
*> 'PT' trailer ends the accounts.
    READ SUMMARY-FILE
        AT END
            MOVE 9999999 TO WS-SUM-KEY
        NOT AT END
            IF PS-REC-TYPE = 'PS'
                MOVE PS-KEY TO WS-SUM-KEY
                IF WS-PERIOD-ID = 0
                    MOVE PS-PERIOD-ID TO WS-PERIOD-ID
                    MOVE PS-CLOSE-DATE TO WS-TO-DATE
                END-IF
            ELSE
                MOVE 9999999 TO WS-SUM-KEY
            END-IF
    END-READ.

220-READ-PRIOR SECTION.
*> The first record of the previous summary (an account or, for an
*> empty master, the trailer) carries the previous close date that
*> opens this period's window.
    IF WS-PRIOR-OPEN = 'N'
        MOVE 9999999 TO WS-PRI-KEY
        GO TO 220-READ-PRIOR-EXIT
    END-IF
    READ PRIOR-SUMMARY-FILE
        AT END
            MOVE 9999999 TO WS-PRI-KEY
        NOT AT END
            MOVE PRIOR-SUMMARY-RECORD TO WS-PRIOR-SUMMARY
            IF WS-FROM-DATE = 0
                IF PP-REC-TYPE = 'PS'
                    MOVE PP-CLOSE-DATE TO WS-FROM-DATE
                ELSE
                    MOVE PRIOR-SUMMARY-RECORD (33:8) TO WS-FROM-DATE
                END-IF
            END-IF
            IF PP-REC-TYPE = 'PS'
                MOVE PP-KEY TO WS-PRI-KEY
            ELSE
                MOVE 9999999 TO WS-PRI-KEY
            END-IF
    END-READ.

220-READ-PRIOR-EXIT.
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

300-PRODUCE-STATEMENT SECTION.
*> One statement for the 'PS' account in hand.  History for keys
*> below it belongs to no account on the summary and is counted,
*> not stated.
    MOVE ZEROS TO WS-OPENING WS-STMT-NET WS-STMT-POSTS
        WS-STMT-DEBITS WS-STMT-CREDITS WS-STMT-CHANGES WS-SEEN-COUNT
    MOVE 'N' TO WS-SEEN-FULL
    PERFORM UNTIL WS-PRI-KEY NOT < WS-SUM-KEY
        PERFORM 220-READ-PRIOR
    END-PERFORM
    IF WS-PRI-KEY = WS-SUM-KEY
        MOVE PP-PTD-AMOUNT TO WS-OPENING
    END-IF
    PERFORM 310-WRITE-STATEMENT-HEADING
    PERFORM UNTIL WS-PST-KEY NOT < WS-SUM-KEY
        ADD 1 TO WS-POST-ORPHANS
        PERFORM 230-READ-POSTING
    END-PERFORM
    PERFORM UNTIL WS-PST-KEY NOT = WS-SUM-KEY
        PERFORM 320-SCREEN-POSTING
        PERFORM 230-READ-POSTING
    END-PERFORM
    PERFORM UNTIL WS-JRN-KEY NOT < WS-SUM-KEY
        PERFORM 240-READ-JOURNAL
    END-PERFORM
    PERFORM UNTIL WS-JRN-KEY NOT = WS-SUM-KEY
        PERFORM 340-SCREEN-CHANGE
        PERFORM 240-READ-JOURNAL
    END-PERFORM
    PERFORM 360-WRITE-STATEMENT-CLOSE
    PERFORM 210-READ-SUMMARY.

310-WRITE-STATEMENT-HEADING SECTION.
    ADD 1 TO WS-STMT-COUNT
    MOVE ALL '=' TO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE
    MOVE SPACES TO STMT-LINE
    STRING 'ACCOUNT STATEMENT   ACCOUNT ' DELIMITED BY SIZE
        PS-KEY DELIMITED BY SIZE
        '   PERIOD ' DELIMITED BY SIZE
        WS-PERIOD-ID DELIMITED BY SIZE
        INTO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE
    MOVE SPACES TO STMT-LINE
    STRING 'POSTINGS AFTER ' DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        ' THROUGH ' DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE
    MOVE WS-OPENING TO WS-AMOUNT-D
    MOVE SPACES TO STMT-LINE
    STRING 'OPENING AMOUNT (PRIOR PERIOD)   ' DELIMITED BY SIZE
        WS-AMOUNT-D DELIMITED BY SIZE
        INTO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE.

320-SCREEN-POSTING SECTION.
*> Lines cut before the trail carried a date cannot be placed in a
*> period and are left off; lines outside the window belong to
*> another period; a second line for a batch already seen is a
*> replay overlap.  Recycled and released details post under no
*> batch and are never replayed, so they are always taken.
    IF AUD-PROC-DATE NOT NUMERIC OR AUD-PROC-DATE = 0
        ADD 1 TO WS-POST-UNDATED
        GO TO 320-SCREEN-EXIT
    END-IF
    IF AUD-PROC-DATE NOT > WS-FROM-DATE
    OR AUD-PROC-DATE > WS-TO-DATE
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
    ADD 1 TO WS-STMT-POSTS
    ADD 1 TO WS-POST-LISTED
    IF AUD-DC-IND = 'C'
        MOVE 'CREDIT' TO WS-DIRECTION
        SUBTRACT AUD-AMOUNT FROM WS-STMT-NET
        ADD AUD-AMOUNT TO WS-STMT-CREDITS
    ELSE
        MOVE 'DEBIT ' TO WS-DIRECTION
        ADD AUD-AMOUNT TO WS-STMT-NET
        ADD AUD-AMOUNT TO WS-STMT-DEBITS
    END-IF
    MOVE SPACES TO STMT-LINE
    STRING 'POSTED   ' DELIMITED BY SIZE
        AUD-PROC-DATE DELIMITED BY SIZE
        '  RUN ' DELIMITED BY SIZE
        AUD-RUN-ID DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AUD-RUN-DATE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-DIRECTION DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        AUD-AMOUNT DELIMITED BY SIZE
        INTO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE.

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
                    PS-KEY DELIMITED BY SIZE
                    ' POSTED UNDER MORE BATCHES THAN THE REPLAY '
                    DELIMITED BY SIZE
                    'SCREEN HOLDS' DELIMITED BY SIZE
                    INTO RPT-LINE
                PERFORM 150-WRITE-CONTROL-LINE
            END-IF
        END-IF
    END-IF.

340-SCREEN-CHANGE SECTION.
*> Only adds and changes made inside the period are considered,
*> and of those only the ones that moved the status or a limit -
*> a posting rewrite changes neither, and a period roll is the
*> close itself.
    IF AJ-ROLL OR AJ-DELETE
        GO TO 340-SCREEN-EXIT
    END-IF
    IF AJ-RUN-DATE NOT > WS-FROM-DATE
    OR AJ-RUN-DATE > WS-TO-DATE
        GO TO 340-SCREEN-EXIT
    END-IF
    IF AJ-ADD
        INITIALIZE WS-BEFORE-IMAGE
    ELSE
        MOVE AJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
    END-IF
    MOVE AJ-AFTER-IMAGE TO WS-AFTER-IMAGE
    MOVE 'N' TO WS-CHANGE-SHOWN
    IF BI-STATUS NOT = AI-STATUS
        MOVE 'Y' TO WS-CHANGE-SHOWN
        MOVE SPACES TO STMT-LINE
        STRING 'CHANGED  ' DELIMITED BY SIZE
            AJ-RUN-DATE DELIMITED BY SIZE
            '  STATUS ' DELIMITED BY SIZE
            BI-STATUS DELIMITED BY SIZE
            ' TO ' DELIMITED BY SIZE
            AI-STATUS DELIMITED BY SIZE
            '  BY ' DELIMITED BY SIZE
            AJ-PROGRAM DELIMITED BY SIZE
            ' RUN ' DELIMITED BY SIZE
            AJ-RUN-ID DELIMITED BY SIZE
            INTO STMT-LINE
        PERFORM 160-WRITE-STATEMENT-LINE
    END-IF
    IF BI-MAX-SINGLE NOT = AI-MAX-SINGLE
    OR BI-MAX-DAILY NOT = AI-MAX-DAILY
    OR BI-PTD-FLOOR NOT = AI-PTD-FLOOR
    OR BI-PTD-CEILING NOT = AI-PTD-CEILING
        MOVE 'Y' TO WS-CHANGE-SHOWN
        MOVE AI-PTD-FLOOR TO WS-FLOOR-D
        MOVE AI-PTD-CEILING TO WS-CEILING-D
        MOVE SPACES TO STMT-LINE
        STRING 'CHANGED  ' DELIMITED BY SIZE
            AJ-RUN-DATE DELIMITED BY SIZE
            '  LIMITS SINGLE ' DELIMITED BY SIZE
            AI-MAX-SINGLE DELIMITED BY SIZE
            ' DAILY ' DELIMITED BY SIZE
            AI-MAX-DAILY DELIMITED BY SIZE
            ' FLOOR ' DELIMITED BY SIZE
            WS-FLOOR-D DELIMITED BY SIZE
            ' CEILING ' DELIMITED BY SIZE
            WS-CEILING-D DELIMITED BY SIZE
            INTO STMT-LINE
        PERFORM 160-WRITE-STATEMENT-LINE
    END-IF
    IF WS-CHANGE-SHOWN = 'Y'
        ADD 1 TO WS-STMT-CHANGES
        ADD 1 TO WS-CHG-LISTED
    END-IF.

340-SCREEN-EXIT.
    EXIT.

360-WRITE-STATEMENT-CLOSE SECTION.
*> The closing amount is the summary's, never the statement's own
*> sum; the tie line says whether the postings listed account for
*> it.
    MOVE WS-STMT-NET TO WS-NET-D
    MOVE SPACES TO STMT-LINE
    STRING 'POSTINGS ' DELIMITED BY SIZE
        WS-STMT-POSTS DELIMITED BY SIZE
        '  DEBITS ' DELIMITED BY SIZE
        WS-STMT-DEBITS DELIMITED BY SIZE
        '  CREDITS ' DELIMITED BY SIZE
        WS-STMT-CREDITS DELIMITED BY SIZE
        '  NET ' DELIMITED BY SIZE
        WS-NET-D DELIMITED BY SIZE
        INTO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE
    MOVE PS-PTD-AMOUNT TO WS-AMOUNT-D
    ADD PS-PTD-AMOUNT TO WS-TOTAL-CLOSING
    MOVE SPACES TO STMT-LINE
    STRING 'CLOSING AMOUNT (PERIOD SUMMARY) ' DELIMITED BY SIZE
        WS-AMOUNT-D DELIMITED BY SIZE
        '  POSTINGS ' DELIMITED BY SIZE
        PS-POST-COUNT DELIMITED BY SIZE
        INTO STMT-LINE
    PERFORM 160-WRITE-STATEMENT-LINE
    MOVE SPACES TO STMT-LINE
    IF WS-STMT-NET = PS-PTD-AMOUNT
    AND WS-STMT-POSTS = PS-POST-COUNT
        ADD 1 TO WS-TIED-COUNT
        STRING 'STATEMENT TIES TO THE PERIOD SUMMARY'
            DELIMITED BY SIZE INTO STMT-LINE
        PERFORM 160-WRITE-STATEMENT-LINE
    ELSE
        ADD 1 TO WS-UNTIED-COUNT
        STRING '*** STATEMENT DOES NOT TIE TO THE PERIOD SUMMARY - '
            DELIMITED BY SIZE
            'DO NOT SEND ***' DELIMITED BY SIZE
            INTO STMT-LINE
        PERFORM 160-WRITE-STATEMENT-LINE
        MOVE SPACES TO RPT-LINE
        STRING 'NOT TIED ' DELIMITED BY SIZE
            PS-KEY DELIMITED BY SIZE
            '  STATEMENT ' DELIMITED BY SIZE
            WS-NET-D DELIMITED BY SIZE
            ' / ' DELIMITED BY SIZE
            WS-STMT-POSTS DELIMITED BY SIZE
            '  SUMMARY ' DELIMITED BY SIZE
            WS-AMOUNT-D DELIMITED BY SIZE
            ' / ' DELIMITED BY SIZE
            PS-POST-COUNT DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-CONTROL-LINE
    END-IF.

500-COUNT-LEFTOVERS SECTION.
*> Posting history past the last summary account belongs to no
*> account on the summary either.
    PERFORM UNTIL WS-PST-KEY = 9999999
        ADD 1 TO WS-POST-ORPHANS
        PERFORM 230-READ-POSTING
    END-PERFORM.

600-TERMINATE SECTION.
    IF WS-FILES-OPEN = 'Y'
        CLOSE SUMMARY-FILE
        CLOSE POSTING-FILE
        CLOSE STATEMENT-FILE
    END-IF
    IF WS-PRIOR-OPEN = 'Y'
        CLOSE PRIOR-SUMMARY-FILE
    END-IF
    IF WS-JRNL-OPEN = 'Y'
        CLOSE JOURNAL-FILE
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'PERIOD ' DELIMITED BY SIZE
        WS-PERIOD-ID DELIMITED BY SIZE
        '  AFTER ' DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        ' THROUGH ' DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'STATEMENTS CUT: ' DELIMITED BY SIZE
        WS-STMT-COUNT DELIMITED BY SIZE
        '  TIED: ' DELIMITED BY SIZE
        WS-TIED-COUNT DELIMITED BY SIZE
        '  NOT TIED: ' DELIMITED BY SIZE
        WS-UNTIED-COUNT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE
    MOVE WS-TOTAL-CLOSING TO WS-TOTAL-D
    MOVE SPACES TO RPT-LINE
    STRING 'TOTAL CLOSING AMOUNT STATED: ' DELIMITED BY SIZE
        WS-TOTAL-D DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'AUDIT LINES READ: ' DELIMITED BY SIZE
        WS-POST-READ DELIMITED BY SIZE
        '  LISTED: ' DELIMITED BY SIZE
        WS-POST-LISTED DELIMITED BY SIZE
        '  OTHER PERIODS: ' DELIMITED BY SIZE
        WS-POST-OUTSIDE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'REPLAY OVERLAP DROPPED: ' DELIMITED BY SIZE
        WS-POST-REPLAYS DELIMITED BY SIZE
        '  UNDATED: ' DELIMITED BY SIZE
        WS-POST-UNDATED DELIMITED BY SIZE
        '  NO SUMMARY ACCOUNT: ' DELIMITED BY SIZE
        WS-POST-ORPHANS DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'STATUS/LIMIT CHANGES LISTED: ' DELIMITED BY SIZE
        WS-CHG-LISTED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-CONTROL-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            MOVE 8 TO RETURN-CODE
        WHEN WS-UNTIED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.
