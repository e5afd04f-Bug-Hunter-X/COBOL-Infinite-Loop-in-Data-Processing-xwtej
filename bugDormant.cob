       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGDORM
*> Dormant-account sweep.  Runs after the daily job has rotated its
*> journal and sweeps the account master for active accounts that
*> have seen no activity for a threshold number of processing days
*> (control card, default 250, counted on the CALENDAR dataset).
*> Each one is moved to dormant status, which 242-CHECK-ACCOUNT-
*> STATUS in BUGSOLN refuses postings against exactly as it does a
*> held account, so a long-idle account is frozen until its holder
*> is identified and an 'O' maintenance record reopens it.
*> Activity is AM-LAST-ACTIVITY-DATE - the holder's own postings
*> and reopenings, not the SYSINT/SYSFEE accrual batches, which
*> post to every account and would otherwise keep all of them
*> awake.  An account from before that date was kept falls back on
*> AM-LAST-POST-DATE.
*> Every status change is journaled to ACCTJRNL like any other
*> change to the master.  The sweep also reads the daily job's
*> journal generation for dormant accounts an 'O' record brought
*> back to life that day, and reports those too.  Both kinds go to
*> the dormancy report and to the notification extract the
*> regions receive.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGDORM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "DORMCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AM-KEY
        FILE STATUS IS WS-ACCT-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT DAILY-JOURNAL ASSIGN TO "DORMJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-DJRN-STATUS.

    SELECT NOTICE-FILE ASSIGN TO "DORMNOTE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NOTE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "DORMRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY DORMCTL.

FD  CALENDAR-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY CALREC.

FD  ACCOUNT-MASTER
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCTREC.

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  DAILY-JOURNAL
    RECORD CONTAINS 220 CHARACTERS.
01  DAILY-JOURNAL-RECORD    PIC X(220).

FD  NOTICE-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY DORMNOTE.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-ACCT-STATUS      PIC X(2) VALUE '00'.
    05  WS-ACCT-EOF         PIC X VALUE 'N'.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-DJRN-STATUS      PIC X(2) VALUE '00'.
    05  WS-DJRN-EOF         PIC X VALUE 'N'.
    05  WS-NOTE-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FILES-OPEN       PIC X VALUE 'N'.
    05  WS-JOURNAL-READ     PIC X VALUE 'N'.

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

01  WS-CONTROLS.
    05  WS-THRESHOLD        PIC 9(3) VALUE 250.
    05  WS-REPORT-ONLY      PIC X VALUE 'N'.

01  WS-CALENDAR.
*> The non-processing dates, to count the threshold back from
*> today in processing days.  The cutoff is the processing day that
*> many back: an account whose last activity falls before it has
*> had none on any of the last threshold-many processing days.
*> Operations keep the past year's dates on the calendar alongside
*> the year ahead for this; a date the calendar does not list
*> counts as a processing day, and no calendar dataset at all
*> means every day is one.
    05  WS-CAL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CAL-COUNT        PIC 9(3) VALUE ZEROS.
    05  WS-CAL-SUB          PIC 9(3) VALUE ZEROS.
    05  WS-CAL-HIT          PIC X VALUE 'N'.
    05  WS-CAL-WORK-INT     PIC 9(7) VALUE ZEROS.
    05  WS-CAL-WORK-DATE    PIC 9(8) VALUE ZEROS.
    05  WS-PROC-DAYS        PIC 9(3) VALUE ZEROS.
    05  WS-CUTOFF-DATE      PIC 9(8) VALUE ZEROS.
    05  WS-CAL-DATE-TABLE OCCURS 400 TIMES.
        10  WS-CAL-DATE     PIC 9(8).

01  WS-ACCOUNT-WORK.
    05  WS-ACTIVITY-DATE    PIC 9(8) VALUE ZEROS.
    05  WS-NOTE-REGION      PIC X(4) VALUE SPACES.

01  WS-JOURNAL.
*> The before image is the account as the sweep read it; the stamp
*> and sequence order the changes for the point-in-time rebuild.
    05  WS-JRNL-SEQ         PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-BEFORE      PIC X(80) VALUE SPACES.
    05  WS-JRNL-STAMP.
        10  WS-JRNL-STAMP-DATE  PIC 9(8).
        10  WS-JRNL-STAMP-TIME  PIC 9(8).

01  WS-DAILY-JOURNAL.
*> The daily job's journal record, read for the reopenings.
    05  DJ-KEY              PIC 9(6).
    05  DJ-STAMP-DATE       PIC 9(8).
    05  DJ-STAMP-TIME       PIC 9(8).
    05  DJ-SEQ              PIC 9(7).
    05  DJ-ACTION           PIC X(1).
    05  DJ-PROGRAM          PIC X(8).
    05  DJ-RUN-DATE         PIC 9(8).
    05  DJ-RUN-ID           PIC X(8).
    05  DJ-BEFORE-IMAGE     PIC X(80).
    05  DJ-AFTER-IMAGE      PIC X(80).
    05  FILLER              PIC X(6).

01  WS-IMAGES.
*> Before and after views of a journaled account image.
    05  WS-BEFORE-IMAGE.
        10  BI-KEY              PIC 9(6).
        10  BI-POST-COUNT       PIC 9(5).
        10  BI-PTD-AMOUNT       PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-LAST-POST-DATE   PIC 9(8).
        10  BI-CHANGED-FLAG     PIC X(1).
        10  BI-STATUS           PIC X(1).
        10  BI-PRIOR-PTD        PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-MAX-SINGLE       PIC 9(5).
        10  BI-MAX-DAILY        PIC 9(3).
        10  BI-DAY-POST-COUNT   PIC 9(3).
        10  BI-PTD-FLOOR        PIC S9(7) SIGN LEADING SEPARATE.
        10  BI-PTD-CEILING      PIC S9(7) SIGN LEADING SEPARATE.
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
        10  AI-MAX-SINGLE       PIC 9(5).
        10  AI-MAX-DAILY        PIC 9(3).
        10  AI-DAY-POST-COUNT   PIC 9(3).
        10  AI-PTD-FLOOR        PIC S9(7) SIGN LEADING SEPARATE.
        10  AI-PTD-CEILING      PIC S9(7) SIGN LEADING SEPARATE.
        10  AI-ACCT-CLASS       PIC X(4).
        10  AI-LAST-ACTIVITY-DATE PIC 9(8).
        10  AI-LAST-REGION      PIC X(4).

01  WS-COUNTS.
    05  WS-ACCTS-READ       PIC 9(7) VALUE ZEROS.
    05  WS-NOT-ACTIVE       PIC 9(7) VALUE ZEROS.
    05  WS-ALREADY-DORMANT  PIC 9(7) VALUE ZEROS.
    05  WS-UNDATED          PIC 9(7) VALUE ZEROS.
    05  WS-STILL-ACTIVE     PIC 9(7) VALUE ZEROS.
    05  WS-MADE-DORMANT     PIC 9(7) VALUE ZEROS.
    05  WS-DORMANT-PTD      PIC S9(9) VALUE ZEROS.
    05  WS-JRNL-READ        PIC 9(7) VALUE ZEROS.
    05  WS-REACTIVATED      PIC 9(7) VALUE ZEROS.
    05  WS-NOTICES          PIC 9(7) VALUE ZEROS.

01  WS-DISPLAY-FIELDS.
    05  WS-PTD-D            PIC +9(7).
    05  WS-TOTAL-D          PIC +9(9).
    05  WS-THRESHOLD-D      PIC ZZ9.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 160-READ-CONTROL-CARD.
    PERFORM 170-FIND-CUTOFF-DATE.
    PERFORM 200-OPEN-FILES.
    IF WS-RUN-OK = 'Y'
        PERFORM 300-DORMANCY-SWEEP
        PERFORM 400-REPORT-REACTIVATIONS
    END-IF.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'DORMANCY REPORT OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGDORM DORMANT-ACCOUNT SWEEP ' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

150-WRITE-REPORT-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-READ-CONTROL-CARD SECTION.
*> No card, or blanks, keep the default threshold and a live run.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
            IF DCTL-THRESHOLD IS NUMERIC AND DCTL-THRESHOLD > 0
                MOVE DCTL-THRESHOLD TO WS-THRESHOLD
            END-IF
            IF DCTL-REPORT-ONLY = 'Y'
                MOVE 'Y' TO WS-REPORT-ONLY
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF.

170-FIND-CUTOFF-DATE SECTION.
*> Load the non-processing dates and step back from yesterday,
*> counting processing days, until the threshold is reached.
    OPEN INPUT CALENDAR-FILE
    IF WS-CAL-STATUS = '00'
        MOVE 'N' TO WS-CAL-HIT
        PERFORM UNTIL WS-CAL-HIT = 'Y'
            READ CALENDAR-FILE
                AT END
                    MOVE 'Y' TO WS-CAL-HIT
                NOT AT END
                    IF CAL-DATE IS NUMERIC AND CAL-DATE > 0
                        IF WS-CAL-COUNT < 400
                            ADD 1 TO WS-CAL-COUNT
                            MOVE CAL-DATE TO
                                WS-CAL-DATE (WS-CAL-COUNT)
                        ELSE
                            DISPLAY 'CALENDAR TABLE FULL'
                            MOVE 'N' TO WS-RUN-OK
                            MOVE 'Y' TO WS-CAL-HIT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF
    COMPUTE WS-CAL-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    MOVE ZEROS TO WS-PROC-DAYS
    PERFORM UNTIL WS-PROC-DAYS NOT < WS-THRESHOLD
        SUBTRACT 1 FROM WS-CAL-WORK-INT
        MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-WORK-INT) TO
            WS-CAL-WORK-DATE
        PERFORM 175-CHECK-NONPROC-DATE
        IF WS-CAL-HIT = 'N'
            ADD 1 TO WS-PROC-DAYS
        END-IF
    END-PERFORM
    MOVE WS-CAL-WORK-DATE TO WS-CUTOFF-DATE
    MOVE WS-THRESHOLD TO WS-THRESHOLD-D
    MOVE SPACES TO RPT-LINE
    STRING 'THRESHOLD ' DELIMITED BY SIZE
        WS-THRESHOLD-D DELIMITED BY SIZE
        ' PROCESSING DAYS - NO ACTIVITY SINCE BEFORE '
        DELIMITED BY SIZE
        WS-CUTOFF-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-ONLY = 'Y'
        MOVE SPACES TO RPT-LINE
        STRING 'REPORT-ONLY RUN - MASTER NOT CHANGED, NO NOTICES CUT'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF.

175-CHECK-NONPROC-DATE SECTION.
    MOVE 'N' TO WS-CAL-HIT
    PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
    UNTIL WS-CAL-SUB > WS-CAL-COUNT
        IF WS-CAL-DATE (WS-CAL-SUB) = WS-CAL-WORK-DATE
            MOVE 'Y' TO WS-CAL-HIT
        END-IF
    END-PERFORM.

200-OPEN-FILES SECTION.
*> Nothing is changed unless the master, the journal and the
*> notification extract are all open: a dormancy the journal cannot
*> see would be lost to the point-in-time rebuild, and one the
*> extract cannot carry would freeze an account no region knows
*> about.  A report-only run needs the master alone.
    IF WS-RUN-OK = 'N'
        GO TO 200-OPEN-EXIT
    END-IF
    IF WS-REPORT-ONLY = 'Y'
        OPEN INPUT ACCOUNT-MASTER
    ELSE
        OPEN I-O ACCOUNT-MASTER
    END-IF
    IF WS-ACCT-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'ACCOUNT MASTER UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-ACCT-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 200-OPEN-EXIT
    END-IF
    IF WS-REPORT-ONLY = 'Y'
        MOVE 'Y' TO WS-FILES-OPEN
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL FILE OPEN ERROR, STATUS: ' WS-JRNL-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN OUTPUT NOTICE-FILE
    IF WS-NOTE-STATUS NOT = '00'
        DISPLAY 'NOTIFICATION EXTRACT OPEN ERROR, STATUS: '
            WS-NOTE-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE JOURNAL-FILE
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-FILES-OPEN.

200-OPEN-EXIT.
    EXIT.

300-DORMANCY-SWEEP SECTION.
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS MADE DORMANT' DELIMITED BY SIZE INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE ZEROS TO AM-KEY
    MOVE 'N' TO WS-ACCT-EOF
    START ACCOUNT-MASTER KEY NOT < AM-KEY
        INVALID KEY
            MOVE 'Y' TO WS-ACCT-EOF
    END-START
    PERFORM UNTIL WS-ACCT-EOF = 'Y'
        READ ACCOUNT-MASTER NEXT
            AT END
                MOVE 'Y' TO WS-ACCT-EOF
            NOT AT END
                ADD 1 TO WS-ACCTS-READ
                PERFORM 350-SCREEN-ACCOUNT
        END-READ
    END-PERFORM.

350-SCREEN-ACCOUNT SECTION.
*> Only an active account can go dormant; held and closed accounts
*> are already frozen and an account already dormant stays as it
*> is.  An account with no activity or posting date on record has
*> nothing to measure idleness from and is only counted.
    IF AM-DORMANT
        ADD 1 TO WS-ALREADY-DORMANT
        GO TO 350-SCREEN-EXIT
    END-IF
    IF NOT AM-ACTIVE
        ADD 1 TO WS-NOT-ACTIVE
        GO TO 350-SCREEN-EXIT
    END-IF
    MOVE ZEROS TO WS-ACTIVITY-DATE
    EVALUATE TRUE
        WHEN AM-LAST-ACTIVITY-DATE IS NUMERIC
         AND AM-LAST-ACTIVITY-DATE > 0
            MOVE AM-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
        WHEN AM-LAST-POST-DATE IS NUMERIC
         AND AM-LAST-POST-DATE > 0
            MOVE AM-LAST-POST-DATE TO WS-ACTIVITY-DATE
    END-EVALUATE
    IF WS-ACTIVITY-DATE = 0
        ADD 1 TO WS-UNDATED
        GO TO 350-SCREEN-EXIT
    END-IF
    IF WS-ACTIVITY-DATE NOT < WS-CUTOFF-DATE
        ADD 1 TO WS-STILL-ACTIVE
        GO TO 350-SCREEN-EXIT
    END-IF
    IF WS-REPORT-ONLY = 'N'
        MOVE ACCOUNT-RECORD TO WS-JRNL-BEFORE
        MOVE 'D' TO AM-STATUS
        MOVE 'Y' TO AM-CHANGED-FLAG
        REWRITE ACCOUNT-RECORD
        IF WS-ACCT-STATUS NOT = '00'
            DISPLAY 'ACCOUNT MASTER UPDATE ERROR, STATUS: '
                WS-ACCT-STATUS ' KEY: ' AM-KEY
            MOVE 'N' TO WS-RUN-OK
            GO TO 350-SCREEN-EXIT
        END-IF
        PERFORM 360-WRITE-JOURNAL-RECORD
        MOVE AM-LAST-REGION TO WS-NOTE-REGION
        MOVE SPACES TO DORMANCY-NOTICE-RECORD
        MOVE WS-NOTE-REGION TO DN-REGION
        MOVE AM-KEY TO DN-KEY
        MOVE 'D' TO DN-ACTION
        MOVE WS-RUN-DATE TO DN-RUN-DATE
        MOVE WS-ACTIVITY-DATE TO DN-LAST-ACTIVITY
        MOVE WS-CUTOFF-DATE TO DN-CUTOFF-DATE
        MOVE AM-ACCT-CLASS TO DN-ACCT-CLASS
        MOVE AM-PTD-AMOUNT TO DN-PTD-AMOUNT
        MOVE AM-POST-COUNT TO DN-POST-COUNT
        PERFORM 370-WRITE-NOTICE
    END-IF
    ADD 1 TO WS-MADE-DORMANT
    ADD AM-PTD-AMOUNT TO WS-DORMANT-PTD
    MOVE AM-PTD-AMOUNT TO WS-PTD-D
    MOVE SPACES TO RPT-LINE
    STRING 'DORMANT ' DELIMITED BY SIZE
        AM-KEY DELIMITED BY SIZE
        ' REGION ' DELIMITED BY SIZE
        AM-LAST-REGION DELIMITED BY SIZE
        ' CLASS ' DELIMITED BY SIZE
        AM-ACCT-CLASS DELIMITED BY SIZE
        ' LAST ACTIVITY ' DELIMITED BY SIZE
        WS-ACTIVITY-DATE DELIMITED BY SIZE
        ' PTD ' DELIMITED BY SIZE
        WS-PTD-D DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

350-SCREEN-EXIT.
    EXIT.

360-WRITE-JOURNAL-RECORD SECTION.
*> The status change as a journal record.  A dormancy sweep belongs
*> to no batch, so the run id is left blank.
    ADD 1 TO WS-JRNL-SEQ
    MOVE FUNCTION CURRENT-DATE (1:16) TO WS-JRNL-STAMP
    MOVE SPACES TO ACCOUNT-JOURNAL-RECORD
    MOVE AM-KEY TO AJ-KEY
    MOVE WS-JRNL-STAMP-DATE TO AJ-STAMP-DATE
    MOVE WS-JRNL-STAMP-TIME TO AJ-STAMP-TIME
    MOVE WS-JRNL-SEQ TO AJ-SEQ
    MOVE 'C' TO AJ-ACTION
    MOVE 'BUGDORM' TO AJ-PROGRAM
    MOVE WS-RUN-DATE TO AJ-RUN-DATE
    MOVE WS-JRNL-BEFORE TO AJ-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AJ-AFTER-IMAGE
    WRITE ACCOUNT-JOURNAL-RECORD
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL WRITE ERROR, STATUS: ' WS-JRNL-STATUS
            ' KEY: ' AM-KEY
        MOVE 'N' TO WS-RUN-OK
    END-IF.

370-WRITE-NOTICE SECTION.
    WRITE DORMANCY-NOTICE-RECORD
    IF WS-NOTE-STATUS NOT = '00'
        DISPLAY 'NOTIFICATION EXTRACT WRITE ERROR, STATUS: '
            WS-NOTE-STATUS
        MOVE 'N' TO WS-RUN-OK
    ELSE
        ADD 1 TO WS-NOTICES
    END-IF.

400-REPORT-REACTIVATIONS SECTION.
*> A reopening is an 'O' maintenance record on a dormant account:
*> in the daily job's journal it is a change whose before image is
*> dormant and whose after image is active.  A dormant account put
*> on hold or closed instead stays frozen and is not reported.  No
*> journal generation leaves the reopenings unreported for the day
*> and says so, without holding the sweep.
    MOVE SPACES TO RPT-LINE
    STRING 'DORMANT ACCOUNTS REOPENED' DELIMITED BY SIZE INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    OPEN INPUT DAILY-JOURNAL
    IF WS-DJRN-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'DAILY JOURNAL UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-DJRN-STATUS DELIMITED BY SIZE
            ' - REOPENINGS NOT REPORTED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        GO TO 400-REACTIVATE-EXIT
    END-IF
    MOVE 'Y' TO WS-JOURNAL-READ
    PERFORM UNTIL WS-DJRN-EOF = 'Y'
        READ DAILY-JOURNAL INTO WS-DAILY-JOURNAL
            AT END
                MOVE 'Y' TO WS-DJRN-EOF
            NOT AT END
                ADD 1 TO WS-JRNL-READ
                PERFORM 450-SCREEN-JOURNAL-RECORD
        END-READ
    END-PERFORM
    CLOSE DAILY-JOURNAL.

400-REACTIVATE-EXIT.
    EXIT.

450-SCREEN-JOURNAL-RECORD SECTION.
    IF DJ-ACTION NOT = 'C'
        GO TO 450-SCREEN-EXIT
    END-IF
    MOVE DJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
    MOVE DJ-AFTER-IMAGE TO WS-AFTER-IMAGE
    IF BI-STATUS NOT = 'D'
        GO TO 450-SCREEN-EXIT
    END-IF
    IF AI-STATUS NOT = 'A' AND AI-STATUS NOT = SPACE
        GO TO 450-SCREEN-EXIT
    END-IF
    ADD 1 TO WS-REACTIVATED
    IF DJ-RUN-ID = SPACES
        MOVE AI-LAST-REGION TO WS-NOTE-REGION
    ELSE
        MOVE DJ-RUN-ID (1:4) TO WS-NOTE-REGION
    END-IF
    IF WS-REPORT-ONLY = 'N'
        MOVE SPACES TO DORMANCY-NOTICE-RECORD
        MOVE WS-NOTE-REGION TO DN-REGION
        MOVE DJ-KEY TO DN-KEY
        MOVE 'R' TO DN-ACTION
        MOVE WS-RUN-DATE TO DN-RUN-DATE
        MOVE DJ-RUN-DATE TO DN-LAST-ACTIVITY
        MOVE WS-CUTOFF-DATE TO DN-CUTOFF-DATE
        MOVE AI-ACCT-CLASS TO DN-ACCT-CLASS
        MOVE AI-PTD-AMOUNT TO DN-PTD-AMOUNT
        MOVE AI-POST-COUNT TO DN-POST-COUNT
        MOVE DJ-RUN-ID TO DN-RUN-ID
        PERFORM 370-WRITE-NOTICE
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'REOPENED ' DELIMITED BY SIZE
        DJ-KEY DELIMITED BY SIZE
        ' REGION ' DELIMITED BY SIZE
        WS-NOTE-REGION DELIMITED BY SIZE
        ' BY ' DELIMITED BY SIZE
        DJ-PROGRAM DELIMITED BY SIZE
        ' RUN ' DELIMITED BY SIZE
        DJ-RUN-ID DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        DJ-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

450-SCREEN-EXIT.
    EXIT.

600-TERMINATE SECTION.
    IF WS-FILES-OPEN = 'Y'
        CLOSE ACCOUNT-MASTER
        IF WS-REPORT-ONLY = 'N'
            CLOSE JOURNAL-FILE
            CLOSE NOTICE-FILE
        END-IF
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS READ: ' DELIMITED BY SIZE
        WS-ACCTS-READ DELIMITED BY SIZE
        '  HELD/CLOSED: ' DELIMITED BY SIZE
        WS-NOT-ACTIVE DELIMITED BY SIZE
        '  ALREADY DORMANT: ' DELIMITED BY SIZE
        WS-ALREADY-DORMANT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'STILL ACTIVE: ' DELIMITED BY SIZE
        WS-STILL-ACTIVE DELIMITED BY SIZE
        '  UNDATED: ' DELIMITED BY SIZE
        WS-UNDATED DELIMITED BY SIZE
        '  MADE DORMANT: ' DELIMITED BY SIZE
        WS-MADE-DORMANT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE WS-DORMANT-PTD TO WS-TOTAL-D
    MOVE SPACES TO RPT-LINE
    STRING 'PTD FROZEN IN NEWLY DORMANT ACCOUNTS: ' DELIMITED BY SIZE
        WS-TOTAL-D DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'JOURNAL RECORDS READ: ' DELIMITED BY SIZE
        WS-JRNL-READ DELIMITED BY SIZE
        '  REOPENED: ' DELIMITED BY SIZE
        WS-REACTIVATED DELIMITED BY SIZE
        '  NOTICES: ' DELIMITED BY SIZE
        WS-NOTICES DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            MOVE 8 TO RETURN-CODE
        WHEN WS-JOURNAL-READ = 'N'
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.
