       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGINTK
*> Feed intake control.  Runs ahead of the daily job's sort and
*> checks the raw feed, batch by batch, against the region
*> registry - the run ids the shop expects a file from each day and
*> the time each is due - and against the arrival history of the
*> files already taken in.  It reports every expected region whose
*> file is missing or arrived late, every run id the registry does
*> not know, and every region file sent a second time (same run id,
*> header date, trailer count and hash as a file already seen).
*> Until now a region that never sent its file simply went
*> unnoticed until the GL side asked for the money, and a resent
*> file was only caught detail by detail once it was already
*> inside the run.
*> Nothing here changes the feed.  The return code carries the
*> verdict: 8 holds the posting run (a required region is absent,
*> or the registry or feed could not be read), 4 lets it go ahead
*> with the exceptions on the intake report, 0 is a clean intake.
*> Operations may also run the intake on its own during the day,
*> at the registry's due times: each run stamps the files it sees
*> for the first time, so a late region is flagged while there is
*> still time to chase it.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGINTK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "INTKCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.

    SELECT HISTORY-IN ASSIGN TO "ARRVIN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HIN-STATUS.

    SELECT FEED-FILE ASSIGN TO "FEEDIN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT HISTORY-OUT ASSIGN TO "ARRVOUT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HOUT-STATUS.

    SELECT REPORT-FILE ASSIGN TO "INTKRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY INTKCTL.

FD  REGISTRY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY REGNREG.

FD  HISTORY-IN
    RECORD CONTAINS 80 CHARACTERS.
01  HISTORY-IN-RECORD       PIC X(80).

FD  FEED-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY TRANREC.

FD  HISTORY-OUT
    RECORD CONTAINS 80 CHARACTERS.
COPY ARRVREC.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-REG-STATUS       PIC X(2) VALUE '00'.
    05  WS-REG-EOF          PIC X VALUE 'N'.
    05  WS-HIN-STATUS       PIC X(2) VALUE '00'.
    05  WS-HIN-EOF          PIC X VALUE 'N'.
    05  WS-FEED-STATUS      PIC X(2) VALUE '00'.
    05  WS-FEED-EOF         PIC X VALUE 'N'.
    05  WS-HOUT-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FEED-OPEN        PIC X VALUE 'N'.

01  WS-CLOCK.
    05  WS-RUN-DATE         PIC 9(8) VALUE ZEROS.
    05  WS-RUN-TIME         PIC 9(6) VALUE ZEROS.
    05  WS-RUN-HHMM REDEFINES WS-RUN-TIME.
        10  WS-RUN-HHMM-X   PIC 9(4).
        10  FILLER          PIC 9(2).
    05  WS-WEEKDAY          PIC 9(1) VALUE ZEROS.
    05  WS-RETENTION-DAYS   PIC 9(3) VALUE 30.
    05  WS-RETAIN-DATE      PIC 9(8) VALUE ZEROS.

01  WS-REGISTRY.
*> The registry as loaded, with today's verdict per run id.  The
*> seen flag is 'N' until the run id's file turns up, then 'O' on
*> time or 'L' late.
    05  WS-REG-COUNT        PIC 9(3) VALUE ZEROS.
    05  WS-REG-SUB          PIC 9(3) VALUE ZEROS.
    05  WS-REG-IX           PIC 9(3) VALUE ZEROS.
    05  WS-LOOKUP-RUN-ID    PIC X(8) VALUE SPACES.
    05  WS-REG-ENTRY OCCURS 300 TIMES.
        10  WS-RG-RUN-ID        PIC X(8).
        10  WS-RG-DUE-TIME      PIC 9(4).
        10  WS-RG-EXPECTED      PIC X(1).
        10  WS-RG-REQUIRED      PIC X(1).
        10  WS-RG-NAME          PIC X(30).
        10  WS-RG-SEEN          PIC X(1).

01  WS-HISTORY.
*> The arrival history carried forward, plus the files this run
*> takes in for the first time.  Thirty days of a few hundred
*> region files fits with room to spare; a table that fills is a
*> retention set far too long and stops the run.
    05  WS-HIST-COUNT       PIC 9(5) VALUE ZEROS.
    05  WS-HIST-SUB         PIC 9(5) VALUE ZEROS.
    05  WS-HIST-IX          PIC 9(5) VALUE ZEROS.
    05  WS-HIST-AGED        PIC 9(7) VALUE ZEROS.
    05  WS-HIST-ENTRY OCCURS 10000 TIMES.
        10  WS-AH-FILE-ID       PIC X(30).
        10  WS-AH-INTAKE-DATE   PIC 9(8).
        10  WS-AH-INTAKE-TIME   PIC 9(6).
        10  WS-AH-ARRIVAL       PIC X(1).

01  WS-PASS.
*> The files found in this feed, to catch one sent twice in the
*> same day's transmission.
    05  WS-PASS-COUNT       PIC 9(4) VALUE ZEROS.
    05  WS-PASS-SUB         PIC 9(4) VALUE ZEROS.
    05  WS-PASS-HIT         PIC X VALUE 'N'.
    05  WS-PASS-FILE-ID OCCURS 2000 TIMES PIC X(30).

01  WS-BATCH.
*> The batch being read.  A header opens it; its trailer, the next
*> header or the end of the feed closes it.
    05  WS-BATCH-OPEN       PIC X VALUE 'N'.
    05  WS-BATCH-TRAILER    PIC X VALUE 'N'.
    05  WS-FILE-ID.
        10  WS-FI-RUN-ID        PIC X(8).
        10  WS-FI-HDR-DATE      PIC X(8).
        10  WS-FI-COUNT         PIC 9(7).
        10  WS-FI-HASH          PIC 9(7).
    05  WS-DETAIL-COUNT     PIC 9(7) VALUE ZEROS.
    05  WS-DETAIL-HASH      PIC 9(7) VALUE ZEROS.
    05  WS-FIRST-DATE       PIC 9(8) VALUE ZEROS.
    05  WS-FIRST-TIME       PIC 9(6) VALUE ZEROS.
    05  WS-FIRST-HHMM REDEFINES WS-FIRST-TIME.
        10  WS-FIRST-HHMM-X PIC 9(4).
        10  FILLER          PIC 9(2).
    05  WS-ARRIVAL          PIC X VALUE SPACE.
    05  WS-VERDICT          PIC X(30) VALUE SPACES.

01  WS-COUNTS.
    05  WS-FEED-RECORDS     PIC 9(7) VALUE ZEROS.
    05  WS-BATCHES          PIC 9(5) VALUE ZEROS.
    05  WS-ON-TIME          PIC 9(5) VALUE ZEROS.
    05  WS-LATE             PIC 9(5) VALUE ZEROS.
    05  WS-UNSCHEDULED      PIC 9(5) VALUE ZEROS.
    05  WS-UNKNOWN          PIC 9(5) VALUE ZEROS.
    05  WS-DUPLICATES       PIC 9(5) VALUE ZEROS.
    05  WS-NO-TRAILER       PIC 9(5) VALUE ZEROS.
    05  WS-OUTSIDE          PIC 9(7) VALUE ZEROS.
    05  WS-EXPECTED         PIC 9(3) VALUE ZEROS.
    05  WS-REQ-ABSENT       PIC 9(3) VALUE ZEROS.
    05  WS-OPT-ABSENT       PIC 9(3) VALUE ZEROS.

01  WS-DISPLAY-FIELDS.
    05  WS-DUE-D            PIC 9(4).
    05  WS-TIME-D           PIC 9(4).

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 160-READ-CONTROL-CARD.
    PERFORM 170-LOAD-REGISTRY.
    IF WS-RUN-OK = 'Y'
        PERFORM 180-LOAD-HISTORY
    END-IF.
    IF WS-RUN-OK = 'Y'
        PERFORM 300-SCAN-FEED
    END-IF.
    IF WS-FEED-OPEN = 'Y'
        PERFORM 400-CHECK-EXPECTED
        PERFORM 500-WRITE-HISTORY
    END-IF.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
    COMPUTE WS-WEEKDAY =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1, 7) + 1
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'INTAKE REPORT OPEN ERROR, STATUS: ' WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGINTK FEED INTAKE CONTROL ' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RUN-TIME DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

150-WRITE-REPORT-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-READ-CONTROL-CARD SECTION.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
            IF ICTL-RETENTION-DAYS IS NUMERIC
            AND ICTL-RETENTION-DAYS > 0
                MOVE ICTL-RETENTION-DAYS TO WS-RETENTION-DAYS
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF
    COMPUTE WS-RETAIN-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETENTION-DAYS).

170-LOAD-REGISTRY SECTION.
*> Without the registry there is nothing to check the feed
*> against, and a day nobody can vouch for is held.
    OPEN INPUT REGISTRY-FILE
    IF WS-REG-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'REGION REGISTRY UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-REG-STATUS DELIMITED BY SIZE
            ' - INTAKE NOT CHECKED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 170-REGISTRY-EXIT
    END-IF
    PERFORM UNTIL WS-REG-EOF = 'Y'
        READ REGISTRY-FILE
            AT END
                MOVE 'Y' TO WS-REG-EOF
            NOT AT END
                PERFORM 175-STORE-REGISTRY-ENTRY
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE
    MOVE SPACES TO RPT-LINE
    STRING 'REGISTRY RUN IDS: ' DELIMITED BY SIZE
        WS-REG-COUNT DELIMITED BY SIZE
        '  EXPECTED TODAY: ' DELIMITED BY SIZE
        WS-EXPECTED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

170-REGISTRY-EXIT.
    EXIT.

175-STORE-REGISTRY-ENTRY SECTION.
    IF RG-RUN-ID = SPACES
        GO TO 175-STORE-EXIT
    END-IF
    MOVE RG-RUN-ID TO WS-LOOKUP-RUN-ID
    PERFORM 190-FIND-REGISTRY
    IF WS-REG-IX > 0
        MOVE SPACES TO RPT-LINE
        STRING 'RUN ID ' DELIMITED BY SIZE
            RG-RUN-ID DELIMITED BY SIZE
            ' LISTED TWICE ON THE REGISTRY - FIRST ENTRY KEPT'
            DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        GO TO 175-STORE-EXIT
    END-IF
    IF WS-REG-COUNT NOT < 300
        DISPLAY 'REGION REGISTRY TABLE FULL'
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-REG-EOF
        GO TO 175-STORE-EXIT
    END-IF
    ADD 1 TO WS-REG-COUNT
    MOVE RG-RUN-ID TO WS-RG-RUN-ID (WS-REG-COUNT)
    MOVE ZEROS TO WS-RG-DUE-TIME (WS-REG-COUNT)
    IF RG-DUE-TIME IS NUMERIC
        MOVE RG-DUE-TIME TO WS-RG-DUE-TIME (WS-REG-COUNT)
    END-IF
    MOVE 'N' TO WS-RG-EXPECTED (WS-REG-COUNT)
    IF RG-DAYS = SPACES OR RG-DAYS (WS-WEEKDAY:1) = 'Y'
        MOVE 'Y' TO WS-RG-EXPECTED (WS-REG-COUNT)
        ADD 1 TO WS-EXPECTED
    END-IF
    MOVE 'N' TO WS-RG-REQUIRED (WS-REG-COUNT)
    IF RG-REQUIRED = 'Y'
        MOVE 'Y' TO WS-RG-REQUIRED (WS-REG-COUNT)
    END-IF
    MOVE RG-REGION-NAME TO WS-RG-NAME (WS-REG-COUNT)
    MOVE 'N' TO WS-RG-SEEN (WS-REG-COUNT).

175-STORE-EXIT.
    EXIT.

180-LOAD-HISTORY SECTION.
*> The arrival history from the previous intake.  On the first
*> day there is none, and every file is a first arrival.  Files
*> first seen before the retention date are aged off here.
    OPEN INPUT HISTORY-IN
    IF WS-HIN-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'NO ARRIVAL HISTORY, STATUS ' DELIMITED BY SIZE
            WS-HIN-STATUS DELIMITED BY SIZE
            ' - EVERY FILE TAKEN AS A FIRST ARRIVAL'
            DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        GO TO 180-HISTORY-EXIT
    END-IF
    PERFORM UNTIL WS-HIN-EOF = 'Y'
        READ HISTORY-IN
            AT END
                MOVE 'Y' TO WS-HIN-EOF
            NOT AT END
                MOVE HISTORY-IN-RECORD TO ARRIVAL-HISTORY-RECORD
                PERFORM 185-STORE-HISTORY-ENTRY
        END-READ
    END-PERFORM
    CLOSE HISTORY-IN.

180-HISTORY-EXIT.
    EXIT.

185-STORE-HISTORY-ENTRY SECTION.
    IF AH-INTAKE-DATE NOT NUMERIC
    OR AH-INTAKE-DATE < WS-RETAIN-DATE
        ADD 1 TO WS-HIST-AGED
        GO TO 185-STORE-EXIT
    END-IF
    IF WS-HIST-COUNT NOT < 10000
        DISPLAY 'ARRIVAL HISTORY TABLE FULL'
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-HIN-EOF
        GO TO 185-STORE-EXIT
    END-IF
    ADD 1 TO WS-HIST-COUNT
    MOVE AH-FILE-ID TO WS-AH-FILE-ID (WS-HIST-COUNT)
    MOVE AH-INTAKE-DATE TO WS-AH-INTAKE-DATE (WS-HIST-COUNT)
    MOVE AH-INTAKE-TIME TO WS-AH-INTAKE-TIME (WS-HIST-COUNT)
    MOVE AH-ARRIVAL TO WS-AH-ARRIVAL (WS-HIST-COUNT).

185-STORE-EXIT.
    EXIT.

190-FIND-REGISTRY SECTION.
*> Point WS-REG-IX at the registry slot for WS-LOOKUP-RUN-ID, zero
*> when the registry does not list it.
    MOVE ZEROS TO WS-REG-IX
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
    UNTIL WS-REG-SUB > WS-REG-COUNT OR WS-REG-IX > 0
        IF WS-RG-RUN-ID (WS-REG-SUB) = WS-LOOKUP-RUN-ID
            MOVE WS-REG-SUB TO WS-REG-IX
        END-IF
    END-PERFORM.

300-SCAN-FEED SECTION.
*> One pass over the raw feed in arrival order.  Only the batch
*> structure matters here: the details are counted and hashed so a
*> batch that lost its trailer can still be identified, and
*> maintenance records are passed over.
    OPEN INPUT FEED-FILE
    IF WS-FEED-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'RAW FEED UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-FEED-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 300-SCAN-EXIT
    END-IF
    MOVE 'Y' TO WS-FEED-OPEN
    MOVE SPACES TO RPT-LINE
    STRING 'FILES RECEIVED' DELIMITED BY SIZE INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    PERFORM UNTIL WS-FEED-EOF = 'Y'
        READ FEED-FILE
            AT END
                MOVE 'Y' TO WS-FEED-EOF
            NOT AT END
                ADD 1 TO WS-FEED-RECORDS
                PERFORM 310-TAKE-FEED-RECORD
        END-READ
    END-PERFORM
    IF WS-BATCH-OPEN = 'Y'
        PERFORM 350-CLOSE-BATCH
    END-IF
    CLOSE FEED-FILE.

300-SCAN-EXIT.
    EXIT.

310-TAKE-FEED-RECORD SECTION.
    EVALUATE TR-REC-TYPE
        WHEN 'H'
            IF WS-BATCH-OPEN = 'Y'
                PERFORM 350-CLOSE-BATCH
            END-IF
            MOVE 'Y' TO WS-BATCH-OPEN
            MOVE 'N' TO WS-BATCH-TRAILER
            MOVE TH-RUN-ID TO WS-FI-RUN-ID
            MOVE TH-RUN-DATE TO WS-FI-HDR-DATE
            MOVE ZEROS TO WS-DETAIL-COUNT WS-DETAIL-HASH
        WHEN 'D'
            IF WS-BATCH-OPEN = 'Y'
                ADD 1 TO WS-DETAIL-COUNT
                IF TD-AMOUNT IS NUMERIC
                    ADD TD-AMOUNT TO WS-DETAIL-HASH
                END-IF
            ELSE
                ADD 1 TO WS-OUTSIDE
            END-IF
        WHEN 'T'
            IF WS-BATCH-OPEN = 'Y'
                MOVE 'Y' TO WS-BATCH-TRAILER
                PERFORM 350-CLOSE-BATCH
            ELSE
                ADD 1 TO WS-OUTSIDE
            END-IF
        WHEN 'M'
            CONTINUE
        WHEN OTHER
            ADD 1 TO WS-OUTSIDE
    END-EVALUATE.

350-CLOSE-BATCH SECTION.
*> Identify the file by its header and trailer (a batch that lost
*> its trailer by what it actually holds), decide whether it has
*> been seen before, and if not, whether it was expected and on
*> time.  The trailer record, when there is one, is still in the
*> record area here.
    MOVE 'N' TO WS-BATCH-OPEN
    ADD 1 TO WS-BATCHES
    IF WS-BATCH-TRAILER = 'Y'
        MOVE ZEROS TO WS-FI-COUNT WS-FI-HASH
        IF TT-RECORD-COUNT IS NUMERIC
            MOVE TT-RECORD-COUNT TO WS-FI-COUNT
        END-IF
        IF TT-HASH-TOTAL IS NUMERIC
            MOVE TT-HASH-TOTAL TO WS-FI-HASH
        END-IF
    ELSE
        ADD 1 TO WS-NO-TRAILER
        MOVE WS-DETAIL-COUNT TO WS-FI-COUNT
        MOVE WS-DETAIL-HASH TO WS-FI-HASH
        MOVE SPACES TO RPT-LINE
        STRING 'NO TRAILER ' DELIMITED BY SIZE
            WS-FI-RUN-ID DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-FI-HDR-DATE DELIMITED BY SIZE
            ' - IDENTIFIED BY ITS DETAILS' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF
    PERFORM 360-CHECK-DUPLICATE
    IF WS-ARRIVAL = 'D'
        ADD 1 TO WS-DUPLICATES
        GO TO 350-WRITE-LINE
    END-IF
    MOVE WS-FI-RUN-ID TO WS-LOOKUP-RUN-ID
    PERFORM 190-FIND-REGISTRY
    EVALUATE TRUE
        WHEN WS-REG-IX = 0
            MOVE 'U' TO WS-ARRIVAL
            MOVE 'UNKNOWN RUN ID' TO WS-VERDICT
            ADD 1 TO WS-UNKNOWN
        WHEN WS-RG-EXPECTED (WS-REG-IX) = 'N'
            MOVE 'X' TO WS-ARRIVAL
            MOVE 'NOT SCHEDULED TODAY' TO WS-VERDICT
            ADD 1 TO WS-UNSCHEDULED
            MOVE 'O' TO WS-RG-SEEN (WS-REG-IX)
        WHEN WS-RG-DUE-TIME (WS-REG-IX) > 0
         AND WS-FIRST-HHMM-X > WS-RG-DUE-TIME (WS-REG-IX)
            MOVE 'L' TO WS-ARRIVAL
            MOVE WS-RG-DUE-TIME (WS-REG-IX) TO WS-DUE-D
            MOVE SPACES TO WS-VERDICT
            STRING 'LATE - DUE ' DELIMITED BY SIZE
                WS-DUE-D DELIMITED BY SIZE
                INTO WS-VERDICT
            ADD 1 TO WS-LATE
            MOVE 'L' TO WS-RG-SEEN (WS-REG-IX)
        WHEN OTHER
            MOVE 'O' TO WS-ARRIVAL
            MOVE 'ON TIME' TO WS-VERDICT
            ADD 1 TO WS-ON-TIME
            IF WS-RG-SEEN (WS-REG-IX) = 'N'
                MOVE 'O' TO WS-RG-SEEN (WS-REG-IX)
            END-IF
    END-EVALUATE
    IF WS-HIST-IX = 0
        PERFORM 370-ADD-HISTORY-ENTRY
    END-IF.

350-WRITE-LINE.
    MOVE WS-FIRST-HHMM-X TO WS-TIME-D
    MOVE SPACES TO RPT-LINE
    STRING WS-FI-RUN-ID DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FI-HDR-DATE DELIMITED BY SIZE
        ' CNT ' DELIMITED BY SIZE
        WS-FI-COUNT DELIMITED BY SIZE
        ' HASH ' DELIMITED BY SIZE
        WS-FI-HASH DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TIME-D DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-VERDICT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

360-CHECK-DUPLICATE SECTION.
*> A file already in this feed, or on the history from an earlier
*> day, is a resend.  One on the history from today is this file
*> as an earlier intake run today saw it; it keeps that run's
*> first sighting for the lateness check.
    MOVE SPACE TO WS-ARRIVAL
    MOVE WS-RUN-DATE TO WS-FIRST-DATE
    MOVE WS-RUN-TIME TO WS-FIRST-TIME
    MOVE 'N' TO WS-PASS-HIT
    PERFORM VARYING WS-PASS-SUB FROM 1 BY 1
    UNTIL WS-PASS-SUB > WS-PASS-COUNT OR WS-PASS-HIT = 'Y'
        IF WS-PASS-FILE-ID (WS-PASS-SUB) = WS-FILE-ID
            MOVE 'Y' TO WS-PASS-HIT
        END-IF
    END-PERFORM
    IF WS-PASS-HIT = 'Y'
        MOVE 'D' TO WS-ARRIVAL
        MOVE 'RESENT - TWICE IN THIS FEED' TO WS-VERDICT
        GO TO 360-DUPLICATE-EXIT
    END-IF
    IF WS-PASS-COUNT < 2000
        ADD 1 TO WS-PASS-COUNT
        MOVE WS-FILE-ID TO WS-PASS-FILE-ID (WS-PASS-COUNT)
    END-IF
    MOVE ZEROS TO WS-HIST-IX
    PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
    UNTIL WS-HIST-SUB > WS-HIST-COUNT OR WS-HIST-IX > 0
        IF WS-AH-FILE-ID (WS-HIST-SUB) = WS-FILE-ID
            MOVE WS-HIST-SUB TO WS-HIST-IX
        END-IF
    END-PERFORM
    IF WS-HIST-IX = 0
        GO TO 360-DUPLICATE-EXIT
    END-IF
    MOVE WS-AH-INTAKE-DATE (WS-HIST-IX) TO WS-FIRST-DATE
    MOVE WS-AH-INTAKE-TIME (WS-HIST-IX) TO WS-FIRST-TIME
    IF WS-FIRST-DATE < WS-RUN-DATE
        MOVE 'D' TO WS-ARRIVAL
        MOVE SPACES TO WS-VERDICT
        STRING 'RESENT - FIRST SEEN ' DELIMITED BY SIZE
            WS-FIRST-DATE DELIMITED BY SIZE
            INTO WS-VERDICT
    END-IF.

360-DUPLICATE-EXIT.
    EXIT.

370-ADD-HISTORY-ENTRY SECTION.
    IF WS-HIST-COUNT NOT < 10000
        DISPLAY 'ARRIVAL HISTORY TABLE FULL'
        MOVE 'N' TO WS-RUN-OK
        GO TO 370-ADD-EXIT
    END-IF
    ADD 1 TO WS-HIST-COUNT
    MOVE WS-FILE-ID TO WS-AH-FILE-ID (WS-HIST-COUNT)
    MOVE WS-RUN-DATE TO WS-AH-INTAKE-DATE (WS-HIST-COUNT)
    MOVE WS-RUN-TIME TO WS-AH-INTAKE-TIME (WS-HIST-COUNT)
    MOVE WS-ARRIVAL TO WS-AH-ARRIVAL (WS-HIST-COUNT).

370-ADD-EXIT.
    EXIT.

400-CHECK-EXPECTED SECTION.
*> Every run id expected today with no file in the feed.  One not
*> yet due is reported as such, but it is just as absent from the
*> run about to post.
    MOVE SPACES TO RPT-LINE
    STRING 'EXPECTED FILES NOT RECEIVED' DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
    UNTIL WS-REG-SUB > WS-REG-COUNT
        IF WS-RG-EXPECTED (WS-REG-SUB) = 'Y'
        AND WS-RG-SEEN (WS-REG-SUB) = 'N'
            PERFORM 450-REPORT-ABSENT
        END-IF
    END-PERFORM.

450-REPORT-ABSENT SECTION.
    MOVE WS-RG-DUE-TIME (WS-REG-SUB) TO WS-DUE-D
    MOVE SPACES TO WS-VERDICT
    IF WS-RG-DUE-TIME (WS-REG-SUB) > 0
    AND WS-RUN-HHMM-X NOT > WS-RG-DUE-TIME (WS-REG-SUB)
        STRING 'NOT YET DUE - DUE ' DELIMITED BY SIZE
            WS-DUE-D DELIMITED BY SIZE
            INTO WS-VERDICT
    ELSE
        MOVE 'MISSING' TO WS-VERDICT
    END-IF
    IF WS-RG-REQUIRED (WS-REG-SUB) = 'Y'
        ADD 1 TO WS-REQ-ABSENT
    ELSE
        ADD 1 TO WS-OPT-ABSENT
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING WS-RG-RUN-ID (WS-REG-SUB) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RG-NAME (WS-REG-SUB) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-VERDICT DELIMITED BY SIZE
        INTO RPT-LINE
    IF WS-RG-REQUIRED (WS-REG-SUB) = 'Y'
        MOVE 'REQUIRED' TO RPT-LINE (72:8)
    END-IF
    PERFORM 150-WRITE-REPORT-LINE.

500-WRITE-HISTORY SECTION.
*> The history carried forward: every retained file and those
*> taken in for the first time today.  A history that cannot be
*> written would let tomorrow's resends through unseen, so it
*> fails the run.
    OPEN OUTPUT HISTORY-OUT
    IF WS-HOUT-STATUS NOT = '00'
        DISPLAY 'ARRIVAL HISTORY OPEN ERROR, STATUS: ' WS-HOUT-STATUS
        MOVE 'N' TO WS-RUN-OK
        GO TO 500-HISTORY-EXIT
    END-IF
    PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
    UNTIL WS-HIST-SUB > WS-HIST-COUNT
        MOVE SPACES TO ARRIVAL-HISTORY-RECORD
        MOVE WS-AH-FILE-ID (WS-HIST-SUB) TO AH-FILE-ID
        MOVE WS-AH-INTAKE-DATE (WS-HIST-SUB) TO AH-INTAKE-DATE
        MOVE WS-AH-INTAKE-TIME (WS-HIST-SUB) TO AH-INTAKE-TIME
        MOVE WS-AH-ARRIVAL (WS-HIST-SUB) TO AH-ARRIVAL
        WRITE ARRIVAL-HISTORY-RECORD
        IF WS-HOUT-STATUS NOT = '00'
            DISPLAY 'ARRIVAL HISTORY WRITE ERROR, STATUS: '
                WS-HOUT-STATUS
            MOVE 'N' TO WS-RUN-OK
        END-IF
    END-PERFORM
    CLOSE HISTORY-OUT.

500-HISTORY-EXIT.
    EXIT.

600-TERMINATE SECTION.
    MOVE SPACES TO RPT-LINE
    STRING 'FEED RECORDS: ' DELIMITED BY SIZE
        WS-FEED-RECORDS DELIMITED BY SIZE
        '  FILES: ' DELIMITED BY SIZE
        WS-BATCHES DELIMITED BY SIZE
        '  ON TIME: ' DELIMITED BY SIZE
        WS-ON-TIME DELIMITED BY SIZE
        '  LATE: ' DELIMITED BY SIZE
        WS-LATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'UNKNOWN: ' DELIMITED BY SIZE
        WS-UNKNOWN DELIMITED BY SIZE
        '  UNSCHEDULED: ' DELIMITED BY SIZE
        WS-UNSCHEDULED DELIMITED BY SIZE
        '  DUPLICATE: ' DELIMITED BY SIZE
        WS-DUPLICATES DELIMITED BY SIZE
        '  NO TRAILER: ' DELIMITED BY SIZE
        WS-NO-TRAILER DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'RECORDS OUTSIDE ANY BATCH: ' DELIMITED BY SIZE
        WS-OUTSIDE DELIMITED BY SIZE
        '  HISTORY AGED OFF: ' DELIMITED BY SIZE
        WS-HIST-AGED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'EXPECTED: ' DELIMITED BY SIZE
        WS-EXPECTED DELIMITED BY SIZE
        '  REQUIRED NOT RECEIVED: ' DELIMITED BY SIZE
        WS-REQ-ABSENT DELIMITED BY SIZE
        '  OPTIONAL NOT RECEIVED: ' DELIMITED BY SIZE
        WS-OPT-ABSENT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            MOVE 8 TO RETURN-CODE
            STRING 'INTAKE NOT COMPLETED - POSTING RUN HELD'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN WS-REQ-ABSENT > 0
            MOVE 8 TO RETURN-CODE
            STRING 'REQUIRED REGION FILE NOT RECEIVED - POSTING RUN HELD'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN WS-OPT-ABSENT > 0 OR WS-LATE > 0 OR WS-UNKNOWN > 0
          OR WS-UNSCHEDULED > 0 OR WS-DUPLICATES > 0
          OR WS-NO-TRAILER > 0 OR WS-OUTSIDE > 0
            MOVE 4 TO RETURN-CODE
            STRING 'INTAKE EXCEPTIONS - POSTING RUN MAY PROCEED'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
            STRING 'INTAKE CLEAN' DELIMITED BY SIZE INTO RPT-LINE
    END-EVALUATE
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    STOP RUN.
