       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGACCR
*> Interest and service-charge accrual.  Runs after the daily
*> BUGSOLN has finished posting, sweeps the account master and
*> prices every active account off the rate/fee table for its
*> account class: the interest a positive period-to-date amount
*> earns (or costs) up to the next processing day, and - on the
*> month's fee run - the flat monthly service charge.  The results
*> are not posted here.  They are cut as ordinary TRANS-DETAIL-
*> RECORDs inside header/trailer batches under reserved system run
*> ids, one batch for interest and one for fees, which tomorrow's
*> BUGSOLN sort picks up alongside the regions' feeds; from there
*> every charge takes the same duplicate, status and limit checks
*> as any upstream detail, and a re-run of this step for the same
*> day is caught by the duplicate screen rather than charged twice.
*> Interest and fees ride in separate batches because the
*> duplicate screen allows one detail per account per batch.
*> The accrual register lists every charge with the class, rate
*> and days that produced it, and the batch control totals, so
*> finance agrees the charges before they post and a posted charge
*> ties back to its rate through its run id.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGACCR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ACCRCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT RATE-FILE ASSIGN TO "ACCRATE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AM-KEY
        FILE STATUS IS WS-ACCT-STATUS.

    SELECT ACCRUAL-FILE ASSIGN TO "ACCROUT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ACCR-STATUS.

    SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCRCTL.

FD  RATE-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCRATE.

FD  CALENDAR-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY CALREC.

FD  ACCOUNT-MASTER
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCTREC.

FD  ACCRUAL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY TRANREC.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-RATE-STATUS      PIC X(2) VALUE '00'.
    05  WS-RATE-EOF         PIC X VALUE 'N'.
    05  WS-ACCT-STATUS      PIC X(2) VALUE '00'.
    05  WS-ACCT-EOF         PIC X VALUE 'N'.
    05  WS-ACCR-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FILES-OPEN       PIC X VALUE 'N'.

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
    05  WS-RUN-CCYY         PIC 9(4).
    05  WS-RUN-MM           PIC 9(2).
    05  WS-RUN-DD           PIC 9(2).

01  WS-CONTROLS.
*> The reserved run ids the accrual batches post under.  No region
*> is ever issued a run id beginning SYS.
    05  WS-INT-RUN-ID       PIC X(8) VALUE 'SYSINT'.
    05  WS-FEE-RUN-ID       PIC X(8) VALUE 'SYSFEE'.
    05  WS-CURRENCY         PIC X(3) VALUE SPACES.
    05  WS-FEE-RUN          PIC X VALUE 'N'.
    05  WS-FEE-REASON       PIC X(30) VALUE SPACES.

01  WS-CALENDAR.
*> The non-processing dates, to find the next processing day: the
*> interest covers every calendar day until then (Friday's run
*> accrues the weekend), and a next processing day in another
*> month makes today the month's fee run.  No calendar dataset
*> means every day is a processing day.
    05  WS-CAL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CAL-LOADED       PIC X VALUE 'N'.
    05  WS-CAL-COUNT        PIC 9(3) VALUE ZEROS.
    05  WS-CAL-SUB          PIC 9(3) VALUE ZEROS.
    05  WS-CAL-HIT          PIC X VALUE 'N'.
    05  WS-CAL-WORK-INT     PIC 9(7) VALUE ZEROS.
    05  WS-CAL-WORK-DATE    PIC 9(8) VALUE ZEROS.
    05  WS-NEXT-PROC-DATE   PIC 9(8) VALUE ZEROS.
    05  WS-NEXT-PROC-R REDEFINES WS-NEXT-PROC-DATE.
        10  WS-NEXT-CCYY        PIC 9(4).
        10  WS-NEXT-MM          PIC 9(2).
        10  WS-NEXT-DD          PIC 9(2).
    05  WS-INT-DAYS         PIC 9(3) VALUE 1.
    05  WS-CAL-DATE-TABLE OCCURS 400 TIMES.
        10  WS-CAL-DATE     PIC 9(8).

01  WS-RATE-TABLE.
*> The rate/fee table, one slot per account class.  Two hundred
*> classes is far past any product range the shop has sold; an
*> overflowing table is a mis-built dataset and stops the run.
    05  WS-RATE-COUNT       PIC 9(3) VALUE ZEROS.
    05  WS-RATE-SUB         PIC 9(3) VALUE ZEROS.
    05  WS-RATE-IX          PIC 9(3) VALUE ZEROS.
    05  WS-LOOKUP-CLASS     PIC X(4) VALUE SPACES.
    05  WS-RATE-ENTRY OCCURS 200 TIMES.
        10  WS-RT-CLASS         PIC X(4).
        10  WS-RT-INT-RATE      PIC 9(3)V9(4).
        10  WS-RT-INT-BASIS     PIC 9(3).
        10  WS-RT-INT-DC        PIC X(1).
        10  WS-RT-FEE-AMOUNT    PIC 9(5).
        10  WS-RT-DESC          PIC X(20).

01  WS-BATCH.
*> The batch being written.  The header goes out with the first
*> detail, so a pass that raises nothing leaves no empty batch
*> behind.
    05  WS-BATCH-OPEN       PIC X VALUE 'N'.
    05  WS-BATCH-RUN-ID     PIC X(8) VALUE SPACES.
    05  WS-BATCH-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-BATCH-HASH       PIC 9(7) VALUE ZEROS.
    05  WS-BATCH-DEBITS     PIC 9(9) VALUE ZEROS.
    05  WS-BATCH-CREDITS    PIC 9(9) VALUE ZEROS.
    05  WS-DETAIL-DC        PIC X VALUE SPACE.

01  WS-ACCRUAL-WORK.
    05  WS-INT-WORK         PIC 9(9)V9(4) VALUE ZEROS.
    05  WS-CHARGE           PIC 9(9) VALUE ZEROS.
    05  WS-BASIS            PIC 9(3) VALUE ZEROS.

01  WS-COUNTS.
    05  WS-ACCTS-READ       PIC 9(7) VALUE ZEROS.
    05  WS-NOT-ACTIVE       PIC 9(7) VALUE ZEROS.
    05  WS-UNCLASSED        PIC 9(7) VALUE ZEROS.
    05  WS-NO-RATE          PIC 9(7) VALUE ZEROS.
    05  WS-NOTHING-DUE      PIC 9(7) VALUE ZEROS.
    05  WS-TOO-LARGE        PIC 9(7) VALUE ZEROS.
    05  WS-INT-COUNT        PIC 9(7) VALUE ZEROS.
    05  WS-INT-TOTAL        PIC 9(9) VALUE ZEROS.
    05  WS-FEE-COUNT        PIC 9(7) VALUE ZEROS.
    05  WS-FEE-TOTAL        PIC 9(9) VALUE ZEROS.

01  WS-DISPLAY-FIELDS.
    05  WS-PTD-D            PIC +9(7).
    05  WS-RATE-D           PIC ZZ9.9999.
    05  WS-DAYS-D           PIC ZZ9.
    05  WS-CHARGE-D         PIC 9(5).

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 160-READ-CONTROL-CARD.
    PERFORM 170-LOAD-CALENDAR.
    PERFORM 180-LOAD-RATE-TABLE.
    IF WS-RUN-OK = 'Y'
        PERFORM 200-OPEN-FILES
    END-IF.
    IF WS-RUN-OK = 'Y'
        PERFORM 300-INTEREST-PASS
    END-IF.
    IF WS-RUN-OK = 'Y' AND WS-FEE-RUN = 'Y'
        PERFORM 400-FEE-PASS
    END-IF.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'ACCRUAL REGISTER OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGACCR INTEREST AND SERVICE-CHARGE ACCRUAL REGISTER '
        DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE.

150-WRITE-REGISTER-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-READ-CONTROL-CARD SECTION.
*> No card, or blanks, leave the fee run to the calendar and the
*> batches in USD.
    MOVE SPACE TO WS-FEE-RUN
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
            IF ACR-FEE-RUN = 'Y' OR ACR-FEE-RUN = 'N'
                MOVE ACR-FEE-RUN TO WS-FEE-RUN
            END-IF
            MOVE ACR-CURRENCY TO WS-CURRENCY
        END-IF
        CLOSE CONTROL-FILE
    END-IF.

170-LOAD-CALENDAR SECTION.
*> Load the non-processing dates and step forward from today to
*> the next processing day.
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
        MOVE 'Y' TO WS-CAL-LOADED
    END-IF
    COMPUTE WS-CAL-WORK-INT =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
    MOVE 'Y' TO WS-CAL-HIT
    PERFORM UNTIL WS-CAL-HIT = 'N'
        MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-WORK-INT) TO
            WS-CAL-WORK-DATE
        PERFORM 175-CHECK-NONPROC-DATE
        IF WS-CAL-HIT = 'Y'
            ADD 1 TO WS-CAL-WORK-INT
        END-IF
    END-PERFORM
    MOVE WS-CAL-WORK-DATE TO WS-NEXT-PROC-DATE
    COMPUTE WS-INT-DAYS = WS-CAL-WORK-INT
        - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    EVALUATE TRUE
        WHEN WS-FEE-RUN = 'Y'
            MOVE 'FORCED BY CONTROL CARD' TO WS-FEE-REASON
        WHEN WS-FEE-RUN = 'N'
            MOVE 'SUPPRESSED BY CONTROL CARD' TO WS-FEE-REASON
        WHEN WS-NEXT-MM NOT = WS-RUN-MM
            MOVE 'Y' TO WS-FEE-RUN
            MOVE 'LAST PROCESSING DAY OF MONTH' TO WS-FEE-REASON
        WHEN OTHER
            MOVE 'N' TO WS-FEE-RUN
            MOVE 'NOT MONTH END' TO WS-FEE-REASON
    END-EVALUATE
    MOVE WS-INT-DAYS TO WS-DAYS-D
    MOVE SPACES TO RPT-LINE
    STRING 'NEXT PROCESSING DAY ' DELIMITED BY SIZE
        WS-NEXT-PROC-DATE DELIMITED BY SIZE
        '  INTEREST DAYS ' DELIMITED BY SIZE
        WS-DAYS-D DELIMITED BY SIZE
        '  FEE RUN ' DELIMITED BY SIZE
        WS-FEE-RUN DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FEE-REASON DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE.

175-CHECK-NONPROC-DATE SECTION.
    MOVE 'N' TO WS-CAL-HIT
    PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
    UNTIL WS-CAL-SUB > WS-CAL-COUNT
        IF WS-CAL-DATE (WS-CAL-SUB) = WS-CAL-WORK-DATE
            MOVE 'Y' TO WS-CAL-HIT
        END-IF
    END-PERFORM.

180-LOAD-RATE-TABLE SECTION.
*> Without the rate table nothing can be priced, so the run
*> refuses rather than cut empty batches.  A class listed twice
*> keeps its first entry and is reported - the table is keyed by
*> class, and a second rate for one class is a keying error.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'RATE TABLE UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-RATE-STATUS DELIMITED BY SIZE
            ' - NOTHING ACCRUED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REGISTER-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 180-RATE-EXIT
    END-IF
    PERFORM UNTIL WS-RATE-EOF = 'Y'
        READ RATE-FILE
            AT END
                MOVE 'Y' TO WS-RATE-EOF
            NOT AT END
                PERFORM 185-STORE-RATE-ENTRY
        END-READ
    END-PERFORM
    CLOSE RATE-FILE
    MOVE SPACES TO RPT-LINE
    STRING 'RATE TABLE CLASSES LOADED: ' DELIMITED BY SIZE
        WS-RATE-COUNT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE.

180-RATE-EXIT.
    EXIT.

185-STORE-RATE-ENTRY SECTION.
    MOVE AR-CLASS TO WS-LOOKUP-CLASS
    PERFORM 190-FIND-RATE
    IF WS-RATE-IX > 0
        MOVE SPACES TO RPT-LINE
        STRING 'CLASS ' DELIMITED BY SIZE
            AR-CLASS DELIMITED BY SIZE
            ' LISTED TWICE ON THE RATE TABLE - FIRST ENTRY KEPT'
            DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REGISTER-LINE
        GO TO 185-STORE-EXIT
    END-IF
    IF WS-RATE-COUNT NOT < 200
        DISPLAY 'RATE TABLE FULL'
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-RATE-EOF
        GO TO 185-STORE-EXIT
    END-IF
    ADD 1 TO WS-RATE-COUNT
    MOVE AR-CLASS TO WS-RT-CLASS (WS-RATE-COUNT)
    MOVE ZEROS TO WS-RT-INT-RATE (WS-RATE-COUNT)
    IF AR-INT-RATE IS NUMERIC
        MOVE AR-INT-RATE TO WS-RT-INT-RATE (WS-RATE-COUNT)
    END-IF
    MOVE 365 TO WS-RT-INT-BASIS (WS-RATE-COUNT)
    IF AR-INT-BASIS IS NUMERIC AND AR-INT-BASIS > 0
        MOVE AR-INT-BASIS TO WS-RT-INT-BASIS (WS-RATE-COUNT)
    END-IF
    IF AR-INT-CREDIT
        MOVE 'C' TO WS-RT-INT-DC (WS-RATE-COUNT)
    ELSE
        MOVE 'D' TO WS-RT-INT-DC (WS-RATE-COUNT)
    END-IF
    MOVE ZEROS TO WS-RT-FEE-AMOUNT (WS-RATE-COUNT)
    IF AR-FEE-AMOUNT IS NUMERIC
        MOVE AR-FEE-AMOUNT TO WS-RT-FEE-AMOUNT (WS-RATE-COUNT)
    END-IF
    MOVE AR-DESC TO WS-RT-DESC (WS-RATE-COUNT).

185-STORE-EXIT.
    EXIT.

190-FIND-RATE SECTION.
*> Point WS-RATE-IX at the table slot for WS-LOOKUP-CLASS, zero
*> when the class has none.
    MOVE ZEROS TO WS-RATE-IX
    PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
    UNTIL WS-RATE-SUB > WS-RATE-COUNT OR WS-RATE-IX > 0
        IF WS-RT-CLASS (WS-RATE-SUB) = WS-LOOKUP-CLASS
            MOVE WS-RATE-SUB TO WS-RATE-IX
        END-IF
    END-PERFORM.

200-OPEN-FILES SECTION.
    OPEN INPUT ACCOUNT-MASTER
    IF WS-ACCT-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'ACCOUNT MASTER UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-ACCT-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REGISTER-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN OUTPUT ACCRUAL-FILE
    IF WS-ACCR-STATUS NOT = '00'
        DISPLAY 'ACCRUAL FEED OPEN ERROR, STATUS: ' WS-ACCR-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-FILES-OPEN.

200-OPEN-EXIT.
    EXIT.

210-START-SWEEP SECTION.
*> Position at the first account for a pass over the master.
    MOVE ZEROS TO AM-KEY
    MOVE 'N' TO WS-ACCT-EOF
    START ACCOUNT-MASTER KEY NOT < AM-KEY
        INVALID KEY
            MOVE 'Y' TO WS-ACCT-EOF
    END-START.

250-WRITE-DETAIL SECTION.
*> One accrual detail for the account in hand, opening the batch
*> first if this is its first.  It is a fresh detail like any
*> upstream one: no retry count, no original date, no effective
*> date.
    IF WS-BATCH-OPEN = 'N'
        MOVE SPACES TO TRANS-HEADER-RECORD
        MOVE 'H' TO TH-REC-TYPE
        MOVE WS-RUN-DATE TO TH-RUN-DATE
        MOVE WS-BATCH-RUN-ID TO TH-RUN-ID
        MOVE WS-CURRENCY TO TH-CURRENCY
        WRITE TRANS-HEADER-RECORD
        MOVE 'Y' TO WS-BATCH-OPEN
        MOVE ZEROS TO WS-BATCH-COUNT WS-BATCH-HASH
            WS-BATCH-DEBITS WS-BATCH-CREDITS
    END-IF
    MOVE SPACES TO TRANS-DETAIL-RECORD
    MOVE 'D' TO TD-REC-TYPE
    MOVE AM-KEY TO TD-KEY
    MOVE WS-CHARGE TO TD-AMOUNT
    MOVE WS-CHARGE TO WS-CHARGE-D
    MOVE WS-DETAIL-DC TO TD-DC-IND
    WRITE TRANS-DETAIL-RECORD
    ADD 1 TO WS-BATCH-COUNT
    ADD WS-CHARGE TO WS-BATCH-HASH
    IF WS-DETAIL-DC = 'C'
        ADD WS-CHARGE TO WS-BATCH-CREDITS
    ELSE
        ADD WS-CHARGE TO WS-BATCH-DEBITS
    END-IF.

260-CLOSE-BATCH SECTION.
*> The trailer carries the count and the plain hash of the amounts,
*> exactly as an upstream region's would, and the register gets
*> the same control totals to agree against.
    IF WS-BATCH-OPEN = 'N'
        MOVE SPACES TO RPT-LINE
        STRING 'BATCH ' DELIMITED BY SIZE
            WS-BATCH-RUN-ID DELIMITED BY SIZE
            ' NOT CUT - NOTHING DUE' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REGISTER-LINE
        GO TO 260-CLOSE-EXIT
    END-IF
    MOVE SPACES TO TRANS-TRAILER-RECORD
    MOVE 'T' TO TT-REC-TYPE
    MOVE WS-BATCH-COUNT TO TT-RECORD-COUNT
    MOVE WS-BATCH-HASH TO TT-HASH-TOTAL
    WRITE TRANS-TRAILER-RECORD
    MOVE 'N' TO WS-BATCH-OPEN
    MOVE SPACES TO RPT-LINE
    STRING 'BATCH ' DELIMITED BY SIZE
        WS-BATCH-RUN-ID DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        ' DETAILS ' DELIMITED BY SIZE
        WS-BATCH-COUNT DELIMITED BY SIZE
        ' HASH ' DELIMITED BY SIZE
        WS-BATCH-HASH DELIMITED BY SIZE
        ' DR ' DELIMITED BY SIZE
        WS-BATCH-DEBITS DELIMITED BY SIZE
        ' CR ' DELIMITED BY SIZE
        WS-BATCH-CREDITS DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE.

260-CLOSE-EXIT.
    EXIT.

300-INTEREST-PASS SECTION.
    MOVE WS-INT-RUN-ID TO WS-BATCH-RUN-ID
    MOVE SPACES TO RPT-LINE
    STRING 'INTEREST ACCRUAL - BATCH ' DELIMITED BY SIZE
        WS-INT-RUN-ID DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE
    PERFORM 210-START-SWEEP
    PERFORM UNTIL WS-ACCT-EOF = 'Y'
        READ ACCOUNT-MASTER NEXT
            AT END
                MOVE 'Y' TO WS-ACCT-EOF
            NOT AT END
                ADD 1 TO WS-ACCTS-READ
                PERFORM 350-ACCRUE-INTEREST
        END-READ
    END-PERFORM
    PERFORM 260-CLOSE-BATCH.

320-SCREEN-ACCOUNT SECTION.
*> Shared by both passes: only an active account is priced (a held
*> or closed account would only be refused tomorrow), and it needs
*> a rate entry for its class.  An unclassified account without a
*> blank-class entry is simply not priced; a named class missing
*> from the table is a set-up gap and is listed.
    MOVE ZEROS TO WS-RATE-IX
    IF NOT AM-ACTIVE
        ADD 1 TO WS-NOT-ACTIVE
        GO TO 320-SCREEN-EXIT
    END-IF
    MOVE AM-ACCT-CLASS TO WS-LOOKUP-CLASS
    PERFORM 190-FIND-RATE
    IF WS-RATE-IX = 0
        IF AM-ACCT-CLASS = SPACES
            ADD 1 TO WS-UNCLASSED
        ELSE
            ADD 1 TO WS-NO-RATE
            MOVE SPACES TO RPT-LINE
            STRING 'NO RATE  ' DELIMITED BY SIZE
                AM-KEY DELIMITED BY SIZE
                ' CLASS ' DELIMITED BY SIZE
                AM-ACCT-CLASS DELIMITED BY SIZE
                ' NOT ON THE RATE TABLE - NOT ACCRUED'
                DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REGISTER-LINE
        END-IF
    END-IF.

320-SCREEN-EXIT.
    EXIT.

350-ACCRUE-INTEREST SECTION.
*> Interest runs on a positive period-to-date amount only, for the
*> days up to the next processing day, rounded to the unit the
*> feed carries.  A charge past what TD-AMOUNT can hold is listed
*> rather than cut short.
    PERFORM 320-SCREEN-ACCOUNT
    IF WS-RATE-IX = 0
        GO TO 350-INTEREST-EXIT
    END-IF
    IF WS-RT-INT-RATE (WS-RATE-IX) = 0 OR AM-PTD-AMOUNT NOT > 0
        ADD 1 TO WS-NOTHING-DUE
        GO TO 350-INTEREST-EXIT
    END-IF
    MOVE WS-RT-INT-BASIS (WS-RATE-IX) TO WS-BASIS
    COMPUTE WS-INT-WORK ROUNDED =
        AM-PTD-AMOUNT * WS-RT-INT-RATE (WS-RATE-IX) * WS-INT-DAYS
        / (100 * WS-BASIS)
    COMPUTE WS-CHARGE ROUNDED = WS-INT-WORK
    IF WS-CHARGE = 0
        ADD 1 TO WS-NOTHING-DUE
        GO TO 350-INTEREST-EXIT
    END-IF
    MOVE AM-PTD-AMOUNT TO WS-PTD-D
    MOVE WS-RT-INT-RATE (WS-RATE-IX) TO WS-RATE-D
    IF WS-CHARGE > 99999
        ADD 1 TO WS-TOO-LARGE
        MOVE SPACES TO RPT-LINE
        STRING 'TOO LARGE ' DELIMITED BY SIZE
            AM-KEY DELIMITED BY SIZE
            ' PTD ' DELIMITED BY SIZE
            WS-PTD-D DELIMITED BY SIZE
            ' INTEREST ' DELIMITED BY SIZE
            WS-CHARGE DELIMITED BY SIZE
            ' - NOT ACCRUED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REGISTER-LINE
        GO TO 350-INTEREST-EXIT
    END-IF
    MOVE WS-RT-INT-DC (WS-RATE-IX) TO WS-DETAIL-DC
    PERFORM 250-WRITE-DETAIL
    ADD 1 TO WS-INT-COUNT
    ADD WS-CHARGE TO WS-INT-TOTAL
    MOVE SPACES TO RPT-LINE
    STRING 'INTEREST ' DELIMITED BY SIZE
        AM-KEY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AM-ACCT-CLASS DELIMITED BY SIZE
        ' PTD ' DELIMITED BY SIZE
        WS-PTD-D DELIMITED BY SIZE
        ' RATE ' DELIMITED BY SIZE
        WS-RATE-D DELIMITED BY SIZE
        '/' DELIMITED BY SIZE
        WS-BASIS DELIMITED BY SIZE
        ' DAYS ' DELIMITED BY SIZE
        WS-DAYS-D DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DETAIL-DC DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-CHARGE-D DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE.

350-INTEREST-EXIT.
    EXIT.

400-FEE-PASS SECTION.
*> The second pass raises the month's flat service charges in a
*> batch of their own.  Screening exceptions were already listed
*> and counted on the interest pass, so they are not counted twice.
    MOVE WS-FEE-RUN-ID TO WS-BATCH-RUN-ID
    MOVE SPACES TO RPT-LINE
    STRING 'MONTHLY SERVICE CHARGES - BATCH ' DELIMITED BY SIZE
        WS-FEE-RUN-ID DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE
    PERFORM 210-START-SWEEP
    PERFORM UNTIL WS-ACCT-EOF = 'Y'
        READ ACCOUNT-MASTER NEXT
            AT END
                MOVE 'Y' TO WS-ACCT-EOF
            NOT AT END
                PERFORM 450-RAISE-FEE
        END-READ
    END-PERFORM
    PERFORM 260-CLOSE-BATCH.

450-RAISE-FEE SECTION.
    IF NOT AM-ACTIVE
        GO TO 450-FEE-EXIT
    END-IF
    MOVE AM-ACCT-CLASS TO WS-LOOKUP-CLASS
    PERFORM 190-FIND-RATE
    IF WS-RATE-IX = 0
        GO TO 450-FEE-EXIT
    END-IF
    IF WS-RT-FEE-AMOUNT (WS-RATE-IX) = 0
        GO TO 450-FEE-EXIT
    END-IF
    MOVE WS-RT-FEE-AMOUNT (WS-RATE-IX) TO WS-CHARGE
    MOVE 'D' TO WS-DETAIL-DC
    PERFORM 250-WRITE-DETAIL
    ADD 1 TO WS-FEE-COUNT
    ADD WS-CHARGE TO WS-FEE-TOTAL
    MOVE SPACES TO RPT-LINE
    STRING 'FEE      ' DELIMITED BY SIZE
        AM-KEY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AM-ACCT-CLASS DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RT-DESC (WS-RATE-IX) DELIMITED BY SIZE
        ' D ' DELIMITED BY SIZE
        WS-CHARGE-D DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE.

450-FEE-EXIT.
    EXIT.

600-TERMINATE SECTION.
    IF WS-FILES-OPEN = 'Y'
        CLOSE ACCOUNT-MASTER
        CLOSE ACCRUAL-FILE
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS READ: ' DELIMITED BY SIZE
        WS-ACCTS-READ DELIMITED BY SIZE
        '  NOT ACTIVE: ' DELIMITED BY SIZE
        WS-NOT-ACTIVE DELIMITED BY SIZE
        '  UNCLASSIFIED: ' DELIMITED BY SIZE
        WS-UNCLASSED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'NO RATE FOR CLASS: ' DELIMITED BY SIZE
        WS-NO-RATE DELIMITED BY SIZE
        '  NOTHING DUE: ' DELIMITED BY SIZE
        WS-NOTHING-DUE DELIMITED BY SIZE
        '  TOO LARGE: ' DELIMITED BY SIZE
        WS-TOO-LARGE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'INTEREST DETAILS: ' DELIMITED BY SIZE
        WS-INT-COUNT DELIMITED BY SIZE
        '  AMOUNT: ' DELIMITED BY SIZE
        WS-INT-TOTAL DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'SERVICE-CHARGE DETAILS: ' DELIMITED BY SIZE
        WS-FEE-COUNT DELIMITED BY SIZE
        '  AMOUNT: ' DELIMITED BY SIZE
        WS-FEE-TOTAL DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REGISTER-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            MOVE 8 TO RETURN-CODE
        WHEN WS-NO-RATE > 0 OR WS-TOO-LARGE > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.
