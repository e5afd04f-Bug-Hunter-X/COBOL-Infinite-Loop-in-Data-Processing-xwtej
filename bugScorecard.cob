       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGSCORE
*> Monthly upstream region quality scorecard.  The quarterly
*> service reviews with the regions used to run off a scorecard
*> built by hand from a stack of return-feed listings and aging
*> reports, and BUGTREND only trends whole-run totals, so it cannot
*> say which region the rejects come from.  This job takes one
*> section per region - the first four characters of the batch
*> header's run id, the same prefix the master keeps as the last
*> region - and sets the month against the month before it:
*> batches received, details sent and batches out of balance with
*> their trailer from the GL interface generations, details
*> rejected by return code, aged out to suspense and dropped as
*> duplicate re-transmissions from the return-feed generations,
*> and how long the region's batches stayed open on the BUGGLACK
*> aging before the GL accepted them from the open-item
*> generations.  The accrual batches BUGACCR posts under the
*> reserved SYS run ids are this shop's own and score nowhere.
*> Every figure shows the change and the percentage change on the
*> month.  An all-regions section totals them, and the run
*> statistics for the same months are set beside it so the
*> return-feed figures can be proved against the runs.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSCORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "SCORECTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.

    SELECT INTERFACE-FILE ASSIGN TO "GLIFHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IFACE-STATUS.

    SELECT RETURN-FILE ASSIGN TO "RTRNHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-STATUS.

    SELECT OPEN-ITEM-FILE ASSIGN TO "OPENHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-STATUS.

    SELECT STATS-FILE ASSIGN TO "STATHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SCORERPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY SCORECTL.

FD  REGISTRY-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY REGNREG.

FD  INTERFACE-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY IFACEREC.

FD  RETURN-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RTRNREC.

FD  OPEN-ITEM-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY OPENITEM.

FD  STATS-FILE
    RECORD CONTAINS 260 CHARACTERS.
COPY STATREC.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-REG-STATUS       PIC X(2) VALUE '00'.
    05  WS-IFACE-STATUS     PIC X(2) VALUE '00'.
    05  WS-RETURN-STATUS    PIC X(2) VALUE '00'.
    05  WS-OPEN-STATUS      PIC X(2) VALUE '00'.
    05  WS-STATS-STATUS     PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-EOF              PIC X VALUE 'N'.
    05  WS-SOURCES-OK       PIC X VALUE 'Y'.

01  WS-MONTHS.
*> Month 1 is the scorecard month, month 2 the one before it.  A
*> dated record is placed by its year and month; anything outside
*> the two is not counted.
    05  WS-RUN-DATE         PIC 9(8) VALUE ZEROS.
    05  WS-THIS-MONTH       PIC 9(6) VALUE ZEROS.
    05  WS-LAST-MONTH       PIC 9(6) VALUE ZEROS.
    05  WS-MONTH-WORK.
        10  WS-MW-YEAR      PIC 9(4).
        10  WS-MW-MONTH     PIC 9(2).
    05  WS-MONTH-IX         PIC 9(1) VALUE ZEROS.
    05  WS-MO-SUB           PIC 9(1) VALUE ZEROS.
    05  WS-CHECK-DATE       PIC 9(8) VALUE ZEROS.
    05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
        10  WS-CHECK-MONTH  PIC 9(6).
        10  FILLER          PIC 9(2).

01  WS-REASON-TABLE.
*> The return codes as RTRNREC lists them.  Anything not found
*> here scores under the last entry, R999.
    05  FILLER  PIC X(34) VALUE 'R001DUPLICATE TRANSACTION'.
    05  FILLER  PIC X(34) VALUE 'R002RUN TOTAL BELOW MINIMUM'.
    05  FILLER  PIC X(34) VALUE 'R003RUN TOTAL ABOVE MAXIMUM'.
    05  FILLER  PIC X(34) VALUE 'R004ACCOUNT ON HOLD'.
    05  FILLER  PIC X(34) VALUE 'R005ACCOUNT CLOSED'.
    05  FILLER  PIC X(34) VALUE 'R006ACCOUNT NOT ON MASTER'.
    05  FILLER  PIC X(34) VALUE 'R007SINGLE POSTING LIMIT'.
    05  FILLER  PIC X(34) VALUE 'R008DAILY POSTING LIMIT'.
    05  FILLER  PIC X(34) VALUE 'R009ACCOUNT PTD FLOOR'.
    05  FILLER  PIC X(34) VALUE 'R010ACCOUNT PTD CEILING'.
    05  FILLER  PIC X(34) VALUE 'R011ACCOUNT DORMANT'.
    05  FILLER  PIC X(34) VALUE 'R012INVALID TRANSFER ACCOUNT'.
    05  FILLER  PIC X(34) VALUE 'R999ANY OTHER REFUSAL'.
01  WS-REASON-R REDEFINES WS-REASON-TABLE.
    05  WS-RSN-ENTRY OCCURS 13 TIMES.
        10  WS-RSN-CODE     PIC X(4).
        10  WS-RSN-TEXT     PIC X(30).

01  WS-REASON-WORK.
    05  WS-RSN-SUB          PIC 9(2) VALUE ZEROS.
    05  WS-RSN-IX           PIC 9(2) VALUE ZEROS.

01  WS-REGIONS.
*> One entry per region prefix, kept in prefix order as regions
*> are found, so the scorecard prints in that order.  Registered
*> regions are entered up front so one that sent nothing still
*> gets its section.  The last slot is the all-regions total.
    05  WS-RGN-COUNT        PIC 9(3) VALUE ZEROS.
    05  WS-RGN-SUB          PIC 9(3) VALUE ZEROS.
    05  WS-RGN-IX           PIC 9(3) VALUE ZEROS.
    05  WS-RGN-MOVE         PIC 9(3) VALUE ZEROS.
    05  WS-RGN-UNTABLED     PIC 9(7) VALUE ZEROS.
    05  WS-TOTAL-IX         PIC 9(3) VALUE 101.
    05  WS-LOOKUP-REGION    PIC X(4) VALUE SPACES.
    05  WS-RGN-ENTRY OCCURS 101 TIMES.
        10  WS-RN-REGION        PIC X(4).
        10  WS-RN-NAME          PIC X(30).
        10  WS-RN-MONTH OCCURS 2 TIMES.
            15  WS-RN-BATCHES       PIC 9(5).
            15  WS-RN-DETAILS       PIC 9(7).
            15  WS-RN-OUT-OF-BAL    PIC 9(5).
            15  WS-RN-REJECTS       PIC 9(7).
            15  WS-RN-REASON        PIC 9(7) OCCURS 13 TIMES.
            15  WS-RN-SUSPENDED     PIC 9(7).
            15  WS-RN-DUPS          PIC 9(7).
            15  WS-RN-AGED          PIC 9(5).
            15  WS-RN-DAYS-OPEN     PIC 9(7).
            15  WS-RN-LONGEST       PIC 9(5).

01  WS-BATCHES.
*> Every batch of the two months, by the identity the interface
*> and the open items share: run id plus run date.  The interface
*> generations enter a batch once however often a restart re-sent
*> it; each distinct business date it was carried forward as at is
*> one more day it waited for the GL, so a rerun of the matching
*> does not count the day twice.  A batch first seen on the open
*> items (its interface generation already gone) is placed by its
*> first-sent date.
    05  WS-BT-COUNT         PIC 9(4) VALUE ZEROS.
    05  WS-BT-SUB           PIC 9(4) VALUE ZEROS.
    05  WS-BT-IX            PIC 9(4) VALUE ZEROS.
    05  WS-BT-UNTABLED      PIC 9(7) VALUE ZEROS.
    05  WS-FIND-RUN-ID      PIC X(8) VALUE SPACES.
    05  WS-FIND-RUN-DATE    PIC 9(8) VALUE ZEROS.
    05  WS-BT-ENTRY OCCURS 3000 TIMES.
        10  WS-BE-RUN-ID        PIC X(8).
        10  WS-BE-RUN-DATE      PIC 9(8).
        10  WS-BE-MONTH         PIC 9(1).
        10  WS-BE-DAYS-OPEN     PIC 9(5).
        10  WS-BE-LAST-AS-OF    PIC 9(8).

01  WS-SHOP.
*> Whole-run figures off the run statistics, completed days only
*> (a limit-stop partial is already inside its day's final
*> record), against the return records the regions were sent.
    05  WS-SH-MONTH OCCURS 2 TIMES.
        10  WS-SH-DAYS          PIC 9(5).
        10  WS-SH-DUPS          PIC 9(7).
        10  WS-SH-REJECTS       PIC 9(7).
        10  WS-SH-SUSPENDED     PIC 9(7).
        10  WS-SH-RETURNS       PIC 9(7).
        10  WS-SH-RT-RECORDS    PIC 9(7).

01  WS-FIGURE.
*> One scorecard line: the caller fills the label and the two
*> months; the change and percentage are worked out here.
    05  WS-FIG-LABEL        PIC X(30) VALUE SPACES.
    05  WS-FIG-THIS         PIC 9(7) VALUE ZEROS.
    05  WS-FIG-LAST         PIC 9(7) VALUE ZEROS.
    05  WS-FIG-CHANGE       PIC S9(7) VALUE ZEROS.
    05  WS-FIG-PCT          PIC S9(5) VALUE ZEROS.
    05  WS-FIG-THIS-D       PIC Z(6)9.
    05  WS-FIG-LAST-D       PIC Z(6)9.
    05  WS-FIG-CHANGE-D     PIC +(7)9.
    05  WS-FIG-PCT-D        PIC +(5)9.
    05  WS-FIG-PCT-X        PIC X(7) VALUE SPACES.

01  WS-COUNTS.
    05  WS-BT-READ          PIC 9(7) VALUE ZEROS.
    05  WS-RT-READ          PIC 9(7) VALUE ZEROS.
    05  WS-OB-READ          PIC 9(7) VALUE ZEROS.
    05  WS-ST-READ          PIC 9(7) VALUE ZEROS.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 160-READ-CONTROL-CARD.
    PERFORM 170-LOAD-REGISTRY.
    PERFORM 200-SCAN-INTERFACE.
    PERFORM 300-SCAN-RETURNS.
    PERFORM 400-SCAN-OPEN-ITEMS.
    PERFORM 450-TALLY-DAYS-OPEN.
    PERFORM 500-SCAN-RUN-STATISTICS.
    PERFORM 600-WRITE-SCORECARD.
    PERFORM 700-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'SCORECARD REPORT OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    INITIALIZE WS-SHOP
    INITIALIZE WS-RGN-ENTRY (WS-TOTAL-IX)
    MOVE 'ALL ' TO WS-RN-REGION (WS-TOTAL-IX)
    MOVE 'ALL REGIONS' TO WS-RN-NAME (WS-TOTAL-IX).

150-WRITE-REPORT-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-READ-CONTROL-CARD SECTION.
*> No card, or no valid month on it, scores the calendar month
*> before the run date.
    MOVE ZEROS TO WS-THIS-MONTH
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
        AND SCCTL-MONTH IS NUMERIC
        AND SCCTL-MONTH (5:2) >= '01' AND SCCTL-MONTH (5:2) <= '12'
            MOVE SCCTL-MONTH TO WS-THIS-MONTH
        END-IF
        CLOSE CONTROL-FILE
    END-IF
    IF WS-THIS-MONTH = 0
        MOVE WS-RUN-DATE (1:6) TO WS-MONTH-WORK
        PERFORM 165-STEP-BACK-MONTH
        MOVE WS-MONTH-WORK TO WS-THIS-MONTH
    END-IF
    MOVE WS-THIS-MONTH TO WS-MONTH-WORK
    PERFORM 165-STEP-BACK-MONTH
    MOVE WS-MONTH-WORK TO WS-LAST-MONTH
    MOVE SPACES TO RPT-LINE
    STRING 'BUGSCORE REGION QUALITY SCORECARD ' DELIMITED BY SIZE
        WS-THIS-MONTH DELIMITED BY SIZE
        ' AGAINST ' DELIMITED BY SIZE
        WS-LAST-MONTH DELIMITED BY SIZE
        '  RUN ' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

165-STEP-BACK-MONTH SECTION.
    IF WS-MW-MONTH = 1
        MOVE 12 TO WS-MW-MONTH
        SUBTRACT 1 FROM WS-MW-YEAR
    ELSE
        SUBTRACT 1 FROM WS-MW-MONTH
    END-IF.

170-LOAD-REGISTRY SECTION.
*> The registry only names the regions and enters the quiet ones;
*> without it the scorecard still runs, under the bare prefixes.
    OPEN INPUT REGISTRY-FILE
    IF WS-REG-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'REGION REGISTRY UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-REG-STATUS DELIMITED BY SIZE
            ' - NO REGION NAMES' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        GO TO 170-REGISTRY-EXIT
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ REGISTRY-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RG-RUN-ID NOT = SPACES
                    MOVE RG-RUN-ID (1:4) TO WS-LOOKUP-REGION
                    PERFORM 190-FIND-REGION
                    IF WS-RGN-IX > 0
                    AND WS-RN-NAME (WS-RGN-IX) = SPACES
                        MOVE RG-REGION-NAME TO WS-RN-NAME (WS-RGN-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REGISTRY-FILE.

170-REGISTRY-EXIT.
    EXIT.

180-FIND-MONTH SECTION.
*> Place WS-CHECK-DATE: 1 the scorecard month, 2 the month
*> before, 0 neither (or no date at all).
    MOVE 0 TO WS-MONTH-IX
    IF WS-CHECK-DATE = 0
        GO TO 180-MONTH-EXIT
    END-IF
    IF WS-CHECK-MONTH = WS-THIS-MONTH
        MOVE 1 TO WS-MONTH-IX
    END-IF
    IF WS-CHECK-MONTH = WS-LAST-MONTH
        MOVE 2 TO WS-MONTH-IX
    END-IF.

180-MONTH-EXIT.
    EXIT.

190-FIND-REGION SECTION.
*> Locate WS-LOOKUP-REGION, entering it in prefix order if it is
*> new.  A full table leaves WS-RGN-IX zero and the figure is
*> counted as untabled instead.
    MOVE 0 TO WS-RGN-IX
    PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
    UNTIL WS-RGN-SUB > WS-RGN-COUNT OR WS-RGN-IX > 0
        IF WS-RN-REGION (WS-RGN-SUB) = WS-LOOKUP-REGION
            MOVE WS-RGN-SUB TO WS-RGN-IX
        END-IF
    END-PERFORM
    IF WS-RGN-IX > 0
        GO TO 190-FIND-EXIT
    END-IF
    IF WS-RGN-COUNT NOT < 100
        ADD 1 TO WS-RGN-UNTABLED
        MOVE 'N' TO WS-SOURCES-OK
        GO TO 190-FIND-EXIT
    END-IF
    MOVE 1 TO WS-RGN-IX
    PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
    UNTIL WS-RGN-SUB > WS-RGN-COUNT
        IF WS-RN-REGION (WS-RGN-SUB) < WS-LOOKUP-REGION
            COMPUTE WS-RGN-IX = WS-RGN-SUB + 1
        END-IF
    END-PERFORM
    PERFORM VARYING WS-RGN-MOVE FROM WS-RGN-COUNT BY -1
    UNTIL WS-RGN-MOVE < WS-RGN-IX
        MOVE WS-RGN-ENTRY (WS-RGN-MOVE)
            TO WS-RGN-ENTRY (WS-RGN-MOVE + 1)
    END-PERFORM
    ADD 1 TO WS-RGN-COUNT
    INITIALIZE WS-RGN-ENTRY (WS-RGN-IX)
    MOVE WS-LOOKUP-REGION TO WS-RN-REGION (WS-RGN-IX)
*> A recycled detail refused again before any header carries no
*> run id, so it scores under no region.
    IF WS-LOOKUP-REGION = SPACES
        MOVE 'NO RUN ID - RECYCLED RE-ENTRY' TO WS-RN-NAME (WS-RGN-IX)
    END-IF.

190-FIND-EXIT.
    EXIT.

200-SCAN-INTERFACE SECTION.
*> The GL interface generations: one 'BT' per batch received,
*> carrying the detail count the batch delivered and 'E' when it
*> did not agree with its trailer.  Placed by the run date the
*> posting stamped on it.
    OPEN INPUT INTERFACE-FILE
    IF WS-IFACE-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'GL INTERFACE HISTORY UNREADABLE, STATUS '
            DELIMITED BY SIZE
            WS-IFACE-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-SOURCES-OK
        GO TO 200-IFACE-EXIT
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERFACE-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF IF-REC-TYPE = 'BT'
                    ADD 1 TO WS-BT-READ
                    PERFORM 250-TAKE-BATCH
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERFACE-FILE.

200-IFACE-EXIT.
    EXIT.

250-TAKE-BATCH SECTION.
    IF IF-RUN-DATE IS NOT NUMERIC
        GO TO 250-BATCH-EXIT
    END-IF
    IF IF-RUN-ID (1:3) = 'SYS'
        GO TO 250-BATCH-EXIT
    END-IF
    MOVE IF-RUN-DATE TO WS-CHECK-DATE
    PERFORM 180-FIND-MONTH
    IF WS-MONTH-IX = 0
        GO TO 250-BATCH-EXIT
    END-IF
    MOVE IF-RUN-ID TO WS-FIND-RUN-ID
    MOVE IF-RUN-DATE TO WS-FIND-RUN-DATE
    PERFORM 280-FIND-BATCH
    IF WS-BT-IX > 0
        GO TO 250-BATCH-EXIT
    END-IF
    PERFORM 285-ADD-BATCH
    MOVE IF-RUN-ID (1:4) TO WS-LOOKUP-REGION
    PERFORM 190-FIND-REGION
    IF WS-RGN-IX = 0
        GO TO 250-BATCH-EXIT
    END-IF
    ADD 1 TO WS-RN-BATCHES (WS-RGN-IX, WS-MONTH-IX)
    IF IF-BATCH-COUNT IS NUMERIC
        ADD IF-BATCH-COUNT TO WS-RN-DETAILS (WS-RGN-IX, WS-MONTH-IX)
    END-IF
    IF IF-RUN-ERROR
        ADD 1 TO WS-RN-OUT-OF-BAL (WS-RGN-IX, WS-MONTH-IX)
    END-IF.

250-BATCH-EXIT.
    EXIT.

280-FIND-BATCH SECTION.
*> Locate a batch by WS-FIND-RUN-ID/WS-FIND-RUN-DATE; zero if it
*> is not on the table.
    MOVE 0 TO WS-BT-IX
    PERFORM VARYING WS-BT-SUB FROM 1 BY 1
    UNTIL WS-BT-SUB > WS-BT-COUNT OR WS-BT-IX > 0
        IF WS-BE-RUN-ID (WS-BT-SUB) = WS-FIND-RUN-ID
        AND WS-BE-RUN-DATE (WS-BT-SUB) = WS-FIND-RUN-DATE
            MOVE WS-BT-SUB TO WS-BT-IX
        END-IF
    END-PERFORM.

285-ADD-BATCH SECTION.
*> Enter the batch just looked for under WS-MONTH-IX.  A full
*> table still lets the batch be counted, but its days open can no
*> longer be followed.  An accrual batch is never entered.
    MOVE 0 TO WS-BT-IX
    IF WS-FIND-RUN-ID (1:3) = 'SYS'
        GO TO 285-ADD-EXIT
    END-IF
    IF WS-BT-COUNT NOT < 3000
        ADD 1 TO WS-BT-UNTABLED
        MOVE 'N' TO WS-SOURCES-OK
        GO TO 285-ADD-EXIT
    END-IF
    ADD 1 TO WS-BT-COUNT
    MOVE WS-BT-COUNT TO WS-BT-IX
    MOVE WS-FIND-RUN-ID TO WS-BE-RUN-ID (WS-BT-IX)
    MOVE WS-FIND-RUN-DATE TO WS-BE-RUN-DATE (WS-BT-IX)
    MOVE WS-MONTH-IX TO WS-BE-MONTH (WS-BT-IX)
    MOVE ZEROS TO WS-BE-DAYS-OPEN (WS-BT-IX)
    MOVE ZEROS TO WS-BE-LAST-AS-OF (WS-BT-IX).

285-ADD-EXIT.
    EXIT.

300-SCAN-RETURNS SECTION.
*> The return-feed generations: one record per detail sent back,
*> under the run id of the batch that shipped it.  A detail
*> dropped as a duplicate is a re-transmission, not a reject;
*> every other record is a reject under its code, and one aged out
*> to suspense is counted there as well.  A recycled detail that
*> fails again is returned again, and counts again.
    OPEN INPUT RETURN-FILE
    IF WS-RETURN-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'RETURN FEED HISTORY UNREADABLE, STATUS '
            DELIMITED BY SIZE
            WS-RETURN-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-SOURCES-OK
        GO TO 300-RETURN-EXIT
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ RETURN-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-RT-READ
                PERFORM 350-TAKE-RETURN
        END-READ
    END-PERFORM
    CLOSE RETURN-FILE.

300-RETURN-EXIT.
    EXIT.

350-TAKE-RETURN SECTION.
    IF RT-RUN-DATE IS NOT NUMERIC
        GO TO 350-RETURN-EXIT
    END-IF
    MOVE RT-RUN-DATE TO WS-CHECK-DATE
    PERFORM 180-FIND-MONTH
    IF WS-MONTH-IX = 0
        GO TO 350-RETURN-EXIT
    END-IF
    ADD 1 TO WS-SH-RT-RECORDS (WS-MONTH-IX)
*> An accrual detail sent back still counts toward the proof
*> against the run statistics, but belongs to no region.
    IF RT-RUN-ID (1:3) = 'SYS'
        GO TO 350-RETURN-EXIT
    END-IF
    MOVE RT-RUN-ID (1:4) TO WS-LOOKUP-REGION
    PERFORM 190-FIND-REGION
    IF WS-RGN-IX = 0
        GO TO 350-RETURN-EXIT
    END-IF
    IF RT-DUP-DROPPED
        ADD 1 TO WS-RN-DUPS (WS-RGN-IX, WS-MONTH-IX)
        GO TO 350-RETURN-EXIT
    END-IF
    ADD 1 TO WS-RN-REJECTS (WS-RGN-IX, WS-MONTH-IX)
    MOVE 13 TO WS-RSN-IX
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1 UNTIL WS-RSN-SUB > 12
        IF WS-RSN-CODE (WS-RSN-SUB) = RT-REASON-CODE
            MOVE WS-RSN-SUB TO WS-RSN-IX
        END-IF
    END-PERFORM
    ADD 1 TO WS-RN-REASON (WS-RGN-IX, WS-MONTH-IX, WS-RSN-IX)
    IF RT-SUSPENDED
        ADD 1 TO WS-RN-SUSPENDED (WS-RGN-IX, WS-MONTH-IX)
    END-IF.

350-RETURN-EXIT.
    EXIT.

400-SCAN-OPEN-ITEMS SECTION.
*> The open-item generations BUGGLACK carries forward - one per
*> matching run, so a day that was rerun has more than one.  A
*> batch the GL accepted on the day it was sent never appears;
*> every distinct as-of date a batch appears under is one day it
*> stayed open on the aging.  The base hands the generations back
*> in generation order and the as-of dates only move one way along
*> it, so a batch's records for one date arrive together and
*> checking against the last date counted is enough.  A record
*> with no as-of date predates the stamp and counts as a day.
    OPEN INPUT OPEN-ITEM-FILE
    IF WS-OPEN-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'OPEN-ITEM HISTORY UNREADABLE, STATUS '
            DELIMITED BY SIZE
            WS-OPEN-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-SOURCES-OK
        GO TO 400-OPEN-EXIT
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-OB-READ
                PERFORM 420-TAKE-OPEN-ITEM
        END-READ
    END-PERFORM
    CLOSE OPEN-ITEM-FILE.

400-OPEN-EXIT.
    EXIT.

420-TAKE-OPEN-ITEM SECTION.
    IF OB-RUN-DATE IS NOT NUMERIC
        GO TO 420-ITEM-EXIT
    END-IF
    IF OB-RUN-ID (1:3) = 'SYS'
        GO TO 420-ITEM-EXIT
    END-IF
    MOVE OB-RUN-ID TO WS-FIND-RUN-ID
    MOVE OB-RUN-DATE TO WS-FIND-RUN-DATE
    PERFORM 280-FIND-BATCH
    IF WS-BT-IX = 0
        IF OB-FIRST-SENT IS NOT NUMERIC
            GO TO 420-ITEM-EXIT
        END-IF
        MOVE OB-FIRST-SENT TO WS-CHECK-DATE
        PERFORM 180-FIND-MONTH
        IF WS-MONTH-IX = 0
            GO TO 420-ITEM-EXIT
        END-IF
        PERFORM 285-ADD-BATCH
        IF WS-BT-IX = 0
            GO TO 420-ITEM-EXIT
        END-IF
    END-IF
    IF OB-AS-OF-DATE IS NUMERIC AND OB-AS-OF-DATE > 0
        IF OB-AS-OF-DATE = WS-BE-LAST-AS-OF (WS-BT-IX)
            GO TO 420-ITEM-EXIT
        END-IF
        MOVE OB-AS-OF-DATE TO WS-BE-LAST-AS-OF (WS-BT-IX)
    END-IF
    ADD 1 TO WS-BE-DAYS-OPEN (WS-BT-IX).

420-ITEM-EXIT.
    EXIT.

450-TALLY-DAYS-OPEN SECTION.
*> Each batch that waited goes to its region and month: one more
*> batch left open past its send day, its days on the total, and
*> the longest wait.
    PERFORM VARYING WS-BT-SUB FROM 1 BY 1
    UNTIL WS-BT-SUB > WS-BT-COUNT
        IF WS-BE-DAYS-OPEN (WS-BT-SUB) > 0
            MOVE WS-BE-RUN-ID (WS-BT-SUB) (1:4) TO WS-LOOKUP-REGION
            PERFORM 190-FIND-REGION
            IF WS-RGN-IX > 0
                MOVE WS-BE-MONTH (WS-BT-SUB) TO WS-MONTH-IX
                ADD 1 TO WS-RN-AGED (WS-RGN-IX, WS-MONTH-IX)
                ADD WS-BE-DAYS-OPEN (WS-BT-SUB)
                    TO WS-RN-DAYS-OPEN (WS-RGN-IX, WS-MONTH-IX)
                IF WS-BE-DAYS-OPEN (WS-BT-SUB)
                    > WS-RN-LONGEST (WS-RGN-IX, WS-MONTH-IX)
                    MOVE WS-BE-DAYS-OPEN (WS-BT-SUB)
                        TO WS-RN-LONGEST (WS-RGN-IX, WS-MONTH-IX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

500-SCAN-RUN-STATISTICS SECTION.
*> The run-statistics generations, completed days only, for the
*> whole-run figures the all-regions section is proved against.
    OPEN INPUT STATS-FILE
    IF WS-STATS-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'RUN STATISTICS HISTORY UNREADABLE, STATUS '
            DELIMITED BY SIZE
            WS-STATS-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-SOURCES-OK
        GO TO 500-STATS-EXIT
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ STATS-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ST-READ
                IF ST-STOP-REASON = 'C' AND ST-RUN-DATE IS NUMERIC
                    MOVE ST-RUN-DATE TO WS-CHECK-DATE
                    PERFORM 180-FIND-MONTH
                    IF WS-MONTH-IX > 0
                        ADD 1 TO WS-SH-DAYS (WS-MONTH-IX)
                        ADD ST-DUP-COUNT TO WS-SH-DUPS (WS-MONTH-IX)
                        ADD ST-REJECT-COUNT
                            TO WS-SH-REJECTS (WS-MONTH-IX)
                        ADD ST-SUSP-COUNT
                            TO WS-SH-SUSPENDED (WS-MONTH-IX)
                        ADD ST-RETURN-COUNT
                            TO WS-SH-RETURNS (WS-MONTH-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STATS-FILE.

500-STATS-EXIT.
    EXIT.

600-WRITE-SCORECARD SECTION.
    PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
    UNTIL WS-RGN-SUB > WS-RGN-COUNT
        PERFORM 610-ADD-TO-TOTAL
        MOVE WS-RGN-SUB TO WS-RGN-IX
        PERFORM 640-WRITE-REGION
    END-PERFORM
    MOVE WS-TOTAL-IX TO WS-RGN-IX
    PERFORM 640-WRITE-REGION
    PERFORM 680-WRITE-RUN-FIGURES.

610-ADD-TO-TOTAL SECTION.
    PERFORM VARYING WS-MO-SUB FROM 1 BY 1 UNTIL WS-MO-SUB > 2
        ADD WS-RN-BATCHES (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-BATCHES (WS-TOTAL-IX, WS-MO-SUB)
        ADD WS-RN-DETAILS (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-DETAILS (WS-TOTAL-IX, WS-MO-SUB)
        ADD WS-RN-OUT-OF-BAL (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-OUT-OF-BAL (WS-TOTAL-IX, WS-MO-SUB)
        ADD WS-RN-REJECTS (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-REJECTS (WS-TOTAL-IX, WS-MO-SUB)
        PERFORM VARYING WS-RSN-SUB FROM 1 BY 1 UNTIL WS-RSN-SUB > 13
            ADD WS-RN-REASON (WS-RGN-SUB, WS-MO-SUB, WS-RSN-SUB)
                TO WS-RN-REASON (WS-TOTAL-IX, WS-MO-SUB, WS-RSN-SUB)
        END-PERFORM
        ADD WS-RN-SUSPENDED (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-SUSPENDED (WS-TOTAL-IX, WS-MO-SUB)
        ADD WS-RN-DUPS (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-DUPS (WS-TOTAL-IX, WS-MO-SUB)
        ADD WS-RN-AGED (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-AGED (WS-TOTAL-IX, WS-MO-SUB)
        ADD WS-RN-DAYS-OPEN (WS-RGN-SUB, WS-MO-SUB)
            TO WS-RN-DAYS-OPEN (WS-TOTAL-IX, WS-MO-SUB)
        IF WS-RN-LONGEST (WS-RGN-SUB, WS-MO-SUB)
            > WS-RN-LONGEST (WS-TOTAL-IX, WS-MO-SUB)
            MOVE WS-RN-LONGEST (WS-RGN-SUB, WS-MO-SUB)
                TO WS-RN-LONGEST (WS-TOTAL-IX, WS-MO-SUB)
        END-IF
    END-PERFORM.

640-WRITE-REGION SECTION.
*> One region's section, WS-RGN-IX the entry to print.  A reject
*> code only gets a line when the region had it in either month.
    MOVE SPACES TO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING '==== REGION ' DELIMITED BY SIZE
        WS-RN-REGION (WS-RGN-IX) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RN-NAME (WS-RGN-IX) DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'FIGURE                          THIS MONTH LAST MONTH'
        DELIMITED BY SIZE
        '   CHANGE  PCT' DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE 'BATCHES RECEIVED' TO WS-FIG-LABEL
    MOVE WS-RN-BATCHES (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-BATCHES (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DETAILS SENT' TO WS-FIG-LABEL
    MOVE WS-RN-DETAILS (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-DETAILS (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DETAILS REJECTED' TO WS-FIG-LABEL
    MOVE WS-RN-REJECTS (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-REJECTS (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1 UNTIL WS-RSN-SUB > 13
        IF WS-RN-REASON (WS-RGN-IX, 1, WS-RSN-SUB) > 0
        OR WS-RN-REASON (WS-RGN-IX, 2, WS-RSN-SUB) > 0
            MOVE SPACES TO WS-FIG-LABEL
            STRING '  ' DELIMITED BY SIZE
                WS-RSN-CODE (WS-RSN-SUB) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RSN-TEXT (WS-RSN-SUB) DELIMITED BY SIZE
                INTO WS-FIG-LABEL
            MOVE WS-RN-REASON (WS-RGN-IX, 1, WS-RSN-SUB)
                TO WS-FIG-THIS
            MOVE WS-RN-REASON (WS-RGN-IX, 2, WS-RSN-SUB)
                TO WS-FIG-LAST
            PERFORM 660-WRITE-FIGURE
        END-IF
    END-PERFORM
    MOVE 'DETAILS AGED TO SUSPENSE' TO WS-FIG-LABEL
    MOVE WS-RN-SUSPENDED (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-SUSPENDED (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DUPLICATE RE-TRANSMISSIONS' TO WS-FIG-LABEL
    MOVE WS-RN-DUPS (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-DUPS (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'BATCHES OUT OF BALANCE' TO WS-FIG-LABEL
    MOVE WS-RN-OUT-OF-BAL (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-OUT-OF-BAL (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'BATCHES OPEN PAST SEND DAY' TO WS-FIG-LABEL
    MOVE WS-RN-AGED (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-AGED (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DAYS OPEN BEFORE GL ACCEPTED' TO WS-FIG-LABEL
    MOVE WS-RN-DAYS-OPEN (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-DAYS-OPEN (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'LONGEST DAYS OPEN, ONE BATCH' TO WS-FIG-LABEL
    MOVE WS-RN-LONGEST (WS-RGN-IX, 1) TO WS-FIG-THIS
    MOVE WS-RN-LONGEST (WS-RGN-IX, 2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE.

660-WRITE-FIGURE SECTION.
*> The change is this month less last; the percentage is on last
*> month, and a figure that was zero last month shows NEW.
    COMPUTE WS-FIG-CHANGE = WS-FIG-THIS - WS-FIG-LAST
    MOVE SPACES TO WS-FIG-PCT-X
    EVALUATE TRUE
        WHEN WS-FIG-LAST > 0
            COMPUTE WS-FIG-PCT ROUNDED =
                WS-FIG-CHANGE * 100 / WS-FIG-LAST
                ON SIZE ERROR
                    MOVE 99999 TO WS-FIG-PCT
            END-COMPUTE
            MOVE WS-FIG-PCT TO WS-FIG-PCT-D
            STRING WS-FIG-PCT-D DELIMITED BY SIZE
                '%' DELIMITED BY SIZE
                INTO WS-FIG-PCT-X
        WHEN WS-FIG-THIS > 0
            MOVE '    NEW' TO WS-FIG-PCT-X
    END-EVALUATE
    MOVE WS-FIG-THIS TO WS-FIG-THIS-D
    MOVE WS-FIG-LAST TO WS-FIG-LAST-D
    MOVE WS-FIG-CHANGE TO WS-FIG-CHANGE-D
    MOVE SPACES TO RPT-LINE
    STRING WS-FIG-LABEL DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-FIG-THIS-D DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-FIG-LAST-D DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FIG-CHANGE-D DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FIG-PCT-X DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

680-WRITE-RUN-FIGURES SECTION.
*> The same months off the run statistics.  Return records written
*> and return records found should agree; a batch whose header
*> date and posting date fall either side of a month end can move
*> one between months.
    MOVE SPACES TO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING '==== WHOLE RUN - COMPLETED DAYS FROM RUN STATISTICS'
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE 'COMPLETED POSTING DAYS' TO WS-FIG-LABEL
    MOVE WS-SH-DAYS (1) TO WS-FIG-THIS
    MOVE WS-SH-DAYS (2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DUPLICATES SKIPPED' TO WS-FIG-LABEL
    MOVE WS-SH-DUPS (1) TO WS-FIG-THIS
    MOVE WS-SH-DUPS (2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DETAILS REJECTED' TO WS-FIG-LABEL
    MOVE WS-SH-REJECTS (1) TO WS-FIG-THIS
    MOVE WS-SH-REJECTS (2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'DETAILS AGED TO SUSPENSE' TO WS-FIG-LABEL
    MOVE WS-SH-SUSPENDED (1) TO WS-FIG-THIS
    MOVE WS-SH-SUSPENDED (2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'RETURN RECORDS WRITTEN' TO WS-FIG-LABEL
    MOVE WS-SH-RETURNS (1) TO WS-FIG-THIS
    MOVE WS-SH-RETURNS (2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE
    MOVE 'RETURN RECORDS SCORED' TO WS-FIG-LABEL
    MOVE WS-SH-RT-RECORDS (1) TO WS-FIG-THIS
    MOVE WS-SH-RT-RECORDS (2) TO WS-FIG-LAST
    PERFORM 660-WRITE-FIGURE.

700-TERMINATE SECTION.
    MOVE SPACES TO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'READ - BT: ' DELIMITED BY SIZE
        WS-BT-READ DELIMITED BY SIZE
        '  RETURNS: ' DELIMITED BY SIZE
        WS-RT-READ DELIMITED BY SIZE
        '  OPEN ITEMS: ' DELIMITED BY SIZE
        WS-OB-READ DELIMITED BY SIZE
        '  STATS: ' DELIMITED BY SIZE
        WS-ST-READ DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-RGN-UNTABLED > 0 OR WS-BT-UNTABLED > 0
        MOVE SPACES TO RPT-LINE
        STRING 'NOT SCORED - REGION TABLE FULL: ' DELIMITED BY SIZE
            WS-RGN-UNTABLED DELIMITED BY SIZE
            '  BATCH TABLE FULL: ' DELIMITED BY SIZE
            WS-BT-UNTABLED DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO RPT-LINE
    IF WS-SOURCES-OK = 'Y'
        STRING 'SCORECARD COMPLETE' DELIMITED BY SIZE INTO RPT-LINE
        MOVE 0 TO RETURN-CODE
    ELSE
        STRING 'SCORECARD INCOMPLETE - SEE LINES ABOVE'
            DELIMITED BY SIZE INTO RPT-LINE
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    STOP RUN.
