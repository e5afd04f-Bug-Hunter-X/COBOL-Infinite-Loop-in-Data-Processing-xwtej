       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGARCH
*> Archive and purge of the two keyed clusters that only ever grew.
*> The suspense master kept every released and written-off item
*> as its own audit trail, and the account master every closed
*> account, so the period close, the integrity audit and the
*> changed-account sweeps read further through dead records every
*> month.  This step applies the retention policy from its control
*> card: a resolved suspense item whose resolution is older than
*> the suspense period, and a closed account with nothing left in
*> its period fields (PTD amount and count, and the prior-period
*> amount) whose close is older than the account period, are
*> written to the day's archive generation with their full record
*> image and then deleted from the live cluster.  A closed account
*> with suspense still open against it - under its own key, or as
*> the to-account of a suspended transfer - stays where it is.
*> Every account delete goes to the account-master journal ('D',
*> before image only) so the point-in-time rebuild drops it at the
*> same moment.  The archive ends with a control-total trailer and the
*> run prints an archive register of everything it took.  BUGTRACE
*> reads the archive generations, so an archived item can still be
*> found.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGARCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AM-KEY
        FILE STATUS IS WS-ACCT-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "SUSPMST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS SP-KEY-FIELDS
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT REPORT-FILE ASSIGN TO "ARCHRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY ARCHCTL.

FD  ACCOUNT-MASTER
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCTREC.

FD  SUSPENSE-FILE
    RECORD CONTAINS 160 CHARACTERS.
COPY SUSPREC.

FD  ARCHIVE-FILE
    RECORD CONTAINS 180 CHARACTERS.
COPY ARCHREC.

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-ACCT-STATUS      PIC X(2) VALUE '00'.
    05  WS-ACCT-EOF         PIC X VALUE 'N'.
    05  WS-SUSPENSE-STATUS  PIC X(2) VALUE '00'.
    05  WS-SUSP-EOF         PIC X VALUE 'N'.
    05  WS-ARCH-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FILES-OPEN       PIC X VALUE 'N'.
    05  WS-ARCH-OPEN        PIC X VALUE 'N'.

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

01  WS-CONTROLS.
*> The retention periods in calendar days and the cutoff dates
*> they give: anything dated before its cutoff is older than its
*> period and goes.
    05  WS-ACCT-DAYS        PIC 9(4) VALUE 400.
    05  WS-SUSP-DAYS        PIC 9(4) VALUE 180.
    05  WS-REPORT-ONLY      PIC X VALUE 'N'.
    05  WS-DATE-INT         PIC 9(7) VALUE ZEROS.
    05  WS-ACCT-CUTOFF      PIC 9(8) VALUE ZEROS.
    05  WS-SUSP-CUTOFF      PIC 9(8) VALUE ZEROS.

01  WS-ACCOUNT-WORK.
    05  WS-CLOSE-DATE       PIC 9(8) VALUE ZEROS.
    05  WS-OPEN-SUSPENSE    PIC X VALUE 'N'.
    05  WS-SAVE-KEY         PIC 9(6) VALUE ZEROS.

01  WS-TRANSFER-TARGETS.
*> The to-account of every open suspended transfer.  Suspense is
*> keyed by the from-account, so these are collected on the
*> suspense pass; a release posts both legs, and the to-account
*> must still be on the master when it does.  A full table holds
*> every closed account rather than risk losing one.
    05  WS-XT-COUNT         PIC 9(4) VALUE ZEROS.
    05  WS-XT-SUB           PIC 9(4) VALUE ZEROS.
    05  WS-XT-FULL          PIC X VALUE 'N'.
    05  WS-XT-KEY           PIC 9(6) OCCURS 3000 TIMES.

*> Working image of the transaction a suspense item holds, for the
*> amount the register and the trailer carry.
01  WS-SP-DETAIL.
    05  SI-REC-TYPE         PIC X(1).
    05  SI-KEY              PIC 9(6).
    05  SI-AMOUNT           PIC 9(5).
    05  SI-DC-IND           PIC X(1).
    05  SI-RETRY-COUNT      PIC 9(2).
    05  SI-ORIG-DATE        PIC 9(8).
    05  SI-EFF-DATE         PIC 9(8).
    05  SI-TO-KEY           PIC 9(6).
    05  FILLER              PIC X(43).

01  WS-JOURNAL.
*> A delete has a before image only; the stamp and sequence order
*> it among the day's other changes for the point-in-time rebuild.
    05  WS-JRNL-SEQ         PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-STAMP.
        10  WS-JRNL-STAMP-DATE  PIC 9(8).
        10  WS-JRNL-STAMP-TIME  PIC 9(8).

01  WS-COUNTS.
    05  WS-SUSP-READ        PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-STILL-OPEN  PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-RETAINED    PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-ARCHIVED    PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-RELEASED    PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-WRITTEN-OFF PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-AMOUNT      PIC 9(11) VALUE ZEROS.
    05  WS-ACCTS-READ       PIC 9(7) VALUE ZEROS.
    05  WS-NOT-CLOSED       PIC 9(7) VALUE ZEROS.
    05  WS-WITH-BALANCE     PIC 9(7) VALUE ZEROS.
    05  WS-ACCT-RETAINED    PIC 9(7) VALUE ZEROS.
    05  WS-ACCT-UNDATED     PIC 9(7) VALUE ZEROS.
    05  WS-ACCT-SUSP-HELD   PIC 9(7) VALUE ZEROS.
    05  WS-ACCT-ARCHIVED    PIC 9(7) VALUE ZEROS.
    05  WS-ACCT-KEY-HASH    PIC 9(13) VALUE ZEROS.

01  WS-DISPLAY-FIELDS.
    05  WS-DAYS-D           PIC ZZZ9.
    05  WS-AMOUNT-D         PIC Z(10)9.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 160-READ-CONTROL-CARD.
    PERFORM 170-FIND-CUTOFF-DATES.
    PERFORM 200-OPEN-FILES.
    IF WS-RUN-OK = 'Y'
        PERFORM 300-ARCHIVE-SUSPENSE
        PERFORM 400-ARCHIVE-ACCOUNTS
    END-IF.
    PERFORM 500-WRITE-ARCHIVE-TRAILER.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'ARCHIVE REGISTER OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGARCH ARCHIVE REGISTER ' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

150-WRITE-REPORT-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-READ-CONTROL-CARD SECTION.
*> No card, or blanks, keep the default periods and a live run.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
            IF PCTL-ACCT-DAYS IS NUMERIC AND PCTL-ACCT-DAYS > 0
                MOVE PCTL-ACCT-DAYS TO WS-ACCT-DAYS
            END-IF
            IF PCTL-SUSP-DAYS IS NUMERIC AND PCTL-SUSP-DAYS > 0
                MOVE PCTL-SUSP-DAYS TO WS-SUSP-DAYS
            END-IF
            IF PCTL-REPORT-ONLY = 'Y'
                MOVE 'Y' TO WS-REPORT-ONLY
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF.

170-FIND-CUTOFF-DATES SECTION.
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        - WS-ACCT-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-ACCT-CUTOFF
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        - WS-SUSP-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-SUSP-CUTOFF
    MOVE WS-ACCT-DAYS TO WS-DAYS-D
    MOVE SPACES TO RPT-LINE
    STRING 'CLOSED ACCOUNTS: RETAIN ' DELIMITED BY SIZE
        WS-DAYS-D DELIMITED BY SIZE
        ' DAYS - ARCHIVE IF CLOSED BEFORE ' DELIMITED BY SIZE
        WS-ACCT-CUTOFF DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE WS-SUSP-DAYS TO WS-DAYS-D
    MOVE SPACES TO RPT-LINE
    STRING 'RESOLVED SUSPENSE: RETAIN ' DELIMITED BY SIZE
        WS-DAYS-D DELIMITED BY SIZE
        ' DAYS - ARCHIVE IF RESOLVED BEFORE ' DELIMITED BY SIZE
        WS-SUSP-CUTOFF DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-ONLY = 'Y'
        MOVE SPACES TO RPT-LINE
        STRING 'REPORT-ONLY RUN - NOTHING ARCHIVED OR DELETED'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF.

200-OPEN-FILES SECTION.
*> Nothing is deleted unless both clusters, the archive and the
*> journal are all open: an item deleted without its archive
*> record is gone for good, and an account delete the journal
*> cannot see would come back on the point-in-time rebuild.  The
*> suspense master is needed for the accounts too - a closed
*> account is only archived once nothing is open against it.  A
*> report-only run needs the two clusters alone.
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
        OPEN INPUT SUSPENSE-FILE
    ELSE
        OPEN I-O SUSPENSE-FILE
    END-IF
    IF WS-SUSPENSE-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'SUSPENSE MASTER UNREADABLE, STATUS '
            DELIMITED BY SIZE
            WS-SUSPENSE-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
        MOVE 'N' TO WS-RUN-OK
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    IF WS-REPORT-ONLY = 'Y'
        MOVE 'Y' TO WS-FILES-OPEN
        GO TO 200-OPEN-EXIT
    END-IF
    OPEN OUTPUT ARCHIVE-FILE
    IF WS-ARCH-STATUS NOT = '00'
        DISPLAY 'ARCHIVE FILE OPEN ERROR, STATUS: ' WS-ARCH-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE SUSPENSE-FILE
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-ARCH-OPEN
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS NOT = '00'
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL FILE OPEN ERROR, STATUS: ' WS-JRNL-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE SUSPENSE-FILE
        CLOSE ACCOUNT-MASTER
        GO TO 200-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-FILES-OPEN.

200-OPEN-EXIT.
    EXIT.

300-ARCHIVE-SUSPENSE SECTION.
*> The suspense pass runs first, so a closed account whose last
*> items are archived today is judged on what is left.  Open items
*> are suspense on hand and are never touched.
    MOVE SPACES TO RPT-LINE
    STRING 'SUSPENSE ITEMS ARCHIVED' DELIMITED BY SIZE INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE ZEROS TO SP-TD-KEY
    MOVE ZEROS TO SP-SUSP-DATE
    MOVE ZEROS TO SP-SEQ
    MOVE 'N' TO WS-SUSP-EOF
    START SUSPENSE-FILE KEY NOT < SP-KEY-FIELDS
        INVALID KEY
            MOVE 'Y' TO WS-SUSP-EOF
    END-START
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSE-FILE NEXT
            AT END
                MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                ADD 1 TO WS-SUSP-READ
                PERFORM 350-SCREEN-SUSPENSE-ITEM
        END-READ
    END-PERFORM.

350-SCREEN-SUSPENSE-ITEM SECTION.
    IF SP-OPEN-ITEM OR (NOT SP-RELEASED AND NOT SP-WRITTEN-OFF)
        ADD 1 TO WS-SUSP-STILL-OPEN
        PERFORM 360-NOTE-OPEN-TRANSFER
        GO TO 350-SUSP-EXIT
    END-IF
    IF SP-RESOLVE-DATE IS NOT NUMERIC OR SP-RESOLVE-DATE = 0
    OR SP-RESOLVE-DATE NOT < WS-SUSP-CUTOFF
        ADD 1 TO WS-SUSP-RETAINED
        GO TO 350-SUSP-EXIT
    END-IF
    MOVE SP-TRAN-IMAGE TO WS-SP-DETAIL
    IF SI-AMOUNT IS NOT NUMERIC
        MOVE ZEROS TO SI-AMOUNT
    END-IF
*> Archive record first, delete second: a failure between the two
*> leaves the item in both places, never in neither.
    IF WS-REPORT-ONLY = 'N'
        MOVE SPACES TO ARCHIVE-RECORD
        MOVE 'AS' TO AV-REC-TYPE
        MOVE WS-RUN-DATE TO AV-ARCHIVE-DATE
        MOVE SP-TD-KEY TO AV-KEY
        MOVE SUSPENSE-MASTER-RECORD TO AV-IMAGE
        PERFORM 370-WRITE-ARCHIVE-RECORD
        IF WS-RUN-OK = 'N'
            MOVE 'Y' TO WS-SUSP-EOF
            GO TO 350-SUSP-EXIT
        END-IF
        DELETE SUSPENSE-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        IF WS-SUSPENSE-STATUS NOT = '00'
            DISPLAY 'SUSPENSE MASTER DELETE ERROR, STATUS: '
                WS-SUSPENSE-STATUS ' KEY: ' SP-KEY-FIELDS
            MOVE 'N' TO WS-RUN-OK
            MOVE 'Y' TO WS-SUSP-EOF
            GO TO 350-SUSP-EXIT
        END-IF
    END-IF
    ADD 1 TO WS-SUSP-ARCHIVED
    IF SP-RELEASED
        ADD 1 TO WS-SUSP-RELEASED
    ELSE
        ADD 1 TO WS-SUSP-WRITTEN-OFF
    END-IF
    ADD SI-AMOUNT TO WS-SUSP-AMOUNT
    MOVE SPACES TO RPT-LINE
    STRING 'SUSPENSE ' DELIMITED BY SIZE
        SP-TD-KEY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        SP-SUSP-DATE DELIMITED BY SIZE
        ' SEQ ' DELIMITED BY SIZE
        SP-SEQ DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        SP-STATUS DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        SP-RESOLVE-DATE DELIMITED BY SIZE
        ' BY ' DELIMITED BY SIZE
        SP-OPERATOR DELIMITED BY SIZE
        ' AMOUNT ' DELIMITED BY SIZE
        SI-AMOUNT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

350-SUSP-EXIT.
    EXIT.

360-NOTE-OPEN-TRANSFER SECTION.
*> An open transfer holds its to-account as well as the account it
*> is filed under.
    MOVE SP-TRAN-IMAGE TO WS-SP-DETAIL
    IF SI-DC-IND NOT = 'T' OR SI-TO-KEY IS NOT NUMERIC
        GO TO 360-NOTE-EXIT
    END-IF
    PERFORM VARYING WS-XT-SUB FROM 1 BY 1
    UNTIL WS-XT-SUB > WS-XT-COUNT
        IF WS-XT-KEY (WS-XT-SUB) = SI-TO-KEY
            GO TO 360-NOTE-EXIT
        END-IF
    END-PERFORM
    IF WS-XT-COUNT NOT < 3000
        MOVE 'Y' TO WS-XT-FULL
        GO TO 360-NOTE-EXIT
    END-IF
    ADD 1 TO WS-XT-COUNT
    MOVE SI-TO-KEY TO WS-XT-KEY (WS-XT-COUNT).

360-NOTE-EXIT.
    EXIT.

370-WRITE-ARCHIVE-RECORD SECTION.
    WRITE ARCHIVE-RECORD
    IF WS-ARCH-STATUS NOT = '00'
        DISPLAY 'ARCHIVE FILE WRITE ERROR, STATUS: ' WS-ARCH-STATUS
            ' KEY: ' AV-KEY
        MOVE 'N' TO WS-RUN-OK
    END-IF.

400-ARCHIVE-ACCOUNTS SECTION.
    IF WS-RUN-OK = 'N'
        GO TO 400-ACCOUNTS-EXIT
    END-IF
    IF WS-XT-FULL = 'Y'
        MOVE SPACES TO RPT-LINE
        STRING 'OPEN TRANSFER TABLE FULL - NO ACCOUNT ARCHIVED'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM 150-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'CLOSED ACCOUNTS ARCHIVED' DELIMITED BY SIZE INTO RPT-LINE
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
                PERFORM 450-SCREEN-ACCOUNT
        END-READ
    END-PERFORM.

400-ACCOUNTS-EXIT.
    EXIT.

450-SCREEN-ACCOUNT SECTION.
*> Only a closed account with nothing in its period fields goes:
*> money in this period or the last still belongs to a period
*> summary and a statement.  Its close date is the last activity
*> date the close stamped; an account closed before the close was
*> dated falls back on its last posting, and one with neither has
*> nothing to age from and stays.
    IF NOT AM-CLOSED
        ADD 1 TO WS-NOT-CLOSED
        GO TO 450-SCREEN-EXIT
    END-IF
    IF AM-PTD-AMOUNT NOT = 0 OR AM-PRIOR-PTD NOT = 0
    OR AM-POST-COUNT NOT = 0
        ADD 1 TO WS-WITH-BALANCE
        GO TO 450-SCREEN-EXIT
    END-IF
    MOVE ZEROS TO WS-CLOSE-DATE
    EVALUATE TRUE
        WHEN AM-LAST-ACTIVITY-DATE IS NUMERIC
         AND AM-LAST-ACTIVITY-DATE > 0
            MOVE AM-LAST-ACTIVITY-DATE TO WS-CLOSE-DATE
        WHEN AM-LAST-POST-DATE IS NUMERIC
         AND AM-LAST-POST-DATE > 0
            MOVE AM-LAST-POST-DATE TO WS-CLOSE-DATE
    END-EVALUATE
    IF WS-CLOSE-DATE = 0
        ADD 1 TO WS-ACCT-UNDATED
        GO TO 450-SCREEN-EXIT
    END-IF
    IF WS-CLOSE-DATE NOT < WS-ACCT-CUTOFF
        ADD 1 TO WS-ACCT-RETAINED
        GO TO 450-SCREEN-EXIT
    END-IF
    PERFORM 460-CHECK-OPEN-SUSPENSE
    IF WS-OPEN-SUSPENSE = 'Y'
        ADD 1 TO WS-ACCT-SUSP-HELD
        GO TO 450-SCREEN-EXIT
    END-IF
    IF WS-REPORT-ONLY = 'N'
        MOVE SPACES TO ARCHIVE-RECORD
        MOVE 'AA' TO AV-REC-TYPE
        MOVE WS-RUN-DATE TO AV-ARCHIVE-DATE
        MOVE AM-KEY TO AV-KEY
        MOVE ACCOUNT-RECORD TO AV-IMAGE (1:80)
        PERFORM 370-WRITE-ARCHIVE-RECORD
        IF WS-RUN-OK = 'N'
            MOVE 'Y' TO WS-ACCT-EOF
            GO TO 450-SCREEN-EXIT
        END-IF
        DELETE ACCOUNT-MASTER RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        IF WS-ACCT-STATUS NOT = '00'
            DISPLAY 'ACCOUNT MASTER DELETE ERROR, STATUS: '
                WS-ACCT-STATUS ' KEY: ' AM-KEY
            MOVE 'N' TO WS-RUN-OK
            MOVE 'Y' TO WS-ACCT-EOF
            GO TO 450-SCREEN-EXIT
        END-IF
        PERFORM 470-WRITE-JOURNAL-RECORD
    END-IF
    ADD 1 TO WS-ACCT-ARCHIVED
    ADD AM-KEY TO WS-ACCT-KEY-HASH
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNT  ' DELIMITED BY SIZE
        AM-KEY DELIMITED BY SIZE
        ' CLASS ' DELIMITED BY SIZE
        AM-ACCT-CLASS DELIMITED BY SIZE
        ' REGION ' DELIMITED BY SIZE
        AM-LAST-REGION DELIMITED BY SIZE
        ' CLOSED ' DELIMITED BY SIZE
        WS-CLOSE-DATE DELIMITED BY SIZE
        ' LAST POSTED ' DELIMITED BY SIZE
        AM-LAST-POST-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE.

450-SCREEN-EXIT.
    EXIT.

460-CHECK-OPEN-SUSPENSE SECTION.
*> Any suspense item under the account's key not yet released or
*> written off (the same test as the suspense pass), or any open
*> transfer naming it as the to-account, holds it on the master: a
*> release would otherwise post into an account that is no longer
*> there.  The transfers were collected on the suspense pass.
    MOVE 'N' TO WS-OPEN-SUSPENSE
    IF WS-XT-FULL = 'Y'
        MOVE 'Y' TO WS-OPEN-SUSPENSE
        GO TO 460-CHECK-EXIT
    END-IF
    PERFORM VARYING WS-XT-SUB FROM 1 BY 1
    UNTIL WS-XT-SUB > WS-XT-COUNT
        IF WS-XT-KEY (WS-XT-SUB) = AM-KEY
            MOVE 'Y' TO WS-OPEN-SUSPENSE
            GO TO 460-CHECK-EXIT
        END-IF
    END-PERFORM
    MOVE AM-KEY TO WS-SAVE-KEY
    MOVE AM-KEY TO SP-TD-KEY
    MOVE ZEROS TO SP-SUSP-DATE
    MOVE ZEROS TO SP-SEQ
    MOVE 'N' TO WS-SUSP-EOF
    START SUSPENSE-FILE KEY NOT < SP-KEY-FIELDS
        INVALID KEY
            MOVE 'Y' TO WS-SUSP-EOF
    END-START
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSE-FILE NEXT
            AT END
                MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF SP-TD-KEY NOT = WS-SAVE-KEY
                    MOVE 'Y' TO WS-SUSP-EOF
                ELSE
                    IF SP-OPEN-ITEM
                    OR (NOT SP-RELEASED AND NOT SP-WRITTEN-OFF)
                        MOVE 'Y' TO WS-OPEN-SUSPENSE
                        MOVE 'Y' TO WS-SUSP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

460-CHECK-EXIT.
    EXIT.

470-WRITE-JOURNAL-RECORD SECTION.
*> The delete as a journal record: the account as it left the
*> master, no after image.  An archive run belongs to no batch, so
*> the run id is left blank.
    ADD 1 TO WS-JRNL-SEQ
    MOVE FUNCTION CURRENT-DATE (1:16) TO WS-JRNL-STAMP
    MOVE SPACES TO ACCOUNT-JOURNAL-RECORD
    MOVE AM-KEY TO AJ-KEY
    MOVE WS-JRNL-STAMP-DATE TO AJ-STAMP-DATE
    MOVE WS-JRNL-STAMP-TIME TO AJ-STAMP-TIME
    MOVE WS-JRNL-SEQ TO AJ-SEQ
    MOVE 'D' TO AJ-ACTION
    MOVE 'BUGARCH' TO AJ-PROGRAM
    MOVE WS-RUN-DATE TO AJ-RUN-DATE
    MOVE ACCOUNT-RECORD TO AJ-BEFORE-IMAGE
    WRITE ACCOUNT-JOURNAL-RECORD
    IF WS-JRNL-STATUS NOT = '00'
        DISPLAY 'JOURNAL WRITE ERROR, STATUS: ' WS-JRNL-STATUS
            ' KEY: ' AM-KEY
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-ACCT-EOF
    END-IF.

500-WRITE-ARCHIVE-TRAILER SECTION.
*> The trailer is written whenever the archive was opened, even
*> behind a failure: it totals exactly the records above it, so
*> the generation always proves its own contents.
    IF WS-ARCH-OPEN = 'N'
        GO TO 500-TRAILER-EXIT
    END-IF
    MOVE SPACES TO ARCHIVE-TRAILER-RECORD
    MOVE 'AX' TO AX-REC-TYPE
    MOVE WS-RUN-DATE TO AX-ARCHIVE-DATE
    MOVE WS-ACCT-ARCHIVED TO AX-ACCT-COUNT
    MOVE WS-ACCT-KEY-HASH TO AX-ACCT-KEY-HASH
    MOVE WS-SUSP-ARCHIVED TO AX-SUSP-COUNT
    MOVE WS-SUSP-RELEASED TO AX-SUSP-RELEASED
    MOVE WS-SUSP-WRITTEN-OFF TO AX-SUSP-WRITTEN-OFF
    MOVE WS-SUSP-AMOUNT TO AX-SUSP-AMOUNT
    MOVE WS-ACCT-CUTOFF TO AX-ACCT-CUTOFF
    MOVE WS-SUSP-CUTOFF TO AX-SUSP-CUTOFF
    WRITE ARCHIVE-TRAILER-RECORD
    IF WS-ARCH-STATUS NOT = '00'
        DISPLAY 'ARCHIVE TRAILER WRITE ERROR, STATUS: '
            WS-ARCH-STATUS
        MOVE 'N' TO WS-RUN-OK
    END-IF
    CLOSE ARCHIVE-FILE.

500-TRAILER-EXIT.
    EXIT.

600-TERMINATE SECTION.
    IF WS-FILES-OPEN = 'Y'
        CLOSE ACCOUNT-MASTER
        CLOSE SUSPENSE-FILE
        IF WS-REPORT-ONLY = 'N'
            CLOSE JOURNAL-FILE
        END-IF
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'SUSPENSE READ: ' DELIMITED BY SIZE
        WS-SUSP-READ DELIMITED BY SIZE
        '  OPEN: ' DELIMITED BY SIZE
        WS-SUSP-STILL-OPEN DELIMITED BY SIZE
        '  RETAINED: ' DELIMITED BY SIZE
        WS-SUSP-RETAINED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE WS-SUSP-AMOUNT TO WS-AMOUNT-D
    MOVE SPACES TO RPT-LINE
    STRING 'SUSPENSE ARCHIVED: ' DELIMITED BY SIZE
        WS-SUSP-ARCHIVED DELIMITED BY SIZE
        '  RELEASED: ' DELIMITED BY SIZE
        WS-SUSP-RELEASED DELIMITED BY SIZE
        '  WRITTEN OFF: ' DELIMITED BY SIZE
        WS-SUSP-WRITTEN-OFF DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'SUSPENSE AMOUNT ARCHIVED: ' DELIMITED BY SIZE
        WS-AMOUNT-D DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS READ: ' DELIMITED BY SIZE
        WS-ACCTS-READ DELIMITED BY SIZE
        '  NOT CLOSED: ' DELIMITED BY SIZE
        WS-NOT-CLOSED DELIMITED BY SIZE
        '  WITH PERIOD MONEY: ' DELIMITED BY SIZE
        WS-WITH-BALANCE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'RETAINED: ' DELIMITED BY SIZE
        WS-ACCT-RETAINED DELIMITED BY SIZE
        '  UNDATED: ' DELIMITED BY SIZE
        WS-ACCT-UNDATED DELIMITED BY SIZE
        '  SUSPENSE OPEN: ' DELIMITED BY SIZE
        WS-ACCT-SUSP-HELD DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS ARCHIVED: ' DELIMITED BY SIZE
        WS-ACCT-ARCHIVED DELIMITED BY SIZE
        '  KEY HASH: ' DELIMITED BY SIZE
        WS-ACCT-KEY-HASH DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    IF WS-RUN-OK = 'Y'
        STRING 'ARCHIVE COMPLETE' DELIMITED BY SIZE INTO RPT-LINE
    ELSE
        STRING 'ARCHIVE DID NOT COMPLETE - SEE LINES ABOVE'
            DELIMITED BY SIZE INTO RPT-LINE
    END-IF
    PERFORM 150-WRITE-REPORT-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
    IF WS-RUN-OK = 'Y'
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
