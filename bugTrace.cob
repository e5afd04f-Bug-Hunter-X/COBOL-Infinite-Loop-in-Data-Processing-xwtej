*> the recycle generations (with its retry count), anything parked
*> on the warehouse awaiting its effective date and anything on
*> the suspense master, closed with a one-line disposition count.
*> A transfer is traced from either of its accounts: each source
*> shows the lines of a transfer the key is on either side of, with
*> the other account beside it, so the two sides read as one.
*> Anything the archive-and-purge job has taken off the account
*> or suspense master is found in the archive generations: the
*> account as it stood when archived, and each archived suspense
*> item the way the live ones are shown.
*> Point the history DDs at however many retained generations the
*> question needs - the scans just read what they are given.
*> ===================================================================
        RECORD KEY IS SP-KEY-FIELDS
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO "ARCHHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.

    SELECT REPORT-FILE ASSIGN TO "TRACERPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    RECORD CONTAINS 160 CHARACTERS.
COPY SUSPREC.

FD  ARCHIVE-FILE
    RECORD CONTAINS 180 CHARACTERS.
COPY ARCHREC.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.
    05  WS-HIST-OPEN        PIC X VALUE 'N'.
    05  WS-SUSPENSE-STATUS  PIC X(2) VALUE '00'.
    05  WS-SUSP-OPEN        PIC X VALUE 'N'.
    05  WS-ARCH-STATUS      PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-EOF              PIC X VALUE 'N'.

    05  WH-RETRY-COUNT      PIC 9(2).
    05  WH-ORIG-DATE        PIC 9(8).
    05  WH-EFF-DATE         PIC 9(8).
    05  WH-TO-KEY           PIC 9(6).
    05  FILLER              PIC X(43).

*> Working image of the transaction a suspense item holds, for the
*> transfer test and the transfer line.
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

*> Working images of an archived account and an archived suspense
*> item, moved out of the archive record's image area.  Only the
*> account fields the trace shows are named.
01  WS-AV-ACCOUNT.
    05  AA-KEY              PIC 9(6).
    05  FILLER              PIC X(13).
    05  AA-LAST-POST-DATE   PIC 9(8).
    05  FILLER              PIC X(1).
    05  AA-STATUS           PIC X(1).
    05  FILLER              PIC X(35).
    05  AA-ACCT-CLASS       PIC X(4).
    05  AA-LAST-ACTIVITY-DATE PIC 9(8).
    05  AA-LAST-REGION      PIC X(4).
    05  FILLER              PIC X(80).

01  WS-AV-SUSPENSE.
    05  AS-TD-KEY           PIC 9(6).
    05  AS-SUSP-DATE        PIC 9(8).
    05  AS-SEQ              PIC 9(3).
    05  AS-STATUS           PIC X(1).
    05  AS-REASON           PIC X(30).
    05  AS-ORIG-DATE        PIC 9(8).
    05  AS-RESOLVE-DATE     PIC 9(8).
    05  AS-OPERATOR         PIC X(8).
    05  AS-TRAN-IMAGE       PIC X(80).
    05  FILLER              PIC X(8).

01  WS-PARKED.
*> The arrival dates of the key's still-parked items, collected by
    05  WS-WAREH-COUNT      PIC 9(5) VALUE ZEROS.
    05  WS-SUSP-OPEN-COUNT  PIC 9(5) VALUE ZEROS.
    05  WS-SUSP-DONE-COUNT  PIC 9(5) VALUE ZEROS.
    05  WS-ARCHIVED-COUNT   PIC 9(5) VALUE ZEROS.
    05  WS-REQUEST-COUNT    PIC 9(5) VALUE ZEROS.

PROCEDURE DIVISION.
    MOVE ZEROS TO WS-WAREH-COUNT
    MOVE ZEROS TO WS-SUSP-OPEN-COUNT
    MOVE ZEROS TO WS-SUSP-DONE-COUNT
    MOVE ZEROS TO WS-ARCHIVED-COUNT
    MOVE ZEROS TO WS-PARKED-COUNT
    MOVE SPACES TO RPT-LINE
    STRING '---- TRACE FOR ACCOUNT ' DELIMITED BY SIZE
    PERFORM 500-SCAN-EXCEPTIONS
    PERFORM 600-SCAN-RECYCLE
    PERFORM 700-TRACE-SUSPENSE
    PERFORM 720-SCAN-SUSPENSE-TRANSFERS
    PERFORM 760-SCAN-ARCHIVE
    MOVE SPACES TO RPT-LINE
    STRING 'DISPOSITION POSTED ' DELIMITED BY SIZE
        WS-POSTED-COUNT DELIMITED BY SIZE
        ' SUSP ' DELIMITED BY SIZE
        WS-SUSP-OPEN-COUNT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
    IF WS-ARCHIVED-COUNT > 0
        MOVE SPACES TO RPT-LINE
        STRING 'DISPOSITION ARCHIVED ' DELIMITED BY SIZE
            WS-ARCHIVED-COUNT DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

220-CHECK-DATE-RANGE SECTION.
*> One filter for every dated source line: WS-CHECK-DATE against
                IF WH-REC-TYPE = 'D' AND WH-KEY = WS-RQ-KEY
                    PERFORM 280-REPORT-WAREHOUSE-HIT
                END-IF
                IF WH-REC-TYPE = 'D' AND WH-DC-IND = 'T'
                AND WH-KEY NOT = WS-RQ-KEY
                AND WH-TO-KEY IS NUMERIC AND WH-TO-KEY = WS-RQ-KEY
                    PERFORM 280-REPORT-WAREHOUSE-HIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE WAREHOUSE-FILE.
        ' EFFECTIVE ' DELIMITED BY SIZE
        WH-EFF-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
    IF WH-DC-IND = 'T'
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER FROM ACCOUNT ' DELIMITED BY SIZE
            WH-KEY DELIMITED BY SIZE
            ' TO ACCOUNT ' DELIMITED BY SIZE
            WH-TO-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

280-WAREH-HIT-EXIT.
    EXIT.
    EXIT.

400-SCAN-AUDIT-TRAIL SECTION.
*> Audit lines carry their posting date and batch run id, so the
*> request's date range and run id apply here like everywhere
*> else.  Lines from generations cut before those fields existed
*> have no date to test and are shown as they stand.  Replay-
*> overlap lines from a restarted day appear as they appear on the
*> trail; a trace shows what is on file, it does not editorialize.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        GO TO 400-AUDIT-EXIT
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AUD-KEY = WS-RQ-KEY
                    PERFORM 450-REPORT-AUDIT-HIT
                END-IF
        END-READ
    END-PERFORM
400-AUDIT-EXIT.
    EXIT.

450-REPORT-AUDIT-HIT SECTION.
    IF AUD-PROC-DATE IS NUMERIC AND AUD-PROC-DATE > 0
        MOVE AUD-PROC-DATE TO WS-CHECK-DATE
        PERFORM 220-CHECK-DATE-RANGE
        IF WS-DATE-OK = 'N'
            GO TO 450-AUDIT-HIT-EXIT
        END-IF
        IF WS-RQ-RUN-ID NOT = SPACES
        AND AUD-RUN-ID NOT = WS-RQ-RUN-ID
            GO TO 450-AUDIT-HIT-EXIT
        END-IF
    END-IF
    ADD 1 TO WS-AUDIT-COUNT
    MOVE SPACES TO RPT-LINE
    STRING 'AUDIT    SEQ ' DELIMITED BY SIZE
        AUD-COUNTER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AUD-DC-IND DELIMITED BY SIZE
        ' AMOUNT ' DELIMITED BY SIZE
        AUD-AMOUNT DELIMITED BY SIZE
        ' VALUE ' DELIMITED BY SIZE
        AUD-VALUE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AUD-PROC-DATE DELIMITED BY SIZE
        ' RUN ' DELIMITED BY SIZE
        AUD-RUN-ID DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
*> Each side of a transfer is on the trail under its own account;
*> the link names the other side, whose line carries the same SEQ.
    IF AUD-XFER-FROM-LEG
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER OUT TO ACCOUNT ' DELIMITED BY SIZE
            AUD-XFER-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF
    IF AUD-XFER-TO-LEG
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER IN FROM ACCOUNT ' DELIMITED BY SIZE
            AUD-XFER-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

450-AUDIT-HIT-EXIT.
    EXIT.

500-SCAN-EXCEPTIONS SECTION.
*> Everything the run ever refused or flagged for the key,
*> duplicates included - they carry the DUPLICATE TRANSACTION
    EXIT.

550-REPORT-EXCEPTION-HIT SECTION.
*> A transfer's exception is raised against the side the check
*> failed on, so the other side finds it through EXC-XFER-KEY.
    IF EXC-KEY NOT = WS-RQ-KEY
        IF EXC-XFER-KEY IS NOT NUMERIC
        OR EXC-XFER-KEY NOT = WS-RQ-KEY
            GO TO 550-EXCP-HIT-EXIT
        END-IF
    END-IF
    IF EXC-PROC-DATE IS NUMERIC AND EXC-PROC-DATE > 0
        MOVE EXC-PROC-DATE TO WS-CHECK-DATE
        ' ' DELIMITED BY SIZE
        EXC-REASON DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
    IF EXC-XFER-KEY IS NUMERIC AND EXC-XFER-KEY > 0
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER ON ACCOUNT ' DELIMITED BY SIZE
            EXC-KEY DELIMITED BY SIZE
            ' WITH ACCOUNT ' DELIMITED BY SIZE
            EXC-XFER-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

550-EXCP-HIT-EXIT.
    EXIT.
                IF TR-REC-TYPE = 'D' AND TD-KEY = WS-RQ-KEY
                    PERFORM 650-REPORT-RECYCLE-HIT
                END-IF
                IF TR-REC-TYPE = 'D' AND TD-TRANSFER
                AND TD-KEY NOT = WS-RQ-KEY
                AND TD-TO-KEY IS NUMERIC AND TD-TO-KEY = WS-RQ-KEY
                    PERFORM 650-REPORT-RECYCLE-HIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECYCLE-FILE.
        ' RETRY ' DELIMITED BY SIZE
        TD-RETRY-COUNT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
    IF TD-TRANSFER
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER FROM ACCOUNT ' DELIMITED BY SIZE
            TD-KEY DELIMITED BY SIZE
            ' TO ACCOUNT ' DELIMITED BY SIZE
            TD-TO-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

650-RECYCLE-HIT-EXIT.
    EXIT.
700-SUSP-EXIT.
    EXIT.

720-SCAN-SUSPENSE-TRANSFERS SECTION.
*> A suspended transfer is keyed by its from-account, so finding
*> the ones the key receives takes a pass of the whole master.
*> Items keyed by the request's own account were shown by 700.
    IF WS-SUSP-OPEN = 'N'
        GO TO 720-SUSP-XFER-EXIT
    END-IF
    MOVE ZEROS TO SP-TD-KEY
    MOVE ZEROS TO SP-SUSP-DATE
    MOVE ZEROS TO SP-SEQ
    MOVE 'N' TO WS-EOF
    START SUSPENSE-FILE KEY NOT < SP-KEY-FIELDS
        INVALID KEY
            MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ SUSPENSE-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SP-TRAN-IMAGE TO WS-SP-DETAIL
                IF SP-TD-KEY NOT = WS-RQ-KEY AND SI-DC-IND = 'T'
                AND SI-TO-KEY IS NUMERIC AND SI-TO-KEY = WS-RQ-KEY
                    PERFORM 750-REPORT-SUSPENSE-HIT
                END-IF
        END-READ
    END-PERFORM.

720-SUSP-XFER-EXIT.
    EXIT.

750-REPORT-SUSPENSE-HIT SECTION.
    MOVE SP-SUSP-DATE TO WS-CHECK-DATE
    PERFORM 220-CHECK-DATE-RANGE
        ' ' DELIMITED BY SIZE
        SP-REASON DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
    MOVE SP-TRAN-IMAGE TO WS-SP-DETAIL
    IF SI-DC-IND = 'T'
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER FROM ACCOUNT ' DELIMITED BY SIZE
            SI-KEY DELIMITED BY SIZE
            ' TO ACCOUNT ' DELIMITED BY SIZE
            SI-TO-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

750-SUSP-HIT-EXIT.
    EXIT.

760-SCAN-ARCHIVE SECTION.
*> The archive generations, for what has left the masters: the
*> account itself if it was archived, and its archived suspense
*> items - those it is keyed by and the transfers it received.
*> No archive DD, or none cut yet, just reports nothing.
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARCH-STATUS NOT = '00'
        GO TO 760-ARCH-EXIT
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ ARCHIVE-FILE
            AT END
                MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AV-ACCOUNT AND AV-KEY = WS-RQ-KEY
                    PERFORM 770-REPORT-ARCHIVED-ACCOUNT
                END-IF
                IF AV-SUSPENSE
                    MOVE AV-IMAGE TO WS-AV-SUSPENSE
                    MOVE AS-TRAN-IMAGE TO WS-SP-DETAIL
                    IF AV-KEY = WS-RQ-KEY
                        PERFORM 780-REPORT-ARCHIVED-SUSPENSE
                    END-IF
                    IF AV-KEY NOT = WS-RQ-KEY AND SI-DC-IND = 'T'
                    AND SI-TO-KEY IS NUMERIC AND SI-TO-KEY = WS-RQ-KEY
                        PERFORM 780-REPORT-ARCHIVED-SUSPENSE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE.

760-ARCH-EXIT.
    EXIT.

770-REPORT-ARCHIVED-ACCOUNT SECTION.
    MOVE AV-IMAGE TO WS-AV-ACCOUNT
    ADD 1 TO WS-ARCHIVED-COUNT
    MOVE SPACES TO RPT-LINE
    STRING 'ARCHIVED ' DELIMITED BY SIZE
        AV-ARCHIVE-DATE DELIMITED BY SIZE
        ' ACCOUNT STATUS ' DELIMITED BY SIZE
        AA-STATUS DELIMITED BY SIZE
        ' CLASS ' DELIMITED BY SIZE
        AA-ACCT-CLASS DELIMITED BY SIZE
        ' REGION ' DELIMITED BY SIZE
        AA-LAST-REGION DELIMITED BY SIZE
        ' LAST ACTIVITY ' DELIMITED BY SIZE
        AA-LAST-ACTIVITY-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE.

780-REPORT-ARCHIVED-SUSPENSE SECTION.
    MOVE AS-SUSP-DATE TO WS-CHECK-DATE
    PERFORM 220-CHECK-DATE-RANGE
    IF WS-DATE-OK = 'N'
        GO TO 780-ARCH-SUSP-EXIT
    END-IF
    ADD 1 TO WS-ARCHIVED-COUNT
    MOVE SPACES TO RPT-LINE
    STRING 'ARCHIVED ' DELIMITED BY SIZE
        AV-ARCHIVE-DATE DELIMITED BY SIZE
        ' SUSPENSE ' DELIMITED BY SIZE
        AS-SUSP-DATE DELIMITED BY SIZE
        ' SEQ ' DELIMITED BY SIZE
        AS-SEQ DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        AS-STATUS DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        AS-RESOLVE-DATE DELIMITED BY SIZE
        ' BY ' DELIMITED BY SIZE
        AS-OPERATOR DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-TRACE-LINE
    IF SI-DC-IND = 'T'
        MOVE SPACES TO RPT-LINE
        STRING '         TRANSFER FROM ACCOUNT ' DELIMITED BY SIZE
            SI-KEY DELIMITED BY SIZE
            ' TO ACCOUNT ' DELIMITED BY SIZE
            SI-TO-KEY DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-TRACE-LINE
    END-IF.

780-ARCH-SUSP-EXIT.
    EXIT.

800-TERMINATE SECTION.
    MOVE SPACES TO RPT-LINE
    STRING 'REQUESTS TRACED: ' DELIMITED BY SIZE
