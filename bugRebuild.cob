       >>SOURCE FORMAT FREE
*> ===================================================================
*> PROGRAM-ID. BUGRBLD
*> Point-in-time rebuild of the account master.  The BUGVRFY unload
*> is the master as it stood at one moment; every change any program
*> has made since is on the account-master journal with its before
*> and after image.  This step replays the journal onto the unload,
*> forward, up to the date and time on the control card, and cuts
*> the master as it stood at that moment in the same unload layout
*> (records in key order behind a 'CT' control-total trailer), ready
*> to REPRO into a cluster.  The journal arrives sorted by account
*> key, stamp and sequence; each account's unload image is merged
*> with its journal records in one sequential pass, so there is no
*> table to outgrow.  Each journal record's before image is checked
*> against the image being rebuilt: a mismatch means a journal
*> generation is missing from the concatenation (or the master was
*> changed out of band) and is reported, with the after image still
*> taken as the truth for that moment.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGRBLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "RBLDCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT UNLOAD-FILE ASSIGN TO "ACCTUNLD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-UNLOAD-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "ACCTJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT REBUILD-FILE ASSIGN TO "ACCTRBLD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REBUILD-STATUS.

    SELECT REPORT-FILE ASSIGN TO "RBLDRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RBLDCTL.

FD  UNLOAD-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  UNLOAD-RECORD           PIC X(80).

FD  JOURNAL-FILE
    RECORD CONTAINS 220 CHARACTERS.
COPY ACCTJRNL.

FD  REBUILD-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY ACCTREC.

FD  REPORT-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY RPTREC.

WORKING-STORAGE SECTION.
01  WS-STATUSES.
    05  WS-CTL-STATUS       PIC X(2) VALUE '00'.
    05  WS-CTL-EOF          PIC X VALUE 'N'.
    05  WS-UNLOAD-STATUS    PIC X(2) VALUE '00'.
    05  WS-UNLOAD-EOF       PIC X VALUE 'N'.
    05  WS-JRNL-STATUS      PIC X(2) VALUE '00'.
    05  WS-JRNL-EOF         PIC X VALUE 'N'.
    05  WS-JRNL-TAKEN       PIC X VALUE 'N'.
    05  WS-REBUILD-STATUS   PIC X(2) VALUE '00'.
    05  WS-REPORT-STATUS    PIC X(2) VALUE '00'.
    05  WS-RUN-OK           PIC X VALUE 'Y'.
    05  WS-FILES-OPEN       PIC X VALUE 'N'.

01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

01  WS-MOMENTS.
*> Date and time side by side, so one alphanumeric compare orders
*> two moments the way the clock does.
    05  WS-AS-OF-STAMP.
        10  WS-AS-OF-DATE   PIC 9(8) VALUE ZEROS.
        10  WS-AS-OF-TIME   PIC 9(8) VALUE ZEROS.
    05  WS-UNLOAD-STAMP.
        10  WS-UNLOAD-DATE  PIC 9(8) VALUE ZEROS.
        10  WS-UNLOAD-TIME  PIC 9(8) VALUE ZEROS.
    05  WS-JRNL-STAMP.
        10  WS-JRNL-DATE    PIC 9(8) VALUE ZEROS.
        10  WS-JRNL-TIME    PIC 9(8) VALUE ZEROS.

01  WS-MERGE.
*> The two merge keys; 9999999 is past every six-digit account and
*> marks a side that has run out.  The journal's key, stamp and
*> sequence are its first 29 bytes, so the sort order is checked
*> against the previous record's leading bytes.
    05  WS-UNL-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-JRN-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-LOW-KEY          PIC 9(7) VALUE ZEROS.
    05  WS-PREV-ORDER       PIC X(29) VALUE LOW-VALUES.
    05  WS-CUR-PRESENT      PIC X VALUE 'N'.
    05  WS-CUR-IMAGE        PIC X(80) VALUE SPACES.
    05  WS-CMP-BEFORE       PIC X(80) VALUE SPACES.
    05  WS-CMP-CURRENT      PIC X(80) VALUE SPACES.

01  WS-UNL-AREA.
    05  WS-UNL-IMAGE        PIC X(80) VALUE SPACES.
    05  WS-UNL-IMAGE-R REDEFINES WS-UNL-IMAGE.
        10  WS-UNL-IMAGE-KEY    PIC 9(6).
        10  FILLER              PIC X(74).

01  WS-PROOF.
*> First pass over the unload: re-add the records against the
*> trailer before a byte of it is trusted.
    05  WS-PROOF-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-PROOF-PTD        PIC S9(9) VALUE ZEROS.
    05  WS-PROOF-POSTS      PIC 9(7) VALUE ZEROS.
    05  WS-TRAILER-SEEN     PIC X VALUE 'N'.

01  WS-COUNTS.
    05  WS-UNL-READ         PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-READ        PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-BEFORE-UNL  PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-AFTER-ASOF  PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-APPLIED     PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-ADDS        PIC 9(7) VALUE ZEROS.
    05  WS-JRNL-DELETES     PIC 9(7) VALUE ZEROS.
    05  WS-MISMATCH-COUNT   PIC 9(7) VALUE ZEROS.
    05  WS-OUT-COUNT        PIC 9(7) VALUE ZEROS.
    05  WS-OUT-PTD          PIC S9(9) VALUE ZEROS.
    05  WS-OUT-POSTS        PIC 9(7) VALUE ZEROS.
    05  WS-OUT-PTD-D        PIC +9(9).

COPY UNLDTRL.

PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 160-READ-CONTROL-CARD.
    IF WS-RUN-OK = 'Y'
        PERFORM 200-PROVE-UNLOAD
    END-IF.
    IF WS-RUN-OK = 'Y'
        PERFORM 300-OPEN-MERGE-FILES
    END-IF.
    IF WS-RUN-OK = 'Y'
        PERFORM 310-READ-UNLOAD
        PERFORM 320-READ-JOURNAL
        PERFORM 400-REBUILD-ONE-ACCOUNT
            UNTIL (WS-UNL-KEY = 9999999 AND WS-JRN-KEY = 9999999)
            OR WS-RUN-OK = 'N'
        PERFORM 500-WRITE-REBUILD-TRAILER
    END-IF.
    PERFORM 600-TERMINATE.

100-INITIALIZE SECTION.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'REBUILD REPORT OPEN ERROR, STATUS: '
            WS-REPORT-STATUS
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING 'BUGRBLD POINT-IN-TIME ACCOUNT MASTER REBUILD RUN '
        DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REBUILD-LINE.

150-WRITE-REBUILD-LINE SECTION.
    IF WS-REPORT-STATUS = '00'
        WRITE REPORT-RECORD
    END-IF
    DISPLAY RPT-LINE.

160-READ-CONTROL-CARD SECTION.
*> Unlike the daily controls there is no sensible default moment to
*> rebuild to, so a missing card or a bad date refuses the run.
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS = '00'
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO WS-CTL-EOF
        END-READ
        IF WS-CTL-EOF = 'N'
        AND RCTL-AS-OF-DATE IS NUMERIC
        AND RCTL-AS-OF-DATE > 0
            MOVE RCTL-AS-OF-DATE TO WS-AS-OF-DATE
            IF RCTL-AS-OF-TIME IS NUMERIC
            AND RCTL-AS-OF-TIME > 0
                MOVE RCTL-AS-OF-TIME TO WS-AS-OF-TIME
            ELSE
                MOVE 23595999 TO WS-AS-OF-TIME
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF
    MOVE SPACES TO RPT-LINE
    IF WS-AS-OF-DATE = 0
        STRING 'NO AS-OF DATE ON THE CONTROL CARD - REBUILD REFUSED'
            DELIMITED BY SIZE INTO RPT-LINE
        MOVE 'N' TO WS-RUN-OK
    ELSE
        STRING 'REBUILDING AS OF ' DELIMITED BY SIZE
            WS-AS-OF-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-AS-OF-TIME DELIMITED BY SIZE
            INTO RPT-LINE
    END-IF
    PERFORM 150-WRITE-REBUILD-LINE.

200-PROVE-UNLOAD SECTION.
*> Re-add the unload against its own trailer and pick up the moment
*> it was cut.  A missing trailer or totals that do not re-add mean
*> a truncated or damaged backup, and nothing is rebuilt on top of
*> it.  An as-of moment ahead of the unload cannot be reached by
*> replaying forward; that is a request for an older unload.
    OPEN INPUT UNLOAD-FILE
    IF WS-UNLOAD-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'MASTER UNLOAD UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-UNLOAD-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REBUILD-LINE
        MOVE 'N' TO WS-RUN-OK
        GO TO 200-PROVE-EXIT
    END-IF
    MOVE 'N' TO WS-UNLOAD-EOF
    PERFORM UNTIL WS-UNLOAD-EOF = 'Y'
        READ UNLOAD-FILE
            AT END
                MOVE 'Y' TO WS-UNLOAD-EOF
            NOT AT END
                IF UNLOAD-RECORD (1:2) = 'CT'
                    MOVE UNLOAD-RECORD TO UNLOAD-TRAILER-RECORD
                    MOVE 'Y' TO WS-TRAILER-SEEN
                    MOVE 'Y' TO WS-UNLOAD-EOF
                ELSE
                    MOVE UNLOAD-RECORD TO ACCOUNT-RECORD
                    ADD 1 TO WS-PROOF-COUNT
                    ADD AM-PTD-AMOUNT TO WS-PROOF-PTD
                    ADD AM-POST-COUNT TO WS-PROOF-POSTS
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNLOAD-FILE
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-TRAILER-SEEN = 'N'
            STRING 'MASTER UNLOAD HAS NO CONTROL TRAILER - '
                DELIMITED BY SIZE
                'REBUILD REFUSED' DELIMITED BY SIZE
                INTO RPT-LINE
            MOVE 'N' TO WS-RUN-OK
        WHEN UT-ACCT-COUNT NOT = WS-PROOF-COUNT
        OR UT-TOTAL-PTD NOT = WS-PROOF-PTD
        OR UT-TOTAL-POSTS NOT = WS-PROOF-POSTS
            STRING 'MASTER UNLOAD DOES NOT RE-ADD TO ITS TRAILER - '
                DELIMITED BY SIZE
                'REBUILD REFUSED' DELIMITED BY SIZE
                INTO RPT-LINE
            MOVE 'N' TO WS-RUN-OK
        WHEN OTHER
            MOVE UT-UNLOAD-DATE TO WS-UNLOAD-DATE
            IF UT-UNLOAD-TIME IS NUMERIC
                MOVE UT-UNLOAD-TIME TO WS-UNLOAD-TIME
            ELSE
                MOVE ZEROS TO WS-UNLOAD-TIME
            END-IF
            STRING 'STARTING FROM UNLOAD OF ' DELIMITED BY SIZE
                WS-UNLOAD-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-UNLOAD-TIME DELIMITED BY SIZE
                ', ACCOUNTS: ' DELIMITED BY SIZE
                WS-PROOF-COUNT DELIMITED BY SIZE
                INTO RPT-LINE
    END-EVALUATE
    PERFORM 150-WRITE-REBUILD-LINE
    IF WS-RUN-OK = 'Y' AND WS-AS-OF-STAMP < WS-UNLOAD-STAMP
        MOVE SPACES TO RPT-LINE
        STRING 'AS-OF MOMENT PRECEDES THE UNLOAD - START FROM AN '
            DELIMITED BY SIZE
            'OLDER UNLOAD' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REBUILD-LINE
        MOVE 'N' TO WS-RUN-OK
    END-IF.

200-PROVE-EXIT.
    EXIT.

300-OPEN-MERGE-FILES SECTION.
    OPEN INPUT UNLOAD-FILE
    IF WS-UNLOAD-STATUS NOT = '00'
        DISPLAY 'MASTER UNLOAD REOPEN ERROR, STATUS: '
            WS-UNLOAD-STATUS
        MOVE 'N' TO WS-RUN-OK
        GO TO 300-OPEN-EXIT
    END-IF
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-STATUS NOT = '00'
        MOVE SPACES TO RPT-LINE
        STRING 'JOURNAL UNREADABLE, STATUS ' DELIMITED BY SIZE
            WS-JRNL-STATUS DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REBUILD-LINE
        MOVE 'N' TO WS-RUN-OK
        CLOSE UNLOAD-FILE
        GO TO 300-OPEN-EXIT
    END-IF
    OPEN OUTPUT REBUILD-FILE
    IF WS-REBUILD-STATUS NOT = '00'
        DISPLAY 'REBUILD FILE OPEN ERROR, STATUS: '
            WS-REBUILD-STATUS
        MOVE 'N' TO WS-RUN-OK
        CLOSE UNLOAD-FILE
        CLOSE JOURNAL-FILE
        GO TO 300-OPEN-EXIT
    END-IF
    MOVE 'Y' TO WS-FILES-OPEN.

300-OPEN-EXIT.
    EXIT.

310-READ-UNLOAD SECTION.
*> The trailer ends the account images; 200 already proved it is
*> there.
    READ UNLOAD-FILE
        AT END
            MOVE 9999999 TO WS-UNL-KEY
        NOT AT END
            IF UNLOAD-RECORD (1:2) = 'CT'
                MOVE 9999999 TO WS-UNL-KEY
            ELSE
                MOVE UNLOAD-RECORD TO WS-UNL-IMAGE
                MOVE WS-UNL-IMAGE-KEY TO WS-UNL-KEY
                ADD 1 TO WS-UNL-READ
            END-IF
    END-READ.

320-READ-JOURNAL SECTION.
*> Read on to the next journal record that falls inside the replay
*> window - after the unload was cut, not after the as-of moment.
    MOVE 'N' TO WS-JRNL-TAKEN
    PERFORM UNTIL WS-JRNL-TAKEN = 'Y' OR WS-JRNL-EOF = 'Y'
        READ JOURNAL-FILE
            AT END
                MOVE 'Y' TO WS-JRNL-EOF
                MOVE 9999999 TO WS-JRN-KEY
            NOT AT END
                PERFORM 330-SCREEN-JOURNAL-RECORD
        END-READ
    END-PERFORM.

330-SCREEN-JOURNAL-RECORD SECTION.
*> A journal out of key/stamp/sequence order was not put through
*> the sort step, and replaying it would apply changes out of turn,
*> so the rebuild stops rather than cut a wrong master.
    ADD 1 TO WS-JRNL-READ
    IF ACCOUNT-JOURNAL-RECORD (1:29) < WS-PREV-ORDER
        MOVE SPACES TO RPT-LINE
        STRING 'JOURNAL OUT OF SEQUENCE AT KEY ' DELIMITED BY SIZE
            AJ-KEY DELIMITED BY SIZE
            ' - REBUILD ABANDONED' DELIMITED BY SIZE
            INTO RPT-LINE
        PERFORM 150-WRITE-REBUILD-LINE
        MOVE 'N' TO WS-RUN-OK
        MOVE 'Y' TO WS-JRNL-EOF
        MOVE 9999999 TO WS-JRN-KEY
        GO TO 330-SCREEN-EXIT
    END-IF
    MOVE ACCOUNT-JOURNAL-RECORD (1:29) TO WS-PREV-ORDER
    MOVE AJ-STAMP-DATE TO WS-JRNL-DATE
    MOVE AJ-STAMP-TIME TO WS-JRNL-TIME
    EVALUATE TRUE
        WHEN WS-JRNL-STAMP NOT > WS-UNLOAD-STAMP
            ADD 1 TO WS-JRNL-BEFORE-UNL
        WHEN WS-JRNL-STAMP > WS-AS-OF-STAMP
            ADD 1 TO WS-JRNL-AFTER-ASOF
        WHEN OTHER
            MOVE AJ-KEY TO WS-JRN-KEY
            MOVE 'Y' TO WS-JRNL-TAKEN
    END-EVALUATE.

330-SCREEN-EXIT.
    EXIT.

400-REBUILD-ONE-ACCOUNT SECTION.
*> The lower of the two keys is the next account: start from its
*> unload image if it has one, play its journal records over it in
*> order, and write whatever is left standing.
    IF WS-UNL-KEY < WS-JRN-KEY
        MOVE WS-UNL-KEY TO WS-LOW-KEY
    ELSE
        MOVE WS-JRN-KEY TO WS-LOW-KEY
    END-IF
    IF WS-UNL-KEY = WS-LOW-KEY
        MOVE WS-UNL-IMAGE TO WS-CUR-IMAGE
        MOVE 'Y' TO WS-CUR-PRESENT
        PERFORM 310-READ-UNLOAD
    ELSE
        MOVE SPACES TO WS-CUR-IMAGE
        MOVE 'N' TO WS-CUR-PRESENT
    END-IF
    PERFORM UNTIL WS-JRN-KEY NOT = WS-LOW-KEY
        PERFORM 450-APPLY-JOURNAL-RECORD
        PERFORM 320-READ-JOURNAL
    END-PERFORM
    IF WS-CUR-PRESENT = 'Y'
        MOVE WS-CUR-IMAGE TO ACCOUNT-RECORD
        WRITE ACCOUNT-RECORD
        ADD 1 TO WS-OUT-COUNT
        ADD AM-PTD-AMOUNT TO WS-OUT-PTD
        ADD AM-POST-COUNT TO WS-OUT-POSTS
    END-IF.

450-APPLY-JOURNAL-RECORD SECTION.
*> The before image must be the image rebuilt so far.  The changed
*> flag is left out of the comparison: the end-of-job extract
*> resets it without a journal record, so it is the one byte the
*> chain legitimately does not carry.
    ADD 1 TO WS-JRNL-APPLIED
    IF AJ-ADD
        ADD 1 TO WS-JRNL-ADDS
        IF WS-CUR-PRESENT = 'Y'
            MOVE SPACES TO RPT-LINE
            STRING 'ADD OVER EXISTING ACCOUNT ' DELIMITED BY SIZE
                AJ-KEY DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                AJ-PROGRAM DELIMITED BY SIZE
                ' AT ' DELIMITED BY SIZE
                AJ-STAMP-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-STAMP-TIME DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REBUILD-LINE
            ADD 1 TO WS-MISMATCH-COUNT
        END-IF
    ELSE
        IF WS-CUR-PRESENT = 'N'
            MOVE SPACES TO RPT-LINE
            STRING 'CHANGE TO ABSENT ACCOUNT ' DELIMITED BY SIZE
                AJ-KEY DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                AJ-PROGRAM DELIMITED BY SIZE
                ' AT ' DELIMITED BY SIZE
                AJ-STAMP-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AJ-STAMP-TIME DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM 150-WRITE-REBUILD-LINE
            ADD 1 TO WS-MISMATCH-COUNT
        ELSE
            MOVE AJ-BEFORE-IMAGE TO ACCOUNT-RECORD
            MOVE SPACE TO AM-CHANGED-FLAG
            MOVE ACCOUNT-RECORD TO WS-CMP-BEFORE
            MOVE WS-CUR-IMAGE TO ACCOUNT-RECORD
            MOVE SPACE TO AM-CHANGED-FLAG
            MOVE ACCOUNT-RECORD TO WS-CMP-CURRENT
            IF WS-CMP-BEFORE NOT = WS-CMP-CURRENT
                MOVE SPACES TO RPT-LINE
                STRING 'BEFORE IMAGE MISMATCH ' DELIMITED BY SIZE
                    AJ-KEY DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    AJ-PROGRAM DELIMITED BY SIZE
                    ' AT ' DELIMITED BY SIZE
                    AJ-STAMP-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    AJ-STAMP-TIME DELIMITED BY SIZE
                    INTO RPT-LINE
                PERFORM 150-WRITE-REBUILD-LINE
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
        END-IF
    END-IF
    IF AJ-DELETE
        ADD 1 TO WS-JRNL-DELETES
        MOVE SPACES TO WS-CUR-IMAGE
        MOVE 'N' TO WS-CUR-PRESENT
    ELSE
        MOVE AJ-AFTER-IMAGE TO WS-CUR-IMAGE
        MOVE 'Y' TO WS-CUR-PRESENT
    END-IF.

500-WRITE-REBUILD-TRAILER SECTION.
*> The rebuilt master closes with the same 'CT' trailer an unload
*> carries, stamped with the as-of moment, so it reloads and
*> re-adds exactly like a BUGVRFY backup.  An abandoned rebuild
*> gets no trailer: a partial master must not claim to be whole.
    IF WS-FILES-OPEN = 'N'
        GO TO 500-TRAILER-EXIT
    END-IF
    IF WS-RUN-OK = 'Y'
        MOVE SPACES TO UNLOAD-TRAILER-RECORD
        MOVE 'CT' TO UT-REC-TYPE
        MOVE WS-OUT-COUNT TO UT-ACCT-COUNT
        MOVE WS-OUT-PTD TO UT-TOTAL-PTD
        MOVE WS-OUT-POSTS TO UT-TOTAL-POSTS
        MOVE WS-AS-OF-DATE TO UT-UNLOAD-DATE
        MOVE WS-AS-OF-TIME TO UT-UNLOAD-TIME
        WRITE ACCOUNT-RECORD FROM UNLOAD-TRAILER-RECORD
    END-IF
    CLOSE UNLOAD-FILE
    CLOSE JOURNAL-FILE
    CLOSE REBUILD-FILE.

500-TRAILER-EXIT.
    EXIT.

600-TERMINATE SECTION.
    MOVE SPACES TO RPT-LINE
    STRING 'JOURNAL RECORDS READ: ' DELIMITED BY SIZE
        WS-JRNL-READ DELIMITED BY SIZE
        '  APPLIED: ' DELIMITED BY SIZE
        WS-JRNL-APPLIED DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REBUILD-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'ALREADY IN UNLOAD: ' DELIMITED BY SIZE
        WS-JRNL-BEFORE-UNL DELIMITED BY SIZE
        '  AFTER AS-OF MOMENT: ' DELIMITED BY SIZE
        WS-JRNL-AFTER-ASOF DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REBUILD-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS ADDED: ' DELIMITED BY SIZE
        WS-JRNL-ADDS DELIMITED BY SIZE
        '  DELETED: ' DELIMITED BY SIZE
        WS-JRNL-DELETES DELIMITED BY SIZE
        '  IMAGE MISMATCHES: ' DELIMITED BY SIZE
        WS-MISMATCH-COUNT DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REBUILD-LINE
    MOVE WS-OUT-PTD TO WS-OUT-PTD-D
    MOVE SPACES TO RPT-LINE
    STRING 'ACCOUNTS REBUILT: ' DELIMITED BY SIZE
        WS-OUT-COUNT DELIMITED BY SIZE
        '  PTD TOTAL: ' DELIMITED BY SIZE
        WS-OUT-PTD-D DELIMITED BY SIZE
        '  POSTINGS: ' DELIMITED BY SIZE
        WS-OUT-POSTS DELIMITED BY SIZE
        INTO RPT-LINE
    PERFORM 150-WRITE-REBUILD-LINE
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            STRING 'MASTER NOT REBUILT - SEE LINES ABOVE'
                DELIMITED BY SIZE INTO RPT-LINE
        WHEN WS-MISMATCH-COUNT > 0
            STRING 'MASTER REBUILT WITH IMAGE MISMATCHES - CHECK THE '
                DELIMITED BY SIZE
                'JOURNAL CONCATENATION' DELIMITED BY SIZE
                INTO RPT-LINE
        WHEN OTHER
            STRING 'MASTER REBUILT CLEAN' DELIMITED BY SIZE
                INTO RPT-LINE
    END-EVALUATE
    PERFORM 150-WRITE-REBUILD-LINE
    IF WS-REPORT-STATUS = '00'
        CLOSE REPORT-FILE
    END-IF
*> A clean chain is 0; a rebuild that finished but had to paper
*> over a gap in the journal is 4, usable only once someone has
*> read the mismatch lines; anything that stopped it is 8.
    EVALUATE TRUE
        WHEN WS-RUN-OK = 'N'
            MOVE 8 TO RETURN-CODE
        WHEN WS-MISMATCH-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.
