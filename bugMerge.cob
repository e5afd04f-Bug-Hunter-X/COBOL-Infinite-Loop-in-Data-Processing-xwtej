*> running value by the slices before it, so the last record
*> still carries the day total), concatenates the exceptions,
*> sums the slice totals into the merged GL trailers, summary
*> report and statistics record, rebuilds the 'GL' journal lines
*> from the postings on the slice audit trails, and performs the
*> run-level trailer balance the slices deferred.  Any slice that
*> did not complete, or a feed that does not balance, ends with a
*> nonzero return code so nothing is rotated or picked up.
*> A fourth slice carries the transfers whose two accounts fall in
*> different key ranges - no range slice may post to another's
*> accounts - and runs after the other three; its trail is merged
*> last, so the merged trail is in TD-KEY order except for those
*> transfers at its end.
*> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGMERGE.
    SELECT STA3-FILE ASSIGN TO "STA3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT STA4-FILE ASSIGN TO "STA4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT AUD1-FILE ASSIGN TO "AUD1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT AUD3-FILE ASSIGN TO "AUD3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT AUD4-FILE ASSIGN TO "AUD4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT EXC1-FILE ASSIGN TO "EXC1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT EXC3-FILE ASSIGN TO "EXC3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT EXC4-FILE ASSIGN TO "EXC4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT TRANS-FILE ASSIGN TO "TRANSIN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
FD  STA3-FILE
    RECORD CONTAINS 260 CHARACTERS.
01  STA3-REC                PIC X(260).
FD  STA4-FILE
    RECORD CONTAINS 260 CHARACTERS.
01  STA4-REC                PIC X(260).
FD  AUD1-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  AUD1-REC                PIC X(80).
FD  AUD3-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  AUD3-REC                PIC X(80).
FD  AUD4-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  AUD4-REC                PIC X(80).
FD  EXC1-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXC1-REC                PIC X(80).
FD  EXC3-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXC3-REC                PIC X(80).
FD  EXC4-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  EXC4-REC                PIC X(80).
FD  TRANS-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY TRANREC.

*> Working images of the shared record layouts: each slice file is
*> read into these so one set of parsing and adjustment logic
*> serves all four slices.
COPY AUDITREC.

COPY IFACEREC.
    05  WS-S-VALUE          PIC S9(5) VALUE ZEROS.
    05  WS-S-POSTED         PIC 9(7) VALUE ZEROS.
    05  WS-S-PREV-COUNTER   PIC 9(5) VALUE ZEROS.
    05  WS-S-PREV-LEG       PIC X VALUE SPACE.
    05  WS-S-BATCHES        PIC 9(3) VALUE ZEROS.
    05  WS-S-DUPS           PIC 9(5) VALUE ZEROS.
    05  WS-S-REJECTS        PIC 9(5) VALUE ZEROS.
    05  WS-B-CURRENCY       PIC X(3) VALUE SPACES.
    05  WS-B-COUNT          PIC 9(7) VALUE ZEROS.
    05  WS-B-HASH           PIC 9(7) VALUE ZEROS.
    05  WS-B-RUN-DATE       PIC X(8) VALUE SPACES.

01  WS-MERGED-JOURNAL.
*> The 'GL' journal lines the serial run writes behind each 'BT',
*> rebuilt from the merged audit trail: every posting summed by
*> its batch (run id and header run date) and the GL account it
*> booked to.  520 writes a batch's lines behind its 'BT'; 600
*> writes whatever no trailer claimed - the batchless postings
*> under a blank run id, and any batch the feed never closed,
*> flagged 'E'.  Five hundred lines is far more than a day's
*> regions times the ledger's classes; running out is a mismatch.
    05  WS-MJ-COUNT         PIC 9(3) VALUE ZEROS.
    05  WS-MJ-IX            PIC 9(3) VALUE ZEROS.
    05  WS-MJ-SUB           PIC 9(3) VALUE ZEROS.
    05  WS-MJ-FULL          PIC X VALUE 'N'.
    05  WS-MJ-SUM-DEBITS    PIC 9(7) VALUE ZEROS.
    05  WS-MJ-SUM-CREDITS   PIC 9(7) VALUE ZEROS.
    05  WS-MJ-SUM-POSTED    PIC 9(5) VALUE ZEROS.
    05  WS-MJ-ENTRY OCCURS 500 TIMES.
        10  WS-MJ-RUN-ID    PIC X(8).
        10  WS-MJ-RUN-DATE  PIC X(8).
        10  WS-MJ-GL-ACCOUNT PIC X(8).
        10  WS-MJ-DEBITS    PIC 9(7).
        10  WS-MJ-CREDITS   PIC 9(7).
        10  WS-MJ-POSTED    PIC 9(5).
        10  WS-MJ-WRITTEN   PIC X.

PROCEDURE DIVISION.

    PERFORM 210-MERGE-SLICE-1.
    PERFORM 220-MERGE-SLICE-2.
    PERFORM 230-MERGE-SLICE-3.
    PERFORM 240-MERGE-SLICE-4.
    PERFORM 500-BALANCE-AGAINST-FEED.
    PERFORM 600-WRITE-MERGED-INTERFACE.
    PERFORM 640-WRITE-ACCOUNT-EXTRACT.
*> then renumber its audit trail onto the merged one, then
*> concatenate its exceptions.  The slices are processed in
*> key-range order so the merged audit trail stays in TD-KEY
*> order end to end, the cross-range transfer slice last.
*> -------------------------------------------------------------
210-MERGE-SLICE-1 SECTION.
    PERFORM 300-RESET-SLICE-TOTALS
    END-IF
    ADD WS-S-VALUE TO WS-VALUE-OFFSET.

240-MERGE-SLICE-4 SECTION.
    PERFORM 300-RESET-SLICE-TOTALS
    MOVE 'N' TO WS-EOF
    OPEN INPUT STA4-FILE
    IF WS-IN-STATUS = '00'
        PERFORM UNTIL WS-EOF = 'Y'
            READ STA4-FILE INTO RUN-STATISTICS-RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 310-TAKE-SLICE-STATS
            END-READ
        END-PERFORM
        CLOSE STA4-FILE
    ELSE
        DISPLAY 'SLICE 4 STATISTICS UNREADABLE, STATUS: '
            WS-IN-STATUS
        MOVE 'N' TO WS-ALL-COMPLETE
    END-IF
    PERFORM 320-ROLL-SLICE-TOTALS
    MOVE 'N' TO WS-EOF
    OPEN INPUT AUD4-FILE
    IF WS-IN-STATUS = '00'
        PERFORM UNTIL WS-EOF = 'Y'
            READ AUD4-FILE INTO AUDIT-RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 330-WRITE-MERGED-AUDIT
            END-READ
        END-PERFORM
        CLOSE AUD4-FILE
    ELSE
        DISPLAY 'SLICE 4 AUDIT UNREADABLE, STATUS: ' WS-IN-STATUS
        ADD 1 TO WS-MISMATCH-COUNT
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT EXC4-FILE
    IF WS-IN-STATUS = '00'
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXC4-FILE INTO WS-SLICE-LINE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    WRITE EXCP-OUT-REC FROM WS-SLICE-LINE
            END-READ
        END-PERFORM
        CLOSE EXC4-FILE
    ELSE
        DISPLAY 'SLICE 4 EXCEPTIONS UNREADABLE, STATUS: '
            WS-IN-STATUS
        ADD 1 TO WS-MISMATCH-COUNT
    END-IF
    ADD WS-S-VALUE TO WS-VALUE-OFFSET.

300-RESET-SLICE-TOTALS SECTION.
    MOVE ZEROS TO WS-SC-COUNT
    MOVE ZEROS TO WS-S-VALUE
    MOVE ZEROS TO WS-S-GROSS-CREDITS
    MOVE ZEROS TO WS-S-ELAPSED
    MOVE ZEROS TO WS-S-PREV-COUNTER
    MOVE SPACE TO WS-S-PREV-LEG
    MOVE 'N' TO WS-S-COMPLETE
    MOVE 'N' TO WS-S-STOPPED.

*> total passes the range gate, and a lift past the field's five
*> digits would otherwise truncate silently into the retained
*> trail - that is a mismatch, not a rounding.
*> The to-side of a transfer shares its from-side's counter and is
*> kept under the same merged number when it follows the kept
*> from-side; a replayed transfer's lines find a 'T' already kept
*> at that counter and drop like any other repeat, while a to-side
*> cut off by an abend between the two lines is picked up from the
*> replay.
    IF AUD-XFER-TO-LEG AND AUD-COUNTER = WS-S-PREV-COUNTER
    AND WS-S-PREV-LEG = 'F'
        MOVE 'T' TO WS-S-PREV-LEG
        MOVE WS-AUD-OUT-COUNT TO AUD-COUNTER
        GO TO 330-AUDIT-WRITE
    END-IF
    IF AUD-COUNTER NOT > WS-S-PREV-COUNTER
        GO TO 330-AUDIT-EXIT
    END-IF
    MOVE AUD-COUNTER TO WS-S-PREV-COUNTER
    MOVE AUD-XFER-LEG TO WS-S-PREV-LEG
    ADD 1 TO WS-AUD-OUT-COUNT
    MOVE WS-AUD-OUT-COUNT TO AUD-COUNTER.

330-AUDIT-WRITE.
    COMPUTE WS-MERGE-VALUE = AUD-VALUE + WS-VALUE-OFFSET
    IF WS-MERGE-VALUE > 99999 OR WS-MERGE-VALUE < -99999
        DISPLAY 'MERGE BALANCE: AUDIT VALUE OVERFLOW AT RECORD '
        ADD 1 TO WS-MISMATCH-COUNT
    END-IF
    MOVE WS-MERGE-VALUE TO AUD-VALUE
    WRITE AUDIT-OUT-REC FROM AUDIT-RECORD
    PERFORM 335-TAKE-JOURNAL-POSTING.

330-AUDIT-EXIT.
    EXIT.

335-TAKE-JOURNAL-POSTING SECTION.
*> Sum the posting into the journal line for its batch and GL
*> account, opening the line the first time the pair appears.
    MOVE ZEROS TO WS-MJ-IX
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
    UNTIL WS-MJ-SUB > WS-MJ-COUNT
        IF WS-MJ-RUN-ID (WS-MJ-SUB) = AUD-RUN-ID
        AND WS-MJ-RUN-DATE (WS-MJ-SUB) = AUD-RUN-DATE
        AND WS-MJ-GL-ACCOUNT (WS-MJ-SUB) = AUD-GL-ACCOUNT
            MOVE WS-MJ-SUB TO WS-MJ-IX
        END-IF
    END-PERFORM
    IF WS-MJ-IX = 0
        IF WS-MJ-COUNT < 500
            ADD 1 TO WS-MJ-COUNT
            MOVE WS-MJ-COUNT TO WS-MJ-IX
            MOVE AUD-RUN-ID TO WS-MJ-RUN-ID (WS-MJ-IX)
            MOVE AUD-RUN-DATE TO WS-MJ-RUN-DATE (WS-MJ-IX)
            MOVE AUD-GL-ACCOUNT TO WS-MJ-GL-ACCOUNT (WS-MJ-IX)
            MOVE ZEROS TO WS-MJ-DEBITS (WS-MJ-IX)
            MOVE ZEROS TO WS-MJ-CREDITS (WS-MJ-IX)
            MOVE ZEROS TO WS-MJ-POSTED (WS-MJ-IX)
            MOVE 'N' TO WS-MJ-WRITTEN (WS-MJ-IX)
        ELSE
            IF WS-MJ-FULL = 'N'
                DISPLAY 'MERGE BALANCE: JOURNAL LINE TABLE FULL'
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE 'Y' TO WS-MJ-FULL
            END-IF
            GO TO 335-JOURNAL-EXIT
        END-IF
    END-IF
    IF AUD-DC-IND = 'C'
        ADD AUD-AMOUNT TO WS-MJ-CREDITS (WS-MJ-IX)
    ELSE
        ADD AUD-AMOUNT TO WS-MJ-DEBITS (WS-MJ-IX)
    END-IF
    ADD 1 TO WS-MJ-POSTED (WS-MJ-IX).

335-JOURNAL-EXIT.
    EXIT.

500-BALANCE-AGAINST-FEED SECTION.
*> The run-level AND batch-level balance the slices deferred: the
*> feed still carries every header and trailer, so each H...D...T
        ADD 1 TO WS-MISMATCH-COUNT
    END-IF
    MOVE TH-RUN-ID TO WS-B-RUN-ID
    MOVE TH-RUN-DATE TO WS-B-RUN-DATE
    IF TH-CURRENCY = SPACES
        MOVE 'USD' TO WS-B-CURRENCY
    ELSE
*> Close the batch out with its 'BT' interface record, balanced
*> against its own trailer just as the serial run's
*> 235-WRITE-BATCH-INTERFACE does; an unbalanced batch goes out
*> flagged 'E' and holds the day.  The batch's posted totals come
*> off its journal lines, which follow the 'BT' under its status.
    IF WS-B-OPEN = 'N'
        DISPLAY 'MERGE BALANCE: TRAILER WITHOUT OPEN BATCH'
        ADD 1 TO WS-MISMATCH-COUNT
        GO TO 520-CLOSE-EXIT
    END-IF
    MOVE ZEROS TO WS-MJ-SUM-DEBITS
    MOVE ZEROS TO WS-MJ-SUM-CREDITS
    MOVE ZEROS TO WS-MJ-SUM-POSTED
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
    UNTIL WS-MJ-SUB > WS-MJ-COUNT
        IF WS-MJ-RUN-ID (WS-MJ-SUB) = WS-B-RUN-ID
        AND WS-MJ-RUN-DATE (WS-MJ-SUB) = WS-B-RUN-DATE
        AND WS-MJ-WRITTEN (WS-MJ-SUB) = 'N'
            ADD WS-MJ-DEBITS (WS-MJ-SUB) TO WS-MJ-SUM-DEBITS
            ADD WS-MJ-CREDITS (WS-MJ-SUB) TO WS-MJ-SUM-CREDITS
            ADD WS-MJ-POSTED (WS-MJ-SUB) TO WS-MJ-SUM-POSTED
        END-IF
    END-PERFORM
    MOVE SPACES TO INTERFACE-RECORD
    MOVE 'BT' TO IF-REC-TYPE
    MOVE WS-B-RUN-ID TO IF-RUN-ID
    MOVE WS-B-HASH TO IF-BATCH-HASH
    MOVE WS-B-CURRENCY TO IF-CURRENCY
    MOVE ZEROS TO IF-FINAL-VALUE
    MOVE WS-MJ-SUM-POSTED TO IF-TOTAL-COUNT
    MOVE WS-MJ-SUM-DEBITS TO IF-GROSS-DEBITS
    MOVE WS-MJ-SUM-CREDITS TO IF-GROSS-CREDITS
    IF TT-RECORD-COUNT = WS-B-COUNT
    AND TT-HASH-TOTAL = WS-B-HASH
        SET IF-RUN-COMPLETE TO TRUE
        ADD 1 TO WS-MISMATCH-COUNT
    END-IF
    WRITE IFACE-OUT-REC FROM INTERFACE-RECORD
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
    UNTIL WS-MJ-SUB > WS-MJ-COUNT
        IF WS-MJ-RUN-ID (WS-MJ-SUB) = WS-B-RUN-ID
        AND WS-MJ-RUN-DATE (WS-MJ-SUB) = WS-B-RUN-DATE
        AND WS-MJ-WRITTEN (WS-MJ-SUB) = 'N'
            PERFORM 530-WRITE-JOURNAL-LINE
        END-IF
    END-PERFORM
    MOVE 'N' TO WS-B-OPEN.

520-CLOSE-EXIT.
    EXIT.

530-WRITE-JOURNAL-LINE SECTION.
*> One 'GL' record off journal entry WS-MJ-SUB, laid out as the
*> serial run's 236-WRITE-JOURNAL-LINES lays it out.  IF-RUN-STATUS
*> and IF-CURRENCY are left as the caller set them on the record
*> before; everything else is rebuilt here.
    MOVE 'GL' TO IF-REC-TYPE
    MOVE WS-MJ-RUN-ID (WS-MJ-SUB) TO IF-RUN-ID
    IF WS-RUN-DATE-LINE (11:8) IS NUMERIC
        MOVE WS-RUN-DATE-LINE (11:8) TO IF-RUN-DATE
    ELSE
        MOVE ZEROS TO IF-RUN-DATE
    END-IF
    MOVE ZEROS TO IF-BATCH-COUNT
    MOVE ZEROS TO IF-BATCH-HASH
    MOVE WS-MJ-GL-ACCOUNT (WS-MJ-SUB) TO IF-GL-ACCOUNT
    MOVE WS-MJ-DEBITS (WS-MJ-SUB) TO IF-GROSS-DEBITS
    MOVE WS-MJ-CREDITS (WS-MJ-SUB) TO IF-GROSS-CREDITS
    MOVE WS-MJ-POSTED (WS-MJ-SUB) TO IF-TOTAL-COUNT
    COMPUTE IF-FINAL-VALUE = WS-MJ-DEBITS (WS-MJ-SUB)
        - WS-MJ-CREDITS (WS-MJ-SUB)
    WRITE IFACE-OUT-REC FROM INTERFACE-RECORD
    MOVE 'Y' TO WS-MJ-WRITTEN (WS-MJ-SUB).

600-WRITE-MERGED-INTERFACE SECTION.
*> Run-level trailers exactly as the serial run cuts them: one
*> 'TR' per currency the day carried, summed across the slices.
*> no currency breakdown, so an empty merged table falls back to
*> one USD trailer holding the blended totals - the shape the GL
*> feed job read before currencies arrived.
*> Journal lines no trailer claimed go out first: batchless
*> postings under a blank run id, as the serial run writes them,
*> and the lines of a batch the feed never closed flagged 'E'.
*> Both were posted in start-of-run money or the money of a batch
*> whose header no 'BT' echoes, so they carry USD.
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
    UNTIL WS-MJ-SUB > WS-MJ-COUNT
        IF WS-MJ-WRITTEN (WS-MJ-SUB) = 'N'
            MOVE SPACES TO INTERFACE-RECORD
            MOVE 'USD' TO IF-CURRENCY
            IF WS-MJ-RUN-ID (WS-MJ-SUB) = SPACES
                SET IF-RUN-COMPLETE TO TRUE
            ELSE
                SET IF-RUN-ERROR TO TRUE
            END-IF
            PERFORM 530-WRITE-JOURNAL-LINE
        END-IF
    END-PERFORM
    IF WS-MC-COUNT = 0
        MOVE 1 TO WS-MC-COUNT
        MOVE 'USD' TO WS-MC-CODE (1)
        INTO RPT-LINE
    WRITE REPORT-RECORD
    MOVE SPACES TO RPT-LINE
    STRING 'MERGED FROM PARALLEL SLICES: 004' DELIMITED BY SIZE
        INTO RPT-LINE
    WRITE REPORT-RECORD
    IF WS-RUN-DATE-LINE NOT = SPACES
