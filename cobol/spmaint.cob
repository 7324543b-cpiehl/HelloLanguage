*> they are applied a full profile listing is printed to SYSOUT
*> followed by the run totals.
*>
*> Decks are under dual control, as in SITEMAINT. Each card that
*> passes the edit is parked in the PENDING file, the deck forming
*> one batch under the submitter's user ID, instead of being
*> applied; the batch waits there until a different user approves
*> it through MCAPPRV. Each run first applies every batch approved
*> since the last run - each card is edited again as it is
*> applied - and only then edits and parks the new deck, so a run
*> with an empty SYSIN just applies approved work. Applied records
*> carry both the submitter's and the approver's user ID.
*>
*> Transaction card layout (SYSIN):
*>   01-01  Action code       A = Add, C = Change, D = Delete
*>   02-05  Site code
*>---------------------------------------------------------------*
*> Modification History
*>   2026-09-02  DLW   Initial version.
*>   2026-10-15  DLW   Dual control: cards that pass the edit are
*>                      parked in the PENDING file under the
*>                      submitter's user ID instead of being
*>                      applied, and are applied by a later run only
*>                      after MCAPPRV records a different user's
*>                      approval. The card edit is split out of the
*>                      apply logic so both stages use it. Applied
*>                      records carry the approver in
*>                      PR-APPROVER-USER, shown on the listing.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
        RECORD KEY IS PR-SITE-CODE
        FILE STATUS IS WS-SITEPRO-STATUS.

    SELECT PENDING-FILE ASSIGN TO "PENDING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PT-PENDING-KEY
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FD  SITE-PROFILE-FILE.
    COPY SITEPRRC.

FD  PENDING-FILE.
    COPY PENDTRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).
01  WS-FILE-STATUSES.
    05  WS-TRANS-STATUS             PIC X(02) VALUE '00'.
    05  WS-SITEPRO-STATUS           PIC X(02) VALUE '00'.
    05  WS-PENDING-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
        88  WS-TRANS-EOF            VALUE 'Y'.
    05  WS-SITEPRO-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-SITEPRO-EOF          VALUE 'Y'.
    05  WS-CARD-VALID-SW            PIC X(01) VALUE 'Y'.
        88  WS-CARD-VALID           VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-PARKED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-BATCH-APPLIED-COUNT      PIC 9(03) COMP VALUE ZERO.
    05  WS-BATCH-HELD-COUNT         PIC 9(03) COMP VALUE ZERO.
    05  WS-BATCH-CARD-COUNT         PIC 9(05) VALUE ZEROES.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

COPY WSPEND.

01  WS-DISPOSITION-AREA.
    05  WS-DISPOSITION              PIC X(08).
    05  WS-REASON-TEXT              PIC X(30).
    05  FILLER                      PIC X(10) VALUE 'UPDATED'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BY'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'APPR BY'.

01  WS-RPT-LISTING-LINE.
    05  WS-RPT-LST-SITE             PIC X(04).
    05  WS-RPT-LST-UPD-DATE         PIC 9(08).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-LST-UPD-USER         PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-APPR-USER        PIC X(08).

01  WS-RPT-BATCH-LINE.
    05  FILLER                      PIC X(06) VALUE 'BATCH '.
    05  WS-RPT-BAT-NUMBER           PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-BAT-EVENT            PIC X(20).
    05  FILLER                      PIC X(14) VALUE 'SUBMITTED BY: '.
    05  WS-RPT-BAT-SUBMITTER        PIC X(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-BAT-SUBMIT-DATE      PIC X(08).
    05  FILLER                      PIC X(15) VALUE '  APPROVED BY: '.
    05  WS-RPT-BAT-APPROVER         PIC X(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-BAT-APPROVE-DATE     PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-BAT-REASON           PIC X(30).

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  WS-RPT-TOT-REJECTS          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  ONFILE='.
    05  WS-RPT-TOT-ONFILE           PIC 9(05).
    05  FILLER                      PIC X(09) VALUE '  PARKED='.
    05  WS-RPT-TOT-PARKED           PIC 9(05).
    05  FILLER                      PIC X(18)
        VALUE '  BATCHES APPLIED='.
    05  WS-RPT-TOT-BATCHES          PIC 9(03).
    05  FILLER                      PIC X(07) VALUE '  HELD='.
    05  WS-RPT-TOT-HELD             PIC 9(03).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
*>  Approved batches are applied through the transaction record
*>  area, so they go before the first card of the new deck is
*>  read.
    PERFORM 5000-RELEASE-APPROVED THRU 5000-RELEASE-APPROVED-EXIT
    PERFORM 6000-OPEN-SUBMITTED-BATCH
        THRU 6000-OPEN-SUBMITTED-BATCH-EXIT
    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT
    PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-PROCESS-TRANSACTIONS-EXIT
        UNTIL WS-TRANS-EOF
    PERFORM 6200-CLOSE-SUBMITTED-BATCH
        THRU 6200-CLOSE-SUBMITTED-BATCH-EXIT
    PERFORM 3000-PRINT-LISTING THRU 3000-PRINT-LISTING-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.
        GO TO 9999-EXIT
    END-IF

    MOVE 'SITEPRO' TO PD-MASTER-NAME
    OPEN I-O PENDING-FILE
    IF WS-PENDING-STATUS = '05' OR WS-PENDING-STATUS = '35'
*>      First use of the pending file - create it and reopen it
*>      for update.
        CLOSE PENDING-FILE
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'SPMAINT: UNABLE TO OPEN PENDING FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE SITE-PROFILE-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'SPMAINT: UNABLE TO OPEN SYSOUT REPORT FILE'
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE SITE-PROFILE-FILE
        CLOSE PENDING-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

2000-PROCESS-TRANSACTIONS.
*>  A card that passes the edit is parked for approval; nothing
*>  is applied to the master from SYSIN.
    MOVE 'PARKED' TO WS-DISPOSITION
    PERFORM 2050-EDIT-TRANSACTION THRU 2050-EDIT-TRANSACTION-EXIT
    IF WS-CARD-VALID
        PERFORM 6100-PARK-CARD THRU 6100-PARK-CARD-EXIT
    END-IF

    PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-WRITE-REPORT-DETAIL-EXIT
    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT.

2000-PROCESS-TRANSACTIONS-EXIT.
    EXIT.

2050-EDIT-TRANSACTION.
    MOVE 'Y' TO WS-CARD-VALID-SW
    MOVE SPACES TO WS-REASON-TEXT
    EVALUATE TRUE
        WHEN TR-SITE-CODE = SPACES
            MOVE 'SITE CODE BLANK' TO WS-REASON-TEXT
        WHEN (TR-ACTION-ADD OR TR-ACTION-CHANGE)
                AND TR-SITE-NAME = SPACES
            MOVE 'SITE NAME BLANK' TO WS-REASON-TEXT
        WHEN (TR-ACTION-ADD OR TR-ACTION-CHANGE)
                AND TR-REGION-CODE = SPACES
            MOVE 'REGION CODE BLANK' TO WS-REASON-TEXT
        WHEN (TR-ACTION-ADD OR TR-ACTION-CHANGE)
                AND TR-LANGUAGE-CODE = SPACES
            MOVE 'LANGUAGE CODE BLANK' TO WS-REASON-TEXT
        WHEN (TR-ACTION-ADD OR TR-ACTION-CHANGE)
                AND TR-ACTIVE-FLAG NOT = 'A'
                AND TR-ACTIVE-FLAG NOT = 'I'
                AND TR-ACTIVE-FLAG NOT = SPACE
            MOVE 'ACTIVE FLAG NOT A OR I' TO WS-REASON-TEXT
        WHEN TR-ACTION-ADD OR TR-ACTION-CHANGE OR TR-ACTION-DELETE
            CONTINUE
        WHEN OTHER
            MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
    END-EVALUATE

    IF WS-REASON-TEXT NOT = SPACES
        MOVE 'N' TO WS-CARD-VALID-SW
        MOVE 'REJECTED' TO WS-DISPOSITION
        ADD 1 TO WS-REJECT-COUNT
    END-IF.

2050-EDIT-TRANSACTION-EXIT.
    EXIT.

2100-READ-TRANSACTION.
        MOVE TR-ACTIVE-FLAG TO PR-ACTIVE-FLAG
    END-IF
    MOVE WS-CDT-DATE TO PR-LAST-UPDATE-DATE
    MOVE PD-SUBMITTER-ID TO PR-LAST-UPDATE-USER
    MOVE PD-APPROVER-ID TO PR-APPROVER-USER.

2500-BUILD-PROFILE-RECORD-EXIT.
    EXIT.
    MOVE PR-ACTIVE-FLAG TO WS-RPT-LST-FLAG
    MOVE PR-LAST-UPDATE-DATE TO WS-RPT-LST-UPD-DATE
    MOVE PR-LAST-UPDATE-USER TO WS-RPT-LST-UPD-USER
    MOVE PR-APPROVER-USER TO WS-RPT-LST-APPR-USER
    MOVE WS-RPT-LISTING-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-LISTED-COUNT.
3100-LIST-PROFILE-EXIT.
    EXIT.

5000-RELEASE-APPROVED.
*>  Apply every batch MCAPPRV has approved since the last run,
*>  oldest first, before the new deck is looked at.
    PERFORM PENDPROC-SCAN-PENDING THRU PENDPROC-SCAN-PENDING-EXIT
    MOVE 1 TO PD-RELEASE-SUB
    PERFORM 5100-RELEASE-BATCH THRU 5100-RELEASE-BATCH-EXIT
        UNTIL PD-RELEASE-SUB > PD-RELEASE-COUNT.

5000-RELEASE-APPROVED-EXIT.
    EXIT.

5100-RELEASE-BATCH.
    MOVE PD-RELEASE-BATCH (PD-RELEASE-SUB) TO PD-BATCH-NUMBER
    ADD 1 TO PD-RELEASE-SUB
    PERFORM PENDPROC-OPEN-BATCH THRU PENDPROC-OPEN-BATCH-EXIT
    IF NOT PD-BATCH-OK
        MOVE 'HELD - NOT APPLIED' TO WS-RPT-BAT-EVENT
        PERFORM 5300-HOLD-BATCH THRU 5300-HOLD-BATCH-EXIT
        GO TO 5100-RELEASE-BATCH-EXIT
    END-IF

*>  Every card of the batch must still be on file before any of
*>  it is applied, so count them first and then go back to the
*>  start of the batch.
    MOVE ZEROES TO WS-BATCH-CARD-COUNT
    PERFORM 5150-COUNT-BATCH-CARD THRU 5150-COUNT-BATCH-CARD-EXIT
        UNTIL PD-PENDING-EOF
    IF WS-BATCH-CARD-COUNT NOT = PD-CARD-COUNT
        MOVE 'CARD COUNT DOES NOT MATCH' TO PD-HOLD-REASON
        MOVE 'R' TO PD-NEW-STATUS
        PERFORM PENDPROC-UPDATE-HEADER
            THRU PENDPROC-UPDATE-HEADER-EXIT
        MOVE 'REJECTED - NOT APPLD' TO WS-RPT-BAT-EVENT
        PERFORM 5300-HOLD-BATCH THRU 5300-HOLD-BATCH-EXIT
        GO TO 5100-RELEASE-BATCH-EXIT
    END-IF

    PERFORM PENDPROC-OPEN-BATCH THRU PENDPROC-OPEN-BATCH-EXIT
    IF NOT PD-BATCH-OK
        MOVE 'HELD - NOT APPLIED' TO WS-RPT-BAT-EVENT
        PERFORM 5300-HOLD-BATCH THRU 5300-HOLD-BATCH-EXIT
        GO TO 5100-RELEASE-BATCH-EXIT
    END-IF

    MOVE 'APPLIED AS APPROVED' TO WS-RPT-BAT-EVENT
    MOVE SPACES TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    PERFORM 5200-APPLY-BATCH-CARD THRU 5200-APPLY-BATCH-CARD-EXIT
        UNTIL PD-PENDING-EOF

    MOVE 'X' TO PD-NEW-STATUS
    PERFORM PENDPROC-UPDATE-HEADER THRU PENDPROC-UPDATE-HEADER-EXIT
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'SPMAINT: UNABLE TO MARK BATCH ' PD-BATCH-NUMBER
            ' APPLIED - STATUS ' WS-PENDING-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
    END-IF
    ADD 1 TO WS-BATCH-APPLIED-COUNT.

5100-RELEASE-BATCH-EXIT.
    EXIT.

5150-COUNT-BATCH-CARD.
    PERFORM PENDPROC-NEXT-CARD THRU PENDPROC-NEXT-CARD-EXIT
    IF NOT PD-PENDING-EOF
        ADD 1 TO WS-BATCH-CARD-COUNT
    END-IF.

5150-COUNT-BATCH-CARD-EXIT.
    EXIT.

5200-APPLY-BATCH-CARD.
*>  Each card is edited again before it is applied - the master
*>  may have moved on since the deck was parked.
    PERFORM PENDPROC-NEXT-CARD THRU PENDPROC-NEXT-CARD-EXIT
    IF PD-PENDING-EOF
        GO TO 5200-APPLY-BATCH-CARD-EXIT
    END-IF

    MOVE PD-CARD-IMAGE TO TRANS-RECORD
    MOVE 'APPLIED' TO WS-DISPOSITION
    PERFORM 2050-EDIT-TRANSACTION THRU 2050-EDIT-TRANSACTION-EXIT
    IF WS-CARD-VALID
        EVALUATE TRUE
            WHEN TR-ACTION-ADD
                PERFORM 2200-ADD-PROFILE THRU 2200-ADD-PROFILE-EXIT
            WHEN TR-ACTION-CHANGE
                PERFORM 2300-CHANGE-PROFILE
                    THRU 2300-CHANGE-PROFILE-EXIT
            WHEN TR-ACTION-DELETE
                PERFORM 2400-DELETE-PROFILE
                    THRU 2400-DELETE-PROFILE-EXIT
        END-EVALUATE
    END-IF

    PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-WRITE-REPORT-DETAIL-EXIT.

5200-APPLY-BATCH-CARD-EXIT.
    EXIT.

5300-HOLD-BATCH.
    MOVE PD-HOLD-REASON TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    DISPLAY 'SPMAINT: BATCH ' PD-BATCH-NUMBER ' NOT APPLIED - '
        PD-HOLD-REASON UPON CONSOLE
    ADD 1 TO WS-BATCH-HELD-COUNT
    IF WS-RETURN-CODE < 0008
        MOVE 0008 TO WS-RETURN-CODE
    END-IF.

5300-HOLD-BATCH-EXIT.
    EXIT.

6000-OPEN-SUBMITTED-BATCH.
*>  The SYSIN deck goes to the PENDING file as one batch under
*>  the submitter's user ID - nothing touches the master until a
*>  different user approves it.
    MOVE WS-USER-ID TO PD-SUBMITTER-ID
    MOVE WS-CDT-DATE TO PD-SUBMIT-DATE
    MOVE SPACES TO PD-APPROVER-ID
    MOVE ZEROES TO PD-APPROVE-DATE
    PERFORM PENDPROC-OPEN-NEW-BATCH THRU PENDPROC-OPEN-NEW-BATCH-EXIT.

6000-OPEN-SUBMITTED-BATCH-EXIT.
    EXIT.

6100-PARK-CARD.
    MOVE TRANS-RECORD TO PD-CARD-IMAGE
    PERFORM PENDPROC-PARK-CARD THRU PENDPROC-PARK-CARD-EXIT
    IF PD-PARK-OK
        ADD 1 TO WS-PARKED-COUNT
    ELSE
        DISPLAY 'SPMAINT: UNABLE TO PARK CARD FOR SITE '
            TR-SITE-CODE ' STATUS ' WS-PENDING-STATUS
            UPON CONSOLE
        MOVE 'REJECTED' TO WS-DISPOSITION
        MOVE 'PENDING WRITE FAILED' TO WS-REASON-TEXT
        ADD 1 TO WS-REJECT-COUNT
        IF WS-RETURN-CODE < 0008
            MOVE 0008 TO WS-RETURN-CODE
        END-IF
    END-IF.

6100-PARK-CARD-EXIT.
    EXIT.

6200-CLOSE-SUBMITTED-BATCH.
*>  The header goes on last, so MCAPPRV never sees a batch that
*>  is still being written. An empty deck leaves no batch.
    IF PD-NEXT-SEQ = ZERO
        GO TO 6200-CLOSE-SUBMITTED-BATCH-EXIT
    END-IF

    PERFORM PENDPROC-CLOSE-NEW-BATCH THRU PENDPROC-CLOSE-NEW-BATCH-EXIT
    IF NOT PD-PARK-OK
        DISPLAY 'SPMAINT: UNABLE TO WRITE PENDING BATCH HEADER '
            PD-BATCH-NUMBER ' STATUS ' WS-PENDING-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 6200-CLOSE-SUBMITTED-BATCH-EXIT
    END-IF

    MOVE 'PARKED FOR APPROVAL' TO WS-RPT-BAT-EVENT
    MOVE SPACES TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    DISPLAY 'SPMAINT: DECK PARKED AS BATCH ' PD-BATCH-NUMBER
        ' - ' PD-NEXT-SEQ ' CARDS AWAITING APPROVAL' UPON CONSOLE.

6200-CLOSE-SUBMITTED-BATCH-EXIT.
    EXIT.

6500-WRITE-BATCH-LINE.
    MOVE PD-BATCH-NUMBER TO WS-RPT-BAT-NUMBER
    MOVE PD-SUBMITTER-ID TO WS-RPT-BAT-SUBMITTER
    MOVE PD-SUBMIT-DATE TO WS-RPT-BAT-SUBMIT-DATE
    MOVE PD-APPROVER-ID TO WS-RPT-BAT-APPROVER
    IF PD-APPROVE-DATE = ZEROES
        MOVE SPACES TO WS-RPT-BAT-APPROVE-DATE
    ELSE
        MOVE PD-APPROVE-DATE TO WS-RPT-BAT-APPROVE-DATE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-BATCH-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

6500-WRITE-BATCH-LINE-EXIT.
    EXIT.

COPY PENDPROC.

9000-TERMINATE.
    MOVE WS-ADD-COUNT TO WS-RPT-TOT-ADDS
    MOVE WS-CHANGE-COUNT TO WS-RPT-TOT-CHANGES
    MOVE WS-DELETE-COUNT TO WS-RPT-TOT-DELETES
    MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECTS
    MOVE WS-LISTED-COUNT TO WS-RPT-TOT-ONFILE
    MOVE WS-PARKED-COUNT TO WS-RPT-TOT-PARKED
    MOVE WS-BATCH-APPLIED-COUNT TO WS-RPT-TOT-BATCHES
    MOVE WS-BATCH-HELD-COUNT TO WS-RPT-TOT-HELD
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE

    CLOSE TRANS-FILE
    CLOSE SITE-PROFILE-FILE
    CLOSE PENDING-FILE
    CLOSE REPORT-FILE

    DISPLAY 'SPMAINT: ADDS=' WS-ADD-COUNT
        ' DELETES=' WS-DELETE-COUNT
        ' REJECTS=' WS-REJECT-COUNT
        ' ONFILE=' WS-LISTED-COUNT
        ' PARKED=' WS-PARKED-COUNT
        ' BATCHES=' WS-BATCH-APPLIED-COUNT

    IF WS-REJECT-COUNT > ZERO AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
