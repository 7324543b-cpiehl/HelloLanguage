*> reason code so the corrected file can be resubmitted directly,
*> and an optional trailer card carries the expected card count -
*> when the count does not match, the whole deck is rejected
*> untouched. Cards that pass the edit are applied to the master
*> only once a second user has approved them (below); every
*> applied action is journalled to JOURNAL with the before- and
*> after-image of the master record, and a maintenance report is
*> printed to SYSOUT showing each transaction, its disposition,
*> and the run totals.
*>
*> Decks are under dual control. A deck that passes the edit is
*> parked in the PENDING file as one batch under the submitter's
*> user ID instead of being applied, and waits there until a
*> different user approves it through MCAPPRV. Each run first
*> applies every batch approved since the last run - each card is
*> edited again against the master as it now stands - and only
*> then edits and parks the new deck, so a run with an empty
*> SYSIN just applies approved work. Applied records and journal
*> entries carry both the submitter's and the approver's user ID.
*>
*> Transaction card layout (SYSIN):
*>   01-01  Action code       A = Add, C = Change, D = Delete,
*>   RJ10  Trailer count mismatch   RJ11  Trailer not last card
*>   RJ12  Trailer count not        RJ13  Deck exceeds the card
*>          numeric                         limit
*>   RJ14  Card could not be parked in the PENDING file
*>---------------------------------------------------------------*
*> Modification History
*>   2026-08-09  DLW   Initial version.
*>                      ampersand starting anything else is rejected
*>                      RJ09, so a token typo is caught here instead
*>                      of printing literally overnight.
*>   2026-10-15  DLW   Dual control: a deck that passes the edit is
*>                      parked in the PENDING file under the
*>                      submitter's user ID instead of being
*>                      applied, and is applied by a later run only
*>                      after MCAPPRV records a different user's
*>                      approval. Applied records carry the approver
*>                      in SG-APPROVER-USER and the journal carries
*>                      it in JR-APPROVER-ID (JOURNAL LRECL 253).
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECTS-STATUS.

    SELECT PENDING-FILE ASSIGN TO "PENDING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PT-PENDING-KEY
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

FD  JOURNAL-FILE
    RECORDING MODE IS F.
01  JOURNAL-RECORD                  PIC X(253).

FD  REJECTS-FILE
    RECORDING MODE IS F.
01  REJECT-RECORD                   PIC X(84).

FD  PENDING-FILE.
    COPY PENDTRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).
    05  WS-SITEPRO-STATUS           PIC X(02) VALUE '00'.
    05  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
    05  WS-REJECTS-STATUS           PIC X(02) VALUE '00'.
    05  WS-PENDING-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-PURGE-COUNT              PIC 9(05) COMP VALUE ZERO.
    05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-PARKED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-BATCH-APPLIED-COUNT      PIC 9(03) COMP VALUE ZERO.
    05  WS-BATCH-HELD-COUNT         PIC 9(03) COMP VALUE ZERO.
    05  WS-TRAILER-COUNT            PIC 9(05) VALUE ZEROES.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

COPY SGJRNLRC.

COPY WSPEND.

01  RJ-REJECT-RECORD.
    05  RJ-CARD-IMAGE               PIC X(80).
    05  RJ-REASON-CODE              PIC X(04).
        VALUE '  TRAILER COUNT: '.
    05  WS-RPT-TRAILER-COUNT        PIC X(05).

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
    05  FILLER                      PIC X(07) VALUE '  ADDS='.
    05  WS-RPT-TOT-PURGES           PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  REJECTS='.
    05  WS-RPT-TOT-REJECTS          PIC 9(05).
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
    PERFORM 5000-RELEASE-APPROVED THRU 5000-RELEASE-APPROVED-EXIT
    PERFORM 2000-EDIT-PASS THRU 2000-EDIT-PASS-EXIT
        UNTIL WS-TRANS-EOF
    PERFORM 2500-CHECK-TRAILER THRU 2500-CHECK-TRAILER-EXIT
    IF WS-DECK-REJECTED
        PERFORM 2800-REJECT-DECK THRU 2800-REJECT-DECK-EXIT
    ELSE
        PERFORM 6000-PARK-DECK THRU 6000-PARK-DECK-EXIT
    END-IF
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.
        GO TO 9999-EXIT
    END-IF

    MOVE 'SITEGRT' TO PD-MASTER-NAME
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
        DISPLAY 'SITEMAINT: UNABLE TO OPEN PENDING FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE SITE-GREETING-FILE
        CLOSE JOURNAL-FILE
        CLOSE REJECTS-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'SITEMAINT: UNABLE TO OPEN SYSOUT REPORT FILE'
        CLOSE SITE-GREETING-FILE
        CLOSE JOURNAL-FILE
        CLOSE REJECTS-FILE
        CLOSE PENDING-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE TR-EFFECTIVE-DATE TO SG-EFFECTIVE-DATE
    MOVE TR-GREETING-TEXT TO SG-GREETING-TEXT
    MOVE WS-CDT-DATE TO SG-LAST-UPDATE-DATE
    MOVE PD-SUBMITTER-ID TO SG-LAST-UPDATE-USER
    MOVE PD-APPROVER-ID TO SG-APPROVER-USER
    MOVE SG-SITE-GREETING-RECORD TO WS-AFTER-IMAGE

    WRITE SG-SITE-GREETING-RECORD
            MOVE SG-SITE-GREETING-RECORD TO WS-BEFORE-IMAGE
            MOVE TR-GREETING-TEXT TO SG-GREETING-TEXT
            MOVE WS-CDT-DATE TO SG-LAST-UPDATE-DATE
            MOVE PD-SUBMITTER-ID TO SG-LAST-UPDATE-USER
            MOVE PD-APPROVER-ID TO SG-APPROVER-USER
            MOVE SG-SITE-GREETING-RECORD TO WS-AFTER-IMAGE
            REWRITE SG-SITE-GREETING-RECORD
            IF WS-SITEGRT-STATUS = '00'
    MOVE WS-JRNL-EFF-DATE TO JR-EFFECTIVE-DATE
    MOVE WS-CDT-DATE TO JR-UPDATE-DATE
    MOVE WS-CDT-TIME TO JR-UPDATE-TIME
    MOVE PD-SUBMITTER-ID TO JR-USER-ID
    MOVE PD-APPROVER-ID TO JR-APPROVER-ID
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE

3700-WRITE-REPORT-DETAIL-EXIT.
    EXIT.

5000-RELEASE-APPROVED.
*>  Apply every batch MCAPPRV has approved since the last run,
*>  oldest first, before the new deck is looked at.
    PERFORM PENDPROC-SCAN-PENDING THRU PENDPROC-SCAN-PENDING-EXIT
    MOVE 1 TO PD-RELEASE-SUB
    PERFORM 5100-RELEASE-BATCH THRU 5100-RELEASE-BATCH-EXIT
        UNTIL PD-RELEASE-SUB > PD-RELEASE-COUNT
    MOVE ZERO TO WS-TRANS-COUNT.

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

*>  The cards are edited again as they load - the master and the
*>  profile languages may have moved on since the deck was
*>  parked - and must all be there before any is applied.
    MOVE ZERO TO WS-TRANS-COUNT
    PERFORM 5200-LOAD-BATCH-CARD THRU 5200-LOAD-BATCH-CARD-EXIT
        UNTIL PD-PENDING-EOF
    IF WS-TRANS-COUNT NOT = PD-CARD-COUNT
        MOVE 'CARD COUNT DOES NOT MATCH' TO PD-HOLD-REASON
        MOVE 'R' TO PD-NEW-STATUS
        PERFORM PENDPROC-UPDATE-HEADER
            THRU PENDPROC-UPDATE-HEADER-EXIT
        MOVE 'REJECTED - NOT APPLD' TO WS-RPT-BAT-EVENT
        PERFORM 5300-HOLD-BATCH THRU 5300-HOLD-BATCH-EXIT
        GO TO 5100-RELEASE-BATCH-EXIT
    END-IF

    MOVE 'APPLIED AS APPROVED' TO WS-RPT-BAT-EVENT
    MOVE SPACES TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    PERFORM 3000-APPLY-PASS THRU 3000-APPLY-PASS-EXIT

    MOVE 'X' TO PD-NEW-STATUS
    PERFORM PENDPROC-UPDATE-HEADER THRU PENDPROC-UPDATE-HEADER-EXIT
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'SITEMAINT: UNABLE TO MARK BATCH ' PD-BATCH-NUMBER
            ' APPLIED - STATUS ' WS-PENDING-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
    END-IF
    ADD 1 TO WS-BATCH-APPLIED-COUNT.

5100-RELEASE-BATCH-EXIT.
    EXIT.

5200-LOAD-BATCH-CARD.
    PERFORM PENDPROC-NEXT-CARD THRU PENDPROC-NEXT-CARD-EXIT
    IF PD-PENDING-EOF
        GO TO 5200-LOAD-BATCH-CARD-EXIT
    END-IF
    IF WS-TRANS-COUNT >= WS-TRANS-MAX
        SET PD-PENDING-EOF TO TRUE
        GO TO 5200-LOAD-BATCH-CARD-EXIT
    END-IF

    ADD 1 TO WS-TRANS-COUNT
    MOVE PD-CARD-IMAGE TO WS-TT-CARD (WS-TRANS-COUNT)
    MOVE PD-CARD-IMAGE TO TR-TRANSACTION-RECORD
    PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT.

5200-LOAD-BATCH-CARD-EXIT.
    EXIT.

5300-HOLD-BATCH.
    MOVE PD-HOLD-REASON TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    DISPLAY 'SITEMAINT: BATCH ' PD-BATCH-NUMBER ' NOT APPLIED - '
        PD-HOLD-REASON UPON CONSOLE
    ADD 1 TO WS-BATCH-HELD-COUNT
    IF WS-RETURN-CODE < 0008
        MOVE 0008 TO WS-RETURN-CODE
    END-IF.

5300-HOLD-BATCH-EXIT.
    EXIT.

6000-PARK-DECK.
*>  The edited deck goes to the PENDING file as one batch under
*>  the submitter's user ID - nothing touches the master until a
*>  different user approves it. Cards that failed the edit are
*>  rejected now as before and are not parked.
    MOVE WS-USER-ID TO PD-SUBMITTER-ID
    MOVE WS-CDT-DATE TO PD-SUBMIT-DATE
    MOVE SPACES TO PD-APPROVER-ID
    MOVE ZEROES TO PD-APPROVE-DATE
    PERFORM PENDPROC-OPEN-NEW-BATCH THRU PENDPROC-OPEN-NEW-BATCH-EXIT

    MOVE 1 TO WS-TRANS-SUB
    PERFORM 6100-PARK-CARD THRU 6100-PARK-CARD-EXIT
        UNTIL WS-TRANS-SUB > WS-TRANS-COUNT

    IF PD-NEXT-SEQ = ZERO
        GO TO 6000-PARK-DECK-EXIT
    END-IF

    PERFORM PENDPROC-CLOSE-NEW-BATCH THRU PENDPROC-CLOSE-NEW-BATCH-EXIT
    IF NOT PD-PARK-OK
        DISPLAY 'SITEMAINT: UNABLE TO WRITE PENDING BATCH HEADER '
            PD-BATCH-NUMBER ' STATUS ' WS-PENDING-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 6000-PARK-DECK-EXIT
    END-IF

    MOVE 'PARKED FOR APPROVAL' TO WS-RPT-BAT-EVENT
    MOVE SPACES TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    DISPLAY 'SITEMAINT: DECK PARKED AS BATCH ' PD-BATCH-NUMBER
        ' - ' PD-NEXT-SEQ ' CARDS AWAITING APPROVAL' UPON CONSOLE.

6000-PARK-DECK-EXIT.
    EXIT.

6100-PARK-CARD.
    MOVE WS-TT-CARD (WS-TRANS-SUB) TO TR-TRANSACTION-RECORD
    MOVE 'PARKED' TO WS-DISPOSITION
    MOVE SPACES TO WS-REASON-CODE
    MOVE SPACES TO WS-REASON-TEXT

    IF NOT WS-TT-VALID (WS-TRANS-SUB)
        MOVE 'REJECTED' TO WS-DISPOSITION
        MOVE WS-TT-REASON-CODE (WS-TRANS-SUB) TO WS-REASON-CODE
        MOVE WS-TT-REASON-TEXT (WS-TRANS-SUB) TO WS-REASON-TEXT
        ADD 1 TO WS-REJECT-COUNT
        PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
    ELSE
        MOVE WS-TT-CARD (WS-TRANS-SUB) TO PD-CARD-IMAGE
        PERFORM PENDPROC-PARK-CARD THRU PENDPROC-PARK-CARD-EXIT
        IF PD-PARK-OK
            ADD 1 TO WS-PARKED-COUNT
        ELSE
            DISPLAY 'SITEMAINT: UNABLE TO PARK CARD FOR SITE '
                TR-SITE-CODE ' STATUS ' WS-PENDING-STATUS
                UPON CONSOLE
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RJ14' TO WS-REASON-CODE
            MOVE 'PENDING WRITE FAILED' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
            PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
            IF WS-RETURN-CODE < 0008
                MOVE 0008 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF

    PERFORM 3700-WRITE-REPORT-DETAIL
        THRU 3700-WRITE-REPORT-DETAIL-EXIT
    ADD 1 TO WS-TRANS-SUB.

6100-PARK-CARD-EXIT.
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
    MOVE WS-PURGE-COUNT TO WS-RPT-TOT-PURGES
    MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECTS
    MOVE WS-PARKED-COUNT TO WS-RPT-TOT-PARKED
    MOVE WS-BATCH-APPLIED-COUNT TO WS-RPT-TOT-BATCHES
    MOVE WS-BATCH-HELD-COUNT TO WS-RPT-TOT-HELD
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    CLOSE SITE-GREETING-FILE
    CLOSE JOURNAL-FILE
    CLOSE REJECTS-FILE
    CLOSE PENDING-FILE
    CLOSE REPORT-FILE

    DISPLAY 'SITEMAINT: ADDS=' WS-ADD-COUNT
        ' DELETES=' WS-DELETE-COUNT
        ' PURGES=' WS-PURGE-COUNT
        ' REJECTS=' WS-REJECT-COUNT
        ' PARKED=' WS-PARKED-COUNT
        ' BATCHES=' WS-BATCH-APPLIED-COUNT

    IF WS-REJECT-COUNT > ZERO AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
