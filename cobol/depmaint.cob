*> compile with cobc -free -O -x -o depmaint.exe -I copybooks depmaint.cob
*>
*>---------------------------------------------------------------*
*> DEPMAINT maintains the DEPEND job dependency master - one record
*> per job step and prerequisite job, carrying the highest return
*> code the prerequisite may end with and still release the step.
*> The prerequisite cards that used to be coded separately in each
*> job's PREQGATE step now live here in one place: PREQGATE gates
*> a job from these records, and IMPCTRPT walks them to show what
*> a failed or missing job is holding up.
*>
*> The deck of transaction cards from SYSIN is edited in full
*> before anything is applied, in the BCMAINT mold: every card is
*> validated, rejected cards are written to the REJECTS file in
*> the original layout plus a reason code, and an optional trailer
*> card carries the expected card count - when the count does not
*> match, the whole deck is rejected untouched. After the apply
*> pass a full master listing is printed to SYSOUT with the run
*> totals.
*>
*> A dependency may never lead back to its own job. Once every
*> card has been edited, each Add is checked against the master
*> as it stands plus the rest of the deck - Deletes taken out,
*> earlier Adds put in - by walking the new prerequisite's own
*> prerequisites down the chain. An Add that reaches its own job
*> again is rejected as circular, as is a job named as its own
*> prerequisite.
*>
*> Decks are under dual control, as in BCMAINT. A deck that passes
*> the edit is parked in the PENDING file as one batch under the
*> submitter's user ID, and waits there until a different user
*> approves it through MCAPPRV. Each run first applies every batch
*> approved since the last run - the cards are edited and checked
*> for circular dependencies again as they load, since the master
*> may have changed since the deck was parked - and only then
*> edits and parks the new deck.
*>
*> Transaction card layout (SYSIN):
*>   01-01  Action code       A = Add, C = Change, D = Delete
*>   02-09  Dependent job name
*>   10-17  Dependent step name
*>   18-25  Prerequisite job name
*>   26-29  Maximum acceptable prerequisite RC  (Add/Change)
*>
*> Trailer card layout (optional, last card of the deck):
*>   01-01  'T'
*>   02-06  Expected transaction card count (excluding trailer)
*>
*> Reject reason codes (REJECTS positions 81-84):
*>   RJ01  Invalid action code      RJ06  Dependency already on file
*>   RJ02  Job name blank           RJ07  Dependency not on file
*>   RJ03  Step name blank          RJ08  Rewrite failed
*>   RJ04  Prerequisite job blank   RJ09  Circular dependency
*>   RJ05  Maximum RC not numeric
*>   RJ10  Trailer count mismatch   RJ11  Trailer not last card
*>   RJ12  Trailer count not        RJ13  Deck exceeds the card
*>          numeric                         limit
*>   RJ14  Card could not be parked in the PENDING file
*>   RJ15  Dependency chain too large to check
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. DEPMAINT.
AUTHOR. D-L-WEATHERS.
INSTALLATION. DAILY-BATCH-SUITE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    CONSOLE IS CONSOLE.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT DEPEND-FILE ASSIGN TO "DEPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DP-DEPENDENCY-KEY
        FILE STATUS IS WS-DEPEND-STATUS.

    SELECT REJECTS-FILE ASSIGN TO "REJECTS"
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

DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE
    RECORDING MODE IS F.
01  TRANS-RECORD                    PIC X(80).

FD  DEPEND-FILE.
    COPY DEPENDRC.

FD  REJECTS-FILE
    RECORDING MODE IS F.
01  REJECT-RECORD                   PIC X(84).

FD  PENDING-FILE.
    COPY PENDTRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  TR-TRANSACTION-RECORD.
    05  TR-ACTION-CODE              PIC X(01).
        88  TR-ACTION-ADD           VALUE 'A'.
        88  TR-ACTION-CHANGE        VALUE 'C'.
        88  TR-ACTION-DELETE        VALUE 'D'.
        88  TR-ACTION-TRAILER       VALUE 'T'.
    05  TR-JOB-NAME                 PIC X(08).
    05  TR-STEP-NAME                PIC X(08).
    05  TR-PREREQ-JOB               PIC X(08).
    05  TR-MAX-RC                   PIC X(04).
    05  FILLER                      PIC X(51).

01  TR-TRAILER-RECORD REDEFINES TR-TRANSACTION-RECORD.
    05  FILLER                      PIC X(01).
    05  TR-TRAILER-COUNT            PIC 9(05).
    05  FILLER                      PIC X(74).

01  WS-FILE-STATUSES.
    05  WS-TRANS-STATUS             PIC X(02) VALUE '00'.
    05  WS-DEPEND-STATUS            PIC X(02) VALUE '00'.
    05  WS-REJECTS-STATUS           PIC X(02) VALUE '00'.
    05  WS-PENDING-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-TRANS-EOF            VALUE 'Y'.
    05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
        88  WS-TRAILER-SEEN         VALUE 'Y'.
    05  WS-DECK-REJECTED-SW         PIC X(01) VALUE 'N'.
        88  WS-DECK-REJECTED        VALUE 'Y'.
    05  WS-DEPEND-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-DEPEND-EOF           VALUE 'Y'.
    05  WS-CIRCULAR-SW              PIC X(01) VALUE 'N'.
        88  WS-CIRCULAR             VALUE 'Y'.
    05  WS-CHAIN-OVERFLOW-SW        PIC X(01) VALUE 'N'.
        88  WS-CHAIN-OVERFLOW       VALUE 'Y'.
    05  WS-ON-QUEUE-SW              PIC X(01) VALUE 'N'.
        88  WS-ON-QUEUE             VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-USER-ID                      PIC X(08) VALUE SPACES.

01  WS-COUNTERS.
    05  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
    05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-PARKED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-BATCH-APPLIED-COUNT      PIC 9(03) COMP VALUE ZERO.
    05  WS-BATCH-HELD-COUNT         PIC 9(03) COMP VALUE ZERO.
    05  WS-TRAILER-COUNT            PIC 9(05) VALUE ZEROES.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-TRANS-TABLE-CONTROL.
    05  WS-TRANS-COUNT              PIC 9(04) COMP VALUE ZERO.
    05  WS-TRANS-SUB                PIC 9(04) COMP VALUE ZERO.
    05  WS-TRANS-MAX                PIC 9(04) COMP VALUE 500.

01  WS-TRANS-TABLE.
    05  WS-TRANS-ENTRY OCCURS 500 TIMES.
        10  WS-TT-CARD              PIC X(80).
        10  WS-TT-VALID-SW          PIC X(01).
            88  WS-TT-VALID         VALUE 'Y'.
        10  WS-TT-REASON-CODE       PIC X(04).
        10  WS-TT-REASON-TEXT       PIC X(30).

*>  Every dependency on file plus the deck's Adds, for the
*>  circular-dependency walk. A Delete card marks its entry
*>  dropped rather than removing it.
01  WS-EDGE-TABLE-CONTROL.
    05  WS-EDGE-COUNT               PIC 9(04) COMP VALUE ZERO.
    05  WS-EDGE-SUB                 PIC 9(04) COMP VALUE ZERO.
    05  WS-EDGE-MAX                 PIC 9(04) COMP VALUE 2000.

01  WS-EDGE-TABLE.
    05  WS-EDGE-ENTRY OCCURS 2000 TIMES.
        10  WS-EDGE-JOB             PIC X(08).
        10  WS-EDGE-STEP            PIC X(08).
        10  WS-EDGE-PREREQ          PIC X(08).
        10  WS-EDGE-DROPPED-SW      PIC X(01).
            88  WS-EDGE-DROPPED     VALUE 'Y'.

*>  Jobs still to be walked for one Add - the new prerequisite
*>  first, then each job found upstream of it.
01  WS-WALK-CONTROL.
    05  WS-WALK-TARGET              PIC X(08) VALUE SPACES.
    05  WS-WALK-COUNT               PIC 9(04) COMP VALUE ZERO.
    05  WS-WALK-SUB                 PIC 9(04) COMP VALUE ZERO.
    05  WS-WALK-CHECK-SUB           PIC 9(04) COMP VALUE ZERO.
    05  WS-WALK-MAX                 PIC 9(04) COMP VALUE 500.

01  WS-WALK-TABLE.
    05  WS-WALK-JOB OCCURS 500 TIMES PIC X(08).

01  WS-DISPOSITION-AREA.
    05  WS-DISPOSITION              PIC X(08).
    05  WS-REASON-CODE              PIC X(04).
    05  WS-REASON-TEXT              PIC X(30).

01  WS-DECK-REASON-AREA.
    05  WS-DECK-REASON-CODE         PIC X(04) VALUE SPACES.
    05  WS-DECK-REASON-TEXT         PIC X(30) VALUE SPACES.

COPY WSPEND.

01  RJ-REJECT-RECORD.
    05  RJ-CARD-IMAGE               PIC X(80).
    05  RJ-REASON-CODE              PIC X(04).

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'JOB DEPENDENCY MAINTENANCE REPORT'.
    05  FILLER                      PIC X(15) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).
    05  FILLER                      PIC X(07) VALUE '  TIME:'.
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-HDG-TIME             PIC 9(06).

01  WS-RPT-HEADING-LINE-2.
    05  FILLER                      PIC X(06) VALUE 'ACTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'JOB NAME'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'STEP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'PREREQ'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE 'MAX RC'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DISP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'CODE'.
    05  FILLER                      PIC X(30) VALUE 'REASON'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-ACTION           PIC X(01).
    05  FILLER                      PIC X(08) VALUE SPACES.
    05  WS-RPT-DTL-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-STEP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-PREREQ           PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-MAX-RC           PIC X(04).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-DTL-DISP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-CODE             PIC X(04).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-DTL-REASON           PIC X(30).

01  WS-RPT-TRAILER-LINE.
    05  FILLER                      PIC X(13) VALUE 'CARDS READ: '.
    05  WS-RPT-CARDS-READ           PIC 9(05).
    05  FILLER                      PIC X(17)
        VALUE '  TRAILER COUNT: '.
    05  WS-RPT-TRAILER-COUNT        PIC X(05).

01  WS-RPT-LISTING-HEADING.
    05  FILLER                      PIC X(40)
        VALUE 'JOB DEPENDENCY MASTER LISTING'.

01  WS-RPT-LISTING-COLUMNS.
    05  FILLER                      PIC X(08) VALUE 'JOB NAME'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'STEP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'PREREQ'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE 'MAX RC'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'UPDATED '.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BY'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'APPR BY'.

01  WS-RPT-LISTING-LINE.
    05  WS-RPT-LST-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-STEP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-PREREQ           PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-MAX-RC           PIC 9(04).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-LST-UPD-DATE         PIC 9(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
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
    05  FILLER                      PIC X(07) VALUE '  ADDS='.
    05  WS-RPT-TOT-ADDS             PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  CHANGES='.
    05  WS-RPT-TOT-CHANGES          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  DELETES='.
    05  WS-RPT-TOT-DELETES          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  REJECTS='.
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
    PERFORM 5000-RELEASE-APPROVED THRU 5000-RELEASE-APPROVED-EXIT
    PERFORM 2000-EDIT-PASS THRU 2000-EDIT-PASS-EXIT
        UNTIL WS-TRANS-EOF
    PERFORM 2500-CHECK-TRAILER THRU 2500-CHECK-TRAILER-EXIT
    IF WS-DECK-REJECTED
        PERFORM 2800-REJECT-DECK THRU 2800-REJECT-DECK-EXIT
    ELSE
        PERFORM 2600-CHECK-CIRCULAR THRU 2600-CHECK-CIRCULAR-EXIT
        PERFORM 6000-PARK-DECK THRU 6000-PARK-DECK-EXIT
    END-IF
    PERFORM 4000-PRINT-LISTING THRU 4000-PRINT-LISTING-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
    IF WS-USER-ID = SPACES
        MOVE 'BATCH' TO WS-USER-ID
    END-IF

    OPEN INPUT TRANS-FILE
    IF WS-TRANS-STATUS NOT = '00'
        DISPLAY 'DEPMAINT: UNABLE TO OPEN SYSIN TRANSACTIONS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN I-O DEPEND-FILE
    IF WS-DEPEND-STATUS = '05' OR WS-DEPEND-STATUS = '35'
*>      First load of the dependency master - create it and
*>      reopen it for update.
        CLOSE DEPEND-FILE
        OPEN OUTPUT DEPEND-FILE
        CLOSE DEPEND-FILE
        OPEN I-O DEPEND-FILE
    END-IF
    IF WS-DEPEND-STATUS NOT = '00'
        DISPLAY 'DEPMAINT: UNABLE TO OPEN DEPEND MASTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REJECTS-FILE
    IF WS-REJECTS-STATUS NOT = '00'
        DISPLAY 'DEPMAINT: UNABLE TO OPEN REJECTS FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE DEPEND-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE 'DEPEND' TO PD-MASTER-NAME
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
        DISPLAY 'DEPMAINT: UNABLE TO OPEN PENDING FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE DEPEND-FILE
        CLOSE REJECTS-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'DEPMAINT: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE DEPEND-FILE
        CLOSE REJECTS-FILE
        CLOSE PENDING-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-CDT-TIME TO WS-RPT-HDG-TIME
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT.

1000-INITIALIZE-EXIT.
    EXIT.

2000-EDIT-PASS.
*>  First pass: hold every card and its edit result - nothing
*>  touches the master until the whole deck has been validated.
    MOVE TRANS-RECORD TO TR-TRANSACTION-RECORD

    IF TR-ACTION-TRAILER
        PERFORM 2300-EDIT-TRAILER THRU 2300-EDIT-TRAILER-EXIT
        PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT
        GO TO 2000-EDIT-PASS-EXIT
    END-IF

    IF WS-TRAILER-SEEN AND NOT WS-DECK-REJECTED
*>      Cards after the trailer mean the deck is out of order -
*>      reject the whole deck rather than guess at the intent.
        SET WS-DECK-REJECTED TO TRUE
        MOVE 'RJ11' TO WS-DECK-REASON-CODE
        MOVE 'TRAILER NOT LAST CARD' TO WS-DECK-REASON-TEXT
    END-IF

    IF WS-TRANS-COUNT >= WS-TRANS-MAX
        DISPLAY 'DEPMAINT: TRANSACTION DECK EXCEEDS '
            WS-TRANS-MAX ' CARDS' UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        SET WS-DECK-REJECTED TO TRUE
        MOVE 'RJ13' TO WS-DECK-REASON-CODE
        MOVE 'DECK EXCEEDS CARD LIMIT' TO WS-DECK-REASON-TEXT
        SET WS-TRANS-EOF TO TRUE
        GO TO 2000-EDIT-PASS-EXIT
    END-IF

    ADD 1 TO WS-TRANS-COUNT
    MOVE TRANS-RECORD TO WS-TT-CARD (WS-TRANS-COUNT)
    PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT

    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT.

2000-EDIT-PASS-EXIT.
    EXIT.

2100-READ-TRANSACTION.
    READ TRANS-FILE
        AT END
            SET WS-TRANS-EOF TO TRUE
    END-READ.

2100-READ-TRANSACTION-EXIT.
    EXIT.

2200-EDIT-CARD.
    MOVE 'Y' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
    MOVE SPACES TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
    MOVE SPACES TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)

    EVALUATE TRUE
        WHEN NOT TR-ACTION-ADD AND NOT TR-ACTION-CHANGE
                AND NOT TR-ACTION-DELETE
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
            MOVE 'RJ01' TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
            MOVE 'INVALID ACTION CODE'
                TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)
        WHEN TR-JOB-NAME = SPACES
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
            MOVE 'RJ02' TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
            MOVE 'JOB NAME BLANK'
                TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)
        WHEN TR-STEP-NAME = SPACES
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
            MOVE 'RJ03' TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
            MOVE 'STEP NAME BLANK'
                TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)
        WHEN TR-PREREQ-JOB = SPACES
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
            MOVE 'RJ04' TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
            MOVE 'PREREQUISITE JOB BLANK'
                TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)
        WHEN (TR-ACTION-ADD OR TR-ACTION-CHANGE)
                AND TR-MAX-RC NOT NUMERIC
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
            MOVE 'RJ05' TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
            MOVE 'MAXIMUM RC NOT NUMERIC'
                TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)
        WHEN TR-ACTION-ADD AND TR-PREREQ-JOB = TR-JOB-NAME
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-COUNT)
            MOVE 'RJ09' TO WS-TT-REASON-CODE (WS-TRANS-COUNT)
            MOVE 'CIRCULAR - JOB IS OWN PREREQ'
                TO WS-TT-REASON-TEXT (WS-TRANS-COUNT)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2200-EDIT-CARD-EXIT.
    EXIT.

2300-EDIT-TRAILER.
    IF WS-TRAILER-SEEN
        SET WS-DECK-REJECTED TO TRUE
        MOVE 'RJ11' TO WS-DECK-REASON-CODE
        MOVE 'DUPLICATE TRAILER CARD' TO WS-DECK-REASON-TEXT
        GO TO 2300-EDIT-TRAILER-EXIT
    END-IF
    SET WS-TRAILER-SEEN TO TRUE
    IF TR-TRAILER-COUNT NUMERIC
        MOVE TR-TRAILER-COUNT TO WS-TRAILER-COUNT
    ELSE
        SET WS-DECK-REJECTED TO TRUE
        MOVE 'RJ12' TO WS-DECK-REASON-CODE
        MOVE 'TRAILER COUNT NOT NUMERIC' TO WS-DECK-REASON-TEXT
    END-IF.

2300-EDIT-TRAILER-EXIT.
    EXIT.

2500-CHECK-TRAILER.
    IF WS-TRAILER-SEEN AND NOT WS-DECK-REJECTED
        IF WS-TRAILER-COUNT NOT = WS-TRANS-COUNT
            SET WS-DECK-REJECTED TO TRUE
            MOVE 'RJ10' TO WS-DECK-REASON-CODE
            MOVE 'TRAILER COUNT MISMATCH' TO WS-DECK-REASON-TEXT
        END-IF
    END-IF

    MOVE WS-TRANS-COUNT TO WS-RPT-CARDS-READ
    IF WS-TRAILER-SEEN
        MOVE WS-TRAILER-COUNT TO WS-RPT-TRAILER-COUNT
    ELSE
        MOVE 'NONE ' TO WS-RPT-TRAILER-COUNT
    END-IF
    MOVE WS-RPT-TRAILER-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2500-CHECK-TRAILER-EXIT.
    EXIT.

2600-CHECK-CIRCULAR.
*>  Take the master as it stands, drop the deck's valid Deletes,
*>  then try each valid Add in deck order - an Add that does not
*>  close a loop joins the table, so a later card in the same
*>  deck is checked against it.
    PERFORM 2610-LOAD-DEPENDENCIES THRU 2610-LOAD-DEPENDENCIES-EXIT

    MOVE 1 TO WS-TRANS-SUB
    PERFORM 2620-DROP-DELETED THRU 2620-DROP-DELETED-EXIT
        UNTIL WS-TRANS-SUB > WS-TRANS-COUNT

    MOVE 1 TO WS-TRANS-SUB
    PERFORM 2640-CHECK-ADD THRU 2640-CHECK-ADD-EXIT
        UNTIL WS-TRANS-SUB > WS-TRANS-COUNT.

2600-CHECK-CIRCULAR-EXIT.
    EXIT.

2610-LOAD-DEPENDENCIES.
    MOVE ZERO TO WS-EDGE-COUNT
    MOVE 'N' TO WS-CHAIN-OVERFLOW-SW
    MOVE 'N' TO WS-DEPEND-EOF-SW
    MOVE LOW-VALUES TO DP-DEPENDENCY-KEY
    START DEPEND-FILE KEY NOT < DP-DEPENDENCY-KEY
        INVALID KEY
            SET WS-DEPEND-EOF TO TRUE
    END-START
    PERFORM 2615-LOAD-ONE-DEPENDENCY
        THRU 2615-LOAD-ONE-DEPENDENCY-EXIT
        UNTIL WS-DEPEND-EOF.

2610-LOAD-DEPENDENCIES-EXIT.
    EXIT.

2615-LOAD-ONE-DEPENDENCY.
    READ DEPEND-FILE NEXT RECORD
        AT END
            SET WS-DEPEND-EOF TO TRUE
            GO TO 2615-LOAD-ONE-DEPENDENCY-EXIT
    END-READ
    IF WS-EDGE-COUNT >= WS-EDGE-MAX
        SET WS-CHAIN-OVERFLOW TO TRUE
        SET WS-DEPEND-EOF TO TRUE
        GO TO 2615-LOAD-ONE-DEPENDENCY-EXIT
    END-IF
    ADD 1 TO WS-EDGE-COUNT
    MOVE DP-JOB-NAME TO WS-EDGE-JOB (WS-EDGE-COUNT)
    MOVE DP-STEP-NAME TO WS-EDGE-STEP (WS-EDGE-COUNT)
    MOVE DP-PREREQ-JOB TO WS-EDGE-PREREQ (WS-EDGE-COUNT)
    MOVE 'N' TO WS-EDGE-DROPPED-SW (WS-EDGE-COUNT).

2615-LOAD-ONE-DEPENDENCY-EXIT.
    EXIT.

2620-DROP-DELETED.
    MOVE WS-TT-CARD (WS-TRANS-SUB) TO TR-TRANSACTION-RECORD
    IF WS-TT-VALID (WS-TRANS-SUB) AND TR-ACTION-DELETE
        MOVE 1 TO WS-EDGE-SUB
        PERFORM 2625-DROP-ONE-EDGE THRU 2625-DROP-ONE-EDGE-EXIT
            UNTIL WS-EDGE-SUB > WS-EDGE-COUNT
    END-IF
    ADD 1 TO WS-TRANS-SUB.

2620-DROP-DELETED-EXIT.
    EXIT.

2625-DROP-ONE-EDGE.
    IF WS-EDGE-JOB (WS-EDGE-SUB) = TR-JOB-NAME
            AND WS-EDGE-STEP (WS-EDGE-SUB) = TR-STEP-NAME
            AND WS-EDGE-PREREQ (WS-EDGE-SUB) = TR-PREREQ-JOB
        MOVE 'Y' TO WS-EDGE-DROPPED-SW (WS-EDGE-SUB)
    END-IF
    ADD 1 TO WS-EDGE-SUB.

2625-DROP-ONE-EDGE-EXIT.
    EXIT.

2640-CHECK-ADD.
    MOVE WS-TT-CARD (WS-TRANS-SUB) TO TR-TRANSACTION-RECORD
    IF NOT WS-TT-VALID (WS-TRANS-SUB) OR NOT TR-ACTION-ADD
        GO TO 2640-CHECK-ADD-NEXT
    END-IF

    IF NOT WS-CHAIN-OVERFLOW
        PERFORM 2700-WALK-CHAIN THRU 2700-WALK-CHAIN-EXIT
    END-IF

    EVALUATE TRUE
        WHEN WS-CHAIN-OVERFLOW
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-SUB)
            MOVE 'RJ15' TO WS-TT-REASON-CODE (WS-TRANS-SUB)
            MOVE 'CHAIN TOO LARGE TO CHECK'
                TO WS-TT-REASON-TEXT (WS-TRANS-SUB)
            DISPLAY 'DEPMAINT: DEPENDENCY CHAIN EXCEEDS TABLE - '
                TR-JOB-NAME ' ' TR-STEP-NAME ' NOT CHECKED'
                UPON CONSOLE
            IF WS-RETURN-CODE < 0008
                MOVE 0008 TO WS-RETURN-CODE
            END-IF
        WHEN WS-CIRCULAR
            MOVE 'N' TO WS-TT-VALID-SW (WS-TRANS-SUB)
            MOVE 'RJ09' TO WS-TT-REASON-CODE (WS-TRANS-SUB)
            MOVE 'CIRCULAR DEPENDENCY'
                TO WS-TT-REASON-TEXT (WS-TRANS-SUB)
        WHEN OTHER
            ADD 1 TO WS-EDGE-COUNT
            MOVE TR-JOB-NAME TO WS-EDGE-JOB (WS-EDGE-COUNT)
            MOVE TR-STEP-NAME TO WS-EDGE-STEP (WS-EDGE-COUNT)
            MOVE TR-PREREQ-JOB TO WS-EDGE-PREREQ (WS-EDGE-COUNT)
            MOVE 'N' TO WS-EDGE-DROPPED-SW (WS-EDGE-COUNT)
            IF WS-EDGE-COUNT >= WS-EDGE-MAX
                SET WS-CHAIN-OVERFLOW TO TRUE
            END-IF
    END-EVALUATE.

2640-CHECK-ADD-NEXT.
    ADD 1 TO WS-TRANS-SUB.

2640-CHECK-ADD-EXIT.
    EXIT.

2700-WALK-CHAIN.
*>  Would the card's job become its own prerequisite? Start from
*>  the new prerequisite and follow what each job waits on; the
*>  card's job turning up anywhere on the way closes a loop.
    MOVE 'N' TO WS-CIRCULAR-SW
    MOVE TR-JOB-NAME TO WS-WALK-TARGET
    MOVE 1 TO WS-WALK-COUNT
    MOVE TR-PREREQ-JOB TO WS-WALK-JOB (1)
    MOVE 1 TO WS-WALK-SUB
    PERFORM 2710-WALK-ONE-JOB THRU 2710-WALK-ONE-JOB-EXIT
        UNTIL WS-WALK-SUB > WS-WALK-COUNT
           OR WS-CIRCULAR OR WS-CHAIN-OVERFLOW.

2700-WALK-CHAIN-EXIT.
    EXIT.

2710-WALK-ONE-JOB.
    MOVE 1 TO WS-EDGE-SUB
    PERFORM 2720-FOLLOW-EDGE THRU 2720-FOLLOW-EDGE-EXIT
        UNTIL WS-EDGE-SUB > WS-EDGE-COUNT
           OR WS-CIRCULAR OR WS-CHAIN-OVERFLOW
    ADD 1 TO WS-WALK-SUB.

2710-WALK-ONE-JOB-EXIT.
    EXIT.

2720-FOLLOW-EDGE.
    IF WS-EDGE-DROPPED (WS-EDGE-SUB)
            OR WS-EDGE-JOB (WS-EDGE-SUB) NOT = WS-WALK-JOB (WS-WALK-SUB)
        GO TO 2720-FOLLOW-EDGE-NEXT
    END-IF

    IF WS-EDGE-PREREQ (WS-EDGE-SUB) = WS-WALK-TARGET
        SET WS-CIRCULAR TO TRUE
        GO TO 2720-FOLLOW-EDGE-NEXT
    END-IF

*>  Queue the prerequisite unless it has been walked already.
    MOVE 'N' TO WS-ON-QUEUE-SW
    MOVE 1 TO WS-WALK-CHECK-SUB
    PERFORM 2730-CHECK-QUEUED THRU 2730-CHECK-QUEUED-EXIT
        UNTIL WS-WALK-CHECK-SUB > WS-WALK-COUNT OR WS-ON-QUEUE
    IF NOT WS-ON-QUEUE
        IF WS-WALK-COUNT >= WS-WALK-MAX
            SET WS-CHAIN-OVERFLOW TO TRUE
        ELSE
            ADD 1 TO WS-WALK-COUNT
            MOVE WS-EDGE-PREREQ (WS-EDGE-SUB)
                TO WS-WALK-JOB (WS-WALK-COUNT)
        END-IF
    END-IF.

2720-FOLLOW-EDGE-NEXT.
    ADD 1 TO WS-EDGE-SUB.

2720-FOLLOW-EDGE-EXIT.
    EXIT.

2730-CHECK-QUEUED.
    IF WS-WALK-JOB (WS-WALK-CHECK-SUB) = WS-EDGE-PREREQ (WS-EDGE-SUB)
        SET WS-ON-QUEUE TO TRUE
    END-IF
    ADD 1 TO WS-WALK-CHECK-SUB.

2730-CHECK-QUEUED-EXIT.
    EXIT.

2800-REJECT-DECK.
*>  Control totals failed - nothing is applied. Every card goes
*>  to REJECTS so the corrected deck can be resubmitted whole.
    DISPLAY 'DEPMAINT: DECK REJECTED - TRAILER CONTROL TOTALS'
        UPON CONSOLE
    IF WS-RETURN-CODE < 0008
        MOVE 0008 TO WS-RETURN-CODE
    END-IF

    MOVE 1 TO WS-TRANS-SUB
    PERFORM 2810-REJECT-DECK-CARD THRU 2810-REJECT-DECK-CARD-EXIT
        UNTIL WS-TRANS-SUB > WS-TRANS-COUNT.

2800-REJECT-DECK-EXIT.
    EXIT.

2810-REJECT-DECK-CARD.
    MOVE WS-TT-CARD (WS-TRANS-SUB) TO TR-TRANSACTION-RECORD
    MOVE 'REJECTED' TO WS-DISPOSITION
    MOVE WS-DECK-REASON-CODE TO WS-REASON-CODE
    MOVE WS-DECK-REASON-TEXT TO WS-REASON-TEXT
    ADD 1 TO WS-REJECT-COUNT
    PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
    PERFORM 3700-WRITE-REPORT-DETAIL
        THRU 3700-WRITE-REPORT-DETAIL-EXIT
    ADD 1 TO WS-TRANS-SUB.

2810-REJECT-DECK-CARD-EXIT.
    EXIT.

3000-APPLY-PASS.
    MOVE 1 TO WS-TRANS-SUB
    PERFORM 3100-APPLY-CARD THRU 3100-APPLY-CARD-EXIT
        UNTIL WS-TRANS-SUB > WS-TRANS-COUNT.

3000-APPLY-PASS-EXIT.
    EXIT.

3100-APPLY-CARD.
    MOVE WS-TT-CARD (WS-TRANS-SUB) TO TR-TRANSACTION-RECORD
    MOVE 'APPLIED' TO WS-DISPOSITION
    MOVE SPACES TO WS-REASON-CODE
    MOVE SPACES TO WS-REASON-TEXT

    IF NOT WS-TT-VALID (WS-TRANS-SUB)
        MOVE 'REJECTED' TO WS-DISPOSITION
        MOVE WS-TT-REASON-CODE (WS-TRANS-SUB) TO WS-REASON-CODE
        MOVE WS-TT-REASON-TEXT (WS-TRANS-SUB) TO WS-REASON-TEXT
        ADD 1 TO WS-REJECT-COUNT
        PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
    ELSE
        EVALUATE TRUE
            WHEN TR-ACTION-ADD
                PERFORM 3200-ADD-DEPENDENCY
                    THRU 3200-ADD-DEPENDENCY-EXIT
            WHEN TR-ACTION-CHANGE
                PERFORM 3300-CHANGE-DEPENDENCY
                    THRU 3300-CHANGE-DEPENDENCY-EXIT
            WHEN TR-ACTION-DELETE
                PERFORM 3400-DELETE-DEPENDENCY
                    THRU 3400-DELETE-DEPENDENCY-EXIT
        END-EVALUATE
    END-IF

    PERFORM 3700-WRITE-REPORT-DETAIL
        THRU 3700-WRITE-REPORT-DETAIL-EXIT
    ADD 1 TO WS-TRANS-SUB.

3100-APPLY-CARD-EXIT.
    EXIT.

3200-ADD-DEPENDENCY.
    MOVE TR-JOB-NAME TO DP-JOB-NAME
    MOVE TR-STEP-NAME TO DP-STEP-NAME
    MOVE TR-PREREQ-JOB TO DP-PREREQ-JOB
    PERFORM 3250-BUILD-DEPENDENCY-RECORD
        THRU 3250-BUILD-DEPENDENCY-RECORD-EXIT

    WRITE DP-DEPENDENCY-RECORD
        INVALID KEY
            DISPLAY 'DEPMAINT: ADD FAILED FOR ' TR-JOB-NAME
                ' ' TR-STEP-NAME ' ' TR-PREREQ-JOB
                ' STATUS ' WS-DEPEND-STATUS
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RJ06' TO WS-REASON-CODE
            MOVE 'DEPENDENCY ALREADY ON FILE' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
            PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
        NOT INVALID KEY
            ADD 1 TO WS-ADD-COUNT
    END-WRITE.

3200-ADD-DEPENDENCY-EXIT.
    EXIT.

3250-BUILD-DEPENDENCY-RECORD.
    MOVE TR-MAX-RC TO DP-MAX-RC
    MOVE WS-CDT-DATE TO DP-LAST-UPDATE-DATE
    MOVE PD-SUBMITTER-ID TO DP-LAST-UPDATE-USER
    MOVE PD-APPROVER-ID TO DP-APPROVER-USER.

3250-BUILD-DEPENDENCY-RECORD-EXIT.
    EXIT.

3300-CHANGE-DEPENDENCY.
    MOVE TR-JOB-NAME TO DP-JOB-NAME
    MOVE TR-STEP-NAME TO DP-STEP-NAME
    MOVE TR-PREREQ-JOB TO DP-PREREQ-JOB
    READ DEPEND-FILE
        INVALID KEY
            DISPLAY 'DEPMAINT: CHANGE FAILED - NOT FOUND '
                TR-JOB-NAME ' ' TR-STEP-NAME ' ' TR-PREREQ-JOB
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RJ07' TO WS-REASON-CODE
            MOVE 'DEPENDENCY NOT ON FILE' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
            PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
        NOT INVALID KEY
            PERFORM 3250-BUILD-DEPENDENCY-RECORD
                THRU 3250-BUILD-DEPENDENCY-RECORD-EXIT
            REWRITE DP-DEPENDENCY-RECORD
            IF WS-DEPEND-STATUS = '00'
                ADD 1 TO WS-CHANGE-COUNT
            ELSE
                DISPLAY 'DEPMAINT: REWRITE FAILED FOR '
                    TR-JOB-NAME ' ' TR-STEP-NAME ' ' TR-PREREQ-JOB
                    ' STATUS ' WS-DEPEND-STATUS
                MOVE 'REJECTED' TO WS-DISPOSITION
                MOVE 'RJ08' TO WS-REASON-CODE
                MOVE 'REWRITE FAILED' TO WS-REASON-TEXT
                ADD 1 TO WS-REJECT-COUNT
                PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
            END-IF
    END-READ.

3300-CHANGE-DEPENDENCY-EXIT.
    EXIT.

3400-DELETE-DEPENDENCY.
    MOVE TR-JOB-NAME TO DP-JOB-NAME
    MOVE TR-STEP-NAME TO DP-STEP-NAME
    MOVE TR-PREREQ-JOB TO DP-PREREQ-JOB
    DELETE DEPEND-FILE
        INVALID KEY
            DISPLAY 'DEPMAINT: DELETE FAILED - NOT FOUND '
                TR-JOB-NAME ' ' TR-STEP-NAME ' ' TR-PREREQ-JOB
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RJ07' TO WS-REASON-CODE
            MOVE 'DEPENDENCY NOT ON FILE' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
            PERFORM 3600-WRITE-REJECT THRU 3600-WRITE-REJECT-EXIT
        NOT INVALID KEY
            ADD 1 TO WS-DELETE-COUNT
    END-DELETE.

3400-DELETE-DEPENDENCY-EXIT.
    EXIT.

3600-WRITE-REJECT.
    MOVE TR-TRANSACTION-RECORD TO RJ-CARD-IMAGE
    MOVE WS-REASON-CODE TO RJ-REASON-CODE
    MOVE RJ-REJECT-RECORD TO REJECT-RECORD
    WRITE REJECT-RECORD
    IF WS-REJECTS-STATUS NOT = '00'
        DISPLAY 'DEPMAINT: UNABLE TO WRITE REJECTS RECORD'
            UPON CONSOLE
        MOVE 0008 TO WS-RETURN-CODE
    END-IF.

3600-WRITE-REJECT-EXIT.
    EXIT.

3700-WRITE-REPORT-DETAIL.
    MOVE TR-ACTION-CODE TO WS-RPT-DTL-ACTION
    MOVE TR-JOB-NAME TO WS-RPT-DTL-JOB
    MOVE TR-STEP-NAME TO WS-RPT-DTL-STEP
    MOVE TR-PREREQ-JOB TO WS-RPT-DTL-PREREQ
    MOVE TR-MAX-RC TO WS-RPT-DTL-MAX-RC
    MOVE WS-DISPOSITION TO WS-RPT-DTL-DISP
    MOVE WS-REASON-CODE TO WS-RPT-DTL-CODE
    MOVE WS-REASON-TEXT TO WS-RPT-DTL-REASON
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

3700-WRITE-REPORT-DETAIL-EXIT.
    EXIT.

4000-PRINT-LISTING.
*>  List the full dependency master in job/step order so the
*>  chain on file can be checked against the run book.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-LISTING-HEADING TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-LISTING-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'N' TO WS-DEPEND-EOF-SW
    MOVE LOW-VALUES TO DP-DEPENDENCY-KEY
    START DEPEND-FILE KEY NOT < DP-DEPENDENCY-KEY
        INVALID KEY
            SET WS-DEPEND-EOF TO TRUE
    END-START

    PERFORM 4100-LIST-DEPENDENCY THRU 4100-LIST-DEPENDENCY-EXIT
        UNTIL WS-DEPEND-EOF.

4000-PRINT-LISTING-EXIT.
    EXIT.

4100-LIST-DEPENDENCY.
    READ DEPEND-FILE NEXT RECORD
        AT END
            SET WS-DEPEND-EOF TO TRUE
            GO TO 4100-LIST-DEPENDENCY-EXIT
    END-READ

    MOVE DP-JOB-NAME TO WS-RPT-LST-JOB
    MOVE DP-STEP-NAME TO WS-RPT-LST-STEP
    MOVE DP-PREREQ-JOB TO WS-RPT-LST-PREREQ
    MOVE DP-MAX-RC TO WS-RPT-LST-MAX-RC
    MOVE DP-LAST-UPDATE-DATE TO WS-RPT-LST-UPD-DATE
    MOVE DP-LAST-UPDATE-USER TO WS-RPT-LST-UPD-USER
    MOVE DP-APPROVER-USER TO WS-RPT-LST-APPR-USER
    MOVE WS-RPT-LISTING-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-LISTED-COUNT.

4100-LIST-DEPENDENCY-EXIT.
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

*>  The cards are edited again as they load - the master may have
*>  moved on since the deck was parked - and must all be there
*>  before any is applied.
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

*>  Batches applied ahead of this one may have closed a loop
*>  that was open when it was parked.
    PERFORM 2600-CHECK-CIRCULAR THRU 2600-CHECK-CIRCULAR-EXIT

    MOVE 'APPLIED AS APPROVED' TO WS-RPT-BAT-EVENT
    MOVE SPACES TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    PERFORM 3000-APPLY-PASS THRU 3000-APPLY-PASS-EXIT

    MOVE 'X' TO PD-NEW-STATUS
    PERFORM PENDPROC-UPDATE-HEADER THRU PENDPROC-UPDATE-HEADER-EXIT
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'DEPMAINT: UNABLE TO MARK BATCH ' PD-BATCH-NUMBER
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
    DISPLAY 'DEPMAINT: BATCH ' PD-BATCH-NUMBER ' NOT APPLIED - '
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
*>  different user approves it. Cards that failed the edit or
*>  the circular check are rejected now and are not parked.
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
        DISPLAY 'DEPMAINT: UNABLE TO WRITE PENDING BATCH HEADER '
            PD-BATCH-NUMBER ' STATUS ' WS-PENDING-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 6000-PARK-DECK-EXIT
    END-IF

    MOVE 'PARKED FOR APPROVAL' TO WS-RPT-BAT-EVENT
    MOVE SPACES TO WS-RPT-BAT-REASON
    PERFORM 6500-WRITE-BATCH-LINE THRU 6500-WRITE-BATCH-LINE-EXIT
    DISPLAY 'DEPMAINT: DECK PARKED AS BATCH ' PD-BATCH-NUMBER
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
            DISPLAY 'DEPMAINT: UNABLE TO PARK CARD FOR '
                TR-JOB-NAME ' ' TR-STEP-NAME ' ' TR-PREREQ-JOB
                ' STATUS ' WS-PENDING-STATUS UPON CONSOLE
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
    MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECTS
    MOVE WS-LISTED-COUNT TO WS-RPT-TOT-ONFILE
    MOVE WS-PARKED-COUNT TO WS-RPT-TOT-PARKED
    MOVE WS-BATCH-APPLIED-COUNT TO WS-RPT-TOT-BATCHES
    MOVE WS-BATCH-HELD-COUNT TO WS-RPT-TOT-HELD
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE TRANS-FILE
    CLOSE DEPEND-FILE
    CLOSE REJECTS-FILE
    CLOSE PENDING-FILE
    CLOSE REPORT-FILE

    DISPLAY 'DEPMAINT: ADDS=' WS-ADD-COUNT
        ' CHANGES=' WS-CHANGE-COUNT
        ' DELETES=' WS-DELETE-COUNT
        ' REJECTS=' WS-REJECT-COUNT
        ' ONFILE=' WS-LISTED-COUNT
        ' PARKED=' WS-PARKED-COUNT
        ' BATCHES=' WS-BATCH-APPLIED-COUNT

    IF WS-REJECT-COUNT > ZERO AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
