*> compile with cobc -free -O -x -o mcapprv.exe -I copybooks mcapprv.cob
*>
*>---------------------------------------------------------------*
*> MCAPPRV is the checker half of dual control over the
*> maintained masters. SITEMAINT, SPMAINT, BCMAINT, HOLMAINT and
*> DEPMAINT do not apply a submitted deck: each card that passes their edit
*> is parked in the PENDING file as one batch under the
*> submitter's user ID, and the batch is applied only by a later
*> run of the owning program after it has been approved here.
*>
*> Each SYSIN card approves or rejects one batch. The approver is
*> the user ID the job runs under, and a batch is never approved
*> for its own submitter - that card is refused and the batch
*> stays pending for someone else. A submitter may reject (that
*> is, withdraw) their own batch. Before the cards are looked at,
*> every batch still pending after the expiry limit is expired
*> and can no longer be approved; the deck must be submitted
*> again. The limit is 7 days unless an E card says otherwise.
*>
*> The report shows the batches expired, the disposition of every
*> card, and then every batch still awaiting approval or awaiting
*> apply, with its card images, so the approver can see exactly
*> what is being let through. Run with an empty SYSIN it is a
*> plain expiry sweep and outstanding-batch listing.
*>
*> Approval card layout (SYSIN):
*>   01-01  Function          A = Approve, R = Reject
*>   02-09  Master name       SITEGRT, SITEPRO, BATCTL, HOLCAL or
*>                            DEPEND
*>   10-15  Batch number      as shown on the maintenance report
*>   16-45  Reason            optional; kept on the batch header
*>
*> Expiry card layout (SYSIN, at most one):
*>   01-01  Function          E
*>   02-04  Expiry limit in days (001-999)
*>
*> RC=0 all cards actioned, RC=4 any card refused or invalid or
*> any batch expired, RC=12 file error.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>   2026-10-15  DLW   Accept DEPEND batches from DEPMAINT.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. MCAPPRV.
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
    SELECT SYSIN-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

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
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD                    PIC X(80).

FD  PENDING-FILE.
    COPY PENDTRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-PENDING-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SYSIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-SYSIN-EOF            VALUE 'Y'.
    05  WS-PENDING-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-PENDING-EOF          VALUE 'Y'.
    05  WS-LIST-CARDS-SW            PIC X(01) VALUE 'N'.
        88  WS-LIST-CARDS           VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-USER-ID                      PIC X(08) VALUE SPACES.

*>  Approval card, as read from SYSIN and as held in the table.
01  AP-APPROVAL-CARD.
    05  AP-FUNCTION                 PIC X(01).
        88  AP-APPROVE              VALUE 'A'.
        88  AP-REJECT               VALUE 'R'.
        88  AP-EXPIRY               VALUE 'E'.
    05  AP-CARD-DATA                PIC X(79).
    05  AP-DECISION-DATA REDEFINES AP-CARD-DATA.
        10  AP-MASTER-NAME          PIC X(08).
        10  AP-BATCH-NUMBER         PIC X(06).
        10  AP-BATCH-NUMBER-N REDEFINES AP-BATCH-NUMBER
                                    PIC 9(06).
        10  AP-REASON               PIC X(30).
        10  FILLER                  PIC X(35).
    05  AP-EXPIRY-DATA REDEFINES AP-CARD-DATA.
        10  AP-EXPIRY-DAYS          PIC X(03).
        10  AP-EXPIRY-DAYS-N REDEFINES AP-EXPIRY-DAYS
                                    PIC 9(03).
        10  FILLER                  PIC X(76).

*>  The whole deck is read before anything is done, so the expiry
*>  limit on an E card applies whichever card it is.
01  WS-CARD-TABLE.
    05  WS-CARD-MAX                 PIC 9(03) COMP VALUE 100.
    05  WS-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
    05  WS-CARD-SUB                 PIC 9(03) COMP VALUE ZERO.
    05  WS-CT-ENTRY OCCURS 100 TIMES.
        10  WS-CT-CARD              PIC X(80).

01  WS-EXPIRY-AREA.
    05  WS-EXPIRY-DAYS              PIC 9(03) VALUE 7.
    05  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
    05  WS-AGE-DAYS-OUT             PIC 9(05) VALUE ZEROES.

01  WS-COUNTERS.
    05  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-INVALID-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'MAINTENANCE DECK APPROVALS'.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE 'APPROVER: '.
    05  WS-RPT-HDG-USER             PIC X(08).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  FILLER                      PIC X(14) VALUE 'EXPIRY LIMIT: '.
    05  WS-RPT-HDG-EXPIRY           PIC ZZ9.
    05  FILLER                      PIC X(05) VALUE ' DAYS'.

01  WS-RPT-SECTION-LINE.
    05  WS-RPT-SECTION-TITLE        PIC X(60).

01  WS-RPT-COLUMN-LINE.
    05  FILLER                      PIC X(08) VALUE 'MASTER'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE 'BATCH'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(02) VALUE 'ST'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'SUBMITTR'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'SUBMITTD'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'CARDS'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE '  AGE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DECIDED'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(32) VALUE 'DISPOSITION'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'REASON'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-MASTER           PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-BATCH            PIC X(06).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-STATUS           PIC X(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-SUBMITTER        PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-SUBMIT-DATE      PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-CARDS            PIC ZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-AGE              PIC ZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-DECIDED-BY       PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-DISP             PIC X(32).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-REASON           PIC X(30).

01  WS-RPT-CARD-LINE.
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'CARD '.
    05  WS-RPT-CRD-SEQ              PIC ZZZZ9.
    05  FILLER                      PIC X(02) VALUE ': '.
    05  WS-RPT-CRD-IMAGE            PIC X(80).

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  FILLER                      PIC X(11) VALUE '  APPROVED='.
    05  WS-RPT-TOT-APPROVED         PIC 9(05).
    05  FILLER                      PIC X(11) VALUE '  REJECTED='.
    05  WS-RPT-TOT-REJECTED         PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  EXPIRED='.
    05  WS-RPT-TOT-EXPIRED          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  REFUSED='.
    05  WS-RPT-TOT-REFUSED          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  INVALID='.
    05  WS-RPT-TOT-INVALID          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  PENDING='.
    05  WS-RPT-TOT-PENDING          PIC 9(05).
    05  FILLER                      PIC X(17) VALUE '  AWAITING APPLY='.
    05  WS-RPT-TOT-AWAITING         PIC 9(05).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-LOAD-CARD THRU 2000-LOAD-CARD-EXIT
        UNTIL WS-SYSIN-EOF
    PERFORM 3000-EXPIRE-BATCHES THRU 3000-EXPIRE-BATCHES-EXIT
    PERFORM 4000-PROCESS-CARDS THRU 4000-PROCESS-CARDS-EXIT
    PERFORM 5000-LIST-OUTSTANDING THRU 5000-LIST-OUTSTANDING-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
    IF WS-USER-ID = SPACES
        MOVE 'BATCH' TO WS-USER-ID
    END-IF

    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS NOT = '00'
        DISPLAY 'MCAPPRV: UNABLE TO OPEN SYSIN APPROVAL CARDS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN I-O PENDING-FILE
    IF WS-PENDING-STATUS = '05' OR WS-PENDING-STATUS = '35'
*>      Nothing has been submitted yet - create the file and
*>      reopen it for update.
        CLOSE PENDING-FILE
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'MCAPPRV: UNABLE TO OPEN PENDING FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE SYSIN-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'MCAPPRV: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE SYSIN-FILE
        CLOSE PENDING-FILE
        GO TO 9999-EXIT
    END-IF

    PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.

1000-INITIALIZE-EXIT.
    EXIT.

2000-LOAD-CARD.
    MOVE SYSIN-RECORD TO AP-APPROVAL-CARD
    IF AP-EXPIRY AND AP-EXPIRY-DAYS NUMERIC
            AND AP-EXPIRY-DAYS-N > ZERO
        MOVE AP-EXPIRY-DAYS-N TO WS-EXPIRY-DAYS
    END-IF

    IF WS-CARD-COUNT < WS-CARD-MAX
        ADD 1 TO WS-CARD-COUNT
        MOVE SYSIN-RECORD TO WS-CT-CARD (WS-CARD-COUNT)
    ELSE
        DISPLAY 'MCAPPRV: MORE THAN ' WS-CARD-MAX
            ' CARDS - CARD IGNORED: ' SYSIN-RECORD (1:15)
            UPON CONSOLE
        ADD 1 TO WS-INVALID-COUNT
    END-IF

    PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.

2000-LOAD-CARD-EXIT.
    EXIT.

2100-READ-CARD.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
    END-READ.

2100-READ-CARD-EXIT.
    EXIT.

3000-EXPIRE-BATCHES.
*>  Print the headings now that the expiry limit is known, then
*>  expire every batch that has waited the limit or longer -
*>  before any card is actioned, so a stale deck cannot be
*>  approved on the day it would have expired.
    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-USER-ID TO WS-RPT-HDG-USER
    MOVE WS-EXPIRY-DAYS TO WS-RPT-HDG-EXPIRY
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'BATCHES EXPIRED' TO WS-RPT-SECTION-TITLE
    PERFORM 8000-WRITE-SECTION THRU 8000-WRITE-SECTION-EXIT

    MOVE LOW-VALUES TO PT-PENDING-KEY
    MOVE 'N' TO WS-PENDING-EOF-SW
    START PENDING-FILE KEY NOT < PT-PENDING-KEY
        INVALID KEY
            SET WS-PENDING-EOF TO TRUE
    END-START

    PERFORM 3100-EXPIRE-BATCH THRU 3100-EXPIRE-BATCH-EXIT
        UNTIL WS-PENDING-EOF.

3000-EXPIRE-BATCHES-EXIT.
    EXIT.

3100-EXPIRE-BATCH.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET WS-PENDING-EOF TO TRUE
            GO TO 3100-EXPIRE-BATCH-EXIT
    END-READ

    IF NOT PT-BATCH-HEADER OR NOT PT-PENDING
        GO TO 3100-EXPIRE-BATCH-EXIT
    END-IF

    PERFORM 8200-COMPUTE-AGE THRU 8200-COMPUTE-AGE-EXIT
    IF WS-AGE-DAYS < WS-EXPIRY-DAYS
        GO TO 3100-EXPIRE-BATCH-EXIT
    END-IF

    SET PT-EXPIRED TO TRUE
    MOVE WS-USER-ID TO PT-DECISION-USER
    MOVE WS-CDT-DATE TO PT-DECISION-DATE
    MOVE WS-CDT-TIME TO PT-DECISION-TIME
    MOVE WS-AGE-DAYS TO WS-AGE-DAYS-OUT
    MOVE SPACES TO PT-DECISION-REASON
    STRING 'EXPIRED AFTER ' WS-AGE-DAYS-OUT ' DAYS'
        DELIMITED BY SIZE INTO PT-DECISION-REASON
    REWRITE PT-PENDING-RECORD
    IF WS-PENDING-STATUS NOT = '00'
        DISPLAY 'MCAPPRV: UNABLE TO EXPIRE ' PT-MASTER-NAME
            ' BATCH ' PT-BATCH-NUMBER ' - STATUS '
            WS-PENDING-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 3100-EXPIRE-BATCH-EXIT
    END-IF

    ADD 1 TO WS-EXPIRED-COUNT
    PERFORM 8100-FORMAT-HEADER THRU 8100-FORMAT-HEADER-EXIT
    MOVE 'EXPIRED - NOT APPROVED IN TIME' TO WS-RPT-DTL-DISP
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    DISPLAY 'MCAPPRV: ' PT-MASTER-NAME ' BATCH ' PT-BATCH-NUMBER
        ' EXPIRED - SUBMITTED BY ' PT-SUBMIT-USER UPON CONSOLE.

3100-EXPIRE-BATCH-EXIT.
    EXIT.

4000-PROCESS-CARDS.
    MOVE 'APPROVAL CARDS' TO WS-RPT-SECTION-TITLE
    PERFORM 8000-WRITE-SECTION THRU 8000-WRITE-SECTION-EXIT

    MOVE 1 TO WS-CARD-SUB
    PERFORM 4100-PROCESS-CARD THRU 4100-PROCESS-CARD-EXIT
        UNTIL WS-CARD-SUB > WS-CARD-COUNT.

4000-PROCESS-CARDS-EXIT.
    EXIT.

4100-PROCESS-CARD.
    MOVE WS-CT-CARD (WS-CARD-SUB) TO AP-APPROVAL-CARD
    ADD 1 TO WS-CARD-SUB

    MOVE SPACES TO WS-RPT-DETAIL-LINE
    MOVE AP-REASON TO WS-RPT-DTL-REASON

    IF AP-EXPIRY
        MOVE SPACES TO WS-RPT-DTL-REASON
        IF AP-EXPIRY-DAYS NUMERIC AND AP-EXPIRY-DAYS-N > ZERO
            MOVE 'EXPIRY LIMIT CARD ACCEPTED' TO WS-RPT-DTL-DISP
        ELSE
            MOVE 'INVALID - EXPIRY DAYS NOT 001-999'
                TO WS-RPT-DTL-DISP
            ADD 1 TO WS-INVALID-COUNT
        END-IF
        GO TO 4100-WRITE-DETAIL
    END-IF

    MOVE AP-MASTER-NAME TO WS-RPT-DTL-MASTER
    MOVE AP-BATCH-NUMBER TO WS-RPT-DTL-BATCH
    MOVE AP-MASTER-NAME TO PT-MASTER-NAME
    EVALUATE TRUE
        WHEN NOT AP-APPROVE AND NOT AP-REJECT
            MOVE 'INVALID - FUNCTION NOT A, R OR E'
                TO WS-RPT-DTL-DISP
        WHEN NOT PT-FOR-SITEGRT AND NOT PT-FOR-SITEPRO
                AND NOT PT-FOR-BATCTL AND NOT PT-FOR-HOLCAL
                AND NOT PT-FOR-DEPEND
            MOVE 'INVALID - UNKNOWN MASTER NAME' TO WS-RPT-DTL-DISP
        WHEN AP-BATCH-NUMBER NOT NUMERIC
            MOVE 'INVALID - BATCH NOT NUMERIC' TO WS-RPT-DTL-DISP
    END-EVALUATE
    IF WS-RPT-DTL-DISP NOT = SPACES
        ADD 1 TO WS-INVALID-COUNT
        GO TO 4100-WRITE-DETAIL
    END-IF

    MOVE AP-BATCH-NUMBER-N TO PT-BATCH-NUMBER
    MOVE ZEROES TO PT-CARD-SEQ
    READ PENDING-FILE
        INVALID KEY
            MOVE 'NOT FOUND - NO SUCH BATCH' TO WS-RPT-DTL-DISP
            ADD 1 TO WS-INVALID-COUNT
            GO TO 4100-WRITE-DETAIL
    END-READ

    PERFORM 8100-FORMAT-HEADER THRU 8100-FORMAT-HEADER-EXIT
    MOVE AP-REASON TO WS-RPT-DTL-REASON
    IF NOT PT-PENDING
        MOVE SPACES TO WS-RPT-DTL-DISP
        STRING 'NOT PENDING - STATUS ' PT-BATCH-STATUS
            DELIMITED BY SIZE INTO WS-RPT-DTL-DISP
        ADD 1 TO WS-INVALID-COUNT
        GO TO 4100-WRITE-DETAIL
    END-IF

*>  The second pair of eyes must be a second person. A submitter
*>  may still withdraw their own batch by rejecting it.
    IF AP-APPROVE AND PT-SUBMIT-USER = WS-USER-ID
        MOVE 'REFUSED - APPROVER IS SUBMITTER' TO WS-RPT-DTL-DISP
        ADD 1 TO WS-REFUSED-COUNT
        DISPLAY 'MCAPPRV: APPROVAL OF ' PT-MASTER-NAME ' BATCH '
            PT-BATCH-NUMBER ' REFUSED - ' WS-USER-ID
            ' SUBMITTED IT' UPON CONSOLE
        GO TO 4100-WRITE-DETAIL
    END-IF

    IF AP-APPROVE
        SET PT-APPROVED TO TRUE
    ELSE
        SET PT-REJECTED TO TRUE
        IF AP-REASON = SPACES
            IF PT-SUBMIT-USER = WS-USER-ID
                MOVE 'WITHDRAWN BY SUBMITTER' TO AP-REASON
            ELSE
                MOVE 'REJECTED BY APPROVER' TO AP-REASON
            END-IF
        END-IF
    END-IF
    MOVE WS-USER-ID TO PT-DECISION-USER
    MOVE WS-CDT-DATE TO PT-DECISION-DATE
    MOVE WS-CDT-TIME TO PT-DECISION-TIME
    MOVE AP-REASON TO PT-DECISION-REASON
    REWRITE PT-PENDING-RECORD
    IF WS-PENDING-STATUS NOT = '00'
        MOVE SPACES TO WS-RPT-DTL-DISP
        STRING 'REWRITE FAILED - STATUS ' WS-PENDING-STATUS
            DELIMITED BY SIZE INTO WS-RPT-DTL-DISP
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 4100-WRITE-DETAIL
    END-IF

    MOVE PT-BATCH-STATUS TO WS-RPT-DTL-STATUS
    MOVE WS-USER-ID TO WS-RPT-DTL-DECIDED-BY
    MOVE AP-REASON TO WS-RPT-DTL-REASON
    IF PT-APPROVED
        MOVE 'APPROVED - APPLIED ON NEXT RUN' TO WS-RPT-DTL-DISP
        ADD 1 TO WS-APPROVED-COUNT
    ELSE
        MOVE 'REJECTED' TO WS-RPT-DTL-DISP
        ADD 1 TO WS-REJECTED-COUNT
    END-IF.

4100-WRITE-DETAIL.
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

4100-PROCESS-CARD-EXIT.
    EXIT.

5000-LIST-OUTSTANDING.
*>  Everything still waiting on a decision or on its apply run,
*>  card by card, so nothing is approved unseen.
    MOVE 'BATCHES OUTSTANDING' TO WS-RPT-SECTION-TITLE
    PERFORM 8000-WRITE-SECTION THRU 8000-WRITE-SECTION-EXIT

    MOVE LOW-VALUES TO PT-PENDING-KEY
    MOVE 'N' TO WS-PENDING-EOF-SW
    MOVE 'N' TO WS-LIST-CARDS-SW
    START PENDING-FILE KEY NOT < PT-PENDING-KEY
        INVALID KEY
            SET WS-PENDING-EOF TO TRUE
    END-START

    PERFORM 5100-LIST-RECORD THRU 5100-LIST-RECORD-EXIT
        UNTIL WS-PENDING-EOF.

5000-LIST-OUTSTANDING-EXIT.
    EXIT.

5100-LIST-RECORD.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET WS-PENDING-EOF TO TRUE
            GO TO 5100-LIST-RECORD-EXIT
    END-READ

    IF NOT PT-BATCH-HEADER
        IF WS-LIST-CARDS
            MOVE PT-CARD-SEQ TO WS-RPT-CRD-SEQ
            MOVE PT-CARD-IMAGE TO WS-RPT-CRD-IMAGE
            MOVE WS-RPT-CARD-LINE TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        GO TO 5100-LIST-RECORD-EXIT
    END-IF

    MOVE 'N' TO WS-LIST-CARDS-SW
    IF NOT PT-PENDING AND NOT PT-APPROVED
        GO TO 5100-LIST-RECORD-EXIT
    END-IF

    SET WS-LIST-CARDS TO TRUE
    PERFORM 8100-FORMAT-HEADER THRU 8100-FORMAT-HEADER-EXIT
    IF PT-PENDING
        MOVE 'AWAITING APPROVAL' TO WS-RPT-DTL-DISP
        ADD 1 TO WS-PENDING-COUNT
    ELSE
        MOVE 'APPROVED - AWAITING APPLY' TO WS-RPT-DTL-DISP
        ADD 1 TO WS-AWAITING-COUNT
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

5100-LIST-RECORD-EXIT.
    EXIT.

8000-WRITE-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

8000-WRITE-SECTION-EXIT.
    EXIT.

8100-FORMAT-HEADER.
*>  Detail line from the batch header just read.
    MOVE SPACES TO WS-RPT-DETAIL-LINE
    MOVE PT-MASTER-NAME TO WS-RPT-DTL-MASTER
    MOVE PT-BATCH-NUMBER TO WS-RPT-DTL-BATCH
    MOVE PT-BATCH-STATUS TO WS-RPT-DTL-STATUS
    MOVE PT-SUBMIT-USER TO WS-RPT-DTL-SUBMITTER
    MOVE PT-SUBMIT-DATE TO WS-RPT-DTL-SUBMIT-DATE
    MOVE PT-CARD-COUNT TO WS-RPT-DTL-CARDS
    PERFORM 8200-COMPUTE-AGE THRU 8200-COMPUTE-AGE-EXIT
    MOVE WS-AGE-DAYS TO WS-RPT-DTL-AGE
    MOVE PT-DECISION-USER TO WS-RPT-DTL-DECIDED-BY
    MOVE PT-DECISION-REASON TO WS-RPT-DTL-REASON.

8100-FORMAT-HEADER-EXIT.
    EXIT.

8200-COMPUTE-AGE.
*>  Whole days since the batch was submitted. A header with no
*>  usable submit date is treated as due for expiry.
    IF PT-SUBMIT-DATE NOT NUMERIC OR PT-SUBMIT-DATE = ZERO
        MOVE 99999 TO WS-AGE-DAYS
        GO TO 8200-COMPUTE-AGE-EXIT
    END-IF
    COMPUTE WS-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE (WS-CDT-DATE)
      - FUNCTION INTEGER-OF-DATE (PT-SUBMIT-DATE)
    IF WS-AGE-DAYS < ZERO
        MOVE ZERO TO WS-AGE-DAYS
    END-IF.

8200-COMPUTE-AGE-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-APPROVED-COUNT TO WS-RPT-TOT-APPROVED
    MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-REJECTED
    MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-EXPIRED
    MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-REFUSED
    MOVE WS-INVALID-COUNT TO WS-RPT-TOT-INVALID
    MOVE WS-PENDING-COUNT TO WS-RPT-TOT-PENDING
    MOVE WS-AWAITING-COUNT TO WS-RPT-TOT-AWAITING
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE SYSIN-FILE
    CLOSE PENDING-FILE
    CLOSE REPORT-FILE

    DISPLAY 'MCAPPRV: APPROVED=' WS-APPROVED-COUNT
        ' REJECTED=' WS-REJECTED-COUNT
        ' EXPIRED=' WS-EXPIRED-COUNT
        ' REFUSED=' WS-REFUSED-COUNT
        ' INVALID=' WS-INVALID-COUNT
        ' PENDING=' WS-PENDING-COUNT

    IF (WS-REFUSED-COUNT > ZERO OR WS-INVALID-COUNT > ZERO
            OR WS-EXPIRED-COUNT > ZERO)
            AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
