*> compile with cobc -free -O -x -o ackrecon.exe -I copybooks ackrecon.cob
*>
*>---------------------------------------------------------------*
*> ACKRECON is the receipt reconciliation for the GRTDIST regional
*> extracts. GRTDIST lists every GRTEXxxx extract it cuts on the
*> MANIFEST generation, but until now nothing said whether each
*> region actually loaded its slice - we found out when the region
*> called us. Each receiving region now sends back an ack record
*> (region, business date, record count loaded) which is gathered
*> on the ACKIN file; this step matches the acks to the MANIFEST
*> generation and reports every extract as:
*>
*>   ACKNOWLEDGED        ack received, count agrees with the cut
*>   COUNT MISMATCH      ack received, count differs       (RC=8)
*>   UNACK PAST CUTOFF   no ack and the region's cutoff has
*>                       passed                            (RC=8)
*>   AWAITING ACK        no ack yet, cutoff still to come
*>
*> Every extract's result is written to the ACKHIST history master
*> (indexed by region + business date) and rewritten when the step
*> is rerun, so an ack that was missed on the first pass but has
*> since arrived upgrades the entry rather than adding a second
*> one. ACKIN is cumulative - nothing here empties it - so every
*> run sees the acks of earlier nights again. An ack whose count
*> and load stamp are already on its history entry has been
*> posted before and is passed over without touching the entry,
*> and an extract whose entry already holds the same ack is
*> listed as recorded without counting again: only a new or
*> changed ack is reported as late or raises a count mismatch.
*> An ack sent without a load stamp is the same ack when its
*> count agrees with the one on history. An ack for an earlier
*> business date that is already on history (a late load) updates
*> that entry and is reported as such; an ack matching nothing on
*> the manifest or the history is reported as unmatched (RC=4).
*> ACKINQ answers questions from the history. Every run also
*> sweeps the whole history: an extract from an earlier manifest
*> still awaiting its ack once its recorded cutoff has passed is
*> turned UNACK PAST CUTOFF and listed (RC=8), so it cannot sit
*> as AWAITING ACK for ever once it drops off the manifest.
*>
*> Cutoff card layout (SYSIN, one per region, optional):
*>   01-01  'C'
*>   02-04  Region code
*>   05-10  Cutoff time HHMMSS
*>   11-11  Days after the extract was cut (0-9)
*> A region with no cutoff card is due by 23:59:59 on the day its
*> extract was cut.
*>
*> Ack record layout (ACKIN, LRECL 40):
*>   01-03  Region code         19-26  Date loaded YYYYMMDD
*>   04-11  Business date       27-32  Time loaded HHMMSS
*>   12-18  Record count loaded
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>   2026-10-15  DLW   Age earlier extracts still awaiting an ack
*>                     on ACKHIST past their cutoff.
*>   2026-10-15  DLW   An ack already posted to ACKHIST is passed
*>                     over instead of being posted and counted
*>                     again on every run.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. ACKRECON.
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
    SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SYSIN-STATUS.

    SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.

    SELECT OPTIONAL ACKIN-FILE ASSIGN TO "ACKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACKIN-STATUS.

    SELECT ACK-HISTORY-FILE ASSIGN TO "ACKHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-HISTORY-KEY
        FILE STATUS IS WS-ACKHIST-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD.
    05  CC-CARD-TYPE                PIC X(01).
    05  CC-REGION-CODE              PIC X(03).
    05  CC-CUTOFF-TIME              PIC 9(06).
    05  CC-CUTOFF-DAYS              PIC 9(01).
    05  FILLER                      PIC X(69).

FD  MANIFEST-FILE
    RECORDING MODE IS F.
01  MANIFEST-RECORD                 PIC X(44).

FD  ACKIN-FILE
    RECORDING MODE IS F.
01  ACKIN-RECORD.
    05  AK-REGION-CODE              PIC X(03).
    05  AK-BUSINESS-DATE            PIC 9(08).
    05  AK-RECORD-COUNT             PIC 9(07).
    05  AK-LOADED-DATE              PIC 9(08).
    05  AK-LOADED-TIME              PIC 9(06).
    05  FILLER                      PIC X(08).

FD  ACK-HISTORY-FILE.
    COPY ACKHISTC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-MANIFEST-STATUS          PIC X(02) VALUE '00'.
    05  WS-ACKIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-ACKHIST-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SYSIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-SYSIN-EOF            VALUE 'Y'.
    05  WS-MANIFEST-EOF-SW          PIC X(01) VALUE 'N'.
        88  WS-MANIFEST-EOF         VALUE 'Y'.
    05  WS-ACKIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-ACKIN-EOF            VALUE 'Y'.
    05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
        88  WS-ENTRY-FOUND          VALUE 'Y'.
    05  WS-CUTOFF-FOUND-SW          PIC X(01) VALUE 'N'.
        88  WS-CUTOFF-FOUND         VALUE 'Y'.
    05  WS-HISTORY-FOUND-SW         PIC X(01) VALUE 'N'.
        88  WS-HISTORY-FOUND        VALUE 'Y'.
    05  WS-ACKHIST-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-ACKHIST-EOF          VALUE 'Y'.
    05  WS-ACK-UNSTAMPED-SW         PIC X(01) VALUE 'N'.
        88  WS-ACK-UNSTAMPED        VALUE 'Y'.
    05  WS-ACK-POSTED-SW            PIC X(01) VALUE 'N'.
        88  WS-ACK-POSTED           VALUE 'Y'.
    05  WS-SAME-ACK-SW              PIC X(01) VALUE 'N'.
        88  WS-SAME-ACK             VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-USER-ID                      PIC X(08) VALUE SPACES.

*>  Date+time pairs laid end to end so a cutoff can be compared
*>  with the clock in one test.
01  WS-NOW-STAMP.
    05  WS-NOW-DATE                 PIC 9(08).
    05  WS-NOW-TIME                 PIC 9(06).
01  WS-CUTOFF-STAMP.
    05  WS-CUTOFF-DATE              PIC 9(08).
    05  WS-CUTOFF-TIME              PIC 9(06).
01  WS-CUTOFF-INTEGER               PIC 9(09) VALUE ZERO.
01  WS-DEFAULT-CUTOFF-TIME          PIC 9(06) VALUE 235959.

01  MF-MANIFEST-RECORD.
    05  MF-REGION-CODE              PIC X(03).
    05  MF-EXTRACT-DDNAME           PIC X(08).
    05  MF-RECORD-COUNT             PIC 9(07).
    05  MF-BUSINESS-DATE            PIC 9(08).
    05  MF-CREATED-DATE             PIC 9(08).
    05  MF-CREATED-TIME             PIC 9(06).
    05  FILLER                      PIC X(04).

01  WS-COUNTERS.
    05  WS-CARD-COUNT               PIC 9(05) COMP VALUE ZERO.
    05  WS-BAD-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-ACK-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-ACKED-COUNT              PIC 9(05) COMP VALUE ZERO.
    05  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-LATE-ACK-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
    05  WS-INVALID-ACK-COUNT        PIC 9(05) COMP VALUE ZERO.
    05  WS-AGED-COUNT               PIC 9(05) COMP VALUE ZERO.
    05  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-CUTOFF-TABLE-CONTROL.
    05  WS-CUTOFF-COUNT             PIC 9(03) COMP VALUE ZERO.
    05  WS-CUTOFF-SUB               PIC 9(03) COMP VALUE ZERO.
    05  WS-CUTOFF-MAX               PIC 9(03) COMP VALUE 20.

01  WS-CUTOFF-TABLE.
    05  WS-CUTOFF-ENTRY OCCURS 20 TIMES.
        10  WS-CO-REGION            PIC X(03).
        10  WS-CO-TIME              PIC 9(06).
        10  WS-CO-DAYS              PIC 9(01).

01  WS-EXTRACT-TABLE-CONTROL.
    05  WS-EXTRACT-COUNT            PIC 9(03) COMP VALUE ZERO.
    05  WS-EXTRACT-SUB              PIC 9(03) COMP VALUE ZERO.
    05  WS-EXTRACT-MAX              PIC 9(03) COMP VALUE 20.

*>  One entry per MANIFEST line - the same 20-region ceiling as
*>  GRTDIST's region table.
01  WS-EXTRACT-TABLE.
    05  WS-EXTRACT-ENTRY OCCURS 20 TIMES.
        10  WS-EX-REGION            PIC X(03).
        10  WS-EX-DDNAME            PIC X(08).
        10  WS-EX-MANIFEST-COUNT    PIC 9(07).
        10  WS-EX-BUSINESS-DATE     PIC 9(08).
        10  WS-EX-CREATED-DATE      PIC 9(08).
        10  WS-EX-CREATED-TIME      PIC 9(06).
        10  WS-EX-ACK-SW            PIC X(01).
            88  WS-EX-ACK-RECEIVED  VALUE 'Y'.
        10  WS-EX-ACK-COUNT         PIC 9(07).
        10  WS-EX-ACK-DATE          PIC 9(08).
        10  WS-EX-ACK-TIME          PIC 9(06).

01  WS-MESSAGE-AREA                 PIC X(80).

01  WS-RPT-HEADING-LINE.
    05  FILLER                      PIC X(35)
        VALUE 'EXTRACT ACKNOWLEDGEMENT RECON'.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).
    05  FILLER                      PIC X(08) VALUE '  TIME: '.
    05  WS-RPT-HDG-TIME             PIC 9(06).

01  WS-RPT-COLUMN-LINE.
    05  FILLER                      PIC X(08) VALUE 'REGION'.
    05  FILLER                      PIC X(10) VALUE 'EXTRACT'.
    05  FILLER                      PIC X(10) VALUE 'BUS DATE'.
    05  FILLER                      PIC X(09) VALUE 'CUT'.
    05  FILLER                      PIC X(09) VALUE 'ACKED'.
    05  FILLER                      PIC X(17) VALUE 'ACK DATE/TIME'.
    05  FILLER                      PIC X(17) VALUE 'CUTOFF'.
    05  FILLER                      PIC X(20) VALUE 'STATUS'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-REGION           PIC X(03).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-DTL-DDNAME           PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-BUS-DATE         PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-CUT-COUNT        PIC ZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-ACK-COUNT        PIC ZZZZZZ9.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-ACK-DATE         PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-DTL-ACK-TIME         PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-CUTOFF-DATE      PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-DTL-CUTOFF-TIME      PIC 9(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-STATUS           PIC X(20).

01  WS-RPT-ACK-NOTE-LINE.
    05  FILLER                      PIC X(05) VALUE 'ACK: '.
    05  WS-RPT-ACK-REGION           PIC X(03).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-ACK-BUS-DATE         PIC X(08).
    05  FILLER                      PIC X(08) VALUE '  COUNT '.
    05  WS-RPT-ACK-COUNT            PIC X(07).
    05  FILLER                      PIC X(03) VALUE ' - '.
    05  WS-RPT-ACK-NOTE             PIC X(60).

01  WS-RPT-CARD-ERROR-LINE.
    05  FILLER                      PIC X(16) VALUE 'CARD REJECTED: '.
    05  WS-RPT-ERR-CARD             PIC X(11).
    05  FILLER                      PIC X(03) VALUE ' - '.
    05  WS-RPT-ERR-TEXT             PIC X(50).

01  WS-RPT-TOTAL-LINE-1.
    05  FILLER                      PIC X(10) VALUE 'EXTRACTS: '.
    05  WS-RPT-TOT-EXTRACTS         PIC ZZ9.
    05  FILLER                      PIC X(16) VALUE '  ACKNOWLEDGED: '.
    05  WS-RPT-TOT-ACKED            PIC ZZ9.
    05  FILLER                      PIC X(12) VALUE '  MISMATCH: '.
    05  WS-RPT-TOT-MISMATCH         PIC ZZ9.
    05  FILLER                      PIC X(21)
        VALUE '  UNACK PAST CUTOFF: '.
    05  WS-RPT-TOT-OVERDUE          PIC ZZ9.
    05  FILLER                      PIC X(12) VALUE '  AWAITING: '.
    05  WS-RPT-TOT-AWAITING         PIC ZZ9.

01  WS-RPT-TOTAL-LINE-2.
    05  FILLER                      PIC X(11) VALUE 'ACKS READ: '.
    05  WS-RPT-TOT-ACKS             PIC ZZZZ9.
    05  FILLER                      PIC X(13) VALUE '  LATE ACKS: '.
    05  WS-RPT-TOT-LATE             PIC ZZZZ9.
    05  FILLER                      PIC X(13) VALUE '  UNMATCHED: '.
    05  WS-RPT-TOT-UNMATCHED        PIC ZZZZ9.
    05  FILLER                      PIC X(11) VALUE '  INVALID: '.
    05  WS-RPT-TOT-INVALID          PIC ZZZZ9.
    05  FILLER                      PIC X(19)
        VALUE '  EARLIER OVERDUE: '.
    05  WS-RPT-TOT-AGED             PIC ZZZZ9.
    05  FILLER                      PIC X(18)
        VALUE '  ALREADY POSTED: '.
    05  WS-RPT-TOT-POSTED           PIC ZZZZ9.

01  WS-RPT-AGED-HEADING.
    05  FILLER                      PIC X(60)
        VALUE 'EARLIER EXTRACTS NOW UNACK PAST CUTOFF (FROM ACKHIST)'.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-LOAD-MANIFEST THRU 2000-LOAD-MANIFEST-EXIT
    PERFORM 3000-APPLY-ACKS THRU 3000-APPLY-ACKS-EXIT
    PERFORM 4000-RECONCILE-EXTRACTS THRU 4000-RECONCILE-EXTRACTS-EXIT
    PERFORM 4500-AGE-HISTORY THRU 4500-AGE-HISTORY-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CDT-DATE TO WS-NOW-DATE
    MOVE WS-CDT-TIME TO WS-NOW-TIME
    ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
    IF WS-USER-ID = SPACES
        MOVE 'BATCH' TO WS-USER-ID
    END-IF

    OPEN INPUT MANIFEST-FILE
    IF WS-MANIFEST-STATUS NOT = '00'
        DISPLAY 'ACKRECON: UNABLE TO OPEN MANIFEST FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN I-O ACK-HISTORY-FILE
    IF WS-ACKHIST-STATUS = '05' OR WS-ACKHIST-STATUS = '35'
*>      First reconciliation - create the history master and
*>      reopen it for update.
        CLOSE ACK-HISTORY-FILE
        OPEN OUTPUT ACK-HISTORY-FILE
        CLOSE ACK-HISTORY-FILE
        OPEN I-O ACK-HISTORY-FILE
    END-IF
    IF WS-ACKHIST-STATUS NOT = '00'
        DISPLAY 'ACKRECON: UNABLE TO OPEN ACKHIST HISTORY MASTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE MANIFEST-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'ACKRECON: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE MANIFEST-FILE
        CLOSE ACK-HISTORY-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-CDT-TIME TO WS-RPT-HDG-TIME
    MOVE WS-RPT-HEADING-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 1100-LOAD-CUTOFF-CARDS THRU 1100-LOAD-CUTOFF-CARDS-EXIT.

1000-INITIALIZE-EXIT.
    EXIT.

1100-LOAD-CUTOFF-CARDS.
*>  Cutoff cards are optional - a region without one is due by
*>  the end of the day its extract was cut.
    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS = '35'
        GO TO 1100-LOAD-CUTOFF-CARDS-EXIT
    END-IF
    IF WS-SYSIN-STATUS NOT = '00' AND WS-SYSIN-STATUS NOT = '05'
        DISPLAY 'ACKRECON: UNABLE TO OPEN SYSIN CUTOFF CARDS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    PERFORM 1200-READ-CUTOFF-CARD THRU 1200-READ-CUTOFF-CARD-EXIT
        UNTIL WS-SYSIN-EOF

    CLOSE SYSIN-FILE.

1100-LOAD-CUTOFF-CARDS-EXIT.
    EXIT.

1200-READ-CUTOFF-CARD.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
            GO TO 1200-READ-CUTOFF-CARD-EXIT
    END-READ
    ADD 1 TO WS-CARD-COUNT

    EVALUATE TRUE
        WHEN CC-CARD-TYPE NOT = 'C'
            MOVE 'CARD TYPE MUST BE C' TO WS-RPT-ERR-TEXT
        WHEN CC-REGION-CODE = SPACES
            MOVE 'REGION CODE REQUIRED' TO WS-RPT-ERR-TEXT
        WHEN CC-CUTOFF-TIME NOT NUMERIC
                OR CC-CUTOFF-TIME (1:2) > '23'
                OR CC-CUTOFF-TIME (3:2) > '59'
                OR CC-CUTOFF-TIME (5:2) > '59'
            MOVE 'CUTOFF TIME NOT A VALID HHMMSS' TO WS-RPT-ERR-TEXT
        WHEN CC-CUTOFF-DAYS NOT NUMERIC
            MOVE 'CUTOFF DAYS MUST BE 0-9' TO WS-RPT-ERR-TEXT
        WHEN WS-CUTOFF-COUNT >= WS-CUTOFF-MAX
            MOVE 'CUTOFF TABLE FULL - REGION IGNORED' TO WS-RPT-ERR-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-RPT-ERR-TEXT
    END-EVALUATE

    IF WS-RPT-ERR-TEXT NOT = SPACES
        ADD 1 TO WS-BAD-CARD-COUNT
        MOVE SYSIN-RECORD (1:11) TO WS-RPT-ERR-CARD
        MOVE WS-RPT-CARD-ERROR-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 1200-READ-CUTOFF-CARD-EXIT
    END-IF

    ADD 1 TO WS-CUTOFF-COUNT
    MOVE CC-REGION-CODE TO WS-CO-REGION (WS-CUTOFF-COUNT)
    MOVE CC-CUTOFF-TIME TO WS-CO-TIME (WS-CUTOFF-COUNT)
    MOVE CC-CUTOFF-DAYS TO WS-CO-DAYS (WS-CUTOFF-COUNT).

1200-READ-CUTOFF-CARD-EXIT.
    EXIT.

2000-LOAD-MANIFEST.
    PERFORM 2100-READ-MANIFEST THRU 2100-READ-MANIFEST-EXIT
        UNTIL WS-MANIFEST-EOF

    CLOSE MANIFEST-FILE.

2000-LOAD-MANIFEST-EXIT.
    EXIT.

2100-READ-MANIFEST.
    READ MANIFEST-FILE INTO MF-MANIFEST-RECORD
        AT END
            SET WS-MANIFEST-EOF TO TRUE
            GO TO 2100-READ-MANIFEST-EXIT
    END-READ

    IF WS-EXTRACT-COUNT >= WS-EXTRACT-MAX
        DISPLAY 'ACKRECON: EXTRACT TABLE FULL AT '
            MF-REGION-CODE UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    ADD 1 TO WS-EXTRACT-COUNT
    MOVE WS-EXTRACT-COUNT TO WS-EXTRACT-SUB
    MOVE MF-REGION-CODE TO WS-EX-REGION (WS-EXTRACT-SUB)
    MOVE MF-EXTRACT-DDNAME TO WS-EX-DDNAME (WS-EXTRACT-SUB)
    MOVE MF-RECORD-COUNT TO WS-EX-MANIFEST-COUNT (WS-EXTRACT-SUB)
    MOVE MF-BUSINESS-DATE TO WS-EX-BUSINESS-DATE (WS-EXTRACT-SUB)
    MOVE MF-CREATED-DATE TO WS-EX-CREATED-DATE (WS-EXTRACT-SUB)
    MOVE MF-CREATED-TIME TO WS-EX-CREATED-TIME (WS-EXTRACT-SUB)
    MOVE 'N' TO WS-EX-ACK-SW (WS-EXTRACT-SUB)
    MOVE ZEROES TO WS-EX-ACK-COUNT (WS-EXTRACT-SUB)
    MOVE ZEROES TO WS-EX-ACK-DATE (WS-EXTRACT-SUB)
    MOVE ZEROES TO WS-EX-ACK-TIME (WS-EXTRACT-SUB).

2100-READ-MANIFEST-EXIT.
    EXIT.

3000-APPLY-ACKS.
    OPEN INPUT ACKIN-FILE
*>  Status 05 (optional file absent) still counts as open - fall
*>  through to the read loop so the CLOSE is not skipped.
    IF WS-ACKIN-STATUS = '35'
        GO TO 3000-APPLY-ACKS-EXIT
    END-IF
    IF WS-ACKIN-STATUS NOT = '00' AND WS-ACKIN-STATUS NOT = '05'
        DISPLAY 'ACKRECON: UNABLE TO OPEN ACKIN FILE' UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    PERFORM 3100-APPLY-ONE-ACK THRU 3100-APPLY-ONE-ACK-EXIT
        UNTIL WS-ACKIN-EOF

    CLOSE ACKIN-FILE.

3000-APPLY-ACKS-EXIT.
    EXIT.

3100-APPLY-ONE-ACK.
    READ ACKIN-FILE
        AT END
            SET WS-ACKIN-EOF TO TRUE
            GO TO 3100-APPLY-ONE-ACK-EXIT
    END-READ
    ADD 1 TO WS-ACK-READ-COUNT

    MOVE AK-REGION-CODE TO WS-RPT-ACK-REGION
    MOVE ACKIN-RECORD (4:8) TO WS-RPT-ACK-BUS-DATE
    MOVE ACKIN-RECORD (12:7) TO WS-RPT-ACK-COUNT

    IF AK-REGION-CODE = SPACES
            OR AK-BUSINESS-DATE NOT NUMERIC
            OR AK-RECORD-COUNT NOT NUMERIC
        ADD 1 TO WS-INVALID-ACK-COUNT
        MOVE 'INVALID ACK RECORD - REGION, DATE OR COUNT IN ERROR'
            TO WS-RPT-ACK-NOTE
        MOVE WS-RPT-ACK-NOTE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 3100-APPLY-ONE-ACK-EXIT
    END-IF
*>  A region that leaves the load stamp off is taken as loaded
*>  when we received it.
    MOVE 'N' TO WS-ACK-UNSTAMPED-SW
    IF AK-LOADED-DATE NOT NUMERIC OR AK-LOADED-DATE = ZEROES
        SET WS-ACK-UNSTAMPED TO TRUE
        MOVE WS-CDT-DATE TO AK-LOADED-DATE
        MOVE WS-CDT-TIME TO AK-LOADED-TIME
    END-IF
    IF AK-LOADED-TIME NOT NUMERIC
        MOVE ZEROES TO AK-LOADED-TIME
    END-IF

    PERFORM 3150-CHECK-POSTED-ACK THRU 3150-CHECK-POSTED-ACK-EXIT

*>  An ack for an extract on tonight's manifest - a region that
*>  reloaded and acked again replaces its earlier ack.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE 1 TO WS-EXTRACT-SUB
    PERFORM 3200-MATCH-EXTRACT-ENTRY THRU 3200-MATCH-EXTRACT-ENTRY-EXIT
        UNTIL WS-ENTRY-FOUND OR WS-EXTRACT-SUB > WS-EXTRACT-COUNT

    IF WS-ENTRY-FOUND
        SET WS-EX-ACK-RECEIVED (WS-EXTRACT-SUB) TO TRUE
        MOVE AK-RECORD-COUNT TO WS-EX-ACK-COUNT (WS-EXTRACT-SUB)
        MOVE AK-LOADED-DATE TO WS-EX-ACK-DATE (WS-EXTRACT-SUB)
        MOVE AK-LOADED-TIME TO WS-EX-ACK-TIME (WS-EXTRACT-SUB)
        GO TO 3100-APPLY-ONE-ACK-EXIT
    END-IF

    PERFORM 3300-APPLY-LATE-ACK THRU 3300-APPLY-LATE-ACK-EXIT.

3100-APPLY-ONE-ACK-EXIT.
    EXIT.

3150-CHECK-POSTED-ACK.
*>  ACKIN still carries the acks of earlier nights, so look for
*>  this one on its history entry before treating it as news.
    MOVE AK-REGION-CODE TO AH-REGION-CODE
    MOVE AK-BUSINESS-DATE TO AH-BUSINESS-DATE
    MOVE 'Y' TO WS-HISTORY-FOUND-SW
    MOVE 'N' TO WS-ACK-POSTED-SW
    READ ACK-HISTORY-FILE
        INVALID KEY
            MOVE 'N' TO WS-HISTORY-FOUND-SW
            GO TO 3150-CHECK-POSTED-ACK-EXIT
    END-READ

    IF NOT AH-ACK-RECEIVED OR AH-ACK-COUNT NOT = AK-RECORD-COUNT
        GO TO 3150-CHECK-POSTED-ACK-EXIT
    END-IF
*>  An unstamped ack was given the run time when it was first
*>  posted - the same count makes it the same ack, and it keeps
*>  the stamp it was posted with.
    IF WS-ACK-UNSTAMPED
        MOVE AH-ACK-DATE TO AK-LOADED-DATE
        MOVE AH-ACK-TIME TO AK-LOADED-TIME
    END-IF
    IF AH-ACK-DATE = AK-LOADED-DATE AND AH-ACK-TIME = AK-LOADED-TIME
        SET WS-ACK-POSTED TO TRUE
    END-IF.

3150-CHECK-POSTED-ACK-EXIT.
    EXIT.

3200-MATCH-EXTRACT-ENTRY.
    IF WS-EX-REGION (WS-EXTRACT-SUB) = AK-REGION-CODE
            AND WS-EX-BUSINESS-DATE (WS-EXTRACT-SUB) = AK-BUSINESS-DATE
        SET WS-ENTRY-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-EXTRACT-SUB
    END-IF.

3200-MATCH-EXTRACT-ENTRY-EXIT.
    EXIT.

3300-APPLY-LATE-ACK.
*>  Not on this manifest - an extract cut on an earlier night is
*>  on history, so post the ack there; anything else is an ack
*>  for a file we never sent.
*>  3150 has already read the entry.
    IF NOT WS-HISTORY-FOUND
        ADD 1 TO WS-UNMATCHED-COUNT
        MOVE 'UNMATCHED - NO EXTRACT CUT FOR THIS REGION AND DATE'
            TO WS-RPT-ACK-NOTE
        MOVE WS-RPT-ACK-NOTE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 3300-APPLY-LATE-ACK-EXIT
    END-IF
*>  Posted on an earlier run - nothing new to report.
    IF WS-ACK-POSTED
        ADD 1 TO WS-POSTED-COUNT
        GO TO 3300-APPLY-LATE-ACK-EXIT
    END-IF

    MOVE AK-RECORD-COUNT TO AH-ACK-COUNT
    MOVE AK-LOADED-DATE TO AH-ACK-DATE
    MOVE AK-LOADED-TIME TO AH-ACK-TIME
    IF AK-RECORD-COUNT = AH-MANIFEST-COUNT
        SET AH-ACKNOWLEDGED TO TRUE
        MOVE 'LATE ACK POSTED TO HISTORY - ACKNOWLEDGED'
            TO WS-RPT-ACK-NOTE
    ELSE
        SET AH-COUNT-MISMATCH TO TRUE
        ADD 1 TO WS-MISMATCH-COUNT
        MOVE 'LATE ACK POSTED TO HISTORY - COUNT MISMATCH'
            TO WS-RPT-ACK-NOTE
    END-IF
    MOVE WS-CDT-DATE TO AH-LAST-UPDATE-DATE
    MOVE WS-CDT-TIME TO AH-LAST-UPDATE-TIME
    MOVE WS-USER-ID TO AH-LAST-UPDATE-USER
    REWRITE AH-ACK-HISTORY-RECORD
    IF WS-ACKHIST-STATUS NOT = '00'
        DISPLAY 'ACKRECON: UNABLE TO REWRITE ACKHIST RECORD '
            AH-HISTORY-KEY UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    ADD 1 TO WS-LATE-ACK-COUNT
    MOVE WS-RPT-ACK-NOTE-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

3300-APPLY-LATE-ACK-EXIT.
    EXIT.

4000-RECONCILE-EXTRACTS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    IF WS-EXTRACT-COUNT = ZERO
        MOVE 'MANIFEST GENERATION IS EMPTY - NO EXTRACTS TO RECONCILE'
            TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 4000-RECONCILE-EXTRACTS-EXIT
    END-IF

    MOVE 1 TO WS-EXTRACT-SUB
    PERFORM 4100-RECONCILE-ONE-EXTRACT
        THRU 4100-RECONCILE-ONE-EXTRACT-EXIT
        UNTIL WS-EXTRACT-SUB > WS-EXTRACT-COUNT.

4000-RECONCILE-EXTRACTS-EXIT.
    EXIT.

4100-RECONCILE-ONE-EXTRACT.
    PERFORM 4200-COMPUTE-CUTOFF THRU 4200-COMPUTE-CUTOFF-EXIT

*>  Pick up what an earlier pass already recorded - an ack from
*>  a previous ACKIN survives even when this run's ACKIN no
*>  longer carries it.
    MOVE WS-EX-REGION (WS-EXTRACT-SUB) TO AH-REGION-CODE
    MOVE WS-EX-BUSINESS-DATE (WS-EXTRACT-SUB) TO AH-BUSINESS-DATE
    MOVE 'Y' TO WS-HISTORY-FOUND-SW
    READ ACK-HISTORY-FILE
        INVALID KEY
            MOVE 'N' TO WS-HISTORY-FOUND-SW
    END-READ

    IF WS-HISTORY-FOUND AND AH-ACK-RECEIVED
            AND NOT WS-EX-ACK-RECEIVED (WS-EXTRACT-SUB)
        SET WS-EX-ACK-RECEIVED (WS-EXTRACT-SUB) TO TRUE
        MOVE AH-ACK-COUNT TO WS-EX-ACK-COUNT (WS-EXTRACT-SUB)
        MOVE AH-ACK-DATE TO WS-EX-ACK-DATE (WS-EXTRACT-SUB)
        MOVE AH-ACK-TIME TO WS-EX-ACK-TIME (WS-EXTRACT-SUB)
    END-IF

*>  An entry that already holds this same ack for the same cut
*>  was reported when it was recorded; it is listed again but
*>  left as it stands.
    MOVE 'N' TO WS-SAME-ACK-SW
    IF WS-HISTORY-FOUND AND AH-ACK-RECEIVED
            AND WS-EX-ACK-RECEIVED (WS-EXTRACT-SUB)
            AND AH-ACK-COUNT = WS-EX-ACK-COUNT (WS-EXTRACT-SUB)
            AND AH-ACK-DATE = WS-EX-ACK-DATE (WS-EXTRACT-SUB)
            AND AH-ACK-TIME = WS-EX-ACK-TIME (WS-EXTRACT-SUB)
            AND AH-MANIFEST-COUNT = WS-EX-MANIFEST-COUNT (WS-EXTRACT-SUB)
        SET WS-SAME-ACK TO TRUE
    END-IF

    MOVE WS-EX-REGION (WS-EXTRACT-SUB) TO AH-REGION-CODE
    MOVE WS-EX-BUSINESS-DATE (WS-EXTRACT-SUB) TO AH-BUSINESS-DATE
    MOVE WS-EX-DDNAME (WS-EXTRACT-SUB) TO AH-EXTRACT-DDNAME
    MOVE WS-EX-MANIFEST-COUNT (WS-EXTRACT-SUB) TO AH-MANIFEST-COUNT
    MOVE WS-EX-CREATED-DATE (WS-EXTRACT-SUB) TO AH-CREATED-DATE
    MOVE WS-EX-CREATED-TIME (WS-EXTRACT-SUB) TO AH-CREATED-TIME
    MOVE WS-EX-ACK-COUNT (WS-EXTRACT-SUB) TO AH-ACK-COUNT
    MOVE WS-EX-ACK-DATE (WS-EXTRACT-SUB) TO AH-ACK-DATE
    MOVE WS-EX-ACK-TIME (WS-EXTRACT-SUB) TO AH-ACK-TIME
    MOVE WS-CUTOFF-DATE TO AH-CUTOFF-DATE
    MOVE WS-CUTOFF-TIME TO AH-CUTOFF-TIME
    MOVE WS-CDT-DATE TO AH-LAST-UPDATE-DATE
    MOVE WS-CDT-TIME TO AH-LAST-UPDATE-TIME
    MOVE WS-USER-ID TO AH-LAST-UPDATE-USER

    EVALUATE TRUE
        WHEN WS-SAME-ACK AND AH-COUNT-MISMATCH
            MOVE 'MISMATCH RECORDED' TO WS-RPT-DTL-STATUS
            ADD 1 TO WS-POSTED-COUNT
        WHEN WS-SAME-ACK
            MOVE 'ACKNOWLEDGED' TO WS-RPT-DTL-STATUS
            ADD 1 TO WS-ACKED-COUNT
        WHEN WS-EX-ACK-RECEIVED (WS-EXTRACT-SUB)
                AND WS-EX-ACK-COUNT (WS-EXTRACT-SUB)
                  = WS-EX-MANIFEST-COUNT (WS-EXTRACT-SUB)
            SET AH-ACKNOWLEDGED TO TRUE
            MOVE 'ACKNOWLEDGED' TO WS-RPT-DTL-STATUS
            ADD 1 TO WS-ACKED-COUNT
        WHEN WS-EX-ACK-RECEIVED (WS-EXTRACT-SUB)
            SET AH-COUNT-MISMATCH TO TRUE
            MOVE 'COUNT MISMATCH' TO WS-RPT-DTL-STATUS
            ADD 1 TO WS-MISMATCH-COUNT
        WHEN WS-NOW-STAMP > WS-CUTOFF-STAMP
            SET AH-UNACK-OVERDUE TO TRUE
            MOVE 'UNACK PAST CUTOFF' TO WS-RPT-DTL-STATUS
            ADD 1 TO WS-OVERDUE-COUNT
        WHEN OTHER
            SET AH-AWAITING-ACK TO TRUE
            MOVE 'AWAITING ACK' TO WS-RPT-DTL-STATUS
            ADD 1 TO WS-AWAITING-COUNT
    END-EVALUATE

    IF NOT WS-SAME-ACK
        IF WS-HISTORY-FOUND
            REWRITE AH-ACK-HISTORY-RECORD
        ELSE
            WRITE AH-ACK-HISTORY-RECORD
        END-IF
        IF WS-ACKHIST-STATUS NOT = '00'
            DISPLAY 'ACKRECON: UNABLE TO WRITE ACKHIST RECORD '
                AH-HISTORY-KEY UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            GO TO 9999-EXIT
        END-IF
    END-IF

    MOVE AH-REGION-CODE TO WS-RPT-DTL-REGION
    MOVE AH-EXTRACT-DDNAME TO WS-RPT-DTL-DDNAME
    MOVE AH-BUSINESS-DATE TO WS-RPT-DTL-BUS-DATE
    MOVE AH-MANIFEST-COUNT TO WS-RPT-DTL-CUT-COUNT
    MOVE AH-ACK-COUNT TO WS-RPT-DTL-ACK-COUNT
    MOVE AH-ACK-DATE TO WS-RPT-DTL-ACK-DATE
    MOVE AH-ACK-TIME TO WS-RPT-DTL-ACK-TIME
    MOVE AH-CUTOFF-DATE TO WS-RPT-DTL-CUTOFF-DATE
    MOVE AH-CUTOFF-TIME TO WS-RPT-DTL-CUTOFF-TIME
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    ADD 1 TO WS-EXTRACT-SUB.

4100-RECONCILE-ONE-EXTRACT-EXIT.
    EXIT.

4200-COMPUTE-CUTOFF.
*>  Cutoff = the region's cutoff time, the given number of days
*>  after the day the extract was cut.
    MOVE 'N' TO WS-CUTOFF-FOUND-SW
    MOVE 1 TO WS-CUTOFF-SUB
    PERFORM 4250-MATCH-CUTOFF-ENTRY THRU 4250-MATCH-CUTOFF-ENTRY-EXIT
        UNTIL WS-CUTOFF-FOUND OR WS-CUTOFF-SUB > WS-CUTOFF-COUNT

    IF WS-CUTOFF-FOUND
        COMPUTE WS-CUTOFF-INTEGER =
            FUNCTION INTEGER-OF-DATE (WS-EX-CREATED-DATE (WS-EXTRACT-SUB))
            + WS-CO-DAYS (WS-CUTOFF-SUB)
        MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)
            TO WS-CUTOFF-DATE
        MOVE WS-CO-TIME (WS-CUTOFF-SUB) TO WS-CUTOFF-TIME
    ELSE
        MOVE WS-EX-CREATED-DATE (WS-EXTRACT-SUB) TO WS-CUTOFF-DATE
        MOVE WS-DEFAULT-CUTOFF-TIME TO WS-CUTOFF-TIME
    END-IF.

4200-COMPUTE-CUTOFF-EXIT.
    EXIT.

4250-MATCH-CUTOFF-ENTRY.
    IF WS-CO-REGION (WS-CUTOFF-SUB) = WS-EX-REGION (WS-EXTRACT-SUB)
        SET WS-CUTOFF-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-CUTOFF-SUB
    END-IF.

4250-MATCH-CUTOFF-ENTRY-EXIT.
    EXIT.

4500-AGE-HISTORY.
*>  Extracts on tonight's manifest were settled above; anything
*>  else still awaiting its ack is judged on the cutoff recorded
*>  when it was last reconciled.
    MOVE LOW-VALUES TO AH-HISTORY-KEY
    START ACK-HISTORY-FILE KEY NOT < AH-HISTORY-KEY
        INVALID KEY
            SET WS-ACKHIST-EOF TO TRUE
    END-START
    PERFORM 4600-AGE-ONE-ENTRY THRU 4600-AGE-ONE-ENTRY-EXIT
        UNTIL WS-ACKHIST-EOF.

4500-AGE-HISTORY-EXIT.
    EXIT.

4600-AGE-ONE-ENTRY.
    READ ACK-HISTORY-FILE NEXT RECORD
        AT END
            SET WS-ACKHIST-EOF TO TRUE
            GO TO 4600-AGE-ONE-ENTRY-EXIT
    END-READ

    IF NOT AH-AWAITING-ACK
        GO TO 4600-AGE-ONE-ENTRY-EXIT
    END-IF
    MOVE AH-CUTOFF-DATE TO WS-CUTOFF-DATE
    MOVE AH-CUTOFF-TIME TO WS-CUTOFF-TIME
    IF WS-NOW-STAMP NOT > WS-CUTOFF-STAMP
        GO TO 4600-AGE-ONE-ENTRY-EXIT
    END-IF

    SET AH-UNACK-OVERDUE TO TRUE
    MOVE WS-CDT-DATE TO AH-LAST-UPDATE-DATE
    MOVE WS-CDT-TIME TO AH-LAST-UPDATE-TIME
    MOVE WS-USER-ID TO AH-LAST-UPDATE-USER
    REWRITE AH-ACK-HISTORY-RECORD
    IF WS-ACKHIST-STATUS NOT = '00'
        DISPLAY 'ACKRECON: UNABLE TO REWRITE ACKHIST RECORD '
            AH-HISTORY-KEY UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    IF WS-AGED-COUNT = ZERO
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-RPT-AGED-HEADING TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    ADD 1 TO WS-AGED-COUNT

    MOVE AH-REGION-CODE TO WS-RPT-DTL-REGION
    MOVE AH-EXTRACT-DDNAME TO WS-RPT-DTL-DDNAME
    MOVE AH-BUSINESS-DATE TO WS-RPT-DTL-BUS-DATE
    MOVE AH-MANIFEST-COUNT TO WS-RPT-DTL-CUT-COUNT
    MOVE AH-ACK-COUNT TO WS-RPT-DTL-ACK-COUNT
    MOVE AH-ACK-DATE TO WS-RPT-DTL-ACK-DATE
    MOVE AH-ACK-TIME TO WS-RPT-DTL-ACK-TIME
    MOVE AH-CUTOFF-DATE TO WS-RPT-DTL-CUTOFF-DATE
    MOVE AH-CUTOFF-TIME TO WS-RPT-DTL-CUTOFF-TIME
    MOVE 'UNACK PAST CUTOFF' TO WS-RPT-DTL-STATUS
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

4600-AGE-ONE-ENTRY-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-EXTRACT-COUNT TO WS-RPT-TOT-EXTRACTS
    MOVE WS-ACKED-COUNT TO WS-RPT-TOT-ACKED
    MOVE WS-MISMATCH-COUNT TO WS-RPT-TOT-MISMATCH
    MOVE WS-OVERDUE-COUNT TO WS-RPT-TOT-OVERDUE
    MOVE WS-AWAITING-COUNT TO WS-RPT-TOT-AWAITING
    MOVE WS-ACK-READ-COUNT TO WS-RPT-TOT-ACKS
    MOVE WS-LATE-ACK-COUNT TO WS-RPT-TOT-LATE
    MOVE WS-UNMATCHED-COUNT TO WS-RPT-TOT-UNMATCHED
    MOVE WS-INVALID-ACK-COUNT TO WS-RPT-TOT-INVALID
    MOVE WS-AGED-COUNT TO WS-RPT-TOT-AGED
    MOVE WS-POSTED-COUNT TO WS-RPT-TOT-POSTED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE ACK-HISTORY-FILE
    CLOSE REPORT-FILE

    DISPLAY 'ACKRECON: EXTRACTS=' WS-EXTRACT-COUNT
        ' ACKED=' WS-ACKED-COUNT
        ' MISMATCH=' WS-MISMATCH-COUNT
        ' OVERDUE=' WS-OVERDUE-COUNT
        ' AWAITING=' WS-AWAITING-COUNT
        ' EARLIER OVERDUE=' WS-AGED-COUNT
        ' ALREADY POSTED=' WS-POSTED-COUNT

*>  A missing or short load is the failure this step exists to
*>  catch; stray acks and bad cards only need looking at.
    EVALUATE TRUE
        WHEN WS-MISMATCH-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
                OR WS-AGED-COUNT > ZERO
            IF WS-RETURN-CODE < 0008
                MOVE 0008 TO WS-RETURN-CODE
            END-IF
        WHEN WS-UNMATCHED-COUNT > ZERO
                OR WS-INVALID-ACK-COUNT > ZERO
                OR WS-BAD-CARD-COUNT > ZERO
                OR WS-EXTRACT-COUNT = ZERO
            IF WS-RETURN-CODE < 0004
                MOVE 0004 TO WS-RETURN-CODE
            END-IF
    END-EVALUATE
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
