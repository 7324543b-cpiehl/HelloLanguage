*> compile with cobc -free -O -x -o ackinq.exe -I copybooks ackinq.cob
*>
*>---------------------------------------------------------------*
*> ACKINQ is the operator inquiry for regional extract receipt -
*> "did FRA get the 10/14 file?". For each inquiry card it prints
*> what ACKRECON recorded on the ACKHIST history master for that
*> region and business date: the extract cut and its count, the
*> ack received (count and when it was loaded), the cutoff, and
*> the reconciliation status - or a definite answer that no
*> extract was cut for that region and date, so the help desk
*> gets an answer either way. A card with a zero business date
*> lists every extract on history for the region.
*>
*> Inquiry card layout (SYSIN, one per inquiry):
*>   01-03  Region code
*>   04-11  Business date YYYYMMDD (zero = every date on file)
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. ACKINQ.
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
    05  IQ-REGION-CODE              PIC X(03).
    05  IQ-BUSINESS-DATE            PIC 9(08).
    05  FILLER                      PIC X(69).

FD  ACK-HISTORY-FILE.
    COPY ACKHISTC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-ACKHIST-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SYSIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-SYSIN-EOF            VALUE 'Y'.
    05  WS-ACKHIST-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-ACKHIST-EOF          VALUE 'Y'.
    05  WS-HISTORY-OPEN-SW          PIC X(01) VALUE 'N'.
        88  WS-HISTORY-OPEN         VALUE 'Y'.
    05  WS-ANY-FOUND-SW             PIC X(01) VALUE 'N'.
        88  WS-ANY-FOUND            VALUE 'Y'.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-RPT-INQUIRY-LINE.
    05  FILLER                      PIC X(17)
        VALUE 'INQUIRY: REGION '.
    05  WS-RPT-INQ-REGION           PIC X(03).
    05  FILLER                      PIC X(16)
        VALUE '  BUSINESS DATE '.
    05  WS-RPT-INQ-DATE             PIC X(08).

01  WS-RPT-SEPARATOR-LINE.
    05  FILLER                      PIC X(60) VALUE ALL '-'.

01  WS-RPT-EXTRACT-LINE.
    05  FILLER                      PIC X(09) VALUE 'EXTRACT: '.
    05  WS-RPT-EX-DDNAME            PIC X(08).
    05  FILLER                      PIC X(11) VALUE '  BUS DATE '.
    05  WS-RPT-EX-BUS-DATE          PIC 9(08).
    05  FILLER                      PIC X(06) VALUE '  CUT '.
    05  WS-RPT-EX-CREATED-DATE      PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-EX-CREATED-TIME      PIC 9(06).
    05  FILLER                      PIC X(10) VALUE '  RECORDS '.
    05  WS-RPT-EX-COUNT             PIC ZZZZZZ9.

01  WS-RPT-ACK-LINE.
    05  FILLER                      PIC X(09) VALUE 'STATUS:  '.
    05  WS-RPT-AK-STATUS            PIC X(20).
    05  FILLER                      PIC X(07) VALUE 'LOADED '.
    05  WS-RPT-AK-COUNT             PIC ZZZZZZ9.
    05  FILLER                      PIC X(04) VALUE ' ON '.
    05  WS-RPT-AK-DATE              PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-AK-TIME              PIC 9(06).
    05  FILLER                      PIC X(09) VALUE '  CUTOFF '.
    05  WS-RPT-AK-CUTOFF-DATE       PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-AK-CUTOFF-TIME       PIC 9(06).

01  WS-RPT-RECON-LINE.
    05  FILLER                      PIC X(18)
        VALUE 'LAST RECONCILED:  '.
    05  WS-RPT-RC-DATE              PIC 9(08).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-RPT-RC-TIME              PIC 9(06).
    05  FILLER                      PIC X(04) VALUE ' BY '.
    05  WS-RPT-RC-USER              PIC X(08).

01  WS-RPT-NOT-FOUND-LINE.
    05  FILLER                      PIC X(60)
        VALUE 'NOT ON ACKHIST - NO EXTRACT CUT FOR THIS REGION AND DATE'.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-PROCESS-INQUIRY THRU 2000-PROCESS-INQUIRY-EXIT
        UNTIL WS-SYSIN-EOF
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS NOT = '00'
        DISPLAY 'ACKINQ: UNABLE TO OPEN SYSIN INQUIRY CARDS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

*>  No history master yet means nothing has been reconciled -
*>  every card still gets its not-found answer.
    OPEN INPUT ACK-HISTORY-FILE
    EVALUATE WS-ACKHIST-STATUS
        WHEN '00'
            SET WS-HISTORY-OPEN TO TRUE
        WHEN '35'
            CONTINUE
        WHEN OTHER
            DISPLAY 'ACKINQ: UNABLE TO OPEN ACKHIST HISTORY MASTER'
                UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            CLOSE SYSIN-FILE
            GO TO 9999-EXIT
    END-EVALUATE

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'ACKINQ: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE SYSIN-FILE
        IF WS-HISTORY-OPEN
            CLOSE ACK-HISTORY-FILE
        END-IF
        GO TO 9999-EXIT
    END-IF

    PERFORM 2100-READ-INQUIRY THRU 2100-READ-INQUIRY-EXIT.

1000-INITIALIZE-EXIT.
    EXIT.

2000-PROCESS-INQUIRY.
    MOVE 'N' TO WS-ANY-FOUND-SW

    MOVE IQ-REGION-CODE TO WS-RPT-INQ-REGION
    IF IQ-BUSINESS-DATE NOT NUMERIC
        MOVE ZEROES TO IQ-BUSINESS-DATE
    END-IF
    IF IQ-BUSINESS-DATE = ZEROES
        MOVE 'ALL' TO WS-RPT-INQ-DATE
    ELSE
        MOVE IQ-BUSINESS-DATE TO WS-RPT-INQ-DATE
    END-IF
    MOVE WS-RPT-SEPARATOR-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-INQUIRY-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    IF WS-HISTORY-OPEN
        IF IQ-BUSINESS-DATE = ZEROES
            PERFORM 3000-LIST-REGION THRU 3000-LIST-REGION-EXIT
        ELSE
            PERFORM 4000-LOOKUP-EXTRACT THRU 4000-LOOKUP-EXTRACT-EXIT
        END-IF
    END-IF

    IF NOT WS-ANY-FOUND
        MOVE WS-RPT-NOT-FOUND-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 2100-READ-INQUIRY THRU 2100-READ-INQUIRY-EXIT.

2000-PROCESS-INQUIRY-EXIT.
    EXIT.

2100-READ-INQUIRY.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
    END-READ.

2100-READ-INQUIRY-EXIT.
    EXIT.

3000-LIST-REGION.
    MOVE 'N' TO WS-ACKHIST-EOF-SW
    MOVE IQ-REGION-CODE TO AH-REGION-CODE
    MOVE ZEROES TO AH-BUSINESS-DATE
    START ACK-HISTORY-FILE KEY NOT < AH-HISTORY-KEY
        INVALID KEY
            SET WS-ACKHIST-EOF TO TRUE
    END-START

    PERFORM 3100-LIST-NEXT-EXTRACT THRU 3100-LIST-NEXT-EXTRACT-EXIT
        UNTIL WS-ACKHIST-EOF.

3000-LIST-REGION-EXIT.
    EXIT.

3100-LIST-NEXT-EXTRACT.
    READ ACK-HISTORY-FILE NEXT RECORD
        AT END
            SET WS-ACKHIST-EOF TO TRUE
            GO TO 3100-LIST-NEXT-EXTRACT-EXIT
    END-READ

    IF AH-REGION-CODE NOT = IQ-REGION-CODE
        SET WS-ACKHIST-EOF TO TRUE
        GO TO 3100-LIST-NEXT-EXTRACT-EXIT
    END-IF

    PERFORM 5000-WRITE-HISTORY-LINES THRU 5000-WRITE-HISTORY-LINES-EXIT.

3100-LIST-NEXT-EXTRACT-EXIT.
    EXIT.

4000-LOOKUP-EXTRACT.
    MOVE IQ-REGION-CODE TO AH-REGION-CODE
    MOVE IQ-BUSINESS-DATE TO AH-BUSINESS-DATE
    READ ACK-HISTORY-FILE
        INVALID KEY
            GO TO 4000-LOOKUP-EXTRACT-EXIT
    END-READ

    PERFORM 5000-WRITE-HISTORY-LINES THRU 5000-WRITE-HISTORY-LINES-EXIT.

4000-LOOKUP-EXTRACT-EXIT.
    EXIT.

5000-WRITE-HISTORY-LINES.
    SET WS-ANY-FOUND TO TRUE

    MOVE AH-EXTRACT-DDNAME TO WS-RPT-EX-DDNAME
    MOVE AH-BUSINESS-DATE TO WS-RPT-EX-BUS-DATE
    MOVE AH-CREATED-DATE TO WS-RPT-EX-CREATED-DATE
    MOVE AH-CREATED-TIME TO WS-RPT-EX-CREATED-TIME
    MOVE AH-MANIFEST-COUNT TO WS-RPT-EX-COUNT
    MOVE WS-RPT-EXTRACT-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    EVALUATE TRUE
        WHEN AH-ACKNOWLEDGED
            MOVE 'ACKNOWLEDGED' TO WS-RPT-AK-STATUS
        WHEN AH-COUNT-MISMATCH
            MOVE 'COUNT MISMATCH' TO WS-RPT-AK-STATUS
        WHEN AH-UNACK-OVERDUE
            MOVE 'UNACK PAST CUTOFF' TO WS-RPT-AK-STATUS
        WHEN AH-AWAITING-ACK
            MOVE 'AWAITING ACK' TO WS-RPT-AK-STATUS
        WHEN OTHER
            MOVE AH-ACK-STATUS TO WS-RPT-AK-STATUS
    END-EVALUATE
    MOVE AH-ACK-COUNT TO WS-RPT-AK-COUNT
    MOVE AH-ACK-DATE TO WS-RPT-AK-DATE
    MOVE AH-ACK-TIME TO WS-RPT-AK-TIME
    MOVE AH-CUTOFF-DATE TO WS-RPT-AK-CUTOFF-DATE
    MOVE AH-CUTOFF-TIME TO WS-RPT-AK-CUTOFF-TIME
    MOVE WS-RPT-ACK-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE AH-LAST-UPDATE-DATE TO WS-RPT-RC-DATE
    MOVE AH-LAST-UPDATE-TIME TO WS-RPT-RC-TIME
    MOVE AH-LAST-UPDATE-USER TO WS-RPT-RC-USER
    MOVE WS-RPT-RECON-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

5000-WRITE-HISTORY-LINES-EXIT.
    EXIT.

9000-TERMINATE.
    CLOSE SYSIN-FILE
    IF WS-HISTORY-OPEN
        CLOSE ACK-HISTORY-FILE
    END-IF
    CLOSE REPORT-FILE
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
