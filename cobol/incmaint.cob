*> compile with cobc -free -O -x -o incmaint.exe -I copybooks incmaint.cob
*>
*>---------------------------------------------------------------*
*> INCMAINT is the operators' side of the incident register
*> (INCIDENT, see INCIDRC). INCSCAN opens the incidents and links
*> the reruns; here each one is given its cause code and a free-
*> text resolution and is closed, or reopened if it was closed in
*> error. Transactions are read from SYSIN, one per incident, and
*> each is listed on SYSOUT with its disposition, followed by the
*> run totals. The incident to act on is named by job, business
*> date and sequence exactly as INCSCAN and INCRPT print them.
*>
*> An incident is closed only with a cause code and a resolution
*> - from the closing card or already on the incident - so every
*> closed incident counts in the monthly by-cause report. A closed
*> incident must be reopened before it is updated again.
*>
*> Transaction card layout (SYSIN):
*>   01-01  Action code       U = Update, C = Close, O = Reopen
*>   02-09  Job name
*>   10-17  Business date     YYYYMMDD
*>   18-19  Incident sequence
*>   20-23  Cause code        DATA PROG OPER SYST SCHD EXTL OTHR
*>                            (blank = leave as is)
*>   24-80  Resolution        (blank = leave as is)
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. INCMAINT.
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

    SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-INCIDENT-KEY
        FILE STATUS IS WS-INCIDENT-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE
    RECORDING MODE IS F.
01  TRANS-RECORD.
    05  TR-ACTION-CODE              PIC X(01).
        88  TR-ACTION-UPDATE        VALUE 'U'.
        88  TR-ACTION-CLOSE         VALUE 'C'.
        88  TR-ACTION-REOPEN        VALUE 'O'.
    05  TR-JOB-NAME                 PIC X(08).
    05  TR-BUSINESS-DATE            PIC X(08).
    05  TR-BUSINESS-DATE-N REDEFINES TR-BUSINESS-DATE
                                    PIC 9(08).
    05  TR-INCIDENT-SEQ             PIC X(02).
    05  TR-INCIDENT-SEQ-N REDEFINES TR-INCIDENT-SEQ
                                    PIC 9(02).
    05  TR-CAUSE-CODE               PIC X(04).
        88  TR-CAUSE-VALID          VALUES 'DATA' 'PROG' 'OPER'
                                           'SYST' 'SCHD' 'EXTL'
                                           'OTHR'.
    05  TR-RESOLUTION               PIC X(57).

FD  INCIDENT-FILE.
    COPY INCIDRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-TRANS-STATUS             PIC X(02) VALUE '00'.
    05  WS-INCIDENT-STATUS          PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-TRANS-EOF            VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-USER-ID                      PIC X(08) VALUE SPACES.

01  WS-COUNTERS.
    05  WS-UPDATE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-CLOSE-COUNT              PIC 9(05) COMP VALUE ZERO.
    05  WS-REOPEN-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-DISPOSITION-AREA.
    05  WS-DISPOSITION              PIC X(08).
    05  WS-REASON-TEXT              PIC X(30).

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'INCIDENT REGISTER MAINTENANCE'.
    05  FILLER                      PIC X(15) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).

01  WS-RPT-HEADING-LINE-2.
    05  FILLER                      PIC X(06) VALUE 'ACTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'JOB NAME'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BUS DATE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'SEQ'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'CAUSE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE 'STATUS'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DISP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'REASON'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-ACTION           PIC X(01).
    05  FILLER                      PIC X(08) VALUE SPACES.
    05  WS-RPT-DTL-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-DATE             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-SEQ              PIC X(02).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-CAUSE            PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-STATUS           PIC X(06).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-DISP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-REASON           PIC X(30).

01  WS-RPT-RESOLUTION-LINE.
    05  FILLER                      PIC X(09) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'RESOLUTION: '.
    05  WS-RPT-RES-TEXT             PIC X(57).

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  FILLER                      PIC X(10) VALUE '  UPDATES='.
    05  WS-RPT-TOT-UPDATES          PIC 9(05).
    05  FILLER                      PIC X(09) VALUE '  CLOSED='.
    05  WS-RPT-TOT-CLOSED           PIC 9(05).
    05  FILLER                      PIC X(11) VALUE '  REOPENED='.
    05  WS-RPT-TOT-REOPENED         PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  REJECTS='.
    05  WS-RPT-TOT-REJECTS          PIC 9(05).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-PROCESS-TRANSACTIONS-EXIT
        UNTIL WS-TRANS-EOF
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
        DISPLAY 'INCMAINT: UNABLE TO OPEN SYSIN TRANSACTIONS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN I-O INCIDENT-FILE
    IF WS-INCIDENT-STATUS NOT = '00'
        DISPLAY 'INCMAINT: UNABLE TO OPEN INCIDENT REGISTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'INCMAINT: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE INCIDENT-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT.

1000-INITIALIZE-EXIT.
    EXIT.

2000-PROCESS-TRANSACTIONS.
    MOVE 'APPLIED' TO WS-DISPOSITION
    MOVE SPACES TO IN-CAUSE-CODE
    MOVE SPACES TO IN-STATUS
    PERFORM 2050-EDIT-TRANSACTION THRU 2050-EDIT-TRANSACTION-EXIT
    IF WS-REASON-TEXT = SPACES
        PERFORM 2200-READ-INCIDENT THRU 2200-READ-INCIDENT-EXIT
    END-IF
    IF WS-REASON-TEXT = SPACES
        EVALUATE TRUE
            WHEN TR-ACTION-UPDATE
                PERFORM 2300-UPDATE-INCIDENT
                    THRU 2300-UPDATE-INCIDENT-EXIT
            WHEN TR-ACTION-CLOSE
                PERFORM 2400-CLOSE-INCIDENT
                    THRU 2400-CLOSE-INCIDENT-EXIT
            WHEN TR-ACTION-REOPEN
                PERFORM 2500-REOPEN-INCIDENT
                    THRU 2500-REOPEN-INCIDENT-EXIT
        END-EVALUATE
    END-IF
    IF WS-REASON-TEXT NOT = SPACES
        MOVE 'REJECTED' TO WS-DISPOSITION
        ADD 1 TO WS-REJECT-COUNT
    END-IF

    PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-WRITE-REPORT-DETAIL-EXIT
    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT.

2000-PROCESS-TRANSACTIONS-EXIT.
    EXIT.

2050-EDIT-TRANSACTION.
    MOVE SPACES TO WS-REASON-TEXT
    EVALUATE TRUE
        WHEN NOT TR-ACTION-UPDATE AND NOT TR-ACTION-CLOSE
                AND NOT TR-ACTION-REOPEN
            MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
        WHEN TR-JOB-NAME = SPACES
            MOVE 'JOB NAME BLANK' TO WS-REASON-TEXT
        WHEN TR-BUSINESS-DATE NOT NUMERIC
            MOVE 'BUSINESS DATE NOT NUMERIC' TO WS-REASON-TEXT
        WHEN TR-INCIDENT-SEQ NOT NUMERIC
            MOVE 'SEQUENCE NOT NUMERIC' TO WS-REASON-TEXT
        WHEN TR-CAUSE-CODE NOT = SPACES AND NOT TR-CAUSE-VALID
            MOVE 'CAUSE CODE NOT RECOGNIZED' TO WS-REASON-TEXT
        WHEN TR-ACTION-UPDATE AND TR-CAUSE-CODE = SPACES
                AND TR-RESOLUTION = SPACES
            MOVE 'NO CAUSE OR RESOLUTION GIVEN' TO WS-REASON-TEXT
    END-EVALUATE.

2050-EDIT-TRANSACTION-EXIT.
    EXIT.

2100-READ-TRANSACTION.
    READ TRANS-FILE
        AT END
            SET WS-TRANS-EOF TO TRUE
    END-READ.

2100-READ-TRANSACTION-EXIT.
    EXIT.

2200-READ-INCIDENT.
    MOVE TR-JOB-NAME TO IN-JOB-NAME
    MOVE TR-BUSINESS-DATE-N TO IN-BUSINESS-DATE
    MOVE TR-INCIDENT-SEQ-N TO IN-INCIDENT-SEQ
    READ INCIDENT-FILE
        INVALID KEY
            MOVE SPACES TO IN-CAUSE-CODE
            MOVE SPACES TO IN-STATUS
            MOVE 'INCIDENT NOT ON FILE' TO WS-REASON-TEXT
    END-READ.

2200-READ-INCIDENT-EXIT.
    EXIT.

2300-UPDATE-INCIDENT.
    IF IN-CLOSED
        MOVE 'CLOSED - REOPEN TO UPDATE' TO WS-REASON-TEXT
        GO TO 2300-UPDATE-INCIDENT-EXIT
    END-IF

    PERFORM 2600-APPLY-CARD-FIELDS THRU 2600-APPLY-CARD-FIELDS-EXIT
    PERFORM 2650-REWRITE-INCIDENT THRU 2650-REWRITE-INCIDENT-EXIT
    IF WS-REASON-TEXT = SPACES
        ADD 1 TO WS-UPDATE-COUNT
    END-IF.

2300-UPDATE-INCIDENT-EXIT.
    EXIT.

2400-CLOSE-INCIDENT.
    IF IN-CLOSED
        MOVE 'INCIDENT ALREADY CLOSED' TO WS-REASON-TEXT
        GO TO 2400-CLOSE-INCIDENT-EXIT
    END-IF
    IF TR-CAUSE-CODE = SPACES AND IN-CAUSE-UNASSIGNED
        MOVE 'CAUSE CODE REQUIRED TO CLOSE' TO WS-REASON-TEXT
        GO TO 2400-CLOSE-INCIDENT-EXIT
    END-IF
    IF TR-RESOLUTION = SPACES AND IN-RESOLUTION = SPACES
        MOVE 'RESOLUTION REQUIRED TO CLOSE' TO WS-REASON-TEXT
        GO TO 2400-CLOSE-INCIDENT-EXIT
    END-IF

    PERFORM 2600-APPLY-CARD-FIELDS THRU 2600-APPLY-CARD-FIELDS-EXIT
    SET IN-CLOSED TO TRUE
    MOVE WS-CDT-DATE TO IN-CLOSED-DATE
    MOVE WS-CDT-TIME TO IN-CLOSED-TIME
    PERFORM 2650-REWRITE-INCIDENT THRU 2650-REWRITE-INCIDENT-EXIT
    IF WS-REASON-TEXT = SPACES
        ADD 1 TO WS-CLOSE-COUNT
    END-IF.

2400-CLOSE-INCIDENT-EXIT.
    EXIT.

2500-REOPEN-INCIDENT.
    IF NOT IN-CLOSED
        MOVE 'INCIDENT IS NOT CLOSED' TO WS-REASON-TEXT
        GO TO 2500-REOPEN-INCIDENT-EXIT
    END-IF

    PERFORM 2600-APPLY-CARD-FIELDS THRU 2600-APPLY-CARD-FIELDS-EXIT
    SET IN-OPEN TO TRUE
    MOVE ZEROES TO IN-CLOSED-DATE
    MOVE ZEROES TO IN-CLOSED-TIME
    PERFORM 2650-REWRITE-INCIDENT THRU 2650-REWRITE-INCIDENT-EXIT
    IF WS-REASON-TEXT = SPACES
        ADD 1 TO WS-REOPEN-COUNT
    END-IF.

2500-REOPEN-INCIDENT-EXIT.
    EXIT.

2600-APPLY-CARD-FIELDS.
    IF TR-CAUSE-CODE NOT = SPACES
        MOVE TR-CAUSE-CODE TO IN-CAUSE-CODE
    END-IF
    IF TR-RESOLUTION NOT = SPACES
        MOVE TR-RESOLUTION TO IN-RESOLUTION
    END-IF
    MOVE WS-CDT-DATE TO IN-LAST-UPDATE-DATE
    MOVE WS-USER-ID TO IN-LAST-UPDATE-USER.

2600-APPLY-CARD-FIELDS-EXIT.
    EXIT.

2650-REWRITE-INCIDENT.
    REWRITE IN-INCIDENT-RECORD
    IF WS-INCIDENT-STATUS NOT = '00'
        MOVE 'REWRITE FAILED' TO WS-REASON-TEXT
    END-IF.

2650-REWRITE-INCIDENT-EXIT.
    EXIT.

2700-WRITE-REPORT-DETAIL.
    MOVE TR-ACTION-CODE TO WS-RPT-DTL-ACTION
    MOVE TR-JOB-NAME TO WS-RPT-DTL-JOB
    MOVE TR-BUSINESS-DATE TO WS-RPT-DTL-DATE
    MOVE TR-INCIDENT-SEQ TO WS-RPT-DTL-SEQ
    MOVE IN-CAUSE-CODE TO WS-RPT-DTL-CAUSE
    EVALUATE TRUE
        WHEN IN-OPEN
            MOVE 'OPEN' TO WS-RPT-DTL-STATUS
        WHEN IN-CLOSED
            MOVE 'CLOSED' TO WS-RPT-DTL-STATUS
        WHEN OTHER
            MOVE SPACES TO WS-RPT-DTL-STATUS
    END-EVALUATE
    MOVE WS-DISPOSITION TO WS-RPT-DTL-DISP
    MOVE WS-REASON-TEXT TO WS-RPT-DTL-REASON
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    IF WS-REASON-TEXT = SPACES AND IN-RESOLUTION NOT = SPACES
        MOVE IN-RESOLUTION TO WS-RPT-RES-TEXT
        MOVE WS-RPT-RESOLUTION-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

2700-WRITE-REPORT-DETAIL-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-UPDATE-COUNT TO WS-RPT-TOT-UPDATES
    MOVE WS-CLOSE-COUNT TO WS-RPT-TOT-CLOSED
    MOVE WS-REOPEN-COUNT TO WS-RPT-TOT-REOPENED
    MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECTS
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE TRANS-FILE
    CLOSE INCIDENT-FILE
    CLOSE REPORT-FILE

    DISPLAY 'INCMAINT: UPDATES=' WS-UPDATE-COUNT
        ' CLOSED=' WS-CLOSE-COUNT
        ' REOPENED=' WS-REOPEN-COUNT
        ' REJECTS=' WS-REJECT-COUNT

    IF WS-REJECT-COUNT > ZERO AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
