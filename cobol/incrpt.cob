*> compile with cobc -free -O -x -o incrpt.exe -I copybooks incrpt.cob
*>
*>---------------------------------------------------------------*
*> INCRPT reports on the incident register (INCIDENT, see
*> INCIDRC) and runs with MONRPT for the month-end review:
*>
*>   OPEN INCIDENT AGING - every incident still open on the run
*>   date, in job / business date order, with its age in days,
*>   whether a clean rerun has been linked, and the cause if one
*>   has been assigned; summarized into 0-1, 2-7, 8-30 and over
*>   30 day buckets.
*>
*>   INCIDENTS BY CAUSE - for the business month on the parameter
*>   card, the incidents under each cause code (unassigned ones
*>   counted apart), how many are still open, how many have
*>   recovered, and the mean time to recover in minutes.
*>
*> Recovery time runs from the failed completion to the linked
*> rerun, or to closure when there was no rerun (see INCIDRC).
*> Incidents not yet recovered are left out of the mean.
*>
*> Parameter card layout (SYSIN):
*>   01-04  Report year  YYYY
*>   05-06  Report month MM
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. INCRPT.
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

    SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IN-INCIDENT-KEY
        FILE STATUS IS WS-INCIDENT-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD.
    05  PC-REPORT-YEAR              PIC 9(04).
    05  PC-REPORT-MONTH             PIC 9(02).
    05  FILLER                      PIC X(74).

FD  INCIDENT-FILE.
    COPY INCIDRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-INCIDENT-STATUS          PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-INCIDENT-EOF-SW          PIC X(01) VALUE 'N'.
        88  WS-INCIDENT-EOF         VALUE 'Y'.
    05  WS-RECOVERED-SW             PIC X(01) VALUE 'N'.
        88  WS-RECOVERED            VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-MONTH-CONTROL.
    05  WS-REPORT-YYYYMM            PIC 9(06) VALUE ZEROES.
    05  WS-RECORD-YYYYMM            PIC 9(06) VALUE ZEROES.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-MESSAGE-AREA                 PIC X(80).

*>  Time arithmetic. Dates are counted with INTEGER-OF-DATE; the
*>  times are HHMMSS and are taken to the minute.
01  WS-TIME-WORK.
    05  WS-START-DATE               PIC 9(08).
    05  WS-START-TIME               PIC 9(06).
    05  WS-END-DATE                 PIC 9(08).
    05  WS-END-TIME                 PIC 9(06).
    05  WS-TODAY-INT                PIC 9(07).
    05  WS-AGE-DAYS                 PIC S9(07).
    05  WS-RECOVERY-MINUTES         PIC S9(09).
    05  WS-START-MINUTES            PIC 9(04).
    05  WS-END-MINUTES              PIC 9(04).
    05  WS-HOURS                    PIC 9(02).
    05  WS-MINUTES                  PIC 9(02).
    05  WS-SECONDS-REST             PIC 9(04).

*>  Cause codes in report order; the last entry collects the
*>  incidents with no cause assigned yet.
01  WS-CAUSE-VALUES.
    05  FILLER                      PIC X(24)
        VALUE 'DATAINPUT DATA          '.
    05  FILLER                      PIC X(24)
        VALUE 'PROGPROGRAM DEFECT      '.
    05  FILLER                      PIC X(24)
        VALUE 'OPEROPERATOR ACTION     '.
    05  FILLER                      PIC X(24)
        VALUE 'SYSTSYSTEM / INFRA      '.
    05  FILLER                      PIC X(24)
        VALUE 'SCHDSCHEDULE / PREREQ   '.
    05  FILLER                      PIC X(24)
        VALUE 'EXTLEXTERNAL FEED       '.
    05  FILLER                      PIC X(24)
        VALUE 'OTHROTHER               '.
    05  FILLER                      PIC X(24)
        VALUE '    NOT YET ASSIGNED    '.
01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.
    05  WS-CAUSE-ENTRY OCCURS 8 TIMES.
        10  WS-CAUSE-CODE           PIC X(04).
        10  WS-CAUSE-DESC           PIC X(20).

01  WS-CAUSE-STATS.
    05  WS-CAUSE-COUNT              PIC 9(01) COMP VALUE 8.
    05  WS-CAUSE-SUB                PIC 9(02) COMP VALUE ZERO.
    05  WS-CS-ENTRY OCCURS 8 TIMES.
        10  WS-CS-INCIDENTS         PIC 9(05) COMP.
        10  WS-CS-OPEN              PIC 9(05) COMP.
        10  WS-CS-RECOVERED         PIC 9(05) COMP.
        10  WS-CS-MINUTES           PIC 9(09) COMP.

01  WS-AGING-TOTALS.
    05  WS-OPEN-COUNT               PIC 9(05) COMP VALUE ZERO.
    05  WS-AGE-0-1-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-AGE-2-7-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-AGE-8-30-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-AGE-OVER-30-COUNT        PIC 9(05) COMP VALUE ZERO.
    05  WS-OPEN-RERUN-COUNT         PIC 9(05) COMP VALUE ZERO.

01  WS-MONTH-TOTALS.
    05  WS-TOT-INCIDENTS            PIC 9(05) COMP VALUE ZERO.
    05  WS-TOT-OPEN                 PIC 9(05) COMP VALUE ZERO.
    05  WS-TOT-RECOVERED            PIC 9(05) COMP VALUE ZERO.
    05  WS-TOT-MINUTES              PIC 9(09) COMP VALUE ZERO.
    05  WS-MEAN-MINUTES             PIC 9(07) VALUE ZEROES.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'INCIDENT REGISTER REPORT'.
    05  FILLER                      PIC X(15)
        VALUE 'REPORT MONTH: '.
    05  WS-RPT-HDG-MONTH            PIC 9(06).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).

01  WS-RPT-SECTION-LINE.
    05  WS-RPT-SECTION-TITLE        PIC X(60).

01  WS-RPT-AGING-COLUMNS.
    05  FILLER                      PIC X(08) VALUE 'JOB NAME'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BUS DATE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'SEQ'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'SRC'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'STEP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'RC'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(14) VALUE 'FAILED AT'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'AGE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(14) VALUE 'RERUN AT'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'CAUSE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DETAIL'.

01  WS-RPT-AGING-LINE.
    05  WS-RPT-AGE-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-DATE             PIC 9(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-SEQ              PIC 9(02).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-SOURCE           PIC X(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-STEP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-RC               PIC 9(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-FAILED           PIC 9(14).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-DAYS             PIC ZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-RERUN            PIC X(14).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-CAUSE            PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-AGE-DETAIL           PIC X(30).

01  WS-RPT-AGING-TOTAL-LINE.
    05  FILLER                      PIC X(06) VALUE 'OPEN: '.
    05  WS-RPT-AGT-OPEN             PIC 9(05).
    05  FILLER                      PIC X(12) VALUE '  0-1 DAYS='.
    05  WS-RPT-AGT-0-1              PIC 9(05).
    05  FILLER                      PIC X(12) VALUE '  2-7 DAYS='.
    05  WS-RPT-AGT-2-7              PIC 9(05).
    05  FILLER                      PIC X(13) VALUE '  8-30 DAYS='.
    05  WS-RPT-AGT-8-30             PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  OVER 30='.
    05  WS-RPT-AGT-OVER-30          PIC 9(05).
    05  FILLER                      PIC X(16) VALUE '  RERUN LINKED='.
    05  WS-RPT-AGT-RERUN            PIC 9(05).

01  WS-RPT-CAUSE-COLUMNS.
    05  FILLER                      PIC X(05) VALUE 'CAUSE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(20) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(09) VALUE 'INCIDENTS'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(05) VALUE 'OPEN'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(09) VALUE 'RECOVERED'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE 'MTTR(MIN)'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(09) VALUE 'MTTR(H:M)'.

01  WS-RPT-CAUSE-LINE.
    05  WS-RPT-CAU-CODE             PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-CAU-DESC             PIC X(20).
    05  FILLER                      PIC X(07) VALUE SPACES.
    05  WS-RPT-CAU-INCIDENTS        PIC ZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-CAU-OPEN             PIC ZZZZ9.
    05  FILLER                      PIC X(07) VALUE SPACES.
    05  WS-RPT-CAU-RECOVERED        PIC ZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-CAU-MTTR             PIC X(10).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-CAU-MTTR-HM          PIC X(09).

01  WS-RPT-EDIT-FIELDS.
    05  WS-EDIT-MTTR                PIC Z(06)9.
    05  WS-EDIT-HM.
        10  WS-EDIT-HM-HOURS        PIC Z(05)9.
        10  FILLER                  PIC X(01) VALUE ':'.
        10  WS-EDIT-HM-MINUTES      PIC 9(02).

01  WS-RPT-MONTH-TOTAL-LINE.
    05  FILLER                      PIC X(13) VALUE 'MONTH TOTAL: '.
    05  FILLER                      PIC X(12) VALUE '  INCIDENTS='.
    05  WS-RPT-MTT-INCIDENTS        PIC 9(05).
    05  FILLER                      PIC X(07) VALUE '  OPEN='.
    05  WS-RPT-MTT-OPEN             PIC 9(05).
    05  FILLER                      PIC X(12) VALUE '  RECOVERED='.
    05  WS-RPT-MTT-RECOVERED        PIC 9(05).
    05  FILLER                      PIC X(12) VALUE '  MTTR(MIN)='.
    05  WS-RPT-MTT-MTTR             PIC 9(07).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-SCAN-INCIDENTS THRU 2000-SCAN-INCIDENTS-EXIT
        UNTIL WS-INCIDENT-EOF
    PERFORM 3000-PRINT-AGING-TOTALS THRU 3000-PRINT-AGING-TOTALS-EXIT
    PERFORM 4000-PRINT-CAUSE-SUMMARY THRU 4000-PRINT-CAUSE-SUMMARY-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-CDT-DATE)

    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSIN PARAMETER CARD' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    READ SYSIN-FILE
        AT END
            MOVE 'SYSIN PARAMETER CARD IS EMPTY' TO WS-MESSAGE-AREA
            CLOSE SYSIN-FILE
            GO TO 9500-ABEND-EXIT
    END-READ

    CLOSE SYSIN-FILE

    IF PC-REPORT-YEAR NOT NUMERIC OR PC-REPORT-MONTH NOT NUMERIC
            OR PC-REPORT-MONTH < 01 OR PC-REPORT-MONTH > 12
        MOVE 'INVALID REPORT YEAR/MONTH ON PARAMETER CARD'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    COMPUTE WS-REPORT-YYYYMM =
        PC-REPORT-YEAR * 100 + PC-REPORT-MONTH

    OPEN INPUT INCIDENT-FILE
    IF WS-INCIDENT-STATUS = '05' OR WS-INCIDENT-STATUS = '35'
*>      No register yet - the report prints with zero counts.
        SET WS-INCIDENT-EOF TO TRUE
    ELSE
        IF WS-INCIDENT-STATUS NOT = '00'
            MOVE 'UNABLE TO OPEN INCIDENT REGISTER' TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSOUT REPORT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    MOVE ZERO TO WS-CAUSE-SUB
    PERFORM 1100-CLEAR-CAUSE-STATS THRU 1100-CLEAR-CAUSE-STATS-EXIT
        UNTIL WS-CAUSE-SUB = WS-CAUSE-COUNT

    MOVE WS-REPORT-YYYYMM TO WS-RPT-HDG-MONTH
    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'OPEN INCIDENT AGING' TO WS-RPT-SECTION-TITLE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-AGING-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

1100-CLEAR-CAUSE-STATS.
    ADD 1 TO WS-CAUSE-SUB
    MOVE ZERO TO WS-CS-INCIDENTS (WS-CAUSE-SUB)
    MOVE ZERO TO WS-CS-OPEN (WS-CAUSE-SUB)
    MOVE ZERO TO WS-CS-RECOVERED (WS-CAUSE-SUB)
    MOVE ZERO TO WS-CS-MINUTES (WS-CAUSE-SUB).

1100-CLEAR-CAUSE-STATS-EXIT.
    EXIT.

2000-SCAN-INCIDENTS.
    READ INCIDENT-FILE NEXT RECORD
        AT END
            SET WS-INCIDENT-EOF TO TRUE
            GO TO 2000-SCAN-INCIDENTS-EXIT
    END-READ

*>  A warning's JOBLOG date is the business date, not the clock,
*>  so its clock starts when INCSCAN registered it.
    IF IN-FROM-JOBLOG
        MOVE IN-OPENED-DATE TO WS-START-DATE
        MOVE IN-OPENED-TIME TO WS-START-TIME
    ELSE
        MOVE IN-FAIL-DATE TO WS-START-DATE
        MOVE IN-FAIL-TIME TO WS-START-TIME
    END-IF

    IF IN-OPEN
        PERFORM 2100-AGE-OPEN-INCIDENT THRU 2100-AGE-OPEN-INCIDENT-EXIT
    END-IF

    MOVE IN-BUSINESS-DATE (1:6) TO WS-RECORD-YYYYMM
    IF WS-RECORD-YYYYMM = WS-REPORT-YYYYMM
        PERFORM 2200-ACCUMULATE-CAUSE THRU 2200-ACCUMULATE-CAUSE-EXIT
    END-IF.

2000-SCAN-INCIDENTS-EXIT.
    EXIT.

2100-AGE-OPEN-INCIDENT.
    ADD 1 TO WS-OPEN-COUNT
    COMPUTE WS-AGE-DAYS =
        WS-TODAY-INT - FUNCTION INTEGER-OF-DATE (WS-START-DATE)
    IF WS-AGE-DAYS < ZERO
        MOVE ZERO TO WS-AGE-DAYS
    END-IF
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 1
            ADD 1 TO WS-AGE-0-1-COUNT
        WHEN WS-AGE-DAYS <= 7
            ADD 1 TO WS-AGE-2-7-COUNT
        WHEN WS-AGE-DAYS <= 30
            ADD 1 TO WS-AGE-8-30-COUNT
        WHEN OTHER
            ADD 1 TO WS-AGE-OVER-30-COUNT
    END-EVALUATE

    MOVE IN-JOB-NAME TO WS-RPT-AGE-JOB
    MOVE IN-BUSINESS-DATE TO WS-RPT-AGE-DATE
    MOVE IN-INCIDENT-SEQ TO WS-RPT-AGE-SEQ
    MOVE IN-SOURCE TO WS-RPT-AGE-SOURCE
    MOVE IN-STEP-NAME TO WS-RPT-AGE-STEP
    MOVE IN-RETURN-CODE TO WS-RPT-AGE-RC
    MOVE IN-FAIL-TIMESTAMP TO WS-RPT-AGE-FAILED
    MOVE WS-AGE-DAYS TO WS-RPT-AGE-DAYS
    IF IN-RERUN-TIMESTAMP = ZEROES
        MOVE 'NONE' TO WS-RPT-AGE-RERUN
    ELSE
        MOVE IN-RERUN-TIMESTAMP TO WS-RPT-AGE-RERUN
        ADD 1 TO WS-OPEN-RERUN-COUNT
    END-IF
    MOVE IN-CAUSE-CODE TO WS-RPT-AGE-CAUSE
    MOVE IN-MESSAGE-TEXT TO WS-RPT-AGE-DETAIL
    MOVE WS-RPT-AGING-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2100-AGE-OPEN-INCIDENT-EXIT.
    EXIT.

2200-ACCUMULATE-CAUSE.
*>  Unrecognized or blank causes fall through to the last entry.
    MOVE 1 TO WS-CAUSE-SUB
    PERFORM 2210-FIND-CAUSE THRU 2210-FIND-CAUSE-EXIT
        UNTIL WS-CAUSE-SUB = WS-CAUSE-COUNT
           OR WS-CAUSE-CODE (WS-CAUSE-SUB) = IN-CAUSE-CODE

    ADD 1 TO WS-CS-INCIDENTS (WS-CAUSE-SUB)
    IF IN-OPEN
        ADD 1 TO WS-CS-OPEN (WS-CAUSE-SUB)
    END-IF

    PERFORM 2300-RECOVERY-TIME THRU 2300-RECOVERY-TIME-EXIT
    IF WS-RECOVERED
        ADD 1 TO WS-CS-RECOVERED (WS-CAUSE-SUB)
        ADD WS-RECOVERY-MINUTES TO WS-CS-MINUTES (WS-CAUSE-SUB)
    END-IF.

2200-ACCUMULATE-CAUSE-EXIT.
    EXIT.

2210-FIND-CAUSE.
    ADD 1 TO WS-CAUSE-SUB.

2210-FIND-CAUSE-EXIT.
    EXIT.

2300-RECOVERY-TIME.
    MOVE 'N' TO WS-RECOVERED-SW
    EVALUATE TRUE
        WHEN IN-RERUN-TIMESTAMP NOT = ZEROES
            MOVE IN-RERUN-DATE TO WS-END-DATE
            MOVE IN-RERUN-TIME TO WS-END-TIME
        WHEN IN-CLOSED
            MOVE IN-CLOSED-DATE TO WS-END-DATE
            MOVE IN-CLOSED-TIME TO WS-END-TIME
        WHEN OTHER
            GO TO 2300-RECOVERY-TIME-EXIT
    END-EVALUATE

    DIVIDE WS-START-TIME BY 10000 GIVING WS-HOURS
        REMAINDER WS-SECONDS-REST
    DIVIDE WS-SECONDS-REST BY 100 GIVING WS-MINUTES
    COMPUTE WS-START-MINUTES = WS-HOURS * 60 + WS-MINUTES
    DIVIDE WS-END-TIME BY 10000 GIVING WS-HOURS
        REMAINDER WS-SECONDS-REST
    DIVIDE WS-SECONDS-REST BY 100 GIVING WS-MINUTES
    COMPUTE WS-END-MINUTES = WS-HOURS * 60 + WS-MINUTES

    COMPUTE WS-RECOVERY-MINUTES =
        (FUNCTION INTEGER-OF-DATE (WS-END-DATE)
            - FUNCTION INTEGER-OF-DATE (WS-START-DATE)) * 1440
        + WS-END-MINUTES - WS-START-MINUTES
    IF WS-RECOVERY-MINUTES < ZERO
        MOVE ZERO TO WS-RECOVERY-MINUTES
    END-IF
    SET WS-RECOVERED TO TRUE.

2300-RECOVERY-TIME-EXIT.
    EXIT.

3000-PRINT-AGING-TOTALS.
    MOVE WS-OPEN-COUNT TO WS-RPT-AGT-OPEN
    MOVE WS-AGE-0-1-COUNT TO WS-RPT-AGT-0-1
    MOVE WS-AGE-2-7-COUNT TO WS-RPT-AGT-2-7
    MOVE WS-AGE-8-30-COUNT TO WS-RPT-AGT-8-30
    MOVE WS-AGE-OVER-30-COUNT TO WS-RPT-AGT-OVER-30
    MOVE WS-OPEN-RERUN-COUNT TO WS-RPT-AGT-RERUN
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-AGING-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

3000-PRINT-AGING-TOTALS-EXIT.
    EXIT.

4000-PRINT-CAUSE-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO WS-RPT-SECTION-TITLE
    STRING 'INCIDENTS BY CAUSE - BUSINESS MONTH ' WS-REPORT-YYYYMM
        DELIMITED BY SIZE INTO WS-RPT-SECTION-TITLE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-CAUSE-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE ZERO TO WS-CAUSE-SUB
    PERFORM 4100-PRINT-CAUSE-LINE THRU 4100-PRINT-CAUSE-LINE-EXIT
        UNTIL WS-CAUSE-SUB = WS-CAUSE-COUNT

    MOVE WS-TOT-INCIDENTS TO WS-RPT-MTT-INCIDENTS
    MOVE WS-TOT-OPEN TO WS-RPT-MTT-OPEN
    MOVE WS-TOT-RECOVERED TO WS-RPT-MTT-RECOVERED
    IF WS-TOT-RECOVERED > ZERO
        COMPUTE WS-MEAN-MINUTES = WS-TOT-MINUTES / WS-TOT-RECOVERED
    ELSE
        MOVE ZEROES TO WS-MEAN-MINUTES
    END-IF
    MOVE WS-MEAN-MINUTES TO WS-RPT-MTT-MTTR
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-MONTH-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

4000-PRINT-CAUSE-SUMMARY-EXIT.
    EXIT.

4100-PRINT-CAUSE-LINE.
    ADD 1 TO WS-CAUSE-SUB
    ADD WS-CS-INCIDENTS (WS-CAUSE-SUB) TO WS-TOT-INCIDENTS
    ADD WS-CS-OPEN (WS-CAUSE-SUB) TO WS-TOT-OPEN
    ADD WS-CS-RECOVERED (WS-CAUSE-SUB) TO WS-TOT-RECOVERED
    ADD WS-CS-MINUTES (WS-CAUSE-SUB) TO WS-TOT-MINUTES

    MOVE WS-CAUSE-CODE (WS-CAUSE-SUB) TO WS-RPT-CAU-CODE
    MOVE WS-CAUSE-DESC (WS-CAUSE-SUB) TO WS-RPT-CAU-DESC
    MOVE WS-CS-INCIDENTS (WS-CAUSE-SUB) TO WS-RPT-CAU-INCIDENTS
    MOVE WS-CS-OPEN (WS-CAUSE-SUB) TO WS-RPT-CAU-OPEN
    MOVE WS-CS-RECOVERED (WS-CAUSE-SUB) TO WS-RPT-CAU-RECOVERED
    IF WS-CS-RECOVERED (WS-CAUSE-SUB) > ZERO
        COMPUTE WS-MEAN-MINUTES = WS-CS-MINUTES (WS-CAUSE-SUB)
            / WS-CS-RECOVERED (WS-CAUSE-SUB)
        MOVE WS-MEAN-MINUTES TO WS-EDIT-MTTR
        MOVE WS-EDIT-MTTR TO WS-RPT-CAU-MTTR
        DIVIDE WS-MEAN-MINUTES BY 60 GIVING WS-EDIT-HM-HOURS
            REMAINDER WS-EDIT-HM-MINUTES
        MOVE WS-EDIT-HM TO WS-RPT-CAU-MTTR-HM
    ELSE
        MOVE '       N/A' TO WS-RPT-CAU-MTTR
        MOVE '      N/A' TO WS-RPT-CAU-MTTR-HM
    END-IF
    MOVE WS-RPT-CAUSE-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

4100-PRINT-CAUSE-LINE-EXIT.
    EXIT.

9000-TERMINATE.
    CLOSE INCIDENT-FILE
    CLOSE REPORT-FILE
    DISPLAY 'INCRPT: OPEN=' WS-OPEN-COUNT
        ' MONTH INCIDENTS=' WS-TOT-INCIDENTS
        ' MTTR(MIN)=' WS-MEAN-MINUTES
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9500-ABEND-EXIT.
    DISPLAY 'INCRPT: ' WS-MESSAGE-AREA
    DISPLAY 'INCRPT: ' WS-MESSAGE-AREA UPON CONSOLE
    MOVE 0012 TO WS-RETURN-CODE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    GO TO 9999-EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
