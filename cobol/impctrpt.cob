*> compile with cobc -free -O -x -o impctrpt.exe -I copybooks impctrpt.cob
*>
*>---------------------------------------------------------------*
*> IMPCTRPT is the downstream impact report. When a job fails in
*> the night it answers the operator's first question - what is
*> this going to hold up, and which of those will miss their SLA
*> if it is not fixed within the hour - from the DEPEND job
*> dependency master (DEPMAINT) instead of from memory.
*>
*> For the business date on the parameter card it reads the
*> STATUSOUT completion file (latest timestamp wins per job, as in
*> PREQGATE) and finds every problem job:
*>
*>   FAILED  - completed with a return code above its tolerance,
*>             the lowest maximum RC any dependent allows it on
*>             the DEPEND master (RC=4 when nothing depends on it)
*>   MISSING - no completion yet although it is scheduled on the
*>             BATCTL master for the business date's day of week
*>             and its latest-start time has passed, or - when it
*>             is a prerequisite but has no BATCTL schedule at all
*>             - no completion yet, since nothing says it is not due
*>
*> Under each problem job every job step that depends on it,
*> directly or further down the chain, is listed once with the
*> level it sits at, the prerequisite it is reached through, and
*> its BATCTL latest-start and SLA deadline. A dependent is
*> flagged SLA AT RISK when a fix landing at the end of the fix
*> window (the as-of time plus the window, one hour by default)
*> would already be past its latest-start or its SLA deadline.
*> Times are HHMMSS on one clock day, as in TRENDRPT - a window
*> running past midnight is taken to end at 23:59:59.
*>
*> Ends RC=0 when nothing failed or is missing, RC=4 for problem
*> jobs with no dependent at risk, RC=8 when any dependent is at
*> risk, RC=12 for a bad parameter card or file error.
*>
*> Parameter card layout (SYSIN):
*>   01-08  Business date YYYYMMDD
*>   09-14  As-of time HHMMSS     (blank = the time of the run)
*>   15-17  Fix window in minutes (blank = 060)
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>   2026-10-15  DLW   Business date must be a real calendar date.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. IMPCTRPT.
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

    SELECT OPTIONAL STATUSOUT-FILE ASSIGN TO "STATUSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUSOUT-STATUS.

    SELECT OPTIONAL DEPEND-FILE ASSIGN TO "DEPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DP-DEPENDENCY-KEY
        FILE STATUS IS WS-DEPEND-STATUS.

    SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BC-CONTROL-KEY
        FILE STATUS IS WS-BATCTL-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD.
    05  PC-BUSINESS-DATE            PIC X(08).
    05  PC-AS-OF-TIME               PIC X(06).
    05  PC-AS-OF-TIME-NUM REDEFINES PC-AS-OF-TIME
                                    PIC 9(06).
    05  PC-FIX-WINDOW               PIC X(03).
    05  PC-FIX-WINDOW-NUM REDEFINES PC-FIX-WINDOW
                                    PIC 9(03).
    05  FILLER                      PIC X(63).

FD  STATUSOUT-FILE
    RECORDING MODE IS F.
01  STATUSOUT-RECORD                PIC X(44).

FD  DEPEND-FILE.
    COPY DEPENDRC.

FD  BATCH-CONTROL-FILE.
    COPY BATCTLRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
COPY STATOUTC.

01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-STATUSOUT-STATUS         PIC X(02) VALUE '00'.
    05  WS-DEPEND-STATUS            PIC X(02) VALUE '00'.
    05  WS-BATCTL-STATUS            PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-STATUSOUT-EOF-SW         PIC X(01) VALUE 'N'.
        88  WS-STATUSOUT-EOF        VALUE 'Y'.
    05  WS-DEPEND-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-DEPEND-EOF           VALUE 'Y'.
    05  WS-BATCTL-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-BATCTL-EOF           VALUE 'Y'.
    05  WS-BATCTL-OPEN-SW           PIC X(01) VALUE 'N'.
        88  WS-BATCTL-OPEN          VALUE 'Y'.
    05  WS-JOB-FOUND-SW             PIC X(01) VALUE 'N'.
        88  WS-JOB-FOUND            VALUE 'Y'.
    05  WS-ADD-IF-MISSING-SW        PIC X(01) VALUE 'N'.
        88  WS-ADD-IF-MISSING       VALUE 'Y'.
    05  WS-BATCTL-FOUND-SW          PIC X(01) VALUE 'N'.
        88  WS-BATCTL-FOUND         VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-RUN-PARAMETERS.
    05  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROES.
    05  WS-AS-OF-TIME               PIC 9(06) VALUE ZEROES.
    05  WS-FIX-WINDOW               PIC 9(03) VALUE 060.
    05  WS-FIX-TIME                 PIC 9(06) VALUE ZEROES.
    05  WS-DEFAULT-TOLERANCE        PIC 9(04) VALUE 0004.

01  WS-DAY-OF-WEEK-WORK.
    05  WS-DOW-INTEGER              PIC 9(09).
    05  WS-BUSINESS-DOW             PIC 9(01).

*>  HHMMSS times are turned into seconds of the day to add the
*>  fix window and compare.
01  WS-TIME-WORK.
    05  WS-CONV-TIME                PIC 9(06).
    05  WS-CONV-TIME-PARTS REDEFINES WS-CONV-TIME.
        10  WS-CONV-HH              PIC 9(02).
        10  WS-CONV-MM              PIC 9(02).
        10  WS-CONV-SS              PIC 9(02).
    05  WS-CONV-SECONDS             PIC 9(06) COMP.
    05  WS-FIX-SECONDS              PIC 9(06) COMP.
    05  WS-LAST-SECOND              PIC 9(06) COMP VALUE 86399.
    05  WS-CONV-REMAINDER           PIC 9(06) COMP.

01  WS-COUNTERS.
    05  WS-FAILED-COUNT             PIC 9(04) COMP VALUE ZERO.
    05  WS-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
    05  WS-DEPENDENT-COUNT          PIC 9(04) COMP VALUE ZERO.
    05  WS-AT-RISK-COUNT            PIC 9(04) COMP VALUE ZERO.
    05  WS-SECTION-LINES            PIC 9(04) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-MESSAGE-AREA                 PIC X(80).

*>  One entry per job named anywhere - on the dependency master,
*>  in STATUSOUT for the business date, or scheduled on BATCTL
*>  for its day of week.
01  WS-JOB-TABLE-CONTROL.
    05  WS-JOB-COUNT                PIC 9(04) COMP VALUE ZERO.
    05  WS-JOB-SUB                  PIC 9(04) COMP VALUE ZERO.
    05  WS-JOB-MAX                  PIC 9(04) COMP VALUE 500.
    05  WS-PROBLEM-SUB              PIC 9(04) COMP VALUE ZERO.
    05  WS-FIND-JOB-NAME            PIC X(08).

01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 500 TIMES.
        10  WS-JT-JOB-NAME          PIC X(08).
        10  WS-JT-COMPLETED-SW      PIC X(01).
            88  WS-JT-COMPLETED     VALUE 'Y'.
        10  WS-JT-RC                PIC 9(04).
        10  WS-JT-TIMESTAMP         PIC 9(14).
        10  WS-JT-SCHEDULED-SW      PIC X(01).
            88  WS-JT-SCHEDULED     VALUE 'Y'.
        10  WS-JT-LATEST-START      PIC 9(06).
        10  WS-JT-ON-BATCTL-SW      PIC X(01).
            88  WS-JT-ON-BATCTL     VALUE 'Y'.
        10  WS-JT-PREREQ-SW         PIC X(01).
            88  WS-JT-IS-PREREQ     VALUE 'Y'.
        10  WS-JT-TOLERANCE         PIC 9(04).
        10  WS-JT-STATUS            PIC X(01).
            88  WS-JT-FAILED        VALUE 'F'.
            88  WS-JT-MISSING       VALUE 'M'.
            88  WS-JT-PROBLEM       VALUE 'F' 'M'.
        10  WS-JT-QUEUED-SW         PIC X(01).
            88  WS-JT-QUEUED        VALUE 'Y'.

*>  Every dependency on the master. WS-EDGE-LISTED marks a job
*>  step already printed under the problem job being walked.
01  WS-EDGE-TABLE-CONTROL.
    05  WS-EDGE-COUNT               PIC 9(04) COMP VALUE ZERO.
    05  WS-EDGE-SUB                 PIC 9(04) COMP VALUE ZERO.
    05  WS-EDGE-MARK-SUB            PIC 9(04) COMP VALUE ZERO.
    05  WS-EDGE-MAX                 PIC 9(04) COMP VALUE 2000.

01  WS-EDGE-TABLE.
    05  WS-EDGE-ENTRY OCCURS 2000 TIMES.
        10  WS-EDGE-JOB             PIC X(08).
        10  WS-EDGE-STEP            PIC X(08).
        10  WS-EDGE-PREREQ          PIC X(08).
        10  WS-EDGE-MAX-RC          PIC 9(04).
        10  WS-EDGE-LISTED-SW       PIC X(01).
            88  WS-EDGE-LISTED      VALUE 'Y'.

*>  Jobs still to be walked below the problem job, with the level
*>  each sits at. A job is queued once, however many paths lead
*>  to it.
01  WS-WALK-CONTROL.
    05  WS-WALK-COUNT               PIC 9(04) COMP VALUE ZERO.
    05  WS-WALK-SUB                 PIC 9(04) COMP VALUE ZERO.
    05  WS-WALK-LEVEL               PIC 9(03) COMP VALUE ZERO.

01  WS-WALK-TABLE.
    05  WS-WALK-ENTRY OCCURS 500 TIMES.
        10  WS-WALK-JOB-SUB         PIC 9(04) COMP.
        10  WS-WALK-JOB-LEVEL       PIC 9(03) COMP.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(40)
        VALUE 'DOWNSTREAM IMPACT / SLA AT RISK REPORT'.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).
    05  FILLER                      PIC X(08) VALUE '  TIME: '.
    05  WS-RPT-HDG-TIME             PIC 9(06).

01  WS-RPT-HEADING-LINE-2.
    05  FILLER                      PIC X(15) VALUE 'BUSINESS DATE: '.
    05  WS-RPT-HDG-BUS-DATE         PIC 9(08).
    05  FILLER                      PIC X(10) VALUE '  AS OF: '.
    05  WS-RPT-HDG-AS-OF            PIC 9(06).
    05  FILLER                      PIC X(15) VALUE '  FIX WINDOW: '.
    05  WS-RPT-HDG-WINDOW           PIC ZZ9.
    05  FILLER                      PIC X(20) VALUE ' MIN   FIXED BY: '.
    05  WS-RPT-HDG-FIX-TIME         PIC 9(06).

01  WS-RPT-PROBLEM-LINE.
    05  FILLER                      PIC X(13) VALUE 'PROBLEM JOB: '.
    05  WS-RPT-PRB-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-PRB-DISP             PIC X(60).

01  WS-RPT-COLUMN-LINE.
    05  FILLER                      PIC X(05) VALUE 'LEVEL'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'JOB NAME'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'STEP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'VIA'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'LATEST START'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE 'SLA'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(20) VALUE 'STATUS'.

01  WS-RPT-DETAIL-LINE.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-LEVEL            PIC ZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-STEP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-VIA              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-LATEST-START     PIC X(06).
    05  FILLER                      PIC X(09) VALUE SPACES.
    05  WS-RPT-DTL-SLA              PIC X(06).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-STATUS           PIC X(20).

01  WS-RPT-NONE-LINE.
    05  FILLER                      PIC X(08) VALUE SPACES.
    05  FILLER                      PIC X(40)
        VALUE 'NO DEPENDENT JOBS ON THE DEPEND MASTER'.

01  WS-RPT-CLEAN-LINE.
    05  FILLER                      PIC X(48)
        VALUE 'NO FAILED OR MISSING JOBS FOR THE BUSINESS DATE'.

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(14) VALUE 'PROBLEM JOBS: '.
    05  FILLER                      PIC X(07) VALUE 'FAILED='.
    05  WS-RPT-TOT-FAILED           PIC 9(04).
    05  FILLER                      PIC X(10) VALUE '  MISSING='.
    05  WS-RPT-TOT-MISSING          PIC 9(04).
    05  FILLER                      PIC X(13) VALUE '  DEPENDENTS='.
    05  WS-RPT-TOT-DEPENDENTS       PIC 9(04).
    05  FILLER                      PIC X(10) VALUE '  AT RISK='.
    05  WS-RPT-TOT-AT-RISK          PIC 9(04).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-LOAD-DEPENDENCIES THRU 2000-LOAD-DEPENDENCIES-EXIT
    PERFORM 3000-LOAD-COMPLETIONS THRU 3000-LOAD-COMPLETIONS-EXIT
    PERFORM 4000-LOAD-SCHEDULE THRU 4000-LOAD-SCHEDULE-EXIT
    PERFORM 5000-CLASSIFY-JOBS THRU 5000-CLASSIFY-JOBS-EXIT
    PERFORM 6000-PRINT-IMPACT THRU 6000-PRINT-IMPACT-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

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

    IF PC-BUSINESS-DATE NOT NUMERIC
        MOVE 'INVALID BUSINESS DATE ON PARAMETER CARD'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    MOVE PC-BUSINESS-DATE TO WS-BUSINESS-DATE

*>  A blank as-of time means now - the usual case when the report
*>  is run at the moment a job fails.
    IF PC-AS-OF-TIME = SPACES
        MOVE WS-CDT-TIME TO WS-AS-OF-TIME
    ELSE
        IF PC-AS-OF-TIME NOT NUMERIC
            MOVE 'INVALID AS-OF TIME ON PARAMETER CARD'
                TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        MOVE PC-AS-OF-TIME-NUM TO WS-AS-OF-TIME
    END-IF
    MOVE WS-AS-OF-TIME TO WS-CONV-TIME
    IF WS-CONV-HH > 23 OR WS-CONV-MM > 59 OR WS-CONV-SS > 59
        MOVE 'INVALID AS-OF TIME ON PARAMETER CARD'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    IF PC-FIX-WINDOW NOT = SPACES
        IF PC-FIX-WINDOW NOT NUMERIC
            MOVE 'INVALID FIX WINDOW ON PARAMETER CARD'
                TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        IF PC-FIX-WINDOW-NUM NOT = ZERO
            MOVE PC-FIX-WINDOW-NUM TO WS-FIX-WINDOW
        END-IF
    END-IF

*>  The fix lands at the end of the window; a window running past
*>  midnight stops at the end of the clock day.
    PERFORM 7500-TIME-TO-SECONDS THRU 7500-TIME-TO-SECONDS-EXIT
    COMPUTE WS-FIX-SECONDS = WS-CONV-SECONDS + WS-FIX-WINDOW * 60
    IF WS-FIX-SECONDS > WS-LAST-SECOND
        MOVE WS-LAST-SECOND TO WS-FIX-SECONDS
    END-IF
    DIVIDE WS-FIX-SECONDS BY 3600 GIVING WS-CONV-HH
        REMAINDER WS-CONV-REMAINDER
    DIVIDE WS-CONV-REMAINDER BY 60 GIVING WS-CONV-MM
        REMAINDER WS-CONV-SS
    MOVE WS-CONV-TIME TO WS-FIX-TIME

*>  Day 1 of INTEGER-OF-DATE is Monday 1601-01-01, so Monday=1
*>  through Sunday=7 lines up with the BATCTL run-day flags.
    COMPUTE WS-DOW-INTEGER =
        FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
    IF WS-DOW-INTEGER = ZERO
        MOVE 'BUSINESS DATE NOT A VALID CALENDAR DATE'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    COMPUTE WS-BUSINESS-DOW =
        FUNCTION MOD (WS-DOW-INTEGER - 1, 7) + 1

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSOUT REPORT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-CDT-TIME TO WS-RPT-HDG-TIME
    MOVE WS-BUSINESS-DATE TO WS-RPT-HDG-BUS-DATE
    MOVE WS-AS-OF-TIME TO WS-RPT-HDG-AS-OF
    MOVE WS-FIX-WINDOW TO WS-RPT-HDG-WINDOW
    MOVE WS-FIX-TIME TO WS-RPT-HDG-FIX-TIME
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

2000-LOAD-DEPENDENCIES.
*>  No dependency master yet - every problem job is reported
*>  with no dependents.
    OPEN INPUT DEPEND-FILE
    IF WS-DEPEND-STATUS = '05' OR WS-DEPEND-STATUS = '35'
        IF WS-DEPEND-STATUS = '05'
            CLOSE DEPEND-FILE
        END-IF
        GO TO 2000-LOAD-DEPENDENCIES-EXIT
    END-IF
    IF WS-DEPEND-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN DEPEND MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    PERFORM 2100-LOAD-ONE-EDGE THRU 2100-LOAD-ONE-EDGE-EXIT
        UNTIL WS-DEPEND-EOF
    CLOSE DEPEND-FILE.

2000-LOAD-DEPENDENCIES-EXIT.
    EXIT.

2100-LOAD-ONE-EDGE.
    READ DEPEND-FILE NEXT RECORD
        AT END
            SET WS-DEPEND-EOF TO TRUE
            GO TO 2100-LOAD-ONE-EDGE-EXIT
    END-READ

    IF WS-EDGE-COUNT >= WS-EDGE-MAX
        MOVE 'DEPEND MASTER EXCEEDS THE DEPENDENCY TABLE'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    ADD 1 TO WS-EDGE-COUNT
    MOVE DP-JOB-NAME TO WS-EDGE-JOB (WS-EDGE-COUNT)
    MOVE DP-STEP-NAME TO WS-EDGE-STEP (WS-EDGE-COUNT)
    MOVE DP-PREREQ-JOB TO WS-EDGE-PREREQ (WS-EDGE-COUNT)
    MOVE DP-MAX-RC TO WS-EDGE-MAX-RC (WS-EDGE-COUNT)
    MOVE 'N' TO WS-EDGE-LISTED-SW (WS-EDGE-COUNT)

    SET WS-ADD-IF-MISSING TO TRUE
    MOVE DP-JOB-NAME TO WS-FIND-JOB-NAME
    PERFORM 7000-FIND-JOB THRU 7000-FIND-JOB-EXIT
    MOVE DP-PREREQ-JOB TO WS-FIND-JOB-NAME
    PERFORM 7000-FIND-JOB THRU 7000-FIND-JOB-EXIT
    MOVE 'Y' TO WS-JT-PREREQ-SW (WS-JOB-SUB).

2100-LOAD-ONE-EDGE-EXIT.
    EXIT.

3000-LOAD-COMPLETIONS.
    OPEN INPUT STATUSOUT-FILE
    IF WS-STATUSOUT-STATUS = '35'
        GO TO 3000-LOAD-COMPLETIONS-EXIT
    END-IF
    IF WS-STATUSOUT-STATUS NOT = '00' AND WS-STATUSOUT-STATUS NOT = '05'
        MOVE 'UNABLE TO OPEN STATUSOUT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    PERFORM 3100-MATCH-COMPLETION THRU 3100-MATCH-COMPLETION-EXIT
        UNTIL WS-STATUSOUT-EOF
    CLOSE STATUSOUT-FILE.

3000-LOAD-COMPLETIONS-EXIT.
    EXIT.

3100-MATCH-COMPLETION.
*>  The latest timestamp for the job and date wins, so a clean
*>  rerun supersedes the abend that preceded it.
    READ STATUSOUT-FILE INTO ST-STATUS-RECORD
        AT END
            SET WS-STATUSOUT-EOF TO TRUE
            GO TO 3100-MATCH-COMPLETION-EXIT
    END-READ

    IF ST-RUN-DATE NOT = WS-BUSINESS-DATE
        GO TO 3100-MATCH-COMPLETION-EXIT
    END-IF

    SET WS-ADD-IF-MISSING TO TRUE
    MOVE ST-JOB-NAME TO WS-FIND-JOB-NAME
    PERFORM 7000-FIND-JOB THRU 7000-FIND-JOB-EXIT
    IF NOT WS-JT-COMPLETED (WS-JOB-SUB)
            OR ST-TIMESTAMP > WS-JT-TIMESTAMP (WS-JOB-SUB)
        MOVE 'Y' TO WS-JT-COMPLETED-SW (WS-JOB-SUB)
        MOVE ST-RETURN-CODE TO WS-JT-RC (WS-JOB-SUB)
        MOVE ST-TIMESTAMP TO WS-JT-TIMESTAMP (WS-JOB-SUB)
    END-IF.

3100-MATCH-COMPLETION-EXIT.
    EXIT.

4000-LOAD-SCHEDULE.
*>  BATCTL stays open for the latest-start and SLA lookups made
*>  while the dependents are listed.
    OPEN INPUT BATCH-CONTROL-FILE
    IF WS-BATCTL-STATUS = '05' OR WS-BATCTL-STATUS = '35'
        IF WS-BATCTL-STATUS = '05'
            CLOSE BATCH-CONTROL-FILE
        END-IF
        GO TO 4000-LOAD-SCHEDULE-EXIT
    END-IF
    IF WS-BATCTL-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN BATCTL MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    SET WS-BATCTL-OPEN TO TRUE

    MOVE LOW-VALUES TO BC-CONTROL-KEY
    START BATCH-CONTROL-FILE KEY NOT < BC-CONTROL-KEY
        INVALID KEY
            SET WS-BATCTL-EOF TO TRUE
    END-START
    PERFORM 4100-SCHEDULE-ONE-STEP THRU 4100-SCHEDULE-ONE-STEP-EXIT
        UNTIL WS-BATCTL-EOF.

4000-LOAD-SCHEDULE-EXIT.
    EXIT.

4100-SCHEDULE-ONE-STEP.
    READ BATCH-CONTROL-FILE NEXT RECORD
        AT END
            SET WS-BATCTL-EOF TO TRUE
            GO TO 4100-SCHEDULE-ONE-STEP-EXIT
    END-READ

*>  A job scheduled for the business date's day of week joins the
*>  table; any other BATCTL job only notes that it has a schedule.
    MOVE BC-JOB-NAME TO WS-FIND-JOB-NAME
    IF BC-RUN-DAYS (WS-BUSINESS-DOW:1) = 'Y'
        SET WS-ADD-IF-MISSING TO TRUE
    ELSE
        MOVE 'N' TO WS-ADD-IF-MISSING-SW
    END-IF
    PERFORM 7000-FIND-JOB THRU 7000-FIND-JOB-EXIT
    IF NOT WS-JOB-FOUND
        GO TO 4100-SCHEDULE-ONE-STEP-EXIT
    END-IF

    MOVE 'Y' TO WS-JT-ON-BATCTL-SW (WS-JOB-SUB)
    IF BC-RUN-DAYS (WS-BUSINESS-DOW:1) = 'Y'
        MOVE 'Y' TO WS-JT-SCHEDULED-SW (WS-JOB-SUB)
*>      The job is due by the earliest latest-start of its steps.
        IF BC-LATEST-START > ZERO
            IF WS-JT-LATEST-START (WS-JOB-SUB) = ZERO
                    OR BC-LATEST-START < WS-JT-LATEST-START (WS-JOB-SUB)
                MOVE BC-LATEST-START
                    TO WS-JT-LATEST-START (WS-JOB-SUB)
            END-IF
        END-IF
    END-IF.

4100-SCHEDULE-ONE-STEP-EXIT.
    EXIT.

5000-CLASSIFY-JOBS.
    MOVE 1 TO WS-JOB-SUB
    PERFORM 5100-CLASSIFY-ONE-JOB THRU 5100-CLASSIFY-ONE-JOB-EXIT
        UNTIL WS-JOB-SUB > WS-JOB-COUNT.

5000-CLASSIFY-JOBS-EXIT.
    EXIT.

5100-CLASSIFY-ONE-JOB.
*>  Tolerance is the strictest maximum RC any dependent allows.
    MOVE WS-DEFAULT-TOLERANCE TO WS-JT-TOLERANCE (WS-JOB-SUB)
    IF WS-JT-IS-PREREQ (WS-JOB-SUB)
        MOVE 9999 TO WS-JT-TOLERANCE (WS-JOB-SUB)
        MOVE 1 TO WS-EDGE-SUB
        PERFORM 5150-TOLERANCE-EDGE THRU 5150-TOLERANCE-EDGE-EXIT
            UNTIL WS-EDGE-SUB > WS-EDGE-COUNT
    END-IF

    EVALUATE TRUE
        WHEN WS-JT-COMPLETED (WS-JOB-SUB)
            IF WS-JT-RC (WS-JOB-SUB) > WS-JT-TOLERANCE (WS-JOB-SUB)
                MOVE 'F' TO WS-JT-STATUS (WS-JOB-SUB)
                ADD 1 TO WS-FAILED-COUNT
            END-IF
        WHEN WS-JT-SCHEDULED (WS-JOB-SUB)
            IF WS-JT-LATEST-START (WS-JOB-SUB) > ZERO
                    AND WS-AS-OF-TIME > WS-JT-LATEST-START (WS-JOB-SUB)
                MOVE 'M' TO WS-JT-STATUS (WS-JOB-SUB)
                ADD 1 TO WS-MISSING-COUNT
            END-IF
        WHEN WS-JT-IS-PREREQ (WS-JOB-SUB)
                AND NOT WS-JT-ON-BATCTL (WS-JOB-SUB)
            MOVE 'M' TO WS-JT-STATUS (WS-JOB-SUB)
            ADD 1 TO WS-MISSING-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    ADD 1 TO WS-JOB-SUB.

5100-CLASSIFY-ONE-JOB-EXIT.
    EXIT.

5150-TOLERANCE-EDGE.
    IF WS-EDGE-PREREQ (WS-EDGE-SUB) = WS-JT-JOB-NAME (WS-JOB-SUB)
            AND WS-EDGE-MAX-RC (WS-EDGE-SUB)
                < WS-JT-TOLERANCE (WS-JOB-SUB)
        MOVE WS-EDGE-MAX-RC (WS-EDGE-SUB)
            TO WS-JT-TOLERANCE (WS-JOB-SUB)
    END-IF
    ADD 1 TO WS-EDGE-SUB.

5150-TOLERANCE-EDGE-EXIT.
    EXIT.

6000-PRINT-IMPACT.
    IF WS-FAILED-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-RPT-CLEAN-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 6000-PRINT-IMPACT-EXIT
    END-IF

    MOVE 1 TO WS-PROBLEM-SUB
    PERFORM 6100-PRINT-PROBLEM-JOB THRU 6100-PRINT-PROBLEM-JOB-EXIT
        UNTIL WS-PROBLEM-SUB > WS-JOB-COUNT.

6000-PRINT-IMPACT-EXIT.
    EXIT.

6100-PRINT-PROBLEM-JOB.
    IF NOT WS-JT-PROBLEM (WS-PROBLEM-SUB)
        GO TO 6100-PRINT-PROBLEM-JOB-NEXT
    END-IF

    MOVE WS-JT-JOB-NAME (WS-PROBLEM-SUB) TO WS-RPT-PRB-JOB
    MOVE SPACES TO WS-RPT-PRB-DISP
    EVALUATE TRUE
        WHEN WS-JT-FAILED (WS-PROBLEM-SUB)
            STRING 'FAILED - COMPLETED RC=' WS-JT-RC (WS-PROBLEM-SUB)
                   ' OVER TOLERANCE ' WS-JT-TOLERANCE (WS-PROBLEM-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-PRB-DISP
            DISPLAY 'IMPCTRPT: FAILED - '
                WS-JT-JOB-NAME (WS-PROBLEM-SUB)
                ' RC=' WS-JT-RC (WS-PROBLEM-SUB) UPON CONSOLE
        WHEN WS-JT-SCHEDULED (WS-PROBLEM-SUB)
            STRING 'MISSING - NO COMPLETION, LATEST START '
                   WS-JT-LATEST-START (WS-PROBLEM-SUB) ' PASSED'
                   DELIMITED BY SIZE INTO WS-RPT-PRB-DISP
            DISPLAY 'IMPCTRPT: MISSING - '
                WS-JT-JOB-NAME (WS-PROBLEM-SUB) UPON CONSOLE
        WHEN OTHER
            MOVE 'MISSING - NO COMPLETION, NOT SCHEDULED ON BATCTL'
                TO WS-RPT-PRB-DISP
            DISPLAY 'IMPCTRPT: MISSING - '
                WS-JT-JOB-NAME (WS-PROBLEM-SUB) UPON CONSOLE
    END-EVALUATE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-PROBLEM-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE

*>  Walk down the chain from the problem job - each job reached
*>  is queued once, each of its dependent steps printed once.
    MOVE 1 TO WS-JOB-SUB
    PERFORM 6200-RESET-WALK-JOB THRU 6200-RESET-WALK-JOB-EXIT
        UNTIL WS-JOB-SUB > WS-JOB-COUNT
    MOVE 1 TO WS-EDGE-SUB
    PERFORM 6210-RESET-EDGE THRU 6210-RESET-EDGE-EXIT
        UNTIL WS-EDGE-SUB > WS-EDGE-COUNT

    MOVE ZERO TO WS-SECTION-LINES
    MOVE 1 TO WS-WALK-COUNT
    MOVE WS-PROBLEM-SUB TO WS-WALK-JOB-SUB (1)
    MOVE ZERO TO WS-WALK-JOB-LEVEL (1)
    MOVE 'Y' TO WS-JT-QUEUED-SW (WS-PROBLEM-SUB)
    MOVE 1 TO WS-WALK-SUB
    PERFORM 6300-WALK-QUEUED-JOB THRU 6300-WALK-QUEUED-JOB-EXIT
        UNTIL WS-WALK-SUB > WS-WALK-COUNT

    IF WS-SECTION-LINES = ZERO
        MOVE WS-RPT-NONE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

6100-PRINT-PROBLEM-JOB-NEXT.
    ADD 1 TO WS-PROBLEM-SUB.

6100-PRINT-PROBLEM-JOB-EXIT.
    EXIT.

6200-RESET-WALK-JOB.
    MOVE 'N' TO WS-JT-QUEUED-SW (WS-JOB-SUB)
    ADD 1 TO WS-JOB-SUB.

6200-RESET-WALK-JOB-EXIT.
    EXIT.

6210-RESET-EDGE.
    MOVE 'N' TO WS-EDGE-LISTED-SW (WS-EDGE-SUB)
    ADD 1 TO WS-EDGE-SUB.

6210-RESET-EDGE-EXIT.
    EXIT.

6300-WALK-QUEUED-JOB.
    COMPUTE WS-WALK-LEVEL = WS-WALK-JOB-LEVEL (WS-WALK-SUB) + 1
    MOVE 1 TO WS-EDGE-SUB
    PERFORM 6400-FOLLOW-EDGE THRU 6400-FOLLOW-EDGE-EXIT
        UNTIL WS-EDGE-SUB > WS-EDGE-COUNT
    ADD 1 TO WS-WALK-SUB.

6300-WALK-QUEUED-JOB-EXIT.
    EXIT.

6400-FOLLOW-EDGE.
    IF WS-EDGE-LISTED (WS-EDGE-SUB)
            OR WS-EDGE-PREREQ (WS-EDGE-SUB)
                NOT = WS-JT-JOB-NAME (WS-WALK-JOB-SUB (WS-WALK-SUB))
        GO TO 6400-FOLLOW-EDGE-NEXT
    END-IF

    PERFORM 6500-PRINT-DEPENDENT THRU 6500-PRINT-DEPENDENT-EXIT

*>  The step is printed - no other prerequisite of it prints it
*>  again under this problem job.
    MOVE 1 TO WS-EDGE-MARK-SUB
    PERFORM 6550-MARK-STEP-LISTED THRU 6550-MARK-STEP-LISTED-EXIT
        UNTIL WS-EDGE-MARK-SUB > WS-EDGE-COUNT

    MOVE 'N' TO WS-ADD-IF-MISSING-SW
    MOVE WS-EDGE-JOB (WS-EDGE-SUB) TO WS-FIND-JOB-NAME
    PERFORM 7000-FIND-JOB THRU 7000-FIND-JOB-EXIT
    IF WS-JOB-FOUND AND NOT WS-JT-QUEUED (WS-JOB-SUB)
*>      At most one queue entry per job, so the queue cannot
*>      outgrow the job table.
        MOVE 'Y' TO WS-JT-QUEUED-SW (WS-JOB-SUB)
        ADD 1 TO WS-WALK-COUNT
        MOVE WS-JOB-SUB TO WS-WALK-JOB-SUB (WS-WALK-COUNT)
        MOVE WS-WALK-LEVEL TO WS-WALK-JOB-LEVEL (WS-WALK-COUNT)
    END-IF.

6400-FOLLOW-EDGE-NEXT.
    ADD 1 TO WS-EDGE-SUB.

6400-FOLLOW-EDGE-EXIT.
    EXIT.

6500-PRINT-DEPENDENT.
    MOVE WS-WALK-LEVEL TO WS-RPT-DTL-LEVEL
    MOVE WS-EDGE-JOB (WS-EDGE-SUB) TO WS-RPT-DTL-JOB
    MOVE WS-EDGE-STEP (WS-EDGE-SUB) TO WS-RPT-DTL-STEP
    MOVE WS-EDGE-PREREQ (WS-EDGE-SUB) TO WS-RPT-DTL-VIA
    MOVE SPACES TO WS-RPT-DTL-LATEST-START
    MOVE SPACES TO WS-RPT-DTL-SLA
    ADD 1 TO WS-SECTION-LINES
    ADD 1 TO WS-DEPENDENT-COUNT

    MOVE 'N' TO WS-BATCTL-FOUND-SW
    IF WS-BATCTL-OPEN
        MOVE WS-EDGE-JOB (WS-EDGE-SUB) TO BC-JOB-NAME
        MOVE WS-EDGE-STEP (WS-EDGE-SUB) TO BC-STEP-NAME
        READ BATCH-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-BATCTL-FOUND TO TRUE
        END-READ
    END-IF

*>  A dependent that has already completed for the date is not
*>  being held, whatever happens upstream.
    MOVE 'N' TO WS-ADD-IF-MISSING-SW
    MOVE WS-EDGE-JOB (WS-EDGE-SUB) TO WS-FIND-JOB-NAME
    PERFORM 7000-FIND-JOB THRU 7000-FIND-JOB-EXIT

    IF NOT WS-BATCTL-FOUND
        IF WS-JOB-FOUND AND WS-JT-COMPLETED (WS-JOB-SUB)
            MOVE 'COMPLETED' TO WS-RPT-DTL-STATUS
        ELSE
            MOVE 'NO BATCTL' TO WS-RPT-DTL-STATUS
        END-IF
        GO TO 6500-PRINT-DEPENDENT-WRITE
    END-IF

    MOVE BC-LATEST-START TO WS-RPT-DTL-LATEST-START
    MOVE BC-SLA-DEADLINE TO WS-RPT-DTL-SLA

    EVALUATE TRUE
        WHEN WS-JOB-FOUND AND WS-JT-COMPLETED (WS-JOB-SUB)
            MOVE 'COMPLETED' TO WS-RPT-DTL-STATUS
        WHEN BC-LATEST-START = ZERO AND BC-SLA-DEADLINE = ZERO
            MOVE 'NO SLA' TO WS-RPT-DTL-STATUS
        WHEN OTHER
            MOVE 'ON TRACK' TO WS-RPT-DTL-STATUS
            IF BC-LATEST-START > ZERO
                MOVE BC-LATEST-START TO WS-CONV-TIME
                PERFORM 7500-TIME-TO-SECONDS
                    THRU 7500-TIME-TO-SECONDS-EXIT
                IF WS-FIX-SECONDS > WS-CONV-SECONDS
                    MOVE 'SLA AT RISK' TO WS-RPT-DTL-STATUS
                END-IF
            END-IF
            IF BC-SLA-DEADLINE > ZERO
                MOVE BC-SLA-DEADLINE TO WS-CONV-TIME
                PERFORM 7500-TIME-TO-SECONDS
                    THRU 7500-TIME-TO-SECONDS-EXIT
                IF WS-FIX-SECONDS > WS-CONV-SECONDS
                    MOVE 'SLA AT RISK' TO WS-RPT-DTL-STATUS
                END-IF
            END-IF
            IF WS-RPT-DTL-STATUS = 'SLA AT RISK'
                ADD 1 TO WS-AT-RISK-COUNT
                DISPLAY 'IMPCTRPT: SLA AT RISK - '
                    WS-EDGE-JOB (WS-EDGE-SUB) ' '
                    WS-EDGE-STEP (WS-EDGE-SUB) ' BEHIND '
                    WS-JT-JOB-NAME (WS-PROBLEM-SUB) UPON CONSOLE
            END-IF
    END-EVALUATE.

6500-PRINT-DEPENDENT-WRITE.
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

6500-PRINT-DEPENDENT-EXIT.
    EXIT.

6550-MARK-STEP-LISTED.
    IF WS-EDGE-JOB (WS-EDGE-MARK-SUB) = WS-EDGE-JOB (WS-EDGE-SUB)
            AND WS-EDGE-STEP (WS-EDGE-MARK-SUB)
                = WS-EDGE-STEP (WS-EDGE-SUB)
        MOVE 'Y' TO WS-EDGE-LISTED-SW (WS-EDGE-MARK-SUB)
    END-IF
    ADD 1 TO WS-EDGE-MARK-SUB.

6550-MARK-STEP-LISTED-EXIT.
    EXIT.

7000-FIND-JOB.
*>  Looks WS-FIND-JOB-NAME up in the job table, adding it when
*>  WS-ADD-IF-MISSING is set. WS-JOB-SUB is left on the entry.
    MOVE 'N' TO WS-JOB-FOUND-SW
    MOVE 1 TO WS-JOB-SUB
    PERFORM 7100-COMPARE-JOB THRU 7100-COMPARE-JOB-EXIT
        UNTIL WS-JOB-SUB > WS-JOB-COUNT OR WS-JOB-FOUND
    IF WS-JOB-FOUND OR NOT WS-ADD-IF-MISSING
        GO TO 7000-FIND-JOB-EXIT
    END-IF

    IF WS-JOB-COUNT >= WS-JOB-MAX
        MOVE 'MORE JOBS THAN THE JOB TABLE HOLDS' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    ADD 1 TO WS-JOB-COUNT
    MOVE WS-JOB-COUNT TO WS-JOB-SUB
    MOVE WS-FIND-JOB-NAME TO WS-JT-JOB-NAME (WS-JOB-SUB)
    MOVE 'N' TO WS-JT-COMPLETED-SW (WS-JOB-SUB)
    MOVE ZEROES TO WS-JT-RC (WS-JOB-SUB)
    MOVE ZEROES TO WS-JT-TIMESTAMP (WS-JOB-SUB)
    MOVE 'N' TO WS-JT-SCHEDULED-SW (WS-JOB-SUB)
    MOVE ZEROES TO WS-JT-LATEST-START (WS-JOB-SUB)
    MOVE 'N' TO WS-JT-ON-BATCTL-SW (WS-JOB-SUB)
    MOVE 'N' TO WS-JT-PREREQ-SW (WS-JOB-SUB)
    MOVE ZEROES TO WS-JT-TOLERANCE (WS-JOB-SUB)
    MOVE SPACES TO WS-JT-STATUS (WS-JOB-SUB)
    MOVE 'N' TO WS-JT-QUEUED-SW (WS-JOB-SUB)
    SET WS-JOB-FOUND TO TRUE.

7000-FIND-JOB-EXIT.
    EXIT.

7100-COMPARE-JOB.
    IF WS-JT-JOB-NAME (WS-JOB-SUB) = WS-FIND-JOB-NAME
        SET WS-JOB-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-JOB-SUB
    END-IF.

7100-COMPARE-JOB-EXIT.
    EXIT.

7500-TIME-TO-SECONDS.
    COMPUTE WS-CONV-SECONDS =
        WS-CONV-HH * 3600 + WS-CONV-MM * 60 + WS-CONV-SS.

7500-TIME-TO-SECONDS-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-FAILED-COUNT TO WS-RPT-TOT-FAILED
    MOVE WS-MISSING-COUNT TO WS-RPT-TOT-MISSING
    MOVE WS-DEPENDENT-COUNT TO WS-RPT-TOT-DEPENDENTS
    MOVE WS-AT-RISK-COUNT TO WS-RPT-TOT-AT-RISK
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    IF WS-BATCTL-OPEN
        CLOSE BATCH-CONTROL-FILE
    END-IF
    CLOSE REPORT-FILE

    DISPLAY 'IMPCTRPT: FAILED=' WS-FAILED-COUNT
        ' MISSING=' WS-MISSING-COUNT
        ' DEPENDENTS=' WS-DEPENDENT-COUNT
        ' AT RISK=' WS-AT-RISK-COUNT

    EVALUATE TRUE
        WHEN WS-AT-RISK-COUNT > ZERO
            MOVE 0008 TO WS-RETURN-CODE
        WHEN WS-FAILED-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
            MOVE 0004 TO WS-RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9500-ABEND-EXIT.
    DISPLAY 'IMPCTRPT: ' WS-MESSAGE-AREA
    DISPLAY 'IMPCTRPT: ' WS-MESSAGE-AREA UPON CONSOLE
    MOVE 0012 TO WS-RETURN-CODE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    GO TO 9999-EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
