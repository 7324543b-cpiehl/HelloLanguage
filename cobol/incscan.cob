*> compile with cobc -free -O -x -o incscan.exe -I copybooks incscan.cob
*>
*>---------------------------------------------------------------*
*> INCSCAN keeps the incident register (INCIDENT, see INCIDRC) in
*> step with what the suite actually did, so a failure, its fix
*> and its rerun are tied together on file instead of in an email
*> thread. Run nightly, it scans the STATUSOUT completion file and
*> the JOBLOG audit file:
*>
*>   - every STATUSOUT completion whose return code is over the
*>     job's tolerance opens an incident;
*>   - every JOBLOG 'W' warning opens an incident;
*>   - a later STATUSOUT completion for the same job and business
*>     date within tolerance is linked to the open failed-
*>     completion incidents before it as the rerun that
*>     superseded them.
*>
*> Both files are cumulative, so the scan sees the same records
*> night after night - a failure already on the register is
*> recognized (same job, date, source, step and timestamp) and
*> left alone, and a rerun is linked only once. Warnings are
*> not rerun-linked; the step completed, so they stay open until
*> an operator closes them through INCMAINT with a cause.
*>
*> Control card layouts (SYSIN, all optional):
*>   Tolerance card - one per job with a tolerance of its own
*>     01-01  T
*>     02-09  Job name (blank = every job without its own card)
*>     10-13  Highest acceptable return code
*>   Since card - ignore business dates before this one (for
*>   the first run against a long history)
*>     01-01  S
*>     02-09  Business date YYYYMMDD
*> Without a tolerance card a job's tolerance is RC=4.
*>
*> RC=0 nothing new, RC=4 incidents opened or a control card was
*> ignored, RC=8 an incident could not be registered, RC=12 file
*> error.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. INCSCAN.
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

    SELECT OPTIONAL JOBLOG-FILE ASSIGN TO "JOBLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOBLOG-STATUS.

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
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD                    PIC X(80).

FD  STATUSOUT-FILE
    RECORDING MODE IS F.
01  STATUSOUT-RECORD                PIC X(44).

FD  JOBLOG-FILE
    RECORDING MODE IS F.
01  JOBLOG-RECORD                   PIC X(88).

FD  INCIDENT-FILE.
    COPY INCIDRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
COPY STATOUTC.
COPY JOBLOGRC.

01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-STATUSOUT-STATUS         PIC X(02) VALUE '00'.
    05  WS-JOBLOG-STATUS            PIC X(02) VALUE '00'.
    05  WS-INCIDENT-STATUS          PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SYSIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-SYSIN-EOF            VALUE 'Y'.
    05  WS-STATUSOUT-EOF-SW         PIC X(01) VALUE 'N'.
        88  WS-STATUSOUT-EOF        VALUE 'Y'.
    05  WS-JOBLOG-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-JOBLOG-EOF           VALUE 'Y'.
    05  WS-INCIDENT-EOF-SW          PIC X(01) VALUE 'N'.
        88  WS-INCIDENT-EOF         VALUE 'Y'.
    05  WS-REGISTERED-SW            PIC X(01) VALUE 'N'.
        88  WS-REGISTERED           VALUE 'Y'.
    05  WS-TOL-FOUND-SW             PIC X(01) VALUE 'N'.
        88  WS-TOL-FOUND            VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-USER-ID                      PIC X(08) VALUE SPACES.

*>  Control card, as read from SYSIN.
01  SC-CONTROL-CARD.
    05  SC-FUNCTION                 PIC X(01).
        88  SC-TOLERANCE            VALUE 'T'.
        88  SC-SINCE                VALUE 'S'.
    05  SC-CARD-DATA                PIC X(79).
    05  SC-TOLERANCE-DATA REDEFINES SC-CARD-DATA.
        10  SC-JOB-NAME             PIC X(08).
        10  SC-MAX-RC               PIC X(04).
        10  SC-MAX-RC-N REDEFINES SC-MAX-RC
                                    PIC 9(04).
        10  FILLER                  PIC X(67).
    05  SC-SINCE-DATA REDEFINES SC-CARD-DATA.
        10  SC-SINCE-DATE           PIC X(08).
        10  SC-SINCE-DATE-N REDEFINES SC-SINCE-DATE
                                    PIC 9(08).
        10  FILLER                  PIC X(71).

01  WS-SCAN-CONTROL.
    05  WS-DEFAULT-TOLERANCE        PIC 9(04) VALUE 0004.
    05  WS-SINCE-DATE               PIC 9(08) VALUE ZEROES.

01  WS-TOL-TABLE.
    05  WS-TOL-MAX                  PIC 9(03) COMP VALUE 100.
    05  WS-TOL-COUNT                PIC 9(03) COMP VALUE ZERO.
    05  WS-TOL-SUB                  PIC 9(03) COMP VALUE ZERO.
    05  WS-TOL-ENTRY OCCURS 100 TIMES.
        10  WS-TOL-JOB-NAME         PIC X(08).
        10  WS-TOL-MAX-RC           PIC 9(04).

*>  The failure being registered, from STATUSOUT or JOBLOG.
01  WS-CANDIDATE.
    05  WS-CAND-JOB-NAME            PIC X(08).
    05  WS-CAND-BUSINESS-DATE       PIC 9(08).
    05  WS-CAND-SOURCE              PIC X(01).
    05  WS-CAND-STEP-NAME           PIC X(08).
    05  WS-CAND-TIMESTAMP           PIC 9(14).
    05  WS-CAND-RETURN-CODE         PIC 9(04).
    05  WS-CAND-TOLERANCE           PIC 9(04).
    05  WS-CAND-MESSAGE             PIC X(40).

01  WS-HIGH-SEQ                     PIC 9(02) VALUE ZEROES.

01  WS-COUNTERS.
    05  WS-STATUSOUT-COUNT          PIC 9(07) COMP VALUE ZERO.
    05  WS-JOBLOG-COUNT             PIC 9(07) COMP VALUE ZERO.
    05  WS-OPENED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-KNOWN-COUNT              PIC 9(05) COMP VALUE ZERO.
    05  WS-LINKED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-INVALID-COUNT            PIC 9(05) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'INCIDENT REGISTER SCAN'.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).

01  WS-RPT-HEADING-LINE-2.
    05  FILLER                      PIC X(20)
        VALUE 'DEFAULT TOLERANCE: '.
    05  WS-RPT-HDG-TOLERANCE        PIC 9(04).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  FILLER                      PIC X(24)
        VALUE 'BUSINESS DATES FROM: '.
    05  WS-RPT-HDG-SINCE            PIC 9(08).

01  WS-RPT-CARD-LINE.
    05  FILLER                      PIC X(22)
        VALUE 'CONTROL CARD IGNORED: '.
    05  WS-RPT-CARD-IMAGE           PIC X(80).

01  WS-RPT-COLUMN-LINE.
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
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'TOL'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(14) VALUE 'EVENT'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(40) VALUE 'DETAIL'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-JOB              PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-DATE             PIC 9(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-SEQ              PIC 9(02).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-SOURCE           PIC X(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-STEP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-RC               PIC 9(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-TOLERANCE        PIC 9(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-EVENT            PIC X(14).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-DETAIL           PIC X(40).

01  WS-RPT-TOTAL-LINE-1.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  FILLER                      PIC X(13) VALUE '  STATUSOUT='.
    05  WS-RPT-TOT-STATUSOUT        PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  JOBLOG='.
    05  WS-RPT-TOT-JOBLOG           PIC 9(07).
    05  FILLER                      PIC X(17)
        VALUE '  CARDS IGNORED='.
    05  WS-RPT-TOT-INVALID          PIC 9(05).

01  WS-RPT-TOTAL-LINE-2.
    05  FILLER                      PIC X(07) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE '  OPENED='.
    05  WS-RPT-TOT-OPENED           PIC 9(05).
    05  FILLER                      PIC X(21)
        VALUE '  ALREADY REGISTERED='.
    05  WS-RPT-TOT-KNOWN            PIC 9(05).
    05  FILLER                      PIC X(18)
        VALUE '  RERUNS LINKED='.
    05  WS-RPT-TOT-LINKED           PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  FAILED='.
    05  WS-RPT-TOT-FAILED           PIC 9(05).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-SCAN-STATUSOUT THRU 2000-SCAN-STATUSOUT-EXIT
        UNTIL WS-STATUSOUT-EOF
    PERFORM 3000-SCAN-JOBLOG THRU 3000-SCAN-JOBLOG-EXIT
        UNTIL WS-JOBLOG-EOF
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
        DISPLAY 'INCSCAN: UNABLE TO OPEN SYSIN CONTROL CARDS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'INCSCAN: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE SYSIN-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 1100-LOAD-CONTROL-CARD THRU 1100-LOAD-CONTROL-CARD-EXIT
        UNTIL WS-SYSIN-EOF
    CLOSE SYSIN-FILE

    MOVE WS-DEFAULT-TOLERANCE TO WS-RPT-HDG-TOLERANCE
    MOVE WS-SINCE-DATE TO WS-RPT-HDG-SINCE
    MOVE WS-RPT-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    OPEN I-O INCIDENT-FILE
    IF WS-INCIDENT-STATUS = '05' OR WS-INCIDENT-STATUS = '35'
*>      First run - create the register and reopen it for update.
        CLOSE INCIDENT-FILE
        OPEN OUTPUT INCIDENT-FILE
        CLOSE INCIDENT-FILE
        OPEN I-O INCIDENT-FILE
    END-IF
    IF WS-INCIDENT-STATUS NOT = '00'
        DISPLAY 'INCSCAN: UNABLE TO OPEN INCIDENT REGISTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE REPORT-FILE
        GO TO 9999-EXIT
    END-IF

*>  No STATUSOUT or JOBLOG yet simply means nothing to scan.
    OPEN INPUT STATUSOUT-FILE
    IF WS-STATUSOUT-STATUS = '35' OR WS-STATUSOUT-STATUS = '05'
        SET WS-STATUSOUT-EOF TO TRUE
    ELSE
        IF WS-STATUSOUT-STATUS NOT = '00'
            DISPLAY 'INCSCAN: UNABLE TO OPEN STATUSOUT FILE'
                UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            CLOSE INCIDENT-FILE
            CLOSE REPORT-FILE
            GO TO 9999-EXIT
        END-IF
    END-IF

    OPEN INPUT JOBLOG-FILE
    IF WS-JOBLOG-STATUS = '35' OR WS-JOBLOG-STATUS = '05'
        SET WS-JOBLOG-EOF TO TRUE
    ELSE
        IF WS-JOBLOG-STATUS NOT = '00'
            DISPLAY 'INCSCAN: UNABLE TO OPEN JOBLOG FILE'
                UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            CLOSE STATUSOUT-FILE
            CLOSE INCIDENT-FILE
            CLOSE REPORT-FILE
            GO TO 9999-EXIT
        END-IF
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

1100-LOAD-CONTROL-CARD.
    READ SYSIN-FILE INTO SC-CONTROL-CARD
        AT END
            SET WS-SYSIN-EOF TO TRUE
            GO TO 1100-LOAD-CONTROL-CARD-EXIT
    END-READ

    EVALUATE TRUE
        WHEN SC-TOLERANCE AND SC-MAX-RC NUMERIC
                AND SC-JOB-NAME = SPACES
            MOVE SC-MAX-RC-N TO WS-DEFAULT-TOLERANCE
        WHEN SC-TOLERANCE AND SC-MAX-RC NUMERIC
                AND WS-TOL-COUNT < WS-TOL-MAX
            ADD 1 TO WS-TOL-COUNT
            MOVE SC-JOB-NAME TO WS-TOL-JOB-NAME (WS-TOL-COUNT)
            MOVE SC-MAX-RC-N TO WS-TOL-MAX-RC (WS-TOL-COUNT)
        WHEN SC-SINCE AND SC-SINCE-DATE NUMERIC
            MOVE SC-SINCE-DATE-N TO WS-SINCE-DATE
        WHEN OTHER
            ADD 1 TO WS-INVALID-COUNT
            MOVE SC-CONTROL-CARD TO WS-RPT-CARD-IMAGE
            MOVE WS-RPT-CARD-LINE TO REPORT-LINE
            WRITE REPORT-LINE
    END-EVALUATE.

1100-LOAD-CONTROL-CARD-EXIT.
    EXIT.

2000-SCAN-STATUSOUT.
    READ STATUSOUT-FILE INTO ST-STATUS-RECORD
        AT END
            SET WS-STATUSOUT-EOF TO TRUE
            GO TO 2000-SCAN-STATUSOUT-EXIT
    END-READ
    ADD 1 TO WS-STATUSOUT-COUNT

    IF ST-RUN-DATE NOT NUMERIC OR ST-RETURN-CODE NOT NUMERIC
            OR ST-RUN-DATE < WS-SINCE-DATE
        GO TO 2000-SCAN-STATUSOUT-EXIT
    END-IF

    MOVE ST-JOB-NAME TO WS-CAND-JOB-NAME
    MOVE ST-RUN-DATE TO WS-CAND-BUSINESS-DATE
    PERFORM 2900-FIND-TOLERANCE THRU 2900-FIND-TOLERANCE-EXIT

    IF ST-RETURN-CODE > WS-CAND-TOLERANCE
        MOVE 'S' TO WS-CAND-SOURCE
        MOVE SPACES TO WS-CAND-STEP-NAME
        MOVE ST-TIMESTAMP TO WS-CAND-TIMESTAMP
        MOVE ST-RETURN-CODE TO WS-CAND-RETURN-CODE
        MOVE SPACES TO WS-CAND-MESSAGE
        STRING 'COMPLETED RC=' ST-RETURN-CODE
               ' OVER TOLERANCE' DELIMITED BY SIZE
               INTO WS-CAND-MESSAGE
        PERFORM 4000-REGISTER-INCIDENT THRU 4000-REGISTER-INCIDENT-EXIT
    ELSE
        PERFORM 5000-LINK-RERUN THRU 5000-LINK-RERUN-EXIT
    END-IF.

2000-SCAN-STATUSOUT-EXIT.
    EXIT.

2900-FIND-TOLERANCE.
    MOVE WS-DEFAULT-TOLERANCE TO WS-CAND-TOLERANCE
    MOVE 'N' TO WS-TOL-FOUND-SW
    MOVE 1 TO WS-TOL-SUB
    PERFORM 2910-MATCH-TOLERANCE THRU 2910-MATCH-TOLERANCE-EXIT
        UNTIL WS-TOL-FOUND OR WS-TOL-SUB > WS-TOL-COUNT.

2900-FIND-TOLERANCE-EXIT.
    EXIT.

2910-MATCH-TOLERANCE.
    IF WS-TOL-JOB-NAME (WS-TOL-SUB) = WS-CAND-JOB-NAME
        MOVE WS-TOL-MAX-RC (WS-TOL-SUB) TO WS-CAND-TOLERANCE
        SET WS-TOL-FOUND TO TRUE
    END-IF
    ADD 1 TO WS-TOL-SUB.

2910-MATCH-TOLERANCE-EXIT.
    EXIT.

3000-SCAN-JOBLOG.
    READ JOBLOG-FILE INTO JL-JOBLOG-RECORD
        AT END
            SET WS-JOBLOG-EOF TO TRUE
            GO TO 3000-SCAN-JOBLOG-EXIT
    END-READ
    ADD 1 TO WS-JOBLOG-COUNT

    IF NOT JL-TYPE-WARNING
        GO TO 3000-SCAN-JOBLOG-EXIT
    END-IF
    IF JL-RUN-DATE NOT NUMERIC OR JL-RUN-TIME NOT NUMERIC
            OR JL-RUN-DATE < WS-SINCE-DATE
        GO TO 3000-SCAN-JOBLOG-EXIT
    END-IF

    MOVE JL-JOB-NAME TO WS-CAND-JOB-NAME
    MOVE JL-RUN-DATE TO WS-CAND-BUSINESS-DATE
    PERFORM 2900-FIND-TOLERANCE THRU 2900-FIND-TOLERANCE-EXIT
    MOVE 'W' TO WS-CAND-SOURCE
    MOVE JL-STEP-NAME TO WS-CAND-STEP-NAME
    COMPUTE WS-CAND-TIMESTAMP = JL-RUN-DATE * 1000000 + JL-RUN-TIME
    IF JL-RETURN-CODE NUMERIC
        MOVE JL-RETURN-CODE TO WS-CAND-RETURN-CODE
    ELSE
        MOVE ZEROES TO WS-CAND-RETURN-CODE
    END-IF
    MOVE JL-MESSAGE-TEXT TO WS-CAND-MESSAGE
    PERFORM 4000-REGISTER-INCIDENT THRU 4000-REGISTER-INCIDENT-EXIT.

3000-SCAN-JOBLOG-EXIT.
    EXIT.

4000-REGISTER-INCIDENT.
*>  Look through the incidents already on file for the job and
*>  date; the same failure seen on an earlier night is skipped,
*>  otherwise the new one takes the next sequence number.
    MOVE 'N' TO WS-REGISTERED-SW
    MOVE 'N' TO WS-INCIDENT-EOF-SW
    MOVE ZEROES TO WS-HIGH-SEQ
    MOVE WS-CAND-JOB-NAME TO IN-JOB-NAME
    MOVE WS-CAND-BUSINESS-DATE TO IN-BUSINESS-DATE
    MOVE ZEROES TO IN-INCIDENT-SEQ
    START INCIDENT-FILE KEY NOT < IN-INCIDENT-KEY
        INVALID KEY
            SET WS-INCIDENT-EOF TO TRUE
    END-START
    PERFORM 4100-CHECK-REGISTERED THRU 4100-CHECK-REGISTERED-EXIT
        UNTIL WS-INCIDENT-EOF OR WS-REGISTERED

    IF WS-REGISTERED
        ADD 1 TO WS-KNOWN-COUNT
        GO TO 4000-REGISTER-INCIDENT-EXIT
    END-IF

    IF WS-HIGH-SEQ = 99
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY 'INCSCAN: INCIDENT LIMIT REACHED FOR '
            WS-CAND-JOB-NAME ' ' WS-CAND-BUSINESS-DATE UPON CONSOLE
        IF WS-RETURN-CODE < 0008
            MOVE 0008 TO WS-RETURN-CODE
        END-IF
        GO TO 4000-REGISTER-INCIDENT-EXIT
    END-IF

    MOVE SPACES TO IN-INCIDENT-RECORD
    INITIALIZE IN-INCIDENT-RECORD
    MOVE WS-CAND-JOB-NAME TO IN-JOB-NAME
    MOVE WS-CAND-BUSINESS-DATE TO IN-BUSINESS-DATE
    COMPUTE IN-INCIDENT-SEQ = WS-HIGH-SEQ + 1
    MOVE WS-CAND-SOURCE TO IN-SOURCE
    MOVE WS-CAND-STEP-NAME TO IN-STEP-NAME
    MOVE WS-CAND-TIMESTAMP TO IN-FAIL-TIMESTAMP
    MOVE WS-CAND-RETURN-CODE TO IN-RETURN-CODE
    MOVE WS-CAND-TOLERANCE TO IN-TOLERANCE-RC
    MOVE WS-CAND-MESSAGE TO IN-MESSAGE-TEXT
    SET IN-OPEN TO TRUE
    MOVE WS-CDT-DATE TO IN-OPENED-DATE
    MOVE WS-CDT-TIME TO IN-OPENED-TIME
    MOVE WS-CDT-DATE TO IN-LAST-UPDATE-DATE
    MOVE WS-USER-ID TO IN-LAST-UPDATE-USER

    WRITE IN-INCIDENT-RECORD
        INVALID KEY
            ADD 1 TO WS-FAILED-COUNT
            DISPLAY 'INCSCAN: UNABLE TO WRITE INCIDENT FOR '
                WS-CAND-JOB-NAME ' ' WS-CAND-BUSINESS-DATE
                ' STATUS ' WS-INCIDENT-STATUS UPON CONSOLE
            IF WS-RETURN-CODE < 0008
                MOVE 0008 TO WS-RETURN-CODE
            END-IF
            GO TO 4000-REGISTER-INCIDENT-EXIT
    END-WRITE

    ADD 1 TO WS-OPENED-COUNT
    MOVE 'OPENED' TO WS-RPT-DTL-EVENT
    MOVE IN-MESSAGE-TEXT TO WS-RPT-DTL-DETAIL
    PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.

4000-REGISTER-INCIDENT-EXIT.
    EXIT.

4100-CHECK-REGISTERED.
    READ INCIDENT-FILE NEXT RECORD
        AT END
            SET WS-INCIDENT-EOF TO TRUE
            GO TO 4100-CHECK-REGISTERED-EXIT
    END-READ

    IF IN-JOB-NAME NOT = WS-CAND-JOB-NAME
            OR IN-BUSINESS-DATE NOT = WS-CAND-BUSINESS-DATE
        SET WS-INCIDENT-EOF TO TRUE
        GO TO 4100-CHECK-REGISTERED-EXIT
    END-IF

    MOVE IN-INCIDENT-SEQ TO WS-HIGH-SEQ
    IF IN-SOURCE = WS-CAND-SOURCE
            AND IN-STEP-NAME = WS-CAND-STEP-NAME
            AND IN-FAIL-TIMESTAMP = WS-CAND-TIMESTAMP
        SET WS-REGISTERED TO TRUE
    END-IF.

4100-CHECK-REGISTERED-EXIT.
    EXIT.

5000-LINK-RERUN.
*>  A clean completion supersedes every failed completion for the
*>  job and date before it that has no rerun linked yet.
    MOVE 'N' TO WS-INCIDENT-EOF-SW
    MOVE ST-JOB-NAME TO IN-JOB-NAME
    MOVE ST-RUN-DATE TO IN-BUSINESS-DATE
    MOVE ZEROES TO IN-INCIDENT-SEQ
    START INCIDENT-FILE KEY NOT < IN-INCIDENT-KEY
        INVALID KEY
            SET WS-INCIDENT-EOF TO TRUE
    END-START
    PERFORM 5100-LINK-INCIDENT THRU 5100-LINK-INCIDENT-EXIT
        UNTIL WS-INCIDENT-EOF.

5000-LINK-RERUN-EXIT.
    EXIT.

5100-LINK-INCIDENT.
    READ INCIDENT-FILE NEXT RECORD
        AT END
            SET WS-INCIDENT-EOF TO TRUE
            GO TO 5100-LINK-INCIDENT-EXIT
    END-READ

    IF IN-JOB-NAME NOT = ST-JOB-NAME
            OR IN-BUSINESS-DATE NOT = ST-RUN-DATE
        SET WS-INCIDENT-EOF TO TRUE
        GO TO 5100-LINK-INCIDENT-EXIT
    END-IF

    IF NOT IN-FROM-STATUSOUT OR NOT IN-OPEN
            OR IN-RERUN-TIMESTAMP NOT = ZEROES
            OR IN-FAIL-TIMESTAMP NOT < ST-TIMESTAMP
        GO TO 5100-LINK-INCIDENT-EXIT
    END-IF

    MOVE ST-TIMESTAMP TO IN-RERUN-TIMESTAMP
    MOVE ST-RETURN-CODE TO IN-RERUN-RC
    MOVE WS-CDT-DATE TO IN-LAST-UPDATE-DATE
    MOVE WS-USER-ID TO IN-LAST-UPDATE-USER
    REWRITE IN-INCIDENT-RECORD
        INVALID KEY
            ADD 1 TO WS-FAILED-COUNT
            DISPLAY 'INCSCAN: UNABLE TO LINK RERUN FOR '
                IN-JOB-NAME ' ' IN-BUSINESS-DATE
                ' STATUS ' WS-INCIDENT-STATUS UPON CONSOLE
            IF WS-RETURN-CODE < 0008
                MOVE 0008 TO WS-RETURN-CODE
            END-IF
            GO TO 5100-LINK-INCIDENT-EXIT
    END-REWRITE

    ADD 1 TO WS-LINKED-COUNT
    MOVE 'RERUN LINKED' TO WS-RPT-DTL-EVENT
    MOVE SPACES TO WS-RPT-DTL-DETAIL
    STRING 'RERUN RC=' IN-RERUN-RC ' AT ' IN-RERUN-TIMESTAMP
        DELIMITED BY SIZE INTO WS-RPT-DTL-DETAIL
    PERFORM 6000-WRITE-DETAIL THRU 6000-WRITE-DETAIL-EXIT.

5100-LINK-INCIDENT-EXIT.
    EXIT.

6000-WRITE-DETAIL.
    MOVE IN-JOB-NAME TO WS-RPT-DTL-JOB
    MOVE IN-BUSINESS-DATE TO WS-RPT-DTL-DATE
    MOVE IN-INCIDENT-SEQ TO WS-RPT-DTL-SEQ
    MOVE IN-SOURCE TO WS-RPT-DTL-SOURCE
    MOVE IN-STEP-NAME TO WS-RPT-DTL-STEP
    MOVE IN-RETURN-CODE TO WS-RPT-DTL-RC
    MOVE IN-TOLERANCE-RC TO WS-RPT-DTL-TOLERANCE
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

6000-WRITE-DETAIL-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-STATUSOUT-COUNT TO WS-RPT-TOT-STATUSOUT
    MOVE WS-JOBLOG-COUNT TO WS-RPT-TOT-JOBLOG
    MOVE WS-INVALID-COUNT TO WS-RPT-TOT-INVALID
    MOVE WS-OPENED-COUNT TO WS-RPT-TOT-OPENED
    MOVE WS-KNOWN-COUNT TO WS-RPT-TOT-KNOWN
    MOVE WS-LINKED-COUNT TO WS-RPT-TOT-LINKED
    MOVE WS-FAILED-COUNT TO WS-RPT-TOT-FAILED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE STATUSOUT-FILE
    CLOSE JOBLOG-FILE
    CLOSE INCIDENT-FILE
    CLOSE REPORT-FILE

    DISPLAY 'INCSCAN: OPENED=' WS-OPENED-COUNT
        ' LINKED=' WS-LINKED-COUNT
        ' KNOWN=' WS-KNOWN-COUNT
        ' FAILED=' WS-FAILED-COUNT

    IF (WS-OPENED-COUNT > ZERO OR WS-INVALID-COUNT > ZERO)
            AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
