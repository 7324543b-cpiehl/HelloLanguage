*> (also RC=8) rather than reported missing, so the operator
*> fixes the card instead of chasing a phantom prerequisite.
*>
*> The prerequisites can instead come from the DEPEND job dependency
*> master maintained by DEPMAINT. A gate card ('=' in column 1)
*> names the gated job, optionally one of its steps, and the
*> business date; every prerequisite recorded on the master for
*> that job (or step) is then checked for the date exactly as if
*> its card had been coded, with the master's maximum return code.
*> A prerequisite shared by several steps of the job is checked
*> once, at the strictest tolerance. When SYSIN carries no cards at
*> all the gate is taken from the master for the job named in the
*> JOBNAME environment variable, for the business date in BUSDATE
*> or today's date when BUSDATE is not set. A gated job with no
*> prerequisites on the master is called out as INVALID (RC=8) -
*> the master is missing an entry, not the job its prerequisites.
*>
*> Prerequisite card layout (SYSIN, one per prerequisite):
*>   01-08  Job name
*>   09-16  Business date YYYYMMDD
*>   17-20  Maximum acceptable return code
*>
*> Gate card layout (SYSIN, prerequisites from the DEPEND master):
*>   01-01  '='
*>   02-09  Gated job name
*>   10-17  Gated step name (blank = every step of the job)
*>   18-25  Business date YYYYMMDD
*>---------------------------------------------------------------*
*> Modification History
*>   2026-09-02  DLW   Initial version.
*>   2026-10-15  DLW   Prerequisites from the DEPEND master - gate
*>                     card, or no cards for the JOBNAME job.
*>   2026-10-15  DLW   A DEPEND open failure is no longer reported
*>                     as RC=8 for want of prerequisite cards.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUSOUT-STATUS.

    SELECT OPTIONAL DEPEND-FILE ASSIGN TO "DEPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DP-DEPENDENCY-KEY
        FILE STATUS IS WS-DEPEND-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD                    PIC X(80).

FD  STATUSOUT-FILE
    RECORDING MODE IS F.
01  STATUSOUT-RECORD                PIC X(44).

FD  DEPEND-FILE.
    COPY DEPENDRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).
WORKING-STORAGE SECTION.
COPY STATOUTC.

*>  The card being checked - read from SYSIN, or built from the
*>  DEPEND master for a gated job.
01  PQ-PREREQ-CARD.
    05  PQ-JOB-NAME                 PIC X(08).
    05  PQ-RUN-DATE                 PIC 9(08).
    05  PQ-MAX-RC                   PIC 9(04).
    05  FILLER                      PIC X(60).

01  PQ-GATE-CARD REDEFINES PQ-PREREQ-CARD.
    05  PQ-GATE-FLAG                PIC X(01).
        88  PQ-GATE-FROM-MASTER     VALUE '='.
    05  PQ-GATE-JOB                 PIC X(08).
    05  PQ-GATE-STEP                PIC X(08).
    05  PQ-GATE-DATE                PIC X(08).
    05  FILLER                      PIC X(55).

01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-STATUSOUT-STATUS         PIC X(02) VALUE '00'.
    05  WS-DEPEND-STATUS            PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
        88  WS-STATUSOUT-EOF        VALUE 'Y'.
    05  WS-MATCH-FOUND-SW           PIC X(01) VALUE 'N'.
        88  WS-MATCH-FOUND          VALUE 'Y'.
    05  WS-DEPEND-OPEN-SW           PIC X(01) VALUE 'N'.
        88  WS-DEPEND-OPEN          VALUE 'Y'.
        88  WS-DEPEND-ABSENT        VALUE 'A'.
    05  WS-DEPEND-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-DEPEND-EOF           VALUE 'Y'.
    05  WS-GATE-PREREQ-FOUND-SW     PIC X(01) VALUE 'N'.
        88  WS-GATE-PREREQ-FOUND    VALUE 'Y'.

*>  The gated job while its prerequisites are drawn from the
*>  master, and each distinct prerequisite job found for it.
01  WS-GATE-AREA.
    05  WS-GATE-JOB                 PIC X(08) VALUE SPACES.
    05  WS-GATE-STEP                PIC X(08) VALUE SPACES.
    05  WS-GATE-DATE                PIC X(08) VALUE SPACES.
    05  WS-GATE-DATE-NUM REDEFINES WS-GATE-DATE
                                    PIC 9(08).
    05  WS-GATE-PREREQ-COUNT        PIC 9(04) COMP VALUE ZERO.
    05  WS-GATE-PREREQ-SUB          PIC 9(04) COMP VALUE ZERO.
    05  WS-GATE-PREREQ-MAX          PIC 9(04) COMP VALUE 100.

01  WS-GATE-PREREQ-TABLE.
    05  WS-GATE-PREREQ-ENTRY OCCURS 100 TIMES.
        10  WS-GP-JOB-NAME          PIC X(08).
        10  WS-GP-MAX-RC            PIC 9(04).

01  WS-TODAY                        PIC 9(08) VALUE ZEROES.

01  WS-COUNTERS.
    05  WS-PREREQ-COUNT             PIC 9(04) COMP VALUE ZERO.
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-DTL-DISP             PIC X(40).

01  WS-RPT-GATE-LINE.
    05  FILLER                      PIC X(11) VALUE 'GATED JOB: '.
    05  WS-RPT-GATE-JOB             PIC X(08).
    05  FILLER                      PIC X(08) VALUE '  STEP: '.
    05  WS-RPT-GATE-STEP            PIC X(08).
    05  FILLER                      PIC X(08) VALUE '  DATE: '.
    05  WS-RPT-GATE-DATE            PIC X(08).
    05  FILLER                      PIC X(32)
        VALUE '  PREREQUISITES FROM DEPEND'.

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(16)
        VALUE 'PREREQUISITES: '.
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    IF WS-SYSIN-EOF
        PERFORM 2700-GATE-FROM-ENVIRONMENT
            THRU 2700-GATE-FROM-ENVIRONMENT-EXIT
    END-IF
    PERFORM 2000-CHECK-PREREQUISITE THRU 2000-CHECK-PREREQUISITE-EXIT
        UNTIL WS-SYSIN-EOF
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    EXIT.

2000-CHECK-PREREQUISITE.
    MOVE SYSIN-RECORD TO PQ-PREREQ-CARD
    IF PQ-GATE-FROM-MASTER
        MOVE PQ-GATE-JOB TO WS-GATE-JOB
        MOVE PQ-GATE-STEP TO WS-GATE-STEP
        MOVE PQ-GATE-DATE TO WS-GATE-DATE
        PERFORM 2500-GATE-FROM-MASTER THRU 2500-GATE-FROM-MASTER-EXIT
    ELSE
        PERFORM 2200-CHECK-ONE-PREREQ THRU 2200-CHECK-ONE-PREREQ-EXIT
    END-IF

    PERFORM 2100-READ-PREREQ-CARD THRU 2100-READ-PREREQ-CARD-EXIT.

2000-CHECK-PREREQUISITE-EXIT.
    EXIT.

2100-READ-PREREQ-CARD.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
    END-READ.

2100-READ-PREREQ-CARD-EXIT.
    EXIT.

2200-CHECK-ONE-PREREQ.
    ADD 1 TO WS-PREREQ-COUNT
    MOVE 'N' TO WS-MATCH-FOUND-SW
    MOVE ZEROES TO WS-MATCH-RC
            PQ-JOB-NAME UPON CONSOLE
        MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2200-CHECK-ONE-PREREQ-EXIT
    END-IF

    PERFORM 3000-SCAN-STATUSOUT THRU 3000-SCAN-STATUSOUT-EXIT
    END-EVALUATE

    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2200-CHECK-ONE-PREREQ-EXIT.
    EXIT.

2500-GATE-FROM-MASTER.
*>  Expand the gate into one check per prerequisite job recorded
*>  on the DEPEND master for the gated job (or just the one step).
    MOVE WS-GATE-JOB TO WS-RPT-GATE-JOB
    IF WS-GATE-STEP = SPACES
        MOVE 'ALL' TO WS-RPT-GATE-STEP
    ELSE
        MOVE WS-GATE-STEP TO WS-RPT-GATE-STEP
    END-IF
    MOVE WS-GATE-DATE TO WS-RPT-GATE-DATE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-GATE-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-GATE-JOB TO WS-RPT-DTL-JOB
    MOVE WS-GATE-DATE TO WS-RPT-DTL-DATE
    MOVE ZEROES TO WS-RPT-DTL-MAX-RC
    IF WS-GATE-JOB = SPACES OR WS-GATE-DATE NOT NUMERIC
        ADD 1 TO WS-PREREQ-COUNT
        ADD 1 TO WS-INVALID-COUNT
        MOVE 'INVALID GATE CARD - JOB OR DATE' TO WS-RPT-DTL-DISP
        DISPLAY 'PREQGATE: INVALID GATE CARD - ' WS-GATE-JOB
            UPON CONSOLE
        MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2500-GATE-FROM-MASTER-EXIT
    END-IF

    PERFORM 2510-OPEN-DEPEND THRU 2510-OPEN-DEPEND-EXIT
    IF WS-RETURN-CODE >= 0012
        GO TO 2500-GATE-FROM-MASTER-EXIT
    END-IF

    MOVE ZERO TO WS-GATE-PREREQ-COUNT
    IF WS-DEPEND-OPEN
        MOVE 'N' TO WS-DEPEND-EOF-SW
        MOVE WS-GATE-JOB TO DP-JOB-NAME
        MOVE WS-GATE-STEP TO DP-STEP-NAME
        MOVE LOW-VALUES TO DP-PREREQ-JOB
        START DEPEND-FILE KEY NOT < DP-DEPENDENCY-KEY
            INVALID KEY
                SET WS-DEPEND-EOF TO TRUE
        END-START
        PERFORM 2520-COLLECT-PREREQ THRU 2520-COLLECT-PREREQ-EXIT
            UNTIL WS-DEPEND-EOF
    END-IF

    IF WS-GATE-PREREQ-COUNT = ZERO
        ADD 1 TO WS-PREREQ-COUNT
        ADD 1 TO WS-INVALID-COUNT
        MOVE 'INVALID - NO PREREQUISITES ON DEPEND'
            TO WS-RPT-DTL-DISP
        DISPLAY 'PREQGATE: NO PREREQUISITES ON DEPEND MASTER FOR '
            WS-GATE-JOB ' ' WS-GATE-STEP UPON CONSOLE
        MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2500-GATE-FROM-MASTER-EXIT
    END-IF

    MOVE 1 TO WS-GATE-PREREQ-SUB
    PERFORM 2550-CHECK-GATE-PREREQ THRU 2550-CHECK-GATE-PREREQ-EXIT
        UNTIL WS-GATE-PREREQ-SUB > WS-GATE-PREREQ-COUNT.

2500-GATE-FROM-MASTER-EXIT.
    EXIT.

2510-OPEN-DEPEND.
*>  Opened on the first gate only - card-driven runs never need
*>  the DEPEND DD.
    IF WS-DEPEND-OPEN OR WS-DEPEND-ABSENT
        GO TO 2510-OPEN-DEPEND-EXIT
    END-IF
    OPEN INPUT DEPEND-FILE
    EVALUATE WS-DEPEND-STATUS
        WHEN '00'
            SET WS-DEPEND-OPEN TO TRUE
        WHEN '05'
        WHEN '35'
            SET WS-DEPEND-ABSENT TO TRUE
        WHEN OTHER
            DISPLAY 'PREQGATE: UNABLE TO OPEN DEPEND MASTER - STATUS '
                WS-DEPEND-STATUS UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
    END-EVALUATE.

2510-OPEN-DEPEND-EXIT.
    EXIT.

2520-COLLECT-PREREQ.
    READ DEPEND-FILE NEXT RECORD
        AT END
            SET WS-DEPEND-EOF TO TRUE
            GO TO 2520-COLLECT-PREREQ-EXIT
    END-READ
    IF DP-JOB-NAME NOT = WS-GATE-JOB
            OR (WS-GATE-STEP NOT = SPACES
                AND DP-STEP-NAME NOT = WS-GATE-STEP)
        SET WS-DEPEND-EOF TO TRUE
        GO TO 2520-COLLECT-PREREQ-EXIT
    END-IF

*>  A prerequisite shared by several steps is checked once, at
*>  the lowest maximum return code any of them allows.
    MOVE 'N' TO WS-GATE-PREREQ-FOUND-SW
    MOVE 1 TO WS-GATE-PREREQ-SUB
    PERFORM 2530-FIND-GATE-PREREQ THRU 2530-FIND-GATE-PREREQ-EXIT
        UNTIL WS-GATE-PREREQ-SUB > WS-GATE-PREREQ-COUNT
           OR WS-GATE-PREREQ-FOUND
    IF WS-GATE-PREREQ-FOUND
        IF DP-MAX-RC < WS-GP-MAX-RC (WS-GATE-PREREQ-SUB)
            MOVE DP-MAX-RC TO WS-GP-MAX-RC (WS-GATE-PREREQ-SUB)
        END-IF
        GO TO 2520-COLLECT-PREREQ-EXIT
    END-IF

    IF WS-GATE-PREREQ-COUNT >= WS-GATE-PREREQ-MAX
        DISPLAY 'PREQGATE: MORE THAN ' WS-GATE-PREREQ-MAX
            ' PREREQUISITES FOR ' WS-GATE-JOB ' - ' DP-PREREQ-JOB
            ' NOT CHECKED' UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 2520-COLLECT-PREREQ-EXIT
    END-IF
    ADD 1 TO WS-GATE-PREREQ-COUNT
    MOVE DP-PREREQ-JOB TO WS-GP-JOB-NAME (WS-GATE-PREREQ-COUNT)
    MOVE DP-MAX-RC TO WS-GP-MAX-RC (WS-GATE-PREREQ-COUNT).

2520-COLLECT-PREREQ-EXIT.
    EXIT.

2530-FIND-GATE-PREREQ.
    IF WS-GP-JOB-NAME (WS-GATE-PREREQ-SUB) = DP-PREREQ-JOB
        SET WS-GATE-PREREQ-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-GATE-PREREQ-SUB
    END-IF.

2530-FIND-GATE-PREREQ-EXIT.
    EXIT.

2550-CHECK-GATE-PREREQ.
    MOVE SPACES TO PQ-PREREQ-CARD
    MOVE WS-GP-JOB-NAME (WS-GATE-PREREQ-SUB) TO PQ-JOB-NAME
    MOVE WS-GATE-DATE-NUM TO PQ-RUN-DATE
    MOVE WS-GP-MAX-RC (WS-GATE-PREREQ-SUB) TO PQ-MAX-RC
    PERFORM 2200-CHECK-ONE-PREREQ THRU 2200-CHECK-ONE-PREREQ-EXIT
    ADD 1 TO WS-GATE-PREREQ-SUB.

2550-CHECK-GATE-PREREQ-EXIT.
    EXIT.

2700-GATE-FROM-ENVIRONMENT.
*>  No cards at all - gate the job this step is running in from
*>  the master. With no JOBNAME either there is nothing to gate,
*>  which 9000 reports as before.
    ACCEPT WS-GATE-JOB FROM ENVIRONMENT "JOBNAME"
    IF WS-GATE-JOB = SPACES
        GO TO 2700-GATE-FROM-ENVIRONMENT-EXIT
    END-IF
    MOVE SPACES TO WS-GATE-STEP
    ACCEPT WS-GATE-DATE FROM ENVIRONMENT "BUSDATE"
    IF WS-GATE-DATE = SPACES
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE WS-TODAY TO WS-GATE-DATE-NUM
    END-IF
    PERFORM 2500-GATE-FROM-MASTER THRU 2500-GATE-FROM-MASTER-EXIT.

2700-GATE-FROM-ENVIRONMENT-EXIT.
    EXIT.

3000-SCAN-STATUSOUT.

    CLOSE SYSIN-FILE
    CLOSE REPORT-FILE
    IF WS-DEPEND-OPEN
        CLOSE DEPEND-FILE
    END-IF

    IF WS-PREREQ-COUNT = ZERO
        DISPLAY 'PREQGATE: NO PREREQUISITE CARDS ON SYSIN'
            UPON CONSOLE
        IF WS-RETURN-CODE < 0008
            MOVE 0008 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF (WS-FAILED-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
            OR WS-INVALID-COUNT > ZERO)
