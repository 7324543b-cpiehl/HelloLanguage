*>---------------------------------------------------------------*
*> TRENDRPT is the weekly elapsed-time trend and SLA exception
*> report. It reads the permanent RUNHIST run-history file that
*> JOBRPT writes each night, computes every job step's rolling
*> 30-day average elapsed time as of the report date, and prints
*> a line for each run on the report date - flagging TREND when
*> the run's elapsed time exceeded its rolling average by more
*>                      BC-SLA-DEADLINE means no SLA for the step),
*>                      so the deadlines live in one validated
*>                      place with the rest of the schedule.
*>   2026-10-15  DLW   RUNHIST is now indexed by job, step,
*>                      business date and start time (one entry per
*>                      run, restated in place on a JOBRPT rerun) -
*>                      read it as a keyed file.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
        FILE STATUS IS WS-BATCTL-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RH-RUN-HISTORY-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
FD  BATCH-CONTROL-FILE.
    COPY BATCTLRC.

FD  RUNHIST-FILE.
    COPY RUNHISTC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-BATCTL-STATUS            PIC X(02) VALUE '00'.
    EXIT.

3000-SCAN-RUN-HISTORY.
    READ RUNHIST-FILE NEXT RECORD
        AT END
            SET WS-RUNHIST-EOF TO TRUE
            GO TO 3000-SCAN-RUN-HISTORY-EXIT
