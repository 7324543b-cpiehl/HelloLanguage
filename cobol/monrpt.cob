*>---------------------------------------------------------------*
*> Modification History
*>   2026-09-02  DLW   Initial version.
*>   2026-10-15  DLW   RUNHIST is now indexed by job, step,
*>                      business date and start time (one entry per
*>                      run, restated in place on a JOBRPT rerun) -
*>                      read it as a keyed file.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
        FILE STATUS IS WS-SYSIN-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RH-RUN-HISTORY-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCTL"
    05  PC-REPORT-MONTH             PIC 9(02).
    05  FILLER                      PIC X(74).

FD  RUNHIST-FILE.
    COPY RUNHISTC.

FD  BATCH-CONTROL-FILE.
    COPY BATCTLRC.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-RUNHIST-STATUS           PIC X(02) VALUE '00'.
    EXIT.

3000-SCAN-RUN-HISTORY.
    READ RUNHIST-FILE NEXT RECORD
        AT END
            SET WS-RUNHIST-EOF TO TRUE
            GO TO 3000-SCAN-RUN-HISTORY-EXIT
