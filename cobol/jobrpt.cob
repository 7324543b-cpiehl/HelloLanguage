*>                      control master maintained by BCMAINT
*>                      instead of the SCHEDMST card deck, so the
*>                      schedule lives in one validated place.
*>   2026-10-15  DLW   RUNHIST is now indexed by job, step,
*>                      business date and start time. A run already
*>                      on file (JOBRPT rerun for the same business
*>                      date) is replaced rather than added again,
*>                      and listed in a RESTATED section with the
*>                      end time and RC it replaced, so TRENDRPT and
*>                      MONRPT no longer count it twice.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-RUN-HISTORY-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCTL"
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

FD  RUNHIST-FILE.
    COPY RUNHISTC.

FD  BATCH-CONTROL-FILE.
    COPY BATCTLRC.

WORKING-STORAGE SECTION.
COPY JOBLOGRC.

01  WS-FILE-STATUSES.
    05  WS-JOBLOG-STATUS            PIC X(02) VALUE '00'.
    05  WS-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
    05  WS-RUN-SUB                  PIC 9(04) COMP VALUE ZERO.
    05  WS-RUN-MAX                  PIC 9(04) COMP VALUE 200.
    05  WS-RESTATED-COUNT           PIC 9(04) COMP VALUE ZERO.

01  WS-RUN-TABLE.
    05  WS-RUN-ENTRY OCCURS 200 TIMES
        10  WS-RUN-RETURN-CODE      PIC 9(04).
        10  WS-RUN-HAS-END-SW       PIC X(01).
            88  WS-RUN-HAS-END      VALUE 'Y'.
        10  WS-RUN-RESTATED-SW      PIC X(01).
            88  WS-RUN-RESTATED     VALUE 'Y'.
        10  WS-RUN-PRIOR-END-TIME   PIC 9(06).
        10  WS-RUN-PRIOR-RC         PIC 9(04).

01  WS-RUNHIST-NEW-RECORD           PIC X(62).

01  WS-ELAPSED-SECONDS              PIC S9(06).
01  WS-ELAPSED-DISPLAY              PIC 9(06).
        VALUE '  LATEST START: '.
    05  WS-MSG-LATEST-START         PIC 9(06).

01  WS-RESTATED-HEADING-LINE.
    05  FILLER                      PIC X(50)
        VALUE 'RESTATED - RUNS ALREADY ON RUNHIST, ENTRY REPLACED'.

01  WS-RESTATED-DETAIL-LINE.
    05  WS-RST-JOB-NAME             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RST-STEP-NAME            PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RST-START-TIME           PIC 9(06).
    05  FILLER                      PIC X(14)
        VALUE '  WAS END/RC: '.
    05  WS-RST-PRIOR-END-TIME       PIC 9(06).
    05  FILLER                      PIC X(01) VALUE '/'.
    05  WS-RST-PRIOR-RC             PIC 9(04).
    05  FILLER                      PIC X(15)
        VALUE '   NOW END/RC: '.
    05  WS-RST-END-TIME             PIC 9(06).
    05  FILLER                      PIC X(01) VALUE '/'.
    05  WS-RST-RETURN-CODE          PIC 9(04).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
        GO TO 9999-EXIT
    END-IF

    OPEN I-O RUNHIST-FILE
    IF WS-RUNHIST-STATUS = '05' OR WS-RUNHIST-STATUS = '35'
*>      First run - create the run history and reopen it for update.
        CLOSE RUNHIST-FILE
        OPEN OUTPUT RUNHIST-FILE
        CLOSE RUNHIST-FILE
        OPEN I-O RUNHIST-FILE
    END-IF
    IF WS-RUNHIST-STATUS NOT = '00'
        DISPLAY 'JOBRPT: UNABLE TO OPEN RUNHIST FILE'
            UPON CONSOLE
        CLOSE JOBLOG-FILE
        MOVE ZEROES TO WS-RUN-END-TIME (WS-RUN-IDX)
        MOVE ZEROES TO WS-RUN-RETURN-CODE (WS-RUN-IDX)
        MOVE 'N' TO WS-RUN-HAS-END-SW (WS-RUN-IDX)
        MOVE 'N' TO WS-RUN-RESTATED-SW (WS-RUN-IDX)
    END-IF.

2100-RECORD-START-EXIT.
    PERFORM 3100-PRINT-DETAIL-LINE THRU 3100-PRINT-DETAIL-LINE-EXIT
        UNTIL WS-RUN-IDX > WS-RUN-COUNT

    PERFORM 3600-PRINT-RESTATED-SECTION
        THRU 3600-PRINT-RESTATED-SECTION-EXIT

    PERFORM 3500-PRINT-MISSING-SECTION
        THRU 3500-PRINT-MISSING-SECTION-EXIT.

    MOVE WS-ELAPSED-SECONDS TO RH-ELAPSED-SECONDS
    MOVE WS-RUN-RETURN-CODE (WS-RUN-IDX) TO RH-RETURN-CODE

    WRITE RH-RUN-HISTORY-RECORD
        INVALID KEY
            IF WS-RUNHIST-STATUS = '22'
                PERFORM 3310-RESTATE-RUN-HISTORY
                    THRU 3310-RESTATE-RUN-HISTORY-EXIT
            ELSE
                DISPLAY 'JOBRPT: UNABLE TO WRITE RUNHIST RECORD'
                    UPON CONSOLE
            END-IF
    END-WRITE.

3300-WRITE-RUN-HISTORY-EXIT.
    EXIT.

3310-RESTATE-RUN-HISTORY.
*>  The run is already on file - this business date has been
*>  reported before. Keep what it said for the RESTATED section
*>  and replace it with tonight's figures.
    MOVE RH-RUN-HISTORY-RECORD TO WS-RUNHIST-NEW-RECORD
    READ RUNHIST-FILE
        INVALID KEY
            DISPLAY 'JOBRPT: UNABLE TO READ RUNHIST RECORD '
                RH-JOB-NAME ' ' RH-STEP-NAME ' STATUS '
                WS-RUNHIST-STATUS UPON CONSOLE
            GO TO 3310-RESTATE-RUN-HISTORY-EXIT
    END-READ
    MOVE RH-END-TIME TO WS-RUN-PRIOR-END-TIME (WS-RUN-IDX)
    MOVE RH-RETURN-CODE TO WS-RUN-PRIOR-RC (WS-RUN-IDX)

    MOVE WS-RUNHIST-NEW-RECORD TO RH-RUN-HISTORY-RECORD
    REWRITE RH-RUN-HISTORY-RECORD
        INVALID KEY
            DISPLAY 'JOBRPT: UNABLE TO REWRITE RUNHIST RECORD '
                RH-JOB-NAME ' ' RH-STEP-NAME ' STATUS '
                WS-RUNHIST-STATUS UPON CONSOLE
        NOT INVALID KEY
            SET WS-RUN-RESTATED (WS-RUN-IDX) TO TRUE
            ADD 1 TO WS-RESTATED-COUNT
    END-REWRITE.

3310-RESTATE-RUN-HISTORY-EXIT.
    EXIT.

3400-CHECK-LATE-START.
    MOVE SPACES TO WS-DTL-FLAG
    MOVE 'N' TO WS-SCHED-MATCH-SW
3520-MATCH-RUN-EXIT.
    EXIT.

3600-PRINT-RESTATED-SECTION.
    IF WS-RESTATED-COUNT = ZERO
        GO TO 3600-PRINT-RESTATED-SECTION-EXIT
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RESTATED-HEADING-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    SET WS-RUN-IDX TO 1
    PERFORM 3610-PRINT-RESTATED-RUN THRU 3610-PRINT-RESTATED-RUN-EXIT
        UNTIL WS-RUN-IDX > WS-RUN-COUNT.

3600-PRINT-RESTATED-SECTION-EXIT.
    EXIT.

3610-PRINT-RESTATED-RUN.
    IF WS-RUN-RESTATED (WS-RUN-IDX)
        MOVE WS-RUN-JOB-NAME (WS-RUN-IDX) TO WS-RST-JOB-NAME
        MOVE WS-RUN-STEP-NAME (WS-RUN-IDX) TO WS-RST-STEP-NAME
        MOVE WS-RUN-START-TIME (WS-RUN-IDX) TO WS-RST-START-TIME
        MOVE WS-RUN-PRIOR-END-TIME (WS-RUN-IDX)
            TO WS-RST-PRIOR-END-TIME
        MOVE WS-RUN-PRIOR-RC (WS-RUN-IDX) TO WS-RST-PRIOR-RC
        MOVE WS-RUN-END-TIME (WS-RUN-IDX) TO WS-RST-END-TIME
        MOVE WS-RUN-RETURN-CODE (WS-RUN-IDX) TO WS-RST-RETURN-CODE
        MOVE WS-RESTATED-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    SET WS-RUN-IDX UP BY 1.

3610-PRINT-RESTATED-RUN-EXIT.
    EXIT.

9000-TERMINATE.
    CLOSE JOBLOG-FILE
    CLOSE REPORT-FILE
    CLOSE RUNHIST-FILE

    IF WS-RESTATED-COUNT > ZERO
        DISPLAY 'JOBRPT: ' WS-RESTATED-COUNT
            ' RUN(S) RESTATED ON RUNHIST FOR ' WS-REPORT-DATE
            UPON CONSOLE
    END-IF

    IF WS-MISSING-COUNT > ZERO
        DISPLAY 'JOBRPT: ' WS-MISSING-COUNT
            ' SCHEDULED JOB(S) MISSING FOR ' WS-REPORT-DATE
