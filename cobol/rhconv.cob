*> compile with cobc -free -O -x -o rhconv.exe -I copybooks rhconv.cob
*>
*>---------------------------------------------------------------*
*> RHCONV is the one-time conversion of the sequential RUNHIST
*> run-history file to the indexed RUNHIST keyed by job, step,
*> business date and start time (see RUNHISTC). Every record of
*> the old file (OLDHIST) is loaded into a freshly emptied RUNHIST.
*>
*> The old file was appended to every time JOBRPT ran, so a rerun
*> of JOBRPT for a business date left the same runs on it twice.
*> When a record's key is already loaded, the later record - the
*> one the most recent JOBRPT run wrote, as a restatement would
*> keep it - replaces the earlier one, and the earlier one is
*> listed on SYSOUT as dropped, with both end times and return
*> codes, so the drop can be checked against the run it repeats.
*> A record whose key is not valid (non-numeric date or time) is
*> listed as rejected and not loaded.
*>
*> RC=0 loaded with nothing dropped, RC=4 duplicates dropped or
*> records rejected, RC=12 file error.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. RHCONV.
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
    SELECT OLDHIST-FILE ASSIGN TO "OLDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLDHIST-STATUS.

    SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-RUN-HISTORY-KEY
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLDHIST-FILE
    RECORDING MODE IS F.
01  OLDHIST-RECORD                  PIC X(62).

FD  RUNHIST-FILE.
    COPY RUNHISTC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-OLDHIST-STATUS           PIC X(02) VALUE '00'.
    05  WS-RUNHIST-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-OLDHIST-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-OLDHIST-EOF          VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
    05  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
    05  WS-DROPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
    05  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

*>  The old record as read, kept while the copy already loaded
*>  under the same key is read back for the dropped line.
01  WS-OLD-RECORD.
    05  WS-OLD-KEY.
        10  WS-OLD-JOB-NAME         PIC X(08).
        10  WS-OLD-STEP-NAME        PIC X(08).
        10  WS-OLD-BUSINESS-DATE    PIC X(08).
        10  WS-OLD-START-TIME       PIC X(06).
    05  WS-OLD-END-TIME             PIC X(06).
    05  FILLER                      PIC X(12).
    05  WS-OLD-RETURN-CODE          PIC X(04).
    05  FILLER                      PIC X(10).

01  WS-HEADING-LINE-1.
    05  FILLER                      PIC X(45)
        VALUE 'RUNHIST CONVERSION TO KEYED RUN HISTORY'.

01  WS-HEADING-LINE-2.
    05  FILLER                      PIC X(08) VALUE 'JOB NAME'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'STEP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BUS DATE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(06) VALUE 'START'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'DROPPED'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'KEPT'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(20) VALUE 'DISPOSITION'.

01  WS-HEADING-LINE-3.
    05  FILLER                      PIC X(44) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'END    RC'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'END    RC'.

01  WS-DETAIL-LINE.
    05  WS-DTL-JOB-NAME             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-DTL-STEP-NAME            PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-DTL-BUSINESS-DATE        PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-DTL-START-TIME           PIC X(06).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-DTL-DROPPED-END          PIC X(06).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-DTL-DROPPED-RC           PIC X(04).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-DTL-KEPT-END             PIC X(06).
    05  FILLER                      PIC X(01) VALUE SPACES.
    05  WS-DTL-KEPT-RC              PIC X(04).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-DTL-DISPOSITION          PIC X(30).

01  WS-TOTAL-LINE.
    05  FILLER                      PIC X(14) VALUE 'RECORDS READ: '.
    05  WS-TOT-READ                 PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  LOADED='.
    05  WS-TOT-LOADED               PIC 9(07).
    05  FILLER                      PIC X(21)
        VALUE '  DUPLICATES DROPPED='.
    05  WS-TOT-DROPPED              PIC 9(07).
    05  FILLER                      PIC X(12) VALUE '  REJECTED='.
    05  WS-TOT-REJECTED             PIC 9(07).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-CONVERT-HISTORY THRU 2000-CONVERT-HISTORY-EXIT
        UNTIL WS-OLDHIST-EOF
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    OPEN INPUT OLDHIST-FILE
    IF WS-OLDHIST-STATUS NOT = '00'
        DISPLAY 'RHCONV: UNABLE TO OPEN OLDHIST FILE' UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'RHCONV: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE OLDHIST-FILE
        GO TO 9999-EXIT
    END-IF

*>  Empty the keyed file first, then reopen it for update so a
*>  duplicate key can be read back and replaced.
    OPEN OUTPUT RUNHIST-FILE
    IF WS-RUNHIST-STATUS = '00'
        CLOSE RUNHIST-FILE
        OPEN I-O RUNHIST-FILE
    END-IF
    IF WS-RUNHIST-STATUS NOT = '00'
        DISPLAY 'RHCONV: UNABLE TO OPEN RUNHIST FOR LOAD'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE OLDHIST-FILE
        CLOSE REPORT-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-HEADING-LINE-3 TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

2000-CONVERT-HISTORY.
    READ OLDHIST-FILE INTO WS-OLD-RECORD
        AT END
            SET WS-OLDHIST-EOF TO TRUE
            GO TO 2000-CONVERT-HISTORY-EXIT
    END-READ
    ADD 1 TO WS-READ-COUNT

    IF WS-OLD-BUSINESS-DATE NOT NUMERIC
            OR WS-OLD-START-TIME NOT NUMERIC
        ADD 1 TO WS-REJECTED-COUNT
        MOVE SPACES TO WS-DTL-KEPT-END
        MOVE SPACES TO WS-DTL-KEPT-RC
        MOVE 'REJECTED - KEY NOT NUMERIC' TO WS-DTL-DISPOSITION
        PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
        GO TO 2000-CONVERT-HISTORY-EXIT
    END-IF

    MOVE WS-OLD-RECORD TO RH-RUN-HISTORY-RECORD
    WRITE RH-RUN-HISTORY-RECORD
        INVALID KEY
            IF WS-RUNHIST-STATUS = '22'
                PERFORM 2100-REPLACE-DUPLICATE
                    THRU 2100-REPLACE-DUPLICATE-EXIT
            ELSE
                DISPLAY 'RHCONV: LOAD FAILED FOR ' WS-OLD-JOB-NAME
                    ' ' WS-OLD-STEP-NAME ' STATUS ' WS-RUNHIST-STATUS
                    UPON CONSOLE
                MOVE 0012 TO WS-RETURN-CODE
            END-IF
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
    END-WRITE.

2000-CONVERT-HISTORY-EXIT.
    EXIT.

2100-REPLACE-DUPLICATE.
*>  The record already loaded is the earlier of the two - it is
*>  the one dropped, and the one just read takes its place.
    READ RUNHIST-FILE
        INVALID KEY
            DISPLAY 'RHCONV: UNABLE TO READ BACK ' WS-OLD-JOB-NAME
                ' ' WS-OLD-STEP-NAME ' STATUS ' WS-RUNHIST-STATUS
                UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            GO TO 2100-REPLACE-DUPLICATE-EXIT
    END-READ
    MOVE RH-END-TIME TO WS-DTL-DROPPED-END
    MOVE RH-RETURN-CODE TO WS-DTL-DROPPED-RC

    MOVE WS-OLD-RECORD TO RH-RUN-HISTORY-RECORD
    REWRITE RH-RUN-HISTORY-RECORD
        INVALID KEY
            DISPLAY 'RHCONV: REPLACE FAILED FOR ' WS-OLD-JOB-NAME
                ' ' WS-OLD-STEP-NAME ' STATUS ' WS-RUNHIST-STATUS
                UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            GO TO 2100-REPLACE-DUPLICATE-EXIT
    END-REWRITE

    ADD 1 TO WS-DROPPED-COUNT
    MOVE WS-OLD-END-TIME TO WS-DTL-KEPT-END
    MOVE WS-OLD-RETURN-CODE TO WS-DTL-KEPT-RC
    MOVE 'DUPLICATE - EARLIER DROPPED' TO WS-DTL-DISPOSITION
    MOVE WS-OLD-JOB-NAME TO WS-DTL-JOB-NAME
    MOVE WS-OLD-STEP-NAME TO WS-DTL-STEP-NAME
    MOVE WS-OLD-BUSINESS-DATE TO WS-DTL-BUSINESS-DATE
    MOVE WS-OLD-START-TIME TO WS-DTL-START-TIME
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2100-REPLACE-DUPLICATE-EXIT.
    EXIT.

2900-WRITE-DETAIL.
*>  A rejected record is listed under its own figures as dropped.
    MOVE WS-OLD-JOB-NAME TO WS-DTL-JOB-NAME
    MOVE WS-OLD-STEP-NAME TO WS-DTL-STEP-NAME
    MOVE WS-OLD-BUSINESS-DATE TO WS-DTL-BUSINESS-DATE
    MOVE WS-OLD-START-TIME TO WS-DTL-START-TIME
    MOVE WS-OLD-END-TIME TO WS-DTL-DROPPED-END
    MOVE WS-OLD-RETURN-CODE TO WS-DTL-DROPPED-RC
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2900-WRITE-DETAIL-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-READ-COUNT TO WS-TOT-READ
    MOVE WS-LOADED-COUNT TO WS-TOT-LOADED
    MOVE WS-DROPPED-COUNT TO WS-TOT-DROPPED
    MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE OLDHIST-FILE
    CLOSE RUNHIST-FILE
    CLOSE REPORT-FILE

    DISPLAY 'RHCONV: READ=' WS-READ-COUNT
        ' LOADED=' WS-LOADED-COUNT
        ' DUPLICATES DROPPED=' WS-DROPPED-COUNT
        ' REJECTED=' WS-REJECTED-COUNT

    IF WS-RETURN-CODE < 0004
            AND (WS-DROPPED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO)
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
