*> compile with cobc -free -O -x -o hcconv.exe -I copybooks hcconv.cob
*>
*>---------------------------------------------------------------*
*> HCCONV is the one-time conversion of the HOLCAL holiday calendar
*> master from its old 60-byte record to the 68-byte record that
*> carries HC-APPROVER-USER (see HOLCALRC). The old cluster, renamed
*> aside before the run, is read in key order through OLDHOL and
*> every record is loaded into a freshly emptied HOLCAL with the
*> same key, description and last-update stamp. The approver is
*> left blank - those holidays were posted before HOLMAINT decks
*> needed a second user.
*>
*> A record whose holiday date is not numeric is listed as
*> rejected and not loaded; BDCALC could never have used it.
*>
*> RC=0 every record loaded, RC=4 records rejected, RC=12 file
*> error.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. HCCONV.
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
    SELECT OLDHOL-FILE ASSIGN TO "OLDHOL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OH-HOLIDAY-KEY
        FILE STATUS IS WS-OLDHOL-STATUS.

    SELECT HOLCAL-FILE ASSIGN TO "HOLCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HC-HOLIDAY-KEY
        FILE STATUS IS WS-HOLCAL-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*>  The holiday record as it stood before the approver field -
*>  60 bytes, key region + holiday date.
FD  OLDHOL-FILE.
01  OH-HOLIDAY-RECORD.
    05  OH-HOLIDAY-KEY.
        10  OH-REGION-CODE          PIC X(03).
        10  OH-HOLIDAY-DATE         PIC X(08).
    05  OH-DESCRIPTION              PIC X(30).
    05  OH-LAST-UPDATE-DATE         PIC X(08).
    05  OH-LAST-UPDATE-USER         PIC X(08).
    05  FILLER                      PIC X(03).

FD  HOLCAL-FILE.
    COPY HOLCALRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-OLDHOL-STATUS            PIC X(02) VALUE '00'.
    05  WS-HOLCAL-STATUS            PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-OLDHOL-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-OLDHOL-EOF           VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
    05  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
    05  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-HEADING-LINE-1.
    05  FILLER                      PIC X(45)
        VALUE 'HOLCAL CONVERSION TO 68-BYTE RECORD'.

01  WS-HEADING-LINE-2.
    05  FILLER                      PIC X(06) VALUE 'REGION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DATE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DISPOSITION'.

01  WS-DETAIL-LINE.
    05  WS-DTL-REGION-CODE          PIC X(03).
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  WS-DTL-HOLIDAY-DATE         PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-DTL-DESCRIPTION          PIC X(30).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-DTL-DISPOSITION          PIC X(30).

01  WS-TOTAL-LINE.
    05  FILLER                      PIC X(14) VALUE 'RECORDS READ: '.
    05  WS-TOT-READ                 PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  LOADED='.
    05  WS-TOT-LOADED               PIC 9(07).
    05  FILLER                      PIC X(12) VALUE '  REJECTED='.
    05  WS-TOT-REJECTED             PIC 9(07).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-CONVERT-CALENDAR THRU 2000-CONVERT-CALENDAR-EXIT
        UNTIL WS-OLDHOL-EOF
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    OPEN INPUT OLDHOL-FILE
    IF WS-OLDHOL-STATUS NOT = '00'
        DISPLAY 'HCCONV: UNABLE TO OPEN OLDHOL FILE' UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'HCCONV: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE OLDHOL-FILE
        GO TO 9999-EXIT
    END-IF

*>  The old cluster is read in key order, so the new one is
*>  loaded sequentially from empty.
    OPEN OUTPUT HOLCAL-FILE
    IF WS-HOLCAL-STATUS NOT = '00'
        DISPLAY 'HCCONV: UNABLE TO OPEN HOLCAL FOR LOAD'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE OLDHOL-FILE
        CLOSE REPORT-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-HEADING-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

2000-CONVERT-CALENDAR.
    READ OLDHOL-FILE NEXT RECORD
        AT END
            SET WS-OLDHOL-EOF TO TRUE
            GO TO 2000-CONVERT-CALENDAR-EXIT
    END-READ
    ADD 1 TO WS-READ-COUNT

    IF OH-HOLIDAY-DATE NOT NUMERIC
        ADD 1 TO WS-REJECTED-COUNT
        MOVE 'REJECTED - DATE NOT NUMERIC' TO WS-DTL-DISPOSITION
        PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
        GO TO 2000-CONVERT-CALENDAR-EXIT
    END-IF

    MOVE SPACES TO HC-HOLIDAY-RECORD
    MOVE OH-REGION-CODE TO HC-REGION-CODE
    MOVE OH-HOLIDAY-DATE TO HC-HOLIDAY-DATE
    MOVE OH-DESCRIPTION TO HC-DESCRIPTION
    IF OH-LAST-UPDATE-DATE NUMERIC
        MOVE OH-LAST-UPDATE-DATE TO HC-LAST-UPDATE-DATE
    ELSE
        MOVE ZEROES TO HC-LAST-UPDATE-DATE
    END-IF
    MOVE OH-LAST-UPDATE-USER TO HC-LAST-UPDATE-USER
    MOVE SPACES TO HC-APPROVER-USER

    WRITE HC-HOLIDAY-RECORD
        INVALID KEY
            DISPLAY 'HCCONV: LOAD FAILED FOR ' OH-REGION-CODE
                ' ' OH-HOLIDAY-DATE ' STATUS ' WS-HOLCAL-STATUS
                UPON CONSOLE
            MOVE 0012 TO WS-RETURN-CODE
            MOVE 'LOAD FAILED' TO WS-DTL-DISPOSITION
            PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
        NOT INVALID KEY
            ADD 1 TO WS-LOADED-COUNT
    END-WRITE.

2000-CONVERT-CALENDAR-EXIT.
    EXIT.

2900-WRITE-DETAIL.
    MOVE OH-REGION-CODE TO WS-DTL-REGION-CODE
    MOVE OH-HOLIDAY-DATE TO WS-DTL-HOLIDAY-DATE
    MOVE OH-DESCRIPTION TO WS-DTL-DESCRIPTION
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2900-WRITE-DETAIL-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-READ-COUNT TO WS-TOT-READ
    MOVE WS-LOADED-COUNT TO WS-TOT-LOADED
    MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE OLDHOL-FILE
    CLOSE HOLCAL-FILE
    CLOSE REPORT-FILE

    DISPLAY 'HCCONV: READ=' WS-READ-COUNT
        ' LOADED=' WS-LOADED-COUNT
        ' REJECTED=' WS-REJECTED-COUNT

    IF WS-RETURN-CODE < 0004 AND WS-REJECTED-COUNT > ZERO
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
