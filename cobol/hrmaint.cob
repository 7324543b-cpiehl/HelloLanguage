*> compile with cobc -free -O -x -o hrmaint.exe -I copybooks hrmaint.cob
*>
*>---------------------------------------------------------------*
*> HRMAINT maintains the HOLRULE holiday rule master - one record
*> per region and rule, each saying how to find one holiday in any
*> year (see HOLRULRC). HOLGEN expands the rules for a requested
*> year and proposes the HOLMAINT deck for the HOLCAL calendar, so
*> the rules are keyed once instead of every holiday date every
*> December. Transactions are read from SYSIN, one per rule; after
*> they are applied a full rule listing is printed to SYSOUT
*> followed by the run totals.
*>
*> The rules themselves never touch the calendar - the deck HOLGEN
*> writes still goes through HOLMAINT and its dual control - so
*> rule maintenance is applied directly.
*>
*> Transaction card layout (SYSIN):
*>   01-01  Action code       A = Add, C = Change, D = Delete
*>   02-04  Region code
*>   05-08  Rule ID
*>   09-09  Rule type         F = Fixed month/day
*>                            N = Nth weekday of the month
*>                            L = Last weekday of the month
*>                            E = Easter-relative
*>   10-11  Month             (F, N, L)
*>   12-13  Day               (F)
*>   14-14  Weekday 1-7       (N, L; Monday = 1)
*>   15-15  Occurrence 1-5    (N)
*>   16-19  Easter offset     (E; sign and 3 digits, e.g. -002)
*>   20-20  Weekend observance F = Friday, M = Monday, N = none
*>                            (blank = N)
*>   21-24  First year        (blank = no start)
*>   25-28  Last year         (blank = no end)
*>   29-58  Description       (Add/Change; goes on HOLCAL)
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. HRMAINT.
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

    SELECT HOLIDAY-RULE-FILE ASSIGN TO "HOLRULE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HR-RULE-KEY
        FILE STATUS IS WS-HOLRULE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE
    RECORDING MODE IS F.
01  TRANS-RECORD.
    05  TR-ACTION-CODE              PIC X(01).
        88  TR-ACTION-ADD           VALUE 'A'.
        88  TR-ACTION-CHANGE        VALUE 'C'.
        88  TR-ACTION-DELETE        VALUE 'D'.
    05  TR-REGION-CODE              PIC X(03).
    05  TR-RULE-ID                  PIC X(04).
    05  TR-RULE-TYPE                PIC X(01).
    05  TR-MONTH                    PIC X(02).
    05  TR-MONTH-N REDEFINES TR-MONTH
                                    PIC 9(02).
    05  TR-DAY                      PIC X(02).
    05  TR-DAY-N REDEFINES TR-DAY   PIC 9(02).
    05  TR-WEEKDAY                  PIC X(01).
    05  TR-WEEKDAY-N REDEFINES TR-WEEKDAY
                                    PIC 9(01).
    05  TR-OCCURRENCE               PIC X(01).
    05  TR-OCCURRENCE-N REDEFINES TR-OCCURRENCE
                                    PIC 9(01).
    05  TR-EASTER-SIGN              PIC X(01).
    05  TR-EASTER-DAYS              PIC X(03).
    05  TR-EASTER-DAYS-N REDEFINES TR-EASTER-DAYS
                                    PIC 9(03).
    05  TR-OBSERVANCE               PIC X(01).
    05  TR-FIRST-YEAR               PIC X(04).
    05  TR-FIRST-YEAR-N REDEFINES TR-FIRST-YEAR
                                    PIC 9(04).
    05  TR-LAST-YEAR                PIC X(04).
    05  TR-LAST-YEAR-N REDEFINES TR-LAST-YEAR
                                    PIC 9(04).
    05  TR-DESCRIPTION              PIC X(30).
    05  FILLER                      PIC X(22).

FD  HOLIDAY-RULE-FILE.
    COPY HOLRULRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-TRANS-STATUS             PIC X(02) VALUE '00'.
    05  WS-HOLRULE-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-TRANS-EOF            VALUE 'Y'.
    05  WS-HOLRULE-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-HOLRULE-EOF          VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-USER-ID                      PIC X(08) VALUE SPACES.

01  WS-COUNTERS.
    05  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
    05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-DISPOSITION-AREA.
    05  WS-DISPOSITION              PIC X(08).
    05  WS-REASON-TEXT              PIC X(30).

*>  Longest day of each month - February allows the 29th, the
*>  generator drops it in years that do not have one.
01  WS-MONTH-DAYS-VALUES            PIC X(24)
        VALUE '312931303130313130313031'.
01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
    05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'HOLIDAY RULE MAINTENANCE'.
    05  FILLER                      PIC X(15) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).

01  WS-RPT-HEADING-LINE-2.
    05  FILLER                      PIC X(06) VALUE 'ACTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'RGN'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'RULE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(01) VALUE 'T'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DISP'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'REASON'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-ACTION           PIC X(01).
    05  FILLER                      PIC X(08) VALUE SPACES.
    05  WS-RPT-DTL-REGION           PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-RULE             PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-TYPE             PIC X(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-DESC             PIC X(30).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-DISP             PIC X(08).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-DTL-REASON           PIC X(30).

01  WS-RPT-LISTING-HEADING.
    05  FILLER                      PIC X(40)
        VALUE 'HOLIDAY RULE LISTING'.

01  WS-RPT-LISTING-COLUMNS.
    05  FILLER                      PIC X(03) VALUE 'RGN'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'RULE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(01) VALUE 'T'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(02) VALUE 'MM'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(02) VALUE 'DD'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(02) VALUE 'WD'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(02) VALUE 'OC'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'EOFF'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'OBS'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'FROM'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'TO'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE 'UPDATED'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BY'.

01  WS-RPT-LISTING-LINE.
    05  WS-RPT-LST-REGION           PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-RULE             PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-TYPE             PIC X(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-MONTH            PIC 9(02).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-LST-DAY              PIC 9(02).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-WEEKDAY          PIC 9(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-OCCURRENCE       PIC 9(01).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-LST-OFFSET           PIC +ZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-OBSERVANCE       PIC X(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-FIRST-YEAR       PIC 9(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-LST-LAST-YEAR        PIC 9(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-DESC             PIC X(30).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-LST-UPD-DATE         PIC 9(08).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-LST-UPD-USER         PIC X(08).

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  FILLER                      PIC X(07) VALUE '  ADDS='.
    05  WS-RPT-TOT-ADDS             PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  CHANGES='.
    05  WS-RPT-TOT-CHANGES          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  DELETES='.
    05  WS-RPT-TOT-DELETES          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  REJECTS='.
    05  WS-RPT-TOT-REJECTS          PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  ONFILE='.
    05  WS-RPT-TOT-ONFILE           PIC 9(05).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-PROCESS-TRANSACTIONS-EXIT
        UNTIL WS-TRANS-EOF
    PERFORM 3000-PRINT-LISTING THRU 3000-PRINT-LISTING-EXIT
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
        DISPLAY 'HRMAINT: UNABLE TO OPEN SYSIN TRANSACTIONS'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN I-O HOLIDAY-RULE-FILE
    IF WS-HOLRULE-STATUS = '05' OR WS-HOLRULE-STATUS = '35'
*>      First load of the rule master - create it and reopen it
*>      for update.
        CLOSE HOLIDAY-RULE-FILE
        OPEN OUTPUT HOLIDAY-RULE-FILE
        CLOSE HOLIDAY-RULE-FILE
        OPEN I-O HOLIDAY-RULE-FILE
    END-IF
    IF WS-HOLRULE-STATUS NOT = '00'
        DISPLAY 'HRMAINT: UNABLE TO OPEN HOLRULE MASTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'HRMAINT: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE TRANS-FILE
        CLOSE HOLIDAY-RULE-FILE
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
    PERFORM 2050-EDIT-TRANSACTION THRU 2050-EDIT-TRANSACTION-EXIT
    IF WS-REASON-TEXT NOT = SPACES
        MOVE 'REJECTED' TO WS-DISPOSITION
        ADD 1 TO WS-REJECT-COUNT
    ELSE
        EVALUATE TRUE
            WHEN TR-ACTION-ADD
                PERFORM 2200-ADD-RULE THRU 2200-ADD-RULE-EXIT
            WHEN TR-ACTION-CHANGE
                PERFORM 2300-CHANGE-RULE THRU 2300-CHANGE-RULE-EXIT
            WHEN TR-ACTION-DELETE
                PERFORM 2400-DELETE-RULE THRU 2400-DELETE-RULE-EXIT
        END-EVALUATE
    END-IF

    PERFORM 2700-WRITE-REPORT-DETAIL THRU 2700-WRITE-REPORT-DETAIL-EXIT
    PERFORM 2100-READ-TRANSACTION THRU 2100-READ-TRANSACTION-EXIT.

2000-PROCESS-TRANSACTIONS-EXIT.
    EXIT.

2050-EDIT-TRANSACTION.
*>  The first failing check names the reason; the fields a rule
*>  type does not use are not looked at.
    MOVE SPACES TO WS-REASON-TEXT
    EVALUATE TRUE
        WHEN NOT TR-ACTION-ADD AND NOT TR-ACTION-CHANGE
                AND NOT TR-ACTION-DELETE
            MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
        WHEN TR-REGION-CODE = SPACES
            MOVE 'REGION CODE BLANK' TO WS-REASON-TEXT
        WHEN TR-RULE-ID = SPACES
            MOVE 'RULE ID BLANK' TO WS-REASON-TEXT
        WHEN TR-ACTION-DELETE
            CONTINUE
        WHEN TR-DESCRIPTION = SPACES
            MOVE 'DESCRIPTION BLANK' TO WS-REASON-TEXT
        WHEN TR-RULE-TYPE NOT = 'F' AND TR-RULE-TYPE NOT = 'N'
                AND TR-RULE-TYPE NOT = 'L' AND TR-RULE-TYPE NOT = 'E'
            MOVE 'RULE TYPE NOT F, N, L OR E' TO WS-REASON-TEXT
        WHEN TR-RULE-TYPE NOT = 'E'
                AND (TR-MONTH NOT NUMERIC
                     OR TR-MONTH-N < 1 OR TR-MONTH-N > 12)
            MOVE 'MONTH NOT 01-12' TO WS-REASON-TEXT
        WHEN TR-RULE-TYPE = 'F'
                AND (TR-DAY NOT NUMERIC OR TR-DAY-N < 1)
            MOVE 'DAY NOT VALID FOR MONTH' TO WS-REASON-TEXT
        WHEN TR-RULE-TYPE = 'F'
                AND TR-DAY-N > WS-MONTH-DAYS (TR-MONTH-N)
            MOVE 'DAY NOT VALID FOR MONTH' TO WS-REASON-TEXT
        WHEN (TR-RULE-TYPE = 'N' OR TR-RULE-TYPE = 'L')
                AND (TR-WEEKDAY NOT NUMERIC
                     OR TR-WEEKDAY-N < 1 OR TR-WEEKDAY-N > 7)
            MOVE 'WEEKDAY NOT 1-7' TO WS-REASON-TEXT
        WHEN TR-RULE-TYPE = 'N'
                AND (TR-OCCURRENCE NOT NUMERIC
                     OR TR-OCCURRENCE-N < 1 OR TR-OCCURRENCE-N > 5)
            MOVE 'OCCURRENCE NOT 1-5' TO WS-REASON-TEXT
        WHEN TR-RULE-TYPE = 'E'
                AND ((TR-EASTER-SIGN NOT = '+'
                      AND TR-EASTER-SIGN NOT = '-')
                     OR TR-EASTER-DAYS NOT NUMERIC)
            MOVE 'EASTER OFFSET NOT +NNN OR -NNN' TO WS-REASON-TEXT
        WHEN TR-OBSERVANCE NOT = 'F' AND TR-OBSERVANCE NOT = 'M'
                AND TR-OBSERVANCE NOT = 'N'
                AND TR-OBSERVANCE NOT = SPACE
            MOVE 'OBSERVANCE NOT F, M OR N' TO WS-REASON-TEXT
        WHEN TR-FIRST-YEAR NOT = SPACES AND TR-FIRST-YEAR NOT NUMERIC
            MOVE 'FIRST YEAR NOT NUMERIC' TO WS-REASON-TEXT
        WHEN TR-LAST-YEAR NOT = SPACES AND TR-LAST-YEAR NOT NUMERIC
            MOVE 'LAST YEAR NOT NUMERIC' TO WS-REASON-TEXT
        WHEN TR-FIRST-YEAR NUMERIC AND TR-LAST-YEAR NUMERIC
                AND TR-FIRST-YEAR-N > TR-LAST-YEAR-N
            MOVE 'FIRST YEAR AFTER LAST YEAR' TO WS-REASON-TEXT
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

2200-ADD-RULE.
    MOVE TR-REGION-CODE TO HR-REGION-CODE
    MOVE TR-RULE-ID TO HR-RULE-ID
    PERFORM 2500-BUILD-RULE-RECORD THRU 2500-BUILD-RULE-RECORD-EXIT

    WRITE HR-HOLIDAY-RULE-RECORD
        INVALID KEY
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RULE ALREADY ON FILE' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-ADD-COUNT
    END-WRITE.

2200-ADD-RULE-EXIT.
    EXIT.

2300-CHANGE-RULE.
    MOVE TR-REGION-CODE TO HR-REGION-CODE
    MOVE TR-RULE-ID TO HR-RULE-ID
    READ HOLIDAY-RULE-FILE
        INVALID KEY
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RULE NOT ON FILE' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
        NOT INVALID KEY
            PERFORM 2500-BUILD-RULE-RECORD
                THRU 2500-BUILD-RULE-RECORD-EXIT
            REWRITE HR-HOLIDAY-RULE-RECORD
            IF WS-HOLRULE-STATUS = '00'
                ADD 1 TO WS-CHANGE-COUNT
            ELSE
                MOVE 'REJECTED' TO WS-DISPOSITION
                MOVE 'REWRITE FAILED' TO WS-REASON-TEXT
                ADD 1 TO WS-REJECT-COUNT
            END-IF
    END-READ.

2300-CHANGE-RULE-EXIT.
    EXIT.

2400-DELETE-RULE.
    MOVE TR-REGION-CODE TO HR-REGION-CODE
    MOVE TR-RULE-ID TO HR-RULE-ID
    DELETE HOLIDAY-RULE-FILE
        INVALID KEY
            MOVE 'REJECTED' TO WS-DISPOSITION
            MOVE 'RULE NOT ON FILE' TO WS-REASON-TEXT
            ADD 1 TO WS-REJECT-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-DELETE-COUNT
    END-DELETE.

2400-DELETE-RULE-EXIT.
    EXIT.

2500-BUILD-RULE-RECORD.
*>  Only the fields the rule type uses are kept; the rest are
*>  zeroed so the listing shows exactly what drives the date.
    MOVE TR-DESCRIPTION TO HR-DESCRIPTION
    MOVE TR-RULE-TYPE TO HR-RULE-TYPE
    MOVE ZEROES TO HR-MONTH
    MOVE ZEROES TO HR-DAY
    MOVE ZEROES TO HR-WEEKDAY
    MOVE ZEROES TO HR-OCCURRENCE
    MOVE ZEROES TO HR-EASTER-OFFSET
    EVALUATE TRUE
        WHEN HR-FIXED-DATE
            MOVE TR-MONTH-N TO HR-MONTH
            MOVE TR-DAY-N TO HR-DAY
        WHEN HR-NTH-WEEKDAY
            MOVE TR-MONTH-N TO HR-MONTH
            MOVE TR-WEEKDAY-N TO HR-WEEKDAY
            MOVE TR-OCCURRENCE-N TO HR-OCCURRENCE
        WHEN HR-LAST-WEEKDAY
            MOVE TR-MONTH-N TO HR-MONTH
            MOVE TR-WEEKDAY-N TO HR-WEEKDAY
        WHEN HR-EASTER-RELATIVE
            MOVE TR-EASTER-DAYS-N TO HR-EASTER-OFFSET
            IF TR-EASTER-SIGN = '-'
                COMPUTE HR-EASTER-OFFSET = HR-EASTER-OFFSET * -1
            END-IF
    END-EVALUATE

    IF TR-OBSERVANCE = SPACE
        SET HR-OBSERVE-NONE TO TRUE
    ELSE
        MOVE TR-OBSERVANCE TO HR-OBSERVANCE
    END-IF
    IF TR-FIRST-YEAR = SPACES
        MOVE ZEROES TO HR-FIRST-YEAR
    ELSE
        MOVE TR-FIRST-YEAR-N TO HR-FIRST-YEAR
    END-IF
    IF TR-LAST-YEAR = SPACES
        MOVE 9999 TO HR-LAST-YEAR
    ELSE
        MOVE TR-LAST-YEAR-N TO HR-LAST-YEAR
    END-IF
    MOVE WS-CDT-DATE TO HR-LAST-UPDATE-DATE
    MOVE WS-USER-ID TO HR-LAST-UPDATE-USER.

2500-BUILD-RULE-RECORD-EXIT.
    EXIT.

2700-WRITE-REPORT-DETAIL.
    MOVE TR-ACTION-CODE TO WS-RPT-DTL-ACTION
    MOVE TR-REGION-CODE TO WS-RPT-DTL-REGION
    MOVE TR-RULE-ID TO WS-RPT-DTL-RULE
    MOVE TR-RULE-TYPE TO WS-RPT-DTL-TYPE
    MOVE TR-DESCRIPTION TO WS-RPT-DTL-DESC
    MOVE WS-DISPOSITION TO WS-RPT-DTL-DISP
    MOVE WS-REASON-TEXT TO WS-RPT-DTL-REASON
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2700-WRITE-REPORT-DETAIL-EXIT.
    EXIT.

3000-PRINT-LISTING.
*>  List the full rule master in region then rule order, ready
*>  for the year-end review before HOLGEN is run.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-LISTING-HEADING TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-LISTING-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE LOW-VALUES TO HR-RULE-KEY
    START HOLIDAY-RULE-FILE KEY NOT < HR-RULE-KEY
        INVALID KEY
            SET WS-HOLRULE-EOF TO TRUE
    END-START

    PERFORM 3100-LIST-RULE THRU 3100-LIST-RULE-EXIT
        UNTIL WS-HOLRULE-EOF.

3000-PRINT-LISTING-EXIT.
    EXIT.

3100-LIST-RULE.
    READ HOLIDAY-RULE-FILE NEXT RECORD
        AT END
            SET WS-HOLRULE-EOF TO TRUE
            GO TO 3100-LIST-RULE-EXIT
    END-READ

    MOVE HR-REGION-CODE TO WS-RPT-LST-REGION
    MOVE HR-RULE-ID TO WS-RPT-LST-RULE
    MOVE HR-RULE-TYPE TO WS-RPT-LST-TYPE
    MOVE HR-MONTH TO WS-RPT-LST-MONTH
    MOVE HR-DAY TO WS-RPT-LST-DAY
    MOVE HR-WEEKDAY TO WS-RPT-LST-WEEKDAY
    MOVE HR-OCCURRENCE TO WS-RPT-LST-OCCURRENCE
    MOVE HR-EASTER-OFFSET TO WS-RPT-LST-OFFSET
    MOVE HR-OBSERVANCE TO WS-RPT-LST-OBSERVANCE
    MOVE HR-FIRST-YEAR TO WS-RPT-LST-FIRST-YEAR
    MOVE HR-LAST-YEAR TO WS-RPT-LST-LAST-YEAR
    MOVE HR-DESCRIPTION TO WS-RPT-LST-DESC
    MOVE HR-LAST-UPDATE-DATE TO WS-RPT-LST-UPD-DATE
    MOVE HR-LAST-UPDATE-USER TO WS-RPT-LST-UPD-USER
    MOVE WS-RPT-LISTING-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-LISTED-COUNT.

3100-LIST-RULE-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-ADD-COUNT TO WS-RPT-TOT-ADDS
    MOVE WS-CHANGE-COUNT TO WS-RPT-TOT-CHANGES
    MOVE WS-DELETE-COUNT TO WS-RPT-TOT-DELETES
    MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECTS
    MOVE WS-LISTED-COUNT TO WS-RPT-TOT-ONFILE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE TRANS-FILE
    CLOSE HOLIDAY-RULE-FILE
    CLOSE REPORT-FILE

    DISPLAY 'HRMAINT: ADDS=' WS-ADD-COUNT
        ' CHANGES=' WS-CHANGE-COUNT
        ' DELETES=' WS-DELETE-COUNT
        ' REJECTS=' WS-REJECT-COUNT
        ' ONFILE=' WS-LISTED-COUNT

    IF WS-REJECT-COUNT > ZERO AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
