*> compile with cobc -free -O -x -o holgen.exe -I copybooks holgen.cob
*>
*>---------------------------------------------------------------*
*> HOLGEN turns year-end calendar preparation from a data-entry job
*> into a check. It expands the HOLRULE holiday rules (maintained
*> by HRMAINT) for the year on the parameter card - every region,
*> or just the one named - and compares the dates with what is
*> already posted on the HOLCAL calendar master:
*>
*>   PROPOSED      generated, not on HOLCAL - an Add card for it
*>                 is written to the HOLDECK deck
*>   ON FILE       generated and already on HOLCAL
*>   DUPLICATE     a second rule landed on a date already
*>                 generated for the region - not on the deck
*>   NOT GENERATED on HOLCAL for the year but no rule produced it
*>                 - a one-off holiday, or a rule that is missing
*>
*> HOLDECK is in the HOLMAINT transaction card layout, so once it
*> has been reviewed it is submitted through HOLMJOB like any
*> keyed deck - where it is parked for approval like any other.
*> Nothing here updates HOLCAL. Rules that cannot produce a date
*> for the year (a 5th Monday the month does not have, a fixed
*> 29 February in a common year) are listed as exceptions.
*>
*> A date that falls on a weekend is moved to the Friday before
*> or the Monday after when the rule's observance says so; the
*> report shows the date it actually fell on.
*>
*> Parameter card layout (SYSIN):
*>   01-04  Year to generate  YYYY
*>   05-07  Region code       (blank = every region)
*>
*> RC=0 clean, RC=4 exceptions, duplicates or dates on file that
*> were not generated, RC=8 no rules found for the selection,
*> RC=12 bad parameter card or file error.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. HOLGEN.
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

    SELECT HOLIDAY-RULE-FILE ASSIGN TO "HOLRULE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HR-RULE-KEY
        FILE STATUS IS WS-HOLRULE-STATUS.

    SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HC-HOLIDAY-KEY
        FILE STATUS IS WS-HOLCAL-STATUS.

    SELECT DECK-FILE ASSIGN TO "HOLDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECK-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD.
    05  PC-YEAR                     PIC X(04).
    05  PC-YEAR-N REDEFINES PC-YEAR PIC 9(04).
    05  PC-REGION-CODE              PIC X(03).
    05  FILLER                      PIC X(73).

FD  HOLIDAY-RULE-FILE.
    COPY HOLRULRC.

FD  HOLIDAY-FILE.
    COPY HOLCALRC.

*>  HOLMAINT transaction card layout.
FD  DECK-FILE
    RECORDING MODE IS F.
01  DK-DECK-RECORD.
    05  DK-ACTION-CODE              PIC X(01).
    05  DK-REGION-CODE              PIC X(03).
    05  DK-HOLIDAY-DATE             PIC 9(08).
    05  DK-DESCRIPTION              PIC X(30).
    05  FILLER                      PIC X(38).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-HOLRULE-STATUS           PIC X(02) VALUE '00'.
    05  WS-HOLCAL-STATUS            PIC X(02) VALUE '00'.
    05  WS-DECK-STATUS              PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-HOLRULE-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-HOLRULE-EOF          VALUE 'Y'.
    05  WS-HOLCAL-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-HOLCAL-EOF           VALUE 'Y'.
    05  WS-DATE-OK-SW               PIC X(01) VALUE 'N'.
        88  WS-DATE-OK              VALUE 'Y'.
    05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
        88  WS-ENTRY-FOUND          VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-SELECTION.
    05  WS-GEN-YEAR                 PIC 9(04) VALUE ZEROES.
    05  WS-GEN-REGION               PIC X(03) VALUE SPACES.
        88  WS-ALL-REGIONS          VALUE SPACES.
    05  WS-YEAR-START               PIC 9(08) VALUE ZEROES.
    05  WS-YEAR-END                 PIC 9(08) VALUE ZEROES.

*>  Date arithmetic work fields. Days are counted with
*>  INTEGER-OF-DATE and weekdays numbered Monday=1 through
*>  Sunday=7, as in BDCALC.
01  WS-DATE-WORK.
    05  WS-GEN-DATE                 PIC 9(08) VALUE ZEROES.
    05  WS-GEN-DATE-X REDEFINES WS-GEN-DATE.
        10  WS-GEN-DATE-YEAR        PIC 9(04).
        10  WS-GEN-DATE-MONTH       PIC 9(02).
        10  WS-GEN-DATE-DAY         PIC 9(02).
    05  WS-ACTUAL-DATE              PIC 9(08) VALUE ZEROES.
    05  WS-WORK-DATE                PIC 9(08) VALUE ZEROES.
    05  WS-INT-DATE                 PIC 9(07) VALUE ZEROES.
    05  WS-INT-FIRST                PIC 9(07) VALUE ZEROES.
    05  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
        88  WS-IS-SATURDAY          VALUE 6.
        88  WS-IS-SUNDAY            VALUE 7.
    05  WS-NEXT-YEAR                PIC 9(04) VALUE ZEROES.
    05  WS-NEXT-MONTH               PIC 9(02) VALUE ZEROES.
    05  WS-LEAP-YEAR-SW             PIC X(01) VALUE 'N'.
        88  WS-LEAP-YEAR            VALUE 'Y'.
    05  WS-QUOTIENT                 PIC 9(05) VALUE ZEROES.
    05  WS-REM-4                    PIC 9(03) VALUE ZEROES.
    05  WS-REM-100                  PIC 9(03) VALUE ZEROES.
    05  WS-REM-400                  PIC 9(03) VALUE ZEROES.

*>  Easter Sunday by the anonymous Gregorian computus - the
*>  single-letter names follow the published algorithm.
01  WS-EASTER-WORK.
    05  WS-EASTER-DATE              PIC 9(08) VALUE ZEROES.
    05  WS-EASTER-YEAR              PIC 9(04) VALUE ZEROES.
    05  WS-EA                       PIC 9(03) VALUE ZEROES.
    05  WS-EB                       PIC 9(03) VALUE ZEROES.
    05  WS-EC                       PIC 9(03) VALUE ZEROES.
    05  WS-ED                       PIC 9(03) VALUE ZEROES.
    05  WS-EE                       PIC 9(03) VALUE ZEROES.
    05  WS-EF                       PIC 9(03) VALUE ZEROES.
    05  WS-EG                       PIC 9(03) VALUE ZEROES.
    05  WS-EH                       PIC 9(03) VALUE ZEROES.
    05  WS-EI                       PIC 9(03) VALUE ZEROES.
    05  WS-EK                       PIC 9(03) VALUE ZEROES.
    05  WS-EL                       PIC 9(03) VALUE ZEROES.
    05  WS-EM                       PIC 9(03) VALUE ZEROES.
    05  WS-E-WORK                   PIC 9(05) VALUE ZEROES.
    05  WS-E-MONTH                  PIC 9(02) VALUE ZEROES.
    05  WS-E-DAY                    PIC 9(02) VALUE ZEROES.

01  WS-DAY-NAME-VALUES              PIC X(21)
        VALUE 'MONTUEWEDTHUFRISATSUN'.
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
    05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.

*>  Holidays generated for the year, kept in region then date
*>  order as they are added.
01  WS-GEN-TABLE.
    05  WS-GEN-MAX                  PIC 9(03) COMP VALUE 500.
    05  WS-GEN-COUNT                PIC 9(03) COMP VALUE ZERO.
    05  WS-GEN-SUB                  PIC 9(03) COMP VALUE ZERO.
    05  WS-GEN-POS                  PIC 9(03) COMP VALUE ZERO.
    05  WS-GT-ENTRY OCCURS 500 TIMES.
        10  WS-GT-KEY.
            15  WS-GT-REGION        PIC X(03).
            15  WS-GT-DATE          PIC 9(08).
        10  WS-GT-RULE-ID           PIC X(04).
        10  WS-GT-DESCRIPTION       PIC X(30).
        10  WS-GT-ACTUAL-DATE       PIC 9(08).
        10  WS-GT-STATUS            PIC X(01).
            88  WS-GT-DUPLICATE     VALUE 'D'.

01  WS-NEW-KEY.
    05  WS-NEW-REGION               PIC X(03).
    05  WS-NEW-DATE                 PIC 9(08).

01  WS-COUNTERS.
    05  WS-RULE-COUNT               PIC 9(05) COMP VALUE ZERO.
    05  WS-NOT-IN-EFFECT-COUNT      PIC 9(05) COMP VALUE ZERO.
    05  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
    05  WS-PROPOSED-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-ON-FILE-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE ZERO.
    05  WS-NOT-GENERATED-COUNT      PIC 9(05) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-EXCEPTION-TEXT               PIC X(40) VALUE SPACES.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(35)
        VALUE 'HOLIDAY CALENDAR GENERATION'.
    05  FILLER                      PIC X(06) VALUE 'YEAR: '.
    05  WS-RPT-HDG-YEAR             PIC 9(04).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'REGION: '.
    05  WS-RPT-HDG-REGION           PIC X(03).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).

01  WS-RPT-SECTION-LINE.
    05  WS-RPT-SECTION-TITLE        PIC X(60).

01  WS-RPT-EXCEPTION-COLUMNS.
    05  FILLER                      PIC X(03) VALUE 'RGN'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'RULE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(01) VALUE 'T'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(40) VALUE 'EXCEPTION'.

01  WS-RPT-EXCEPTION-LINE.
    05  WS-RPT-EXC-REGION           PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-EXC-RULE             PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-EXC-TYPE             PIC X(01).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-EXC-DESC             PIC X(30).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-EXC-TEXT             PIC X(40).

01  WS-RPT-GENERATED-COLUMNS.
    05  FILLER                      PIC X(03) VALUE 'RGN'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DATE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'DAY'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'RULE'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(13) VALUE 'STATUS'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(40) VALUE 'NOTE'.

01  WS-RPT-GENERATED-LINE.
    05  WS-RPT-GEN-REGION           PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-GEN-DATE             PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-GEN-DAY              PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-GEN-RULE             PIC X(04).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-GEN-DESC             PIC X(30).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-GEN-STATUS           PIC X(13).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-GEN-NOTE             PIC X(40).

01  WS-RPT-NOT-GEN-COLUMNS.
    05  FILLER                      PIC X(03) VALUE 'RGN'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'DATE'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(03) VALUE 'DAY'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(10) VALUE 'UPDATED'.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  FILLER                      PIC X(08) VALUE 'BY'.

01  WS-RPT-NOT-GEN-LINE.
    05  WS-RPT-NG-REGION            PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-NG-DATE              PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-NG-DAY               PIC X(03).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-NG-DESC              PIC X(30).
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-NG-UPD-DATE          PIC 9(08).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-NG-UPD-USER          PIC X(08).

01  WS-RPT-TOTAL-LINE-1.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  FILLER                      PIC X(08) VALUE '  RULES='.
    05  WS-RPT-TOT-RULES            PIC 9(05).
    05  FILLER                      PIC X(16) VALUE '  NOT IN EFFECT='.
    05  WS-RPT-TOT-NOT-IN-EFFECT    PIC 9(05).
    05  FILLER                      PIC X(13) VALUE '  EXCEPTIONS='.
    05  WS-RPT-TOT-EXCEPTIONS       PIC 9(05).
    05  FILLER                      PIC X(12) VALUE '  GENERATED='.
    05  WS-RPT-TOT-GENERATED        PIC 9(05).

01  WS-RPT-TOTAL-LINE-2.
    05  FILLER                      PIC X(07) VALUE SPACES.
    05  FILLER                      PIC X(11) VALUE '  PROPOSED='.
    05  WS-RPT-TOT-PROPOSED         PIC 9(05).
    05  FILLER                      PIC X(10) VALUE '  ONFILE='.
    05  WS-RPT-TOT-ON-FILE          PIC 9(05).
    05  FILLER                      PIC X(13) VALUE '  DUPLICATES='.
    05  WS-RPT-TOT-DUPLICATES       PIC 9(05).
    05  FILLER                      PIC X(16) VALUE '  NOT GENERATED='.
    05  WS-RPT-TOT-NOT-GENERATED    PIC 9(05).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-EXPAND-RULES THRU 2000-EXPAND-RULES-EXIT
    PERFORM 3000-MATCH-CALENDAR THRU 3000-MATCH-CALENDAR-EXIT
    PERFORM 4000-FIND-NOT-GENERATED THRU 4000-FIND-NOT-GENERATED-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS NOT = '00'
        DISPLAY 'HOLGEN: UNABLE TO OPEN SYSIN PARAMETER CARD'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF
    READ SYSIN-FILE
        AT END
            MOVE SPACES TO SYSIN-RECORD
    END-READ
    CLOSE SYSIN-FILE

    IF PC-YEAR NOT NUMERIC OR PC-YEAR-N < 1601
        DISPLAY 'HOLGEN: PARAMETER CARD YEAR MISSING OR INVALID - '
            PC-YEAR UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF
    MOVE PC-YEAR-N TO WS-GEN-YEAR
    MOVE PC-REGION-CODE TO WS-GEN-REGION
    COMPUTE WS-YEAR-START = WS-GEN-YEAR * 10000 + 0101
    COMPUTE WS-YEAR-END = WS-GEN-YEAR * 10000 + 1231

    OPEN INPUT HOLIDAY-RULE-FILE
    IF WS-HOLRULE-STATUS NOT = '00'
        DISPLAY 'HOLGEN: UNABLE TO OPEN HOLRULE MASTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        GO TO 9999-EXIT
    END-IF

    OPEN INPUT HOLIDAY-FILE
    IF WS-HOLCAL-STATUS NOT = '00'
        DISPLAY 'HOLGEN: UNABLE TO OPEN HOLCAL MASTER'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE HOLIDAY-RULE-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT DECK-FILE
    IF WS-DECK-STATUS NOT = '00'
        DISPLAY 'HOLGEN: UNABLE TO OPEN HOLDECK OUTPUT DECK'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE HOLIDAY-RULE-FILE
        CLOSE HOLIDAY-FILE
        GO TO 9999-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'HOLGEN: UNABLE TO OPEN SYSOUT REPORT FILE'
            UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
        CLOSE HOLIDAY-RULE-FILE
        CLOSE HOLIDAY-FILE
        CLOSE DECK-FILE
        GO TO 9999-EXIT
    END-IF

    MOVE WS-GEN-YEAR TO WS-RPT-HDG-YEAR
    IF WS-ALL-REGIONS
        MOVE 'ALL' TO WS-RPT-HDG-REGION
    ELSE
        MOVE WS-GEN-REGION TO WS-RPT-HDG-REGION
    END-IF
    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE

*>  Easter is the same for every region - work it out once.
    MOVE WS-GEN-YEAR TO WS-EASTER-YEAR
    PERFORM 7100-COMPUTE-EASTER THRU 7100-COMPUTE-EASTER-EXIT

    DIVIDE WS-GEN-YEAR BY 4 GIVING WS-QUOTIENT REMAINDER WS-REM-4
    DIVIDE WS-GEN-YEAR BY 100 GIVING WS-QUOTIENT REMAINDER WS-REM-100
    DIVIDE WS-GEN-YEAR BY 400 GIVING WS-QUOTIENT REMAINDER WS-REM-400
    IF WS-REM-400 = ZERO
            OR (WS-REM-4 = ZERO AND WS-REM-100 NOT = ZERO)
        SET WS-LEAP-YEAR TO TRUE
    END-IF.

1000-INITIALIZE-EXIT.
    EXIT.

2000-EXPAND-RULES.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'RULE EXCEPTIONS' TO WS-RPT-SECTION-TITLE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-EXCEPTION-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE LOW-VALUES TO HR-RULE-KEY
    IF NOT WS-ALL-REGIONS
        MOVE WS-GEN-REGION TO HR-REGION-CODE
    END-IF
    START HOLIDAY-RULE-FILE KEY NOT < HR-RULE-KEY
        INVALID KEY
            SET WS-HOLRULE-EOF TO TRUE
    END-START

    PERFORM 2100-EXPAND-RULE THRU 2100-EXPAND-RULE-EXIT
        UNTIL WS-HOLRULE-EOF.

2000-EXPAND-RULES-EXIT.
    EXIT.

2100-EXPAND-RULE.
    READ HOLIDAY-RULE-FILE NEXT RECORD
        AT END
            SET WS-HOLRULE-EOF TO TRUE
            GO TO 2100-EXPAND-RULE-EXIT
    END-READ

    IF NOT WS-ALL-REGIONS AND HR-REGION-CODE NOT = WS-GEN-REGION
        SET WS-HOLRULE-EOF TO TRUE
        GO TO 2100-EXPAND-RULE-EXIT
    END-IF

    ADD 1 TO WS-RULE-COUNT
    IF WS-GEN-YEAR < HR-FIRST-YEAR OR WS-GEN-YEAR > HR-LAST-YEAR
        ADD 1 TO WS-NOT-IN-EFFECT-COUNT
        GO TO 2100-EXPAND-RULE-EXIT
    END-IF

    MOVE 'N' TO WS-DATE-OK-SW
    MOVE SPACES TO WS-EXCEPTION-TEXT
    EVALUATE TRUE
        WHEN HR-FIXED-DATE
            PERFORM 2200-FIXED-DATE THRU 2200-FIXED-DATE-EXIT
        WHEN HR-NTH-WEEKDAY
            PERFORM 2300-NTH-WEEKDAY THRU 2300-NTH-WEEKDAY-EXIT
        WHEN HR-LAST-WEEKDAY
            PERFORM 2400-LAST-WEEKDAY THRU 2400-LAST-WEEKDAY-EXIT
        WHEN HR-EASTER-RELATIVE
            PERFORM 2500-EASTER-RELATIVE
                THRU 2500-EASTER-RELATIVE-EXIT
        WHEN OTHER
            MOVE 'UNKNOWN RULE TYPE' TO WS-EXCEPTION-TEXT
    END-EVALUATE

    IF NOT WS-DATE-OK
        PERFORM 2900-WRITE-EXCEPTION THRU 2900-WRITE-EXCEPTION-EXIT
        GO TO 2100-EXPAND-RULE-EXIT
    END-IF

    PERFORM 2600-APPLY-OBSERVANCE THRU 2600-APPLY-OBSERVANCE-EXIT
    PERFORM 2700-ADD-GENERATED THRU 2700-ADD-GENERATED-EXIT.

2100-EXPAND-RULE-EXIT.
    EXIT.

2200-FIXED-DATE.
    IF HR-MONTH = 2 AND HR-DAY = 29 AND NOT WS-LEAP-YEAR
        MOVE 'NO 29 FEBRUARY IN THIS YEAR'
            TO WS-EXCEPTION-TEXT
        GO TO 2200-FIXED-DATE-EXIT
    END-IF
    COMPUTE WS-GEN-DATE =
        WS-GEN-YEAR * 10000 + HR-MONTH * 100 + HR-DAY
    SET WS-DATE-OK TO TRUE.

2200-FIXED-DATE-EXIT.
    EXIT.

2300-NTH-WEEKDAY.
*>  First such weekday of the month, then whole weeks on. A 5th
*>  occurrence the month does not have runs into the next month.
    COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000 + HR-MONTH * 100 + 1
    COMPUTE WS-INT-FIRST = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
    MOVE WS-INT-FIRST TO WS-INT-DATE
    PERFORM 7000-DAY-OF-WEEK THRU 7000-DAY-OF-WEEK-EXIT
    COMPUTE WS-INT-DATE = WS-INT-FIRST
        + FUNCTION MOD (HR-WEEKDAY - WS-DAY-OF-WEEK + 7, 7)
        + (HR-OCCURRENCE - 1) * 7
    MOVE FUNCTION DATE-OF-INTEGER (WS-INT-DATE) TO WS-GEN-DATE
    IF WS-GEN-DATE-MONTH NOT = HR-MONTH
        MOVE SPACES TO WS-EXCEPTION-TEXT
        STRING 'NO OCCURRENCE ' HR-OCCURRENCE ' OF '
               WS-DAY-NAME (HR-WEEKDAY) ' IN MONTH ' HR-MONTH
            DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
        GO TO 2300-NTH-WEEKDAY-EXIT
    END-IF
    SET WS-DATE-OK TO TRUE.

2300-NTH-WEEKDAY-EXIT.
    EXIT.

2400-LAST-WEEKDAY.
*>  Back from the last day of the month to the weekday wanted.
    IF HR-MONTH = 12
        COMPUTE WS-NEXT-YEAR = WS-GEN-YEAR + 1
        MOVE 1 TO WS-NEXT-MONTH
    ELSE
        MOVE WS-GEN-YEAR TO WS-NEXT-YEAR
        COMPUTE WS-NEXT-MONTH = HR-MONTH + 1
    END-IF
    COMPUTE WS-WORK-DATE =
        WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
    PERFORM 7000-DAY-OF-WEEK THRU 7000-DAY-OF-WEEK-EXIT
    COMPUTE WS-INT-DATE = WS-INT-DATE
        - FUNCTION MOD (WS-DAY-OF-WEEK - HR-WEEKDAY + 7, 7)
    MOVE FUNCTION DATE-OF-INTEGER (WS-INT-DATE) TO WS-GEN-DATE
    SET WS-DATE-OK TO TRUE.

2400-LAST-WEEKDAY-EXIT.
    EXIT.

2500-EASTER-RELATIVE.
    COMPUTE WS-INT-DATE =
        FUNCTION INTEGER-OF-DATE (WS-EASTER-DATE) + HR-EASTER-OFFSET
    MOVE FUNCTION DATE-OF-INTEGER (WS-INT-DATE) TO WS-GEN-DATE
    IF WS-GEN-DATE-YEAR NOT = WS-GEN-YEAR
        MOVE 'EASTER OFFSET LEAVES THE YEAR' TO WS-EXCEPTION-TEXT
        GO TO 2500-EASTER-RELATIVE-EXIT
    END-IF
    SET WS-DATE-OK TO TRUE.

2500-EASTER-RELATIVE-EXIT.
    EXIT.

2600-APPLY-OBSERVANCE.
*>  Friday observance pulls a Saturday or Sunday holiday back to
*>  the Friday before; Monday observance pushes it to the Monday
*>  after. The date it really fell on is kept for the report.
    MOVE ZEROES TO WS-ACTUAL-DATE
    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE (WS-GEN-DATE)
    PERFORM 7000-DAY-OF-WEEK THRU 7000-DAY-OF-WEEK-EXIT
    IF HR-OBSERVE-NONE OR WS-DAY-OF-WEEK < 6
        GO TO 2600-APPLY-OBSERVANCE-EXIT
    END-IF

    MOVE WS-GEN-DATE TO WS-ACTUAL-DATE
    EVALUATE TRUE
        WHEN HR-OBSERVE-FRIDAY AND WS-IS-SATURDAY
            SUBTRACT 1 FROM WS-INT-DATE
        WHEN HR-OBSERVE-FRIDAY AND WS-IS-SUNDAY
            SUBTRACT 2 FROM WS-INT-DATE
        WHEN HR-OBSERVE-MONDAY AND WS-IS-SATURDAY
            ADD 2 TO WS-INT-DATE
        WHEN HR-OBSERVE-MONDAY AND WS-IS-SUNDAY
            ADD 1 TO WS-INT-DATE
        WHEN OTHER
            MOVE ZEROES TO WS-ACTUAL-DATE
    END-EVALUATE
    MOVE FUNCTION DATE-OF-INTEGER (WS-INT-DATE) TO WS-GEN-DATE.

2600-APPLY-OBSERVANCE-EXIT.
    EXIT.

2700-ADD-GENERATED.
    IF WS-GEN-COUNT >= WS-GEN-MAX
        MOVE 'GENERATED TABLE FULL - RULE SKIPPED'
            TO WS-EXCEPTION-TEXT
        PERFORM 2900-WRITE-EXCEPTION THRU 2900-WRITE-EXCEPTION-EXIT
        GO TO 2700-ADD-GENERATED-EXIT
    END-IF

*>  Find the slot after every entry at or below the new key,
*>  open it up, and drop the new entry in.
    MOVE HR-REGION-CODE TO WS-NEW-REGION
    MOVE WS-GEN-DATE TO WS-NEW-DATE
    MOVE 1 TO WS-GEN-POS
    PERFORM 2710-FIND-SLOT THRU 2710-FIND-SLOT-EXIT
        UNTIL WS-GEN-POS > WS-GEN-COUNT
           OR WS-GT-KEY (WS-GEN-POS) > WS-NEW-KEY

    COMPUTE WS-GEN-SUB = WS-GEN-COUNT + 1
    PERFORM 2720-SHIFT-ENTRY THRU 2720-SHIFT-ENTRY-EXIT
        UNTIL WS-GEN-SUB <= WS-GEN-POS
    ADD 1 TO WS-GEN-COUNT

    MOVE WS-NEW-KEY TO WS-GT-KEY (WS-GEN-POS)
    MOVE HR-RULE-ID TO WS-GT-RULE-ID (WS-GEN-POS)
    MOVE HR-DESCRIPTION TO WS-GT-DESCRIPTION (WS-GEN-POS)
    MOVE WS-ACTUAL-DATE TO WS-GT-ACTUAL-DATE (WS-GEN-POS)
    MOVE 'P' TO WS-GT-STATUS (WS-GEN-POS)

*>  A second holiday on a date the region already has would be
*>  rejected by HOLMAINT as already on file - keep it off the
*>  deck and say so.
    IF WS-GEN-POS > 1
        IF WS-GT-KEY (WS-GEN-POS - 1) = WS-NEW-KEY
            SET WS-GT-DUPLICATE (WS-GEN-POS) TO TRUE
        END-IF
    END-IF.

2700-ADD-GENERATED-EXIT.
    EXIT.

2710-FIND-SLOT.
    ADD 1 TO WS-GEN-POS.

2710-FIND-SLOT-EXIT.
    EXIT.

2720-SHIFT-ENTRY.
    MOVE WS-GT-ENTRY (WS-GEN-SUB - 1) TO WS-GT-ENTRY (WS-GEN-SUB)
    SUBTRACT 1 FROM WS-GEN-SUB.

2720-SHIFT-ENTRY-EXIT.
    EXIT.

2900-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE HR-REGION-CODE TO WS-RPT-EXC-REGION
    MOVE HR-RULE-ID TO WS-RPT-EXC-RULE
    MOVE HR-RULE-TYPE TO WS-RPT-EXC-TYPE
    MOVE HR-DESCRIPTION TO WS-RPT-EXC-DESC
    MOVE WS-EXCEPTION-TEXT TO WS-RPT-EXC-TEXT
    MOVE WS-RPT-EXCEPTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

2900-WRITE-EXCEPTION-EXIT.
    EXIT.

3000-MATCH-CALENDAR.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'GENERATED HOLIDAYS' TO WS-RPT-SECTION-TITLE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-GENERATED-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 1 TO WS-GEN-SUB
    PERFORM 3100-MATCH-ENTRY THRU 3100-MATCH-ENTRY-EXIT
        UNTIL WS-GEN-SUB > WS-GEN-COUNT.

3000-MATCH-CALENDAR-EXIT.
    EXIT.

3100-MATCH-ENTRY.
    MOVE WS-GT-REGION (WS-GEN-SUB) TO WS-RPT-GEN-REGION
    MOVE WS-GT-DATE (WS-GEN-SUB) TO WS-RPT-GEN-DATE
    MOVE WS-GT-RULE-ID (WS-GEN-SUB) TO WS-RPT-GEN-RULE
    MOVE WS-GT-DESCRIPTION (WS-GEN-SUB) TO WS-RPT-GEN-DESC
    MOVE SPACES TO WS-RPT-GEN-NOTE
    COMPUTE WS-INT-DATE =
        FUNCTION INTEGER-OF-DATE (WS-GT-DATE (WS-GEN-SUB))
    PERFORM 7000-DAY-OF-WEEK THRU 7000-DAY-OF-WEEK-EXIT
    MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO WS-RPT-GEN-DAY
    IF WS-GT-ACTUAL-DATE (WS-GEN-SUB) NOT = ZEROES
        COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE
            (WS-GT-ACTUAL-DATE (WS-GEN-SUB))
        PERFORM 7000-DAY-OF-WEEK THRU 7000-DAY-OF-WEEK-EXIT
        STRING 'FALLS ' WS-DAY-NAME (WS-DAY-OF-WEEK) ' '
               WS-GT-ACTUAL-DATE (WS-GEN-SUB) ' - OBSERVED'
            DELIMITED BY SIZE INTO WS-RPT-GEN-NOTE
    END-IF

    IF WS-GT-DUPLICATE (WS-GEN-SUB)
        MOVE 'DUPLICATE' TO WS-RPT-GEN-STATUS
        MOVE 'DATE ALREADY GENERATED - NOT ON DECK'
            TO WS-RPT-GEN-NOTE
        ADD 1 TO WS-DUPLICATE-COUNT
        GO TO 3100-WRITE-LINE
    END-IF

    MOVE WS-GT-REGION (WS-GEN-SUB) TO HC-REGION-CODE
    MOVE WS-GT-DATE (WS-GEN-SUB) TO HC-HOLIDAY-DATE
    READ HOLIDAY-FILE
        INVALID KEY
            MOVE 'PROPOSED' TO WS-RPT-GEN-STATUS
            ADD 1 TO WS-PROPOSED-COUNT
            PERFORM 3200-WRITE-DECK-CARD
                THRU 3200-WRITE-DECK-CARD-EXIT
        NOT INVALID KEY
            MOVE 'ON FILE' TO WS-RPT-GEN-STATUS
            ADD 1 TO WS-ON-FILE-COUNT
            IF HC-DESCRIPTION NOT = WS-GT-DESCRIPTION (WS-GEN-SUB)
                MOVE SPACES TO WS-RPT-GEN-NOTE
                STRING 'ON FILE AS ' HC-DESCRIPTION
                    DELIMITED BY SIZE INTO WS-RPT-GEN-NOTE
            END-IF
    END-READ.

3100-WRITE-LINE.
    MOVE WS-RPT-GENERATED-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-GEN-SUB.

3100-MATCH-ENTRY-EXIT.
    EXIT.

3200-WRITE-DECK-CARD.
    MOVE SPACES TO DK-DECK-RECORD
    MOVE 'A' TO DK-ACTION-CODE
    MOVE WS-GT-REGION (WS-GEN-SUB) TO DK-REGION-CODE
    MOVE WS-GT-DATE (WS-GEN-SUB) TO DK-HOLIDAY-DATE
    MOVE WS-GT-DESCRIPTION (WS-GEN-SUB) TO DK-DESCRIPTION
    WRITE DK-DECK-RECORD
    IF WS-DECK-STATUS NOT = '00'
        DISPLAY 'HOLGEN: UNABLE TO WRITE HOLDECK - STATUS '
            WS-DECK-STATUS UPON CONSOLE
        MOVE 0012 TO WS-RETURN-CODE
    END-IF.

3200-WRITE-DECK-CARD-EXIT.
    EXIT.

4000-FIND-NOT-GENERATED.
*>  Whatever is posted for the year that no rule accounts for -
*>  a one-off closure, or a rule that has gone missing.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'ON FILE BUT NOT GENERATED' TO WS-RPT-SECTION-TITLE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-NOT-GEN-COLUMNS TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE LOW-VALUES TO HC-REGION-CODE
    IF NOT WS-ALL-REGIONS
        MOVE WS-GEN-REGION TO HC-REGION-CODE
    END-IF
    MOVE ZEROES TO HC-HOLIDAY-DATE
    START HOLIDAY-FILE KEY NOT < HC-HOLIDAY-KEY
        INVALID KEY
            SET WS-HOLCAL-EOF TO TRUE
    END-START

    PERFORM 4100-CHECK-HOLIDAY THRU 4100-CHECK-HOLIDAY-EXIT
        UNTIL WS-HOLCAL-EOF.

4000-FIND-NOT-GENERATED-EXIT.
    EXIT.

4100-CHECK-HOLIDAY.
    READ HOLIDAY-FILE NEXT RECORD
        AT END
            SET WS-HOLCAL-EOF TO TRUE
            GO TO 4100-CHECK-HOLIDAY-EXIT
    END-READ

    IF NOT WS-ALL-REGIONS AND HC-REGION-CODE NOT = WS-GEN-REGION
        SET WS-HOLCAL-EOF TO TRUE
        GO TO 4100-CHECK-HOLIDAY-EXIT
    END-IF
    IF HC-HOLIDAY-DATE < WS-YEAR-START
            OR HC-HOLIDAY-DATE > WS-YEAR-END
        GO TO 4100-CHECK-HOLIDAY-EXIT
    END-IF

    MOVE HC-REGION-CODE TO WS-NEW-REGION
    MOVE HC-HOLIDAY-DATE TO WS-NEW-DATE
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE 1 TO WS-GEN-SUB
    PERFORM 4200-SEARCH-GENERATED THRU 4200-SEARCH-GENERATED-EXIT
        UNTIL WS-GEN-SUB > WS-GEN-COUNT OR WS-ENTRY-FOUND
    IF WS-ENTRY-FOUND
        GO TO 4100-CHECK-HOLIDAY-EXIT
    END-IF

    ADD 1 TO WS-NOT-GENERATED-COUNT
    MOVE HC-REGION-CODE TO WS-RPT-NG-REGION
    MOVE HC-HOLIDAY-DATE TO WS-RPT-NG-DATE
    COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE (HC-HOLIDAY-DATE)
    PERFORM 7000-DAY-OF-WEEK THRU 7000-DAY-OF-WEEK-EXIT
    MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO WS-RPT-NG-DAY
    MOVE HC-DESCRIPTION TO WS-RPT-NG-DESC
    MOVE HC-LAST-UPDATE-DATE TO WS-RPT-NG-UPD-DATE
    MOVE HC-LAST-UPDATE-USER TO WS-RPT-NG-UPD-USER
    MOVE WS-RPT-NOT-GEN-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

4100-CHECK-HOLIDAY-EXIT.
    EXIT.

4200-SEARCH-GENERATED.
    IF WS-GT-KEY (WS-GEN-SUB) = WS-NEW-KEY
        SET WS-ENTRY-FOUND TO TRUE
    END-IF
    ADD 1 TO WS-GEN-SUB.

4200-SEARCH-GENERATED-EXIT.
    EXIT.

7000-DAY-OF-WEEK.
*>  Day 1 of INTEGER-OF-DATE is Monday 1601-01-01.
    COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-INT-DATE - 1, 7) + 1.

7000-DAY-OF-WEEK-EXIT.
    EXIT.

7100-COMPUTE-EASTER.
    DIVIDE WS-EASTER-YEAR BY 19 GIVING WS-QUOTIENT REMAINDER WS-EA
    DIVIDE WS-EASTER-YEAR BY 100 GIVING WS-EB REMAINDER WS-EC
    DIVIDE WS-EB BY 4 GIVING WS-ED REMAINDER WS-EE
    COMPUTE WS-EF = (WS-EB + 8) / 25
    COMPUTE WS-EG = (WS-EB - WS-EF + 1) / 3
    COMPUTE WS-E-WORK = 19 * WS-EA + WS-EB - WS-ED - WS-EG + 15
    DIVIDE WS-E-WORK BY 30 GIVING WS-QUOTIENT REMAINDER WS-EH
    DIVIDE WS-EC BY 4 GIVING WS-EI REMAINDER WS-EK
    COMPUTE WS-E-WORK = 32 + 2 * WS-EE + 2 * WS-EI - WS-EH - WS-EK
    DIVIDE WS-E-WORK BY 7 GIVING WS-QUOTIENT REMAINDER WS-EL
    COMPUTE WS-EM = (WS-EA + 11 * WS-EH + 22 * WS-EL) / 451
    COMPUTE WS-E-WORK = WS-EH + WS-EL - 7 * WS-EM + 114
    DIVIDE WS-E-WORK BY 31 GIVING WS-E-MONTH REMAINDER WS-E-DAY
    ADD 1 TO WS-E-DAY
    COMPUTE WS-EASTER-DATE =
        WS-EASTER-YEAR * 10000 + WS-E-MONTH * 100 + WS-E-DAY.

7100-COMPUTE-EASTER-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-RULE-COUNT TO WS-RPT-TOT-RULES
    MOVE WS-NOT-IN-EFFECT-COUNT TO WS-RPT-TOT-NOT-IN-EFFECT
    MOVE WS-EXCEPTION-COUNT TO WS-RPT-TOT-EXCEPTIONS
    MOVE WS-GEN-COUNT TO WS-RPT-TOT-GENERATED
    MOVE WS-PROPOSED-COUNT TO WS-RPT-TOT-PROPOSED
    MOVE WS-ON-FILE-COUNT TO WS-RPT-TOT-ON-FILE
    MOVE WS-DUPLICATE-COUNT TO WS-RPT-TOT-DUPLICATES
    MOVE WS-NOT-GENERATED-COUNT TO WS-RPT-TOT-NOT-GENERATED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE HOLIDAY-RULE-FILE
    CLOSE HOLIDAY-FILE
    CLOSE DECK-FILE
    CLOSE REPORT-FILE

    DISPLAY 'HOLGEN: YEAR=' WS-GEN-YEAR
        ' RULES=' WS-RULE-COUNT
        ' PROPOSED=' WS-PROPOSED-COUNT
        ' ONFILE=' WS-ON-FILE-COUNT
        ' EXCEPTIONS=' WS-EXCEPTION-COUNT
        ' NOTGEN=' WS-NOT-GENERATED-COUNT

    IF WS-RULE-COUNT = ZERO AND WS-RETURN-CODE < 0008
        DISPLAY 'HOLGEN: NO HOLIDAY RULES FOUND FOR THE SELECTION'
            UPON CONSOLE
        MOVE 0008 TO WS-RETURN-CODE
    END-IF
    IF (WS-EXCEPTION-COUNT > ZERO OR WS-DUPLICATE-COUNT > ZERO
            OR WS-NOT-GENERATED-COUNT > ZERO)
            AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
