*> compile with cobc -free -O -x -o grtprev.exe -I copybooks grtprev.cob
*>
*>---------------------------------------------------------------*
*> GRTPREV is the forward greeting calendar preview. Effective-
*> dated greetings let seasonal text be staged weeks ahead, but
*> until now nobody could see what a site would actually get on a
*> given day without waiting for the night it went live. For a
*> from-date / to-date range and one site (or ALL), this report
*> lists, for every active SITEPRO site and every business date of
*> the site's region in the range, the greeting HELLO-WORLD would
*> pick - by the same rules as the live all-sites run:
*>
*>   - a date is listed only when it is a business date for the
*>     site's region (weekends and that region's HOLCAL holidays
*>     roll back to the previous business date, as BDCALC does);
*>   - the record in effect is the highest effective date not
*>     after the business date, in the site's preferred language,
*>     falling back to ENG;
*>   - &DATE, &DAY, &SITE and &YEAR are expanded exactly as
*>     HELLO-WORLD's 4800-EXPAND-GREETING does it.
*>
*> Each line carries flags for the business sign-off:
*>   CHG    text differs from the site's previous business date
*>          (the first date is compared with the business date
*>          before the range, so a change on day one still shows)
*>   TRUNC  the expanded text ran past column 60 and was cut
*>   ENG    no greeting in the preferred language - ENG fallback
*>   NONE   no greeting in effect at all - the site will be left
*>          off GREETOUT that night
*> The step ends RC=4 when any line is flagged TRUNC or NONE, so
*> the listing is not signed off with a cut or missing greeting.
*>
*> Parameter card layout (SYSIN):
*>   01-08  From date YYYYMMDD
*>   09-16  To date YYYYMMDD   (at most 366 days after the from date)
*>   17-20  Site code, or ALL for every active site
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. GRTPREV.
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

    SELECT SITE-GREETING-FILE ASSIGN TO "SITEGRT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SG-SITE-KEY
        FILE STATUS IS WS-SITEGRT-STATUS.

    SELECT SITE-PROFILE-FILE ASSIGN TO "SITEPRO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-SITE-CODE
        FILE STATUS IS WS-SITEPRO-STATUS.

    SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HC-HOLIDAY-KEY
        FILE STATUS IS WS-HOLCAL-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD.
    05  PC-FROM-DATE                PIC 9(08).
    05  PC-TO-DATE                  PIC 9(08).
    05  PC-SITE-CODE                PIC X(04).
    05  FILLER                      PIC X(60).

FD  SITE-GREETING-FILE.
    COPY SITEGRRC.

FD  SITE-PROFILE-FILE.
    COPY SITEPRRC.

FD  HOLIDAY-FILE.
    COPY HOLCALRC.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
COPY WSBUSDT.

01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-SITEGRT-STATUS           PIC X(02) VALUE '00'.
    05  WS-SITEPRO-STATUS           PIC X(02) VALUE '00'.
    05  WS-HOLCAL-STATUS            PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SITEGRT-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-SITEGRT-EOF          VALUE 'Y'.
    05  WS-SITEPRO-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-SITEPRO-EOF          VALUE 'Y'.
    05  WS-ALL-SITES-SW             PIC X(01) VALUE 'N'.
        88  WS-ALL-SITES-MODE       VALUE 'Y'.
    05  WS-FALLBACK-SW              PIC X(01) VALUE 'N'.
        88  WS-FELL-BACK            VALUE 'Y'.
    05  WS-TRUNCATED-SW             PIC X(01) VALUE 'N'.
        88  WS-TRUNCATED            VALUE 'Y'.
    05  WS-PRIOR-FOUND-SW           PIC X(01) VALUE 'N'.
        88  WS-PRIOR-FOUND          VALUE 'Y'.

01  WS-RANGE-CONTROL.
    05  WS-FROM-INTEGER             PIC 9(09) VALUE ZERO.
    05  WS-TO-INTEGER               PIC 9(09) VALUE ZERO.
    05  WS-DAY-INTEGER              PIC 9(09) VALUE ZERO.
    05  WS-DAY-DATE                 PIC 9(08) VALUE ZEROES.
    05  WS-RANGE-DAYS               PIC 9(09) VALUE ZERO.
    05  WS-RANGE-MAX                PIC 9(03) VALUE 366.

01  WS-DEFAULT-LANGUAGE             PIC X(03) VALUE 'ENG'.
01  WS-PREF-LANGUAGE                PIC X(03) VALUE 'ENG'.

*>  Greeting-lookup interface - the same contract as HELLO-WORLD's
*>  4100-LOOKUP-GREETING: the caller sets the site and language,
*>  the lookup returns the record in effect for BD-BUSINESS-DATE.
01  WS-LOOKUP-AREA.
    05  WS-LOOKUP-SITE-CODE         PIC X(04).
    05  WS-LOOKUP-LANGUAGE          PIC X(03).
    05  WS-LOOKUP-TEXT              PIC X(60).
    05  WS-LOOKUP-FOUND-SW          PIC X(01).
        88  WS-LOOKUP-FOUND         VALUE 'Y'.

*>  Token-expansion interface - the same contract as HELLO-WORLD's
*>  4800-EXPAND-GREETING, plus the truncation flag set when text
*>  or a replacement value is cut at column 60.
01  WS-EXPAND-AREA.
    05  WS-EXP-INPUT                PIC X(60).
    05  WS-EXP-OUTPUT               PIC X(60).
    05  WS-EXP-SITE-CODE            PIC X(04).
    05  WS-EXP-IN-SUB               PIC 9(03) COMP.
    05  WS-EXP-OUT-SUB              PIC 9(03) COMP.
    05  WS-EXP-REMAIN               PIC 9(03) COMP.
    05  WS-EXP-COPY-SUB             PIC 9(03) COMP.
    05  WS-EXP-REPL                 PIC X(09).
    05  WS-EXP-REPL-LEN             PIC 9(02) COMP.
    05  WS-EXP-DATE                 PIC 9(08).
    05  WS-EXP-INTEGER              PIC 9(09).
    05  WS-EXP-DOW                  PIC 9(01).

01  WS-DAY-NAME-DEFN.
    05  FILLER                      PIC X(11) VALUE 'MONDAY   06'.
    05  FILLER                      PIC X(11) VALUE 'TUESDAY  07'.
    05  FILLER                      PIC X(11) VALUE 'WEDNESDAY09'.
    05  FILLER                      PIC X(11) VALUE 'THURSDAY 08'.
    05  FILLER                      PIC X(11) VALUE 'FRIDAY   06'.
    05  FILLER                      PIC X(11) VALUE 'SATURDAY 08'.
    05  FILLER                      PIC X(11) VALUE 'SUNDAY   06'.

01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-DEFN.
    05  WS-DAY-NAME-ENTRY OCCURS 7 TIMES.
        10  WS-DAY-NAME             PIC X(09).
        10  WS-DAY-NAME-LEN         PIC 9(02).

*>  The greeting the site got on its previous business date, for
*>  the changed-from-previous-day flag.
01  WS-PRIOR-TEXT                   PIC X(60) VALUE SPACES.

01  WS-COUNTERS.
    05  WS-SITE-COUNT               PIC 9(05) COMP VALUE ZERO.
    05  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
    05  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
    05  WS-TRUNC-COUNT              PIC 9(07) COMP VALUE ZERO.
    05  WS-FALLBACK-COUNT           PIC 9(07) COMP VALUE ZERO.
    05  WS-NONE-COUNT               PIC 9(07) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-MESSAGE-AREA                 PIC X(80).

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(34)
        VALUE 'GREETING CALENDAR PREVIEW'.
    05  FILLER                      PIC X(06) VALUE 'FROM: '.
    05  WS-RPT-HDG-FROM             PIC 9(08).
    05  FILLER                      PIC X(06) VALUE '  TO: '.
    05  WS-RPT-HDG-TO               PIC 9(08).
    05  FILLER                      PIC X(08) VALUE '  SITE: '.
    05  WS-RPT-HDG-SITE             PIC X(04).

01  WS-RPT-COLUMN-LINE.
    05  FILLER                      PIC X(06) VALUE 'SITE'.
    05  FILLER                      PIC X(05) VALUE 'RGN'.
    05  FILLER                      PIC X(05) VALUE 'LNG'.
    05  FILLER                      PIC X(10) VALUE 'BUS DATE'.
    05  FILLER                      PIC X(11) VALUE 'DAY'.
    05  FILLER                      PIC X(62) VALUE 'GREETING TEXT'.
    05  FILLER                      PIC X(20) VALUE 'FLAGS'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-SITE             PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-REGION           PIC X(03).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-LANGUAGE         PIC X(03).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-DATE             PIC 9(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-DAY              PIC X(09).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-TEXT             PIC X(60).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-CHG-FLAG         PIC X(04).
    05  WS-RPT-DTL-TRUNC-FLAG       PIC X(06).
    05  WS-RPT-DTL-ENG-FLAG         PIC X(04).
    05  WS-RPT-DTL-NONE-FLAG        PIC X(04).

01  WS-RPT-SITE-NOTE-LINE.
    05  WS-RPT-NOTE-SITE            PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-NOTE-TEXT            PIC X(60).

01  WS-RPT-TOTAL-LINE-1.
    05  FILLER                      PIC X(07) VALUE 'SITES: '.
    05  WS-RPT-TOT-SITES            PIC ZZZZ9.
    05  FILLER                      PIC X(12) VALUE '  INACTIVE: '.
    05  WS-RPT-TOT-INACTIVE         PIC ZZZZ9.
    05  FILLER                      PIC X(09) VALUE '  LINES: '.
    05  WS-RPT-TOT-LINES            PIC ZZZZZZ9.

01  WS-RPT-TOTAL-LINE-2.
    05  FILLER                      PIC X(09) VALUE 'CHANGED: '.
    05  WS-RPT-TOT-CHANGED          PIC ZZZZZZ9.
    05  FILLER                      PIC X(13) VALUE '  TRUNCATED: '.
    05  WS-RPT-TOT-TRUNC            PIC ZZZZZZ9.
    05  FILLER                      PIC X(16) VALUE '  ENG FALLBACK: '.
    05  WS-RPT-TOT-FALLBACK         PIC ZZZZZZ9.
    05  FILLER                      PIC X(15) VALUE '  NO GREETING: '.
    05  WS-RPT-TOT-NONE             PIC ZZZZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    IF WS-ALL-SITES-MODE
        PERFORM 2000-PREVIEW-ALL-SITES THRU 2000-PREVIEW-ALL-SITES-EXIT
    ELSE
        PERFORM 2500-PREVIEW-ONE-SITE THRU 2500-PREVIEW-ONE-SITE-EXIT
    END-IF
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
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

    PERFORM 1100-VALIDATE-PARAMETERS THRU 1100-VALIDATE-PARAMETERS-EXIT

    OPEN INPUT SITE-GREETING-FILE
    IF WS-SITEGRT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SITE-GREETING FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    OPEN INPUT SITE-PROFILE-FILE
    IF WS-SITEPRO-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SITE-PROFILE FILE' TO WS-MESSAGE-AREA
        CLOSE SITE-GREETING-FILE
        GO TO 9500-ABEND-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSOUT REPORT FILE' TO WS-MESSAGE-AREA
        CLOSE SITE-GREETING-FILE
        CLOSE SITE-PROFILE-FILE
        GO TO 9500-ABEND-EXIT
    END-IF

*>  Load the calendar up front so an unreadable HOLCAL stops the
*>  preview before a line of it is printed.
    MOVE PC-FROM-DATE TO BD-SYSTEM-DATE
    MOVE 'USA' TO BD-REGION-CODE
    PERFORM BDCALC-MAIN THRU BDCALC-EXIT
    IF NOT BD-CALENDAR-OK
        MOVE 'UNABLE TO LOAD HOLCAL HOLIDAY CALENDAR' TO WS-MESSAGE-AREA
        CLOSE SITE-GREETING-FILE
        CLOSE SITE-PROFILE-FILE
        CLOSE REPORT-FILE
        GO TO 9500-ABEND-EXIT
    END-IF

    MOVE PC-FROM-DATE TO WS-RPT-HDG-FROM
    MOVE PC-TO-DATE TO WS-RPT-HDG-TO
    MOVE PC-SITE-CODE TO WS-RPT-HDG-SITE
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

1100-VALIDATE-PARAMETERS.
    IF PC-FROM-DATE NOT NUMERIC OR PC-TO-DATE NOT NUMERIC
        MOVE 'FROM/TO DATE NOT NUMERIC ON PARAMETER CARD'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    COMPUTE WS-FROM-INTEGER = FUNCTION INTEGER-OF-DATE (PC-FROM-DATE)
    COMPUTE WS-TO-INTEGER = FUNCTION INTEGER-OF-DATE (PC-TO-DATE)
    IF WS-FROM-INTEGER = ZERO OR WS-TO-INTEGER = ZERO
        MOVE 'FROM/TO DATE NOT A VALID CALENDAR DATE'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    IF WS-TO-INTEGER < WS-FROM-INTEGER
        MOVE 'TO DATE IS BEFORE FROM DATE ON PARAMETER CARD'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    COMPUTE WS-RANGE-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER
    IF WS-RANGE-DAYS > WS-RANGE-MAX
        MOVE 'DATE RANGE EXCEEDS 366 DAYS' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    IF PC-SITE-CODE = SPACES
        MOVE 'SITE CODE (OR ALL) REQUIRED ON PARAMETER CARD'
            TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    IF PC-SITE-CODE = 'ALL '
        SET WS-ALL-SITES-MODE TO TRUE
    END-IF.

1100-VALIDATE-PARAMETERS-EXIT.
    EXIT.

2000-PREVIEW-ALL-SITES.
*>  Driven off the profile master, as the all-sites run is.
    MOVE 'N' TO WS-SITEPRO-EOF-SW
    MOVE LOW-VALUES TO PR-SITE-CODE
    START SITE-PROFILE-FILE KEY NOT < PR-SITE-CODE
        INVALID KEY
            SET WS-SITEPRO-EOF TO TRUE
    END-START

    PERFORM 2100-PREVIEW-NEXT-PROFILE THRU 2100-PREVIEW-NEXT-PROFILE-EXIT
        UNTIL WS-SITEPRO-EOF.

2000-PREVIEW-ALL-SITES-EXIT.
    EXIT.

2100-PREVIEW-NEXT-PROFILE.
    READ SITE-PROFILE-FILE NEXT RECORD
        AT END
            SET WS-SITEPRO-EOF TO TRUE
            GO TO 2100-PREVIEW-NEXT-PROFILE-EXIT
    END-READ

    IF PR-SITE-INACTIVE
        ADD 1 TO WS-INACTIVE-COUNT
        GO TO 2100-PREVIEW-NEXT-PROFILE-EXIT
    END-IF

    PERFORM 3000-PREVIEW-SITE THRU 3000-PREVIEW-SITE-EXIT.

2100-PREVIEW-NEXT-PROFILE-EXIT.
    EXIT.

2500-PREVIEW-ONE-SITE.
*>  A single site must be on the profile master - the all-sites
*>  run would never reach it otherwise - and an inactive one is
*>  noted rather than previewed.
    MOVE PC-SITE-CODE TO PR-SITE-CODE
    READ SITE-PROFILE-FILE
        INVALID KEY
            MOVE PC-SITE-CODE TO WS-RPT-NOTE-SITE
            MOVE 'NO SITEPRO PROFILE - SITE IS NOT ON GREETOUT'
                TO WS-RPT-NOTE-TEXT
            MOVE WS-RPT-SITE-NOTE-LINE TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0004 TO WS-RETURN-CODE
            GO TO 2500-PREVIEW-ONE-SITE-EXIT
    END-READ

    IF PR-SITE-INACTIVE
        ADD 1 TO WS-INACTIVE-COUNT
        MOVE PR-SITE-CODE TO WS-RPT-NOTE-SITE
        MOVE 'SITE INACTIVE ON SITEPRO - SKIPPED BY THE ALL-SITES RUN'
            TO WS-RPT-NOTE-TEXT
        MOVE WS-RPT-SITE-NOTE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 2500-PREVIEW-ONE-SITE-EXIT
    END-IF

    PERFORM 3000-PREVIEW-SITE THRU 3000-PREVIEW-SITE-EXIT.

2500-PREVIEW-ONE-SITE-EXIT.
    EXIT.

3000-PREVIEW-SITE.
    ADD 1 TO WS-SITE-COUNT
    MOVE PR-REGION-CODE TO BD-REGION-CODE
    MOVE PR-LANGUAGE-CODE TO WS-PREF-LANGUAGE
    MOVE PR-SITE-CODE TO WS-LOOKUP-SITE-CODE

*>  Prime the change test with the greeting on the business date
*>  before the range - the one the site had the day before.
    COMPUTE WS-DAY-INTEGER = WS-FROM-INTEGER - 1
    MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER) TO BD-SYSTEM-DATE
    PERFORM BDCALC-MAIN THRU BDCALC-EXIT
    PERFORM 3200-RESOLVE-GREETING THRU 3200-RESOLVE-GREETING-EXIT
    MOVE WS-LOOKUP-FOUND-SW TO WS-PRIOR-FOUND-SW
    MOVE WS-EXP-OUTPUT TO WS-PRIOR-TEXT

    MOVE WS-FROM-INTEGER TO WS-DAY-INTEGER
    PERFORM 3100-PREVIEW-ONE-DATE THRU 3100-PREVIEW-ONE-DATE-EXIT
        UNTIL WS-DAY-INTEGER > WS-TO-INTEGER

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

3000-PREVIEW-SITE-EXIT.
    EXIT.

3100-PREVIEW-ONE-DATE.
*>  A calendar date that rolls back to an earlier date is not a
*>  business date for this region - the run that night reuses the
*>  previous business date, already listed.
    MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER) TO WS-DAY-DATE
    ADD 1 TO WS-DAY-INTEGER
    MOVE WS-DAY-DATE TO BD-SYSTEM-DATE
    PERFORM BDCALC-MAIN THRU BDCALC-EXIT
    IF BD-BUSINESS-DATE NOT = WS-DAY-DATE
        GO TO 3100-PREVIEW-ONE-DATE-EXIT
    END-IF

    PERFORM 3200-RESOLVE-GREETING THRU 3200-RESOLVE-GREETING-EXIT
    PERFORM 3300-WRITE-PREVIEW-LINE THRU 3300-WRITE-PREVIEW-LINE-EXIT

    MOVE WS-LOOKUP-FOUND-SW TO WS-PRIOR-FOUND-SW
    MOVE WS-EXP-OUTPUT TO WS-PRIOR-TEXT.

3100-PREVIEW-ONE-DATE-EXIT.
    EXIT.

3200-RESOLVE-GREETING.
*>  The greeting HELLO-WORLD would write for BD-BUSINESS-DATE.
    MOVE 'N' TO WS-TRUNCATED-SW
    MOVE SPACES TO WS-EXP-OUTPUT
    PERFORM 4300-LOOKUP-WITH-FALLBACK
        THRU 4300-LOOKUP-WITH-FALLBACK-EXIT
    IF WS-LOOKUP-FOUND
        MOVE WS-LOOKUP-TEXT TO WS-EXP-INPUT
        MOVE PR-SITE-CODE TO WS-EXP-SITE-CODE
        PERFORM 4800-EXPAND-GREETING THRU 4800-EXPAND-GREETING-EXIT
    END-IF.

3200-RESOLVE-GREETING-EXIT.
    EXIT.

3300-WRITE-PREVIEW-LINE.
    ADD 1 TO WS-LINE-COUNT
    MOVE SPACES TO WS-RPT-DETAIL-LINE
    MOVE PR-SITE-CODE TO WS-RPT-DTL-SITE
    MOVE PR-REGION-CODE TO WS-RPT-DTL-REGION
    MOVE BD-BUSINESS-DATE TO WS-RPT-DTL-DATE
    COMPUTE WS-EXP-INTEGER = FUNCTION INTEGER-OF-DATE (BD-BUSINESS-DATE)
    COMPUTE WS-EXP-DOW = FUNCTION MOD (WS-EXP-INTEGER - 1, 7) + 1
    MOVE WS-DAY-NAME (WS-EXP-DOW) TO WS-RPT-DTL-DAY

    IF WS-LOOKUP-FOUND
        MOVE WS-LOOKUP-LANGUAGE TO WS-RPT-DTL-LANGUAGE
        MOVE WS-EXP-OUTPUT TO WS-RPT-DTL-TEXT
    ELSE
        MOVE '---' TO WS-RPT-DTL-LANGUAGE
        MOVE '*** NO GREETING IN EFFECT - SITE LEFT OFF GREETOUT ***'
            TO WS-RPT-DTL-TEXT
        MOVE 'NONE' TO WS-RPT-DTL-NONE-FLAG
        ADD 1 TO WS-NONE-COUNT
    END-IF

    IF WS-LOOKUP-FOUND-SW NOT = WS-PRIOR-FOUND-SW
            OR WS-EXP-OUTPUT NOT = WS-PRIOR-TEXT
        MOVE 'CHG' TO WS-RPT-DTL-CHG-FLAG
        ADD 1 TO WS-CHANGE-COUNT
    END-IF
    IF WS-TRUNCATED
        MOVE 'TRUNC' TO WS-RPT-DTL-TRUNC-FLAG
        ADD 1 TO WS-TRUNC-COUNT
    END-IF
    IF WS-FELL-BACK
        MOVE 'ENG' TO WS-RPT-DTL-ENG-FLAG
        ADD 1 TO WS-FALLBACK-COUNT
    END-IF

    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

3300-WRITE-PREVIEW-LINE-EXIT.
    EXIT.

4100-LOOKUP-GREETING.
*>  The record in effect is the one with the highest effective
*>  date not after the business date, within the requested site
*>  and language. Effective dates ascend within the key, so scan
*>  from the earliest and keep the last one still in effect.
    MOVE 'N' TO WS-LOOKUP-FOUND-SW
    MOVE SPACES TO WS-LOOKUP-TEXT
    MOVE 'N' TO WS-SITEGRT-EOF-SW
    MOVE WS-LOOKUP-SITE-CODE TO SG-SITE-CODE
    MOVE WS-LOOKUP-LANGUAGE TO SG-LANGUAGE-CODE
    MOVE ZEROES TO SG-EFFECTIVE-DATE
    START SITE-GREETING-FILE KEY NOT < SG-SITE-KEY
        INVALID KEY
            SET WS-SITEGRT-EOF TO TRUE
    END-START

    PERFORM 4150-SCAN-SITE-GREETING
        THRU 4150-SCAN-SITE-GREETING-EXIT
        UNTIL WS-SITEGRT-EOF.

4100-LOOKUP-GREETING-EXIT.
    EXIT.

4150-SCAN-SITE-GREETING.
    READ SITE-GREETING-FILE NEXT RECORD
        AT END
            SET WS-SITEGRT-EOF TO TRUE
            GO TO 4150-SCAN-SITE-GREETING-EXIT
    END-READ

    IF SG-SITE-CODE NOT = WS-LOOKUP-SITE-CODE
            OR SG-LANGUAGE-CODE NOT = WS-LOOKUP-LANGUAGE
            OR SG-EFFECTIVE-DATE > BD-BUSINESS-DATE
        SET WS-SITEGRT-EOF TO TRUE
        GO TO 4150-SCAN-SITE-GREETING-EXIT
    END-IF

    MOVE SG-GREETING-TEXT TO WS-LOOKUP-TEXT
    SET WS-LOOKUP-FOUND TO TRUE.

4150-SCAN-SITE-GREETING-EXIT.
    EXIT.

4300-LOOKUP-WITH-FALLBACK.
*>  Try the site's preferred language first; when no record in
*>  that language is in effect, fall back to the suite default.
    MOVE 'N' TO WS-FALLBACK-SW
    MOVE WS-PREF-LANGUAGE TO WS-LOOKUP-LANGUAGE
    PERFORM 4100-LOOKUP-GREETING THRU 4100-LOOKUP-GREETING-EXIT
    IF NOT WS-LOOKUP-FOUND
            AND WS-PREF-LANGUAGE NOT = WS-DEFAULT-LANGUAGE
        MOVE WS-DEFAULT-LANGUAGE TO WS-LOOKUP-LANGUAGE
        PERFORM 4100-LOOKUP-GREETING THRU 4100-LOOKUP-GREETING-EXIT
        IF WS-LOOKUP-FOUND
            SET WS-FELL-BACK TO TRUE
        END-IF
    END-IF.

4300-LOOKUP-WITH-FALLBACK-EXIT.
    EXIT.

4800-EXPAND-GREETING.
    MOVE SPACES TO WS-EXP-OUTPUT
    MOVE BD-BUSINESS-DATE TO WS-EXP-DATE
    COMPUTE WS-EXP-INTEGER =
        FUNCTION INTEGER-OF-DATE (BD-BUSINESS-DATE)
    COMPUTE WS-EXP-DOW =
        FUNCTION MOD (WS-EXP-INTEGER - 1, 7) + 1
    MOVE 1 TO WS-EXP-IN-SUB
    MOVE 1 TO WS-EXP-OUT-SUB
    PERFORM 4810-EXPAND-ONE-TOKEN THRU 4810-EXPAND-ONE-TOKEN-EXIT
        UNTIL WS-EXP-IN-SUB > 60 OR WS-EXP-OUT-SUB > 60

*>  Output full with non-blank input still to copy means the live
*>  run cuts this greeting at column 60.
    IF WS-EXP-IN-SUB NOT > 60
        COMPUTE WS-EXP-REMAIN = 61 - WS-EXP-IN-SUB
        IF WS-EXP-INPUT (WS-EXP-IN-SUB:WS-EXP-REMAIN) NOT = SPACES
            SET WS-TRUNCATED TO TRUE
        END-IF
    END-IF.

4800-EXPAND-GREETING-EXIT.
    EXIT.

4810-EXPAND-ONE-TOKEN.
*>  Ordinary text is copied through; an ampersand starts a token.
*>  &DATE is matched before &DAY so the shorter name cannot
*>  swallow the longer one.
    COMPUTE WS-EXP-REMAIN = 60 - WS-EXP-IN-SUB
    IF WS-EXP-INPUT (WS-EXP-IN-SUB:1) NOT = '&'
        MOVE WS-EXP-INPUT (WS-EXP-IN-SUB:1)
            TO WS-EXP-OUTPUT (WS-EXP-OUT-SUB:1)
        ADD 1 TO WS-EXP-IN-SUB
        ADD 1 TO WS-EXP-OUT-SUB
        GO TO 4810-EXPAND-ONE-TOKEN-EXIT
    END-IF

    EVALUATE TRUE
        WHEN WS-EXP-REMAIN >= 4
                AND WS-EXP-INPUT (WS-EXP-IN-SUB + 1:4) = 'DATE'
            MOVE WS-EXP-DATE TO WS-EXP-REPL
            MOVE 8 TO WS-EXP-REPL-LEN
            ADD 5 TO WS-EXP-IN-SUB
        WHEN WS-EXP-REMAIN >= 4
                AND WS-EXP-INPUT (WS-EXP-IN-SUB + 1:4) = 'YEAR'
            MOVE WS-EXP-DATE (1:4) TO WS-EXP-REPL
            MOVE 4 TO WS-EXP-REPL-LEN
            ADD 5 TO WS-EXP-IN-SUB
        WHEN WS-EXP-REMAIN >= 4
                AND WS-EXP-INPUT (WS-EXP-IN-SUB + 1:4) = 'SITE'
            MOVE WS-EXP-SITE-CODE TO WS-EXP-REPL
            MOVE 4 TO WS-EXP-REPL-LEN
            ADD 5 TO WS-EXP-IN-SUB
        WHEN WS-EXP-REMAIN >= 3
                AND WS-EXP-INPUT (WS-EXP-IN-SUB + 1:3) = 'DAY'
            MOVE WS-DAY-NAME (WS-EXP-DOW) TO WS-EXP-REPL
            MOVE WS-DAY-NAME-LEN (WS-EXP-DOW) TO WS-EXP-REPL-LEN
            ADD 4 TO WS-EXP-IN-SUB
        WHEN OTHER
            MOVE '&' TO WS-EXP-REPL
            MOVE 1 TO WS-EXP-REPL-LEN
            ADD 1 TO WS-EXP-IN-SUB
    END-EVALUATE

    MOVE 1 TO WS-EXP-COPY-SUB
    PERFORM 4820-COPY-REPLACEMENT THRU 4820-COPY-REPLACEMENT-EXIT
        UNTIL WS-EXP-COPY-SUB > WS-EXP-REPL-LEN
           OR WS-EXP-OUT-SUB > 60

*>  A replacement value cut short by column 60 is a truncation.
    IF WS-EXP-COPY-SUB NOT > WS-EXP-REPL-LEN
        SET WS-TRUNCATED TO TRUE
    END-IF.

4810-EXPAND-ONE-TOKEN-EXIT.
    EXIT.

4820-COPY-REPLACEMENT.
    MOVE WS-EXP-REPL (WS-EXP-COPY-SUB:1)
        TO WS-EXP-OUTPUT (WS-EXP-OUT-SUB:1)
    ADD 1 TO WS-EXP-COPY-SUB
    ADD 1 TO WS-EXP-OUT-SUB.

4820-COPY-REPLACEMENT-EXIT.
    EXIT.

COPY BDCALC.

9000-TERMINATE.
    MOVE WS-SITE-COUNT TO WS-RPT-TOT-SITES
    MOVE WS-INACTIVE-COUNT TO WS-RPT-TOT-INACTIVE
    MOVE WS-LINE-COUNT TO WS-RPT-TOT-LINES
    MOVE WS-CHANGE-COUNT TO WS-RPT-TOT-CHANGED
    MOVE WS-TRUNC-COUNT TO WS-RPT-TOT-TRUNC
    MOVE WS-FALLBACK-COUNT TO WS-RPT-TOT-FALLBACK
    MOVE WS-NONE-COUNT TO WS-RPT-TOT-NONE
    MOVE WS-RPT-TOTAL-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE-2 TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE SITE-GREETING-FILE
    CLOSE SITE-PROFILE-FILE
    CLOSE REPORT-FILE

    DISPLAY 'GRTPREV: SITES=' WS-SITE-COUNT ' LINES=' WS-LINE-COUNT
        ' TRUNCATED=' WS-TRUNC-COUNT ' NO GREETING=' WS-NONE-COUNT

    IF (WS-TRUNC-COUNT > ZERO OR WS-NONE-COUNT > ZERO)
            AND WS-RETURN-CODE = ZEROES
        MOVE 0004 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9500-ABEND-EXIT.
    DISPLAY 'GRTPREV: ' WS-MESSAGE-AREA
    DISPLAY 'GRTPREV: ' WS-MESSAGE-AREA UPON CONSOLE
    MOVE 0012 TO WS-RETURN-CODE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    GO TO 9999-EXIT.

9999-EXIT.
    STOP RUN.
