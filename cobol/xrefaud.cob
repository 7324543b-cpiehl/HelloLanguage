*> compile with cobc -free -O -x -o xrefaud.exe -I copybooks xrefaud.cob
*>
*>---------------------------------------------------------------*
*> XREFAUD is the nightly cross-master referential integrity
*> audit, run ahead of HELLOWLD. SITEMAINT, SPMAINT, HOLMAINT and
*> BCMAINT each edit only their own master, so a link broken
*> between two of them used to surface only when the nightly run
*> went wrong. This step reads all four masters (plus JOBLOG and
*> the list of GRTEX extract DDs coded in HELLOJOB) and prints
*> every broken link under its exception category with a count:
*>
*>   XA01  SITEGRT site with no SITEPRO profile            RC=4
*>   XA02  Active site with no greeting in effect in its   RC=8
*>         preferred language or ENG for the business date
*>         HELLOWLD is about to resolve for its region
*>   XA03  SITEPRO region with no HOLCAL dates posted for  RC=4
*>         the next calendar year
*>   XA04  SITEPRO region with no GRTEX DD in HELLOJOB -    RC=8
*>         GRTDIST cannot route it
*>   XA05  BATCTL step for a job with no record on the     RC=4
*>         live JOBLOG (nothing inside the JOBLOGAR
*>         retention period - the job never logs)
*>
*> The step ends with the highest severity found: RC=8 when the
*> coming run will drop or fail to route a site, RC=4 for links
*> that are wrong but not yet costing output, RC=0 when clean,
*> RC=12 when a master cannot be read.
*>
*> Control card layout (SYSIN):
*>   01-01  Card type  P = parameter, G = GRTEX extract DD
*>   P:  02-09  Run date YYYYMMDD (zero = use the system date)
*>   G:  02-04  Region code with a GRTEXxxx DD coded on the
*>              HELLOJOB GRTDIST step (one card per DD)
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. XREFAUD.
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

    SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BC-CONTROL-KEY
        FILE STATUS IS WS-BATCTL-STATUS.

    SELECT OPTIONAL JOBLOG-FILE ASSIGN TO "JOBLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOBLOG-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  SYSIN-RECORD.
    05  CC-CARD-TYPE                PIC X(01).
        88  CC-PARAMETER-CARD       VALUE 'P'.
        88  CC-GRTEX-CARD           VALUE 'G'.
    05  CC-CARD-DATA                PIC X(79).
    05  CC-PARAMETER-DATA REDEFINES CC-CARD-DATA.
        10  CC-RUN-DATE             PIC 9(08).
        10  FILLER                  PIC X(71).
    05  CC-GRTEX-DATA REDEFINES CC-CARD-DATA.
        10  CC-GRTEX-REGION         PIC X(03).
        10  FILLER                  PIC X(76).

FD  SITE-GREETING-FILE.
    COPY SITEGRRC.

FD  SITE-PROFILE-FILE.
    COPY SITEPRRC.

FD  HOLIDAY-FILE.
    COPY HOLCALRC.

FD  BATCH-CONTROL-FILE.
    COPY BATCTLRC.

FD  JOBLOG-FILE
    RECORDING MODE IS F.
01  JOBLOG-RECORD                   PIC X(88).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
COPY WSBUSDT.
COPY JOBLOGRC.

01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-SITEGRT-STATUS           PIC X(02) VALUE '00'.
    05  WS-SITEPRO-STATUS           PIC X(02) VALUE '00'.
    05  WS-HOLCAL-STATUS            PIC X(02) VALUE '00'.
    05  WS-BATCTL-STATUS            PIC X(02) VALUE '00'.
    05  WS-JOBLOG-STATUS            PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SYSIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-SYSIN-EOF            VALUE 'Y'.
    05  WS-SITEGRT-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-SITEGRT-EOF          VALUE 'Y'.
    05  WS-SITEPRO-EOF-SW           PIC X(01) VALUE 'N'.
        88  WS-SITEPRO-EOF          VALUE 'Y'.
    05  WS-HOLCAL-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-HOLCAL-EOF           VALUE 'Y'.
    05  WS-BATCTL-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-BATCTL-EOF           VALUE 'Y'.
    05  WS-JOBLOG-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-JOBLOG-EOF           VALUE 'Y'.
    05  WS-JOBLOG-AVAILABLE-SW      PIC X(01) VALUE 'N'.
        88  WS-JOBLOG-AVAILABLE     VALUE 'Y'.
    05  WS-LOOKUP-FOUND-SW          PIC X(01) VALUE 'N'.
        88  WS-LOOKUP-FOUND         VALUE 'Y'.
    05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
        88  WS-ENTRY-FOUND          VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-AUDIT-CONTROL.
    05  WS-RUN-DATE                 PIC 9(08) VALUE ZEROES.
    05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
        10  WS-RUN-YEAR             PIC 9(04).
        10  FILLER                  PIC 9(04).
    05  WS-NEXT-YEAR                PIC 9(04) VALUE ZEROES.
    05  WS-LAST-SITE-CODE           PIC X(04) VALUE SPACES.
    05  WS-MATCH-JOB-NAME           PIC X(08) VALUE SPACES.

01  WS-DEFAULT-LANGUAGE             PIC X(03) VALUE 'ENG'.

*>  Greeting-lookup interface, the same rules as HELLO-WORLD's
*>  4100/4300: the record in effect for BD-BUSINESS-DATE in the
*>  requested language, preferred language first, then ENG.
01  WS-LOOKUP-AREA.
    05  WS-LOOKUP-SITE-CODE         PIC X(04).
    05  WS-LOOKUP-LANGUAGE          PIC X(03).
    05  WS-PREF-LANGUAGE            PIC X(03).

01  WS-COUNTERS.
    05  WS-GREETING-SITE-COUNT      PIC 9(05) COMP VALUE ZERO.
    05  WS-PROFILE-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-ACTIVE-COUNT             PIC 9(05) COMP VALUE ZERO.
    05  WS-CONTROL-COUNT            PIC 9(05) COMP VALUE ZERO.
    05  WS-CATEGORY-COUNT           PIC 9(05) COMP VALUE ZERO.
    05  WS-SEVERITY-4-COUNT         PIC 9(05) COMP VALUE ZERO.
    05  WS-SEVERITY-8-COUNT         PIC 9(05) COMP VALUE ZERO.

*>  Exception counts by category, XA01 through XA05, for the
*>  summary at the foot of the report.
01  WS-CATEGORY-TOTALS.
    05  WS-CAT-TOTAL OCCURS 5 TIMES PIC 9(05) COMP.

01  WS-CATEGORY-SUB                 PIC 9(01) VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-MESSAGE-AREA                 PIC X(80).

*>  Regions found on SITEPRO, with the two region-level checks.
01  WS-REGION-TABLE-CONTROL.
    05  WS-REGION-COUNT             PIC 9(03) COMP VALUE ZERO.
    05  WS-REGION-SUB               PIC 9(03) COMP VALUE ZERO.
    05  WS-REGION-MAX               PIC 9(03) COMP VALUE 50.

01  WS-REGION-TABLE.
    05  WS-REGION-ENTRY OCCURS 50 TIMES.
        10  WS-RGN-CODE             PIC X(03).
        10  WS-RGN-SITE-COUNT       PIC 9(05).
        10  WS-RGN-HOLIDAY-COUNT    PIC 9(05).

*>  Regions with a GRTEX extract DD coded in HELLOJOB (G cards).
01  WS-GRTEX-TABLE-CONTROL.
    05  WS-GRTEX-COUNT              PIC 9(03) COMP VALUE ZERO.
    05  WS-GRTEX-SUB                PIC 9(03) COMP VALUE ZERO.
    05  WS-GRTEX-MAX                PIC 9(03) COMP VALUE 50.

01  WS-GRTEX-TABLE.
    05  WS-GRTEX-REGION OCCURS 50 TIMES PIC X(03).

*>  Distinct job names on the live JOBLOG.
01  WS-JOB-TABLE-CONTROL.
    05  WS-JOB-COUNT                PIC 9(03) COMP VALUE ZERO.
    05  WS-JOB-SUB                  PIC 9(03) COMP VALUE ZERO.
    05  WS-JOB-MAX                  PIC 9(03) COMP VALUE 200.

01  WS-JOB-TABLE.
    05  WS-JOB-NAME OCCURS 200 TIMES PIC X(08).

01  WS-CATEGORY-DEFN.
    05  FILLER                      PIC X(66) VALUE
        'XA014SITEGRT SITE WITH NO SITEPRO PROFILE'.
    05  FILLER                      PIC X(66) VALUE
        'XA028ACTIVE SITE WITH NO GREETING IN EFFECT (PREFERRED OR ENG)'.
    05  FILLER                      PIC X(66) VALUE
        'XA034REGION WITH NO HOLCAL DATES FOR NEXT CALENDAR YEAR'.
    05  FILLER                      PIC X(66) VALUE
        'XA048REGION WITH NO GRTEX EXTRACT DD IN HELLOJOB'.
    05  FILLER                      PIC X(66) VALUE
        'XA054BATCTL STEP FOR A JOB WITH NO JOBLOG RECORD'.

01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DEFN.
    05  WS-CATEGORY-ENTRY OCCURS 5 TIMES.
        10  WS-CAT-CODE             PIC X(04).
        10  WS-CAT-SEVERITY         PIC 9(01).
        10  WS-CAT-TITLE            PIC X(61).

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(40)
        VALUE 'CROSS-MASTER REFERENTIAL INTEGRITY AUDIT'.
    05  FILLER                      PIC X(12) VALUE '  RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).
    05  FILLER                      PIC X(14) VALUE '  NEXT YEAR: '.
    05  WS-RPT-HDG-NEXT-YEAR        PIC 9(04).

01  WS-RPT-CATEGORY-LINE.
    05  WS-RPT-CAT-CODE             PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-CAT-TITLE            PIC X(61).
    05  FILLER                      PIC X(13) VALUE '  SEVERITY RC'.
    05  WS-RPT-CAT-SEVERITY         PIC 9(01).

01  WS-RPT-DETAIL-LINE.
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  WS-RPT-DTL-KEY              PIC X(20).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-TEXT             PIC X(70).

01  WS-RPT-CATEGORY-TOTAL-LINE.
    05  FILLER                      PIC X(06) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE 'EXCEPTIONS: '.
    05  WS-RPT-CAT-TOT-COUNT        PIC ZZZZ9.

01  WS-RPT-SUMMARY-LINE.
    05  WS-RPT-SUM-CODE             PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-SUM-TITLE            PIC X(61).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-SUM-COUNT            PIC ZZZZ9.

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(15) VALUE 'SITES ON GRT: '.
    05  WS-RPT-TOT-GRT-SITES        PIC ZZZZ9.
    05  FILLER                      PIC X(13) VALUE '  PROFILES: '.
    05  WS-RPT-TOT-PROFILES         PIC ZZZZ9.
    05  FILLER                      PIC X(11) VALUE '  ACTIVE: '.
    05  WS-RPT-TOT-ACTIVE           PIC ZZZZ9.
    05  FILLER                      PIC X(14) VALUE '  BATCTL STEPS'.
    05  FILLER                      PIC X(02) VALUE ': '.
    05  WS-RPT-TOT-CONTROLS         PIC ZZZZ9.
    05  FILLER                      PIC X(06) VALUE '  RC='.
    05  WS-RPT-TOT-RC               PIC 9(04).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 2000-CHECK-ORPHAN-GREETINGS
        THRU 2000-CHECK-ORPHAN-GREETINGS-EXIT
    PERFORM 3000-CHECK-SITE-GREETINGS
        THRU 3000-CHECK-SITE-GREETINGS-EXIT
    PERFORM 4000-CHECK-REGION-CALENDARS
        THRU 4000-CHECK-REGION-CALENDARS-EXIT
    PERFORM 5000-CHECK-REGION-ROUTING
        THRU 5000-CHECK-REGION-ROUTING-EXIT
    PERFORM 6000-CHECK-SCHEDULE-JOBS
        THRU 6000-CHECK-SCHEDULE-JOBS-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    INITIALIZE WS-CATEGORY-TOTALS

    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSIN CONTROL CARDS' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    PERFORM 1100-READ-CONTROL-CARD THRU 1100-READ-CONTROL-CARD-EXIT
        UNTIL WS-SYSIN-EOF
    CLOSE SYSIN-FILE

    IF WS-RUN-DATE = ZEROES
        MOVE WS-CDT-DATE TO WS-RUN-DATE
    END-IF
    COMPUTE WS-NEXT-YEAR = WS-RUN-YEAR + 1

    OPEN INPUT SITE-GREETING-FILE
    IF WS-SITEGRT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SITEGRT GREETING MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    OPEN INPUT SITE-PROFILE-FILE
    IF WS-SITEPRO-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SITEPRO PROFILE MASTER' TO WS-MESSAGE-AREA
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

*>  Load the posted-holiday table now so an unreadable HOLCAL
*>  stops the audit before anything is reported.
    MOVE WS-RUN-DATE TO BD-SYSTEM-DATE
    MOVE 'USA' TO BD-REGION-CODE
    PERFORM BDCALC-MAIN THRU BDCALC-EXIT
    IF NOT BD-CALENDAR-OK
        MOVE 'UNABLE TO LOAD HOLCAL HOLIDAY CALENDAR' TO WS-MESSAGE-AREA
        CLOSE SITE-GREETING-FILE
        CLOSE SITE-PROFILE-FILE
        CLOSE REPORT-FILE
        GO TO 9500-ABEND-EXIT
    END-IF

    MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
    MOVE WS-NEXT-YEAR TO WS-RPT-HDG-NEXT-YEAR
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

1100-READ-CONTROL-CARD.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
            GO TO 1100-READ-CONTROL-CARD-EXIT
    END-READ

    EVALUATE TRUE
        WHEN CC-PARAMETER-CARD
            IF CC-RUN-DATE NOT NUMERIC
                MOVE 'INVALID RUN DATE ON PARAMETER CARD'
                    TO WS-MESSAGE-AREA
                CLOSE SYSIN-FILE
                GO TO 9500-ABEND-EXIT
            END-IF
            MOVE CC-RUN-DATE TO WS-RUN-DATE
        WHEN CC-GRTEX-CARD
            IF WS-GRTEX-COUNT >= WS-GRTEX-MAX
                MOVE 'TOO MANY GRTEX CARDS ON SYSIN' TO WS-MESSAGE-AREA
                CLOSE SYSIN-FILE
                GO TO 9500-ABEND-EXIT
            END-IF
            ADD 1 TO WS-GRTEX-COUNT
            MOVE CC-GRTEX-REGION TO WS-GRTEX-REGION (WS-GRTEX-COUNT)
        WHEN OTHER
            DISPLAY 'XREFAUD: UNKNOWN CONTROL CARD IGNORED - '
                SYSIN-RECORD (1:20) UPON CONSOLE
    END-EVALUATE.

1100-READ-CONTROL-CARD-EXIT.
    EXIT.

2000-CHECK-ORPHAN-GREETINGS.
*>  XA01 - one line per greeting site code (not per record) whose
*>  site has no profile; such a site never gets a GREETOUT record
*>  and GRTDIST could not route it if it did.
    MOVE 1 TO WS-CATEGORY-SUB
    PERFORM 7000-WRITE-CATEGORY-HEADING
        THRU 7000-WRITE-CATEGORY-HEADING-EXIT

    MOVE 'N' TO WS-SITEGRT-EOF-SW
    MOVE SPACES TO WS-LAST-SITE-CODE
    MOVE LOW-VALUES TO SG-SITE-KEY
    START SITE-GREETING-FILE KEY NOT < SG-SITE-KEY
        INVALID KEY
            SET WS-SITEGRT-EOF TO TRUE
    END-START
    PERFORM 2100-CHECK-ONE-GREETING THRU 2100-CHECK-ONE-GREETING-EXIT
        UNTIL WS-SITEGRT-EOF

    PERFORM 7200-WRITE-CATEGORY-TOTAL
        THRU 7200-WRITE-CATEGORY-TOTAL-EXIT.

2000-CHECK-ORPHAN-GREETINGS-EXIT.
    EXIT.

2100-CHECK-ONE-GREETING.
    READ SITE-GREETING-FILE NEXT RECORD
        AT END
            SET WS-SITEGRT-EOF TO TRUE
            GO TO 2100-CHECK-ONE-GREETING-EXIT
    END-READ

    IF SG-SITE-CODE = WS-LAST-SITE-CODE
        GO TO 2100-CHECK-ONE-GREETING-EXIT
    END-IF
    MOVE SG-SITE-CODE TO WS-LAST-SITE-CODE
    ADD 1 TO WS-GREETING-SITE-COUNT

    MOVE SG-SITE-CODE TO PR-SITE-CODE
    READ SITE-PROFILE-FILE
        INVALID KEY
            MOVE SPACES TO WS-RPT-DTL-KEY
            STRING 'SITE ' SG-SITE-CODE DELIMITED BY SIZE
                INTO WS-RPT-DTL-KEY
            MOVE 'GREETING RECORDS ON FILE BUT NO SITE PROFILE'
                TO WS-RPT-DTL-TEXT
            PERFORM 7100-WRITE-EXCEPTION THRU 7100-WRITE-EXCEPTION-EXIT
    END-READ.

2100-CHECK-ONE-GREETING-EXIT.
    EXIT.

3000-CHECK-SITE-GREETINGS.
*>  XA02 - drive off the profile master exactly as the all-sites
*>  run does, resolve each active site's regional business date,
*>  and look its greeting up with the ENG fallback. The pass also
*>  builds the region table for XA03 and XA04.
    MOVE 2 TO WS-CATEGORY-SUB
    PERFORM 7000-WRITE-CATEGORY-HEADING
        THRU 7000-WRITE-CATEGORY-HEADING-EXIT

    MOVE 'N' TO WS-SITEPRO-EOF-SW
    MOVE LOW-VALUES TO PR-SITE-CODE
    START SITE-PROFILE-FILE KEY NOT < PR-SITE-CODE
        INVALID KEY
            SET WS-SITEPRO-EOF TO TRUE
    END-START
    PERFORM 3100-CHECK-ONE-PROFILE THRU 3100-CHECK-ONE-PROFILE-EXIT
        UNTIL WS-SITEPRO-EOF

    PERFORM 7200-WRITE-CATEGORY-TOTAL
        THRU 7200-WRITE-CATEGORY-TOTAL-EXIT.

3000-CHECK-SITE-GREETINGS-EXIT.
    EXIT.

3100-CHECK-ONE-PROFILE.
    READ SITE-PROFILE-FILE NEXT RECORD
        AT END
            SET WS-SITEPRO-EOF TO TRUE
            GO TO 3100-CHECK-ONE-PROFILE-EXIT
    END-READ
    ADD 1 TO WS-PROFILE-COUNT

    PERFORM 3200-FIND-REGION-ENTRY THRU 3200-FIND-REGION-ENTRY-EXIT

    IF NOT PR-SITE-ACTIVE
        GO TO 3100-CHECK-ONE-PROFILE-EXIT
    END-IF
    ADD 1 TO WS-ACTIVE-COUNT

    IF PR-REGION-CODE NOT = BD-REGION-CODE
        MOVE PR-REGION-CODE TO BD-REGION-CODE
        PERFORM BDCALC-MAIN THRU BDCALC-EXIT
    END-IF

    MOVE PR-SITE-CODE TO WS-LOOKUP-SITE-CODE
    MOVE PR-LANGUAGE-CODE TO WS-PREF-LANGUAGE
    PERFORM 3500-LOOKUP-WITH-FALLBACK
        THRU 3500-LOOKUP-WITH-FALLBACK-EXIT
    IF NOT WS-LOOKUP-FOUND
        MOVE SPACES TO WS-RPT-DTL-KEY
        STRING 'SITE ' PR-SITE-CODE ' REGION ' PR-REGION-CODE
            DELIMITED BY SIZE INTO WS-RPT-DTL-KEY
        MOVE SPACES TO WS-RPT-DTL-TEXT
        STRING 'NO GREETING IN EFFECT ' BD-BUSINESS-DATE
               ' IN ' PR-LANGUAGE-CODE ' OR '
               WS-DEFAULT-LANGUAGE ' - SITE DROPPED FROM GREETOUT'
               DELIMITED BY SIZE INTO WS-RPT-DTL-TEXT
        PERFORM 7100-WRITE-EXCEPTION THRU 7100-WRITE-EXCEPTION-EXIT
    END-IF.

3100-CHECK-ONE-PROFILE-EXIT.
    EXIT.

3200-FIND-REGION-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE 1 TO WS-REGION-SUB
    PERFORM 3250-MATCH-REGION-ENTRY THRU 3250-MATCH-REGION-ENTRY-EXIT
        UNTIL WS-ENTRY-FOUND OR WS-REGION-SUB > WS-REGION-COUNT

    IF NOT WS-ENTRY-FOUND
        IF WS-REGION-COUNT >= WS-REGION-MAX
            MOVE 'REGION TABLE FULL' TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        ADD 1 TO WS-REGION-COUNT
        MOVE WS-REGION-COUNT TO WS-REGION-SUB
        MOVE PR-REGION-CODE TO WS-RGN-CODE (WS-REGION-SUB)
        MOVE ZEROES TO WS-RGN-SITE-COUNT (WS-REGION-SUB)
        MOVE ZEROES TO WS-RGN-HOLIDAY-COUNT (WS-REGION-SUB)
    END-IF
    ADD 1 TO WS-RGN-SITE-COUNT (WS-REGION-SUB).

3200-FIND-REGION-ENTRY-EXIT.
    EXIT.

3250-MATCH-REGION-ENTRY.
    IF WS-RGN-CODE (WS-REGION-SUB) = PR-REGION-CODE
        SET WS-ENTRY-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-REGION-SUB
    END-IF.

3250-MATCH-REGION-ENTRY-EXIT.
    EXIT.

3400-LOOKUP-GREETING.
*>  Highest effective date not after the business date, within
*>  the requested site and language - effective dates ascend
*>  within the key, so keep the last one still in effect.
    MOVE 'N' TO WS-LOOKUP-FOUND-SW
    MOVE 'N' TO WS-SITEGRT-EOF-SW
    MOVE WS-LOOKUP-SITE-CODE TO SG-SITE-CODE
    MOVE WS-LOOKUP-LANGUAGE TO SG-LANGUAGE-CODE
    MOVE ZEROES TO SG-EFFECTIVE-DATE
    START SITE-GREETING-FILE KEY NOT < SG-SITE-KEY
        INVALID KEY
            SET WS-SITEGRT-EOF TO TRUE
    END-START

    PERFORM 3450-SCAN-SITE-GREETING THRU 3450-SCAN-SITE-GREETING-EXIT
        UNTIL WS-SITEGRT-EOF.

3400-LOOKUP-GREETING-EXIT.
    EXIT.

3450-SCAN-SITE-GREETING.
    READ SITE-GREETING-FILE NEXT RECORD
        AT END
            SET WS-SITEGRT-EOF TO TRUE
            GO TO 3450-SCAN-SITE-GREETING-EXIT
    END-READ

    IF SG-SITE-CODE NOT = WS-LOOKUP-SITE-CODE
            OR SG-LANGUAGE-CODE NOT = WS-LOOKUP-LANGUAGE
            OR SG-EFFECTIVE-DATE > BD-BUSINESS-DATE
        SET WS-SITEGRT-EOF TO TRUE
        GO TO 3450-SCAN-SITE-GREETING-EXIT
    END-IF

    SET WS-LOOKUP-FOUND TO TRUE.

3450-SCAN-SITE-GREETING-EXIT.
    EXIT.

3500-LOOKUP-WITH-FALLBACK.
    MOVE WS-PREF-LANGUAGE TO WS-LOOKUP-LANGUAGE
    PERFORM 3400-LOOKUP-GREETING THRU 3400-LOOKUP-GREETING-EXIT
    IF NOT WS-LOOKUP-FOUND
            AND WS-PREF-LANGUAGE NOT = WS-DEFAULT-LANGUAGE
        MOVE WS-DEFAULT-LANGUAGE TO WS-LOOKUP-LANGUAGE
        PERFORM 3400-LOOKUP-GREETING THRU 3400-LOOKUP-GREETING-EXIT
    END-IF.

3500-LOOKUP-WITH-FALLBACK-EXIT.
    EXIT.

4000-CHECK-REGION-CALENDARS.
*>  XA03 - count each region's HOLCAL dates in the next calendar
*>  year; a region with none will roll its business date over
*>  weekends only once the year turns.
    MOVE 3 TO WS-CATEGORY-SUB
    PERFORM 7000-WRITE-CATEGORY-HEADING
        THRU 7000-WRITE-CATEGORY-HEADING-EXIT

    MOVE 'N' TO WS-HOLCAL-EOF-SW
    OPEN INPUT HOLIDAY-FILE
    IF WS-HOLCAL-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN HOLCAL HOLIDAY CALENDAR' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    PERFORM 4100-COUNT-HOLIDAY THRU 4100-COUNT-HOLIDAY-EXIT
        UNTIL WS-HOLCAL-EOF
    CLOSE HOLIDAY-FILE

    MOVE 1 TO WS-REGION-SUB
    PERFORM 4200-REPORT-REGION-CALENDAR
        THRU 4200-REPORT-REGION-CALENDAR-EXIT
        UNTIL WS-REGION-SUB > WS-REGION-COUNT

    PERFORM 7200-WRITE-CATEGORY-TOTAL
        THRU 7200-WRITE-CATEGORY-TOTAL-EXIT.

4000-CHECK-REGION-CALENDARS-EXIT.
    EXIT.

4100-COUNT-HOLIDAY.
    READ HOLIDAY-FILE NEXT RECORD
        AT END
            SET WS-HOLCAL-EOF TO TRUE
            GO TO 4100-COUNT-HOLIDAY-EXIT
    END-READ

    IF HC-HOLIDAY-DATE (1:4) NOT = WS-NEXT-YEAR
        GO TO 4100-COUNT-HOLIDAY-EXIT
    END-IF

    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE 1 TO WS-REGION-SUB
    PERFORM 4150-MATCH-HOLIDAY-REGION
        THRU 4150-MATCH-HOLIDAY-REGION-EXIT
        UNTIL WS-ENTRY-FOUND OR WS-REGION-SUB > WS-REGION-COUNT
    IF WS-ENTRY-FOUND
        ADD 1 TO WS-RGN-HOLIDAY-COUNT (WS-REGION-SUB)
    END-IF.

4100-COUNT-HOLIDAY-EXIT.
    EXIT.

4150-MATCH-HOLIDAY-REGION.
    IF WS-RGN-CODE (WS-REGION-SUB) = HC-REGION-CODE
        SET WS-ENTRY-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-REGION-SUB
    END-IF.

4150-MATCH-HOLIDAY-REGION-EXIT.
    EXIT.

4200-REPORT-REGION-CALENDAR.
    IF WS-RGN-HOLIDAY-COUNT (WS-REGION-SUB) = ZEROES
        MOVE SPACES TO WS-RPT-DTL-KEY
        STRING 'REGION ' WS-RGN-CODE (WS-REGION-SUB)
            DELIMITED BY SIZE INTO WS-RPT-DTL-KEY
        MOVE SPACES TO WS-RPT-DTL-TEXT
        STRING 'NO HOLCAL DATES POSTED FOR ' WS-NEXT-YEAR
               ' - SITES IN REGION: '
               WS-RGN-SITE-COUNT (WS-REGION-SUB)
               DELIMITED BY SIZE INTO WS-RPT-DTL-TEXT
        PERFORM 7100-WRITE-EXCEPTION THRU 7100-WRITE-EXCEPTION-EXIT
    END-IF
    ADD 1 TO WS-REGION-SUB.

4200-REPORT-REGION-CALENDAR-EXIT.
    EXIT.

5000-CHECK-REGION-ROUTING.
*>  XA04 - every region on a profile needs a GRTEX DD on the
*>  GRTDIST step, or the distribution step cannot open its slice.
    MOVE 4 TO WS-CATEGORY-SUB
    PERFORM 7000-WRITE-CATEGORY-HEADING
        THRU 7000-WRITE-CATEGORY-HEADING-EXIT

    MOVE 1 TO WS-REGION-SUB
    PERFORM 5100-CHECK-ONE-REGION-ROUTE
        THRU 5100-CHECK-ONE-REGION-ROUTE-EXIT
        UNTIL WS-REGION-SUB > WS-REGION-COUNT

    PERFORM 7200-WRITE-CATEGORY-TOTAL
        THRU 7200-WRITE-CATEGORY-TOTAL-EXIT.

5000-CHECK-REGION-ROUTING-EXIT.
    EXIT.

5100-CHECK-ONE-REGION-ROUTE.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE 1 TO WS-GRTEX-SUB
    PERFORM 5150-MATCH-GRTEX-REGION THRU 5150-MATCH-GRTEX-REGION-EXIT
        UNTIL WS-ENTRY-FOUND OR WS-GRTEX-SUB > WS-GRTEX-COUNT

    IF NOT WS-ENTRY-FOUND
        MOVE SPACES TO WS-RPT-DTL-KEY
        STRING 'REGION ' WS-RGN-CODE (WS-REGION-SUB)
            DELIMITED BY SIZE INTO WS-RPT-DTL-KEY
        MOVE SPACES TO WS-RPT-DTL-TEXT
        STRING 'NO GRTEX' WS-RGN-CODE (WS-REGION-SUB)
               ' DD ON GRTDIST - SITES IN REGION: '
               WS-RGN-SITE-COUNT (WS-REGION-SUB)
               DELIMITED BY SIZE INTO WS-RPT-DTL-TEXT
        PERFORM 7100-WRITE-EXCEPTION THRU 7100-WRITE-EXCEPTION-EXIT
    END-IF
    ADD 1 TO WS-REGION-SUB.

5100-CHECK-ONE-REGION-ROUTE-EXIT.
    EXIT.

5150-MATCH-GRTEX-REGION.
    IF WS-GRTEX-REGION (WS-GRTEX-SUB) = WS-RGN-CODE (WS-REGION-SUB)
        SET WS-ENTRY-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-GRTEX-SUB
    END-IF.

5150-MATCH-GRTEX-REGION-EXIT.
    EXIT.

6000-CHECK-SCHEDULE-JOBS.
*>  XA05 - a scheduled job with nothing on the live JOBLOG either
*>  does not log or is not running; either way JOBRPT will carry
*>  it as missing every night.
    MOVE 5 TO WS-CATEGORY-SUB
    PERFORM 7000-WRITE-CATEGORY-HEADING
        THRU 7000-WRITE-CATEGORY-HEADING-EXIT

    MOVE 'N' TO WS-JOBLOG-EOF-SW
    OPEN INPUT JOBLOG-FILE
    IF WS-JOBLOG-STATUS = '00'
        SET WS-JOBLOG-AVAILABLE TO TRUE
        PERFORM 6100-LOAD-JOBLOG-JOB THRU 6100-LOAD-JOBLOG-JOB-EXIT
            UNTIL WS-JOBLOG-EOF
        CLOSE JOBLOG-FILE
    ELSE
        IF WS-JOBLOG-STATUS = '05'
            CLOSE JOBLOG-FILE
        END-IF
    END-IF

    IF NOT WS-JOBLOG-AVAILABLE
        MOVE 'JOBLOG' TO WS-RPT-DTL-KEY
        MOVE 'JOBLOG NOT ON FILE - CATEGORY NOT CHECKED'
            TO WS-RPT-DTL-TEXT
        MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM 7200-WRITE-CATEGORY-TOTAL
            THRU 7200-WRITE-CATEGORY-TOTAL-EXIT
        GO TO 6000-CHECK-SCHEDULE-JOBS-EXIT
    END-IF

    MOVE 'N' TO WS-BATCTL-EOF-SW
    OPEN INPUT BATCH-CONTROL-FILE
    IF WS-BATCTL-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN BATCTL CONTROL MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    PERFORM 6200-CHECK-ONE-CONTROL THRU 6200-CHECK-ONE-CONTROL-EXIT
        UNTIL WS-BATCTL-EOF
    CLOSE BATCH-CONTROL-FILE

    PERFORM 7200-WRITE-CATEGORY-TOTAL
        THRU 7200-WRITE-CATEGORY-TOTAL-EXIT.

6000-CHECK-SCHEDULE-JOBS-EXIT.
    EXIT.

6100-LOAD-JOBLOG-JOB.
    READ JOBLOG-FILE INTO JL-JOBLOG-RECORD
        AT END
            SET WS-JOBLOG-EOF TO TRUE
            GO TO 6100-LOAD-JOBLOG-JOB-EXIT
    END-READ

    MOVE JL-JOB-NAME TO WS-MATCH-JOB-NAME
    PERFORM 6300-FIND-JOB THRU 6300-FIND-JOB-EXIT
    IF NOT WS-ENTRY-FOUND
        IF WS-JOB-COUNT >= WS-JOB-MAX
            MOVE 'JOBLOG JOB TABLE FULL' TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        ADD 1 TO WS-JOB-COUNT
        MOVE JL-JOB-NAME TO WS-JOB-NAME (WS-JOB-COUNT)
    END-IF.

6100-LOAD-JOBLOG-JOB-EXIT.
    EXIT.

6200-CHECK-ONE-CONTROL.
    READ BATCH-CONTROL-FILE NEXT RECORD
        AT END
            SET WS-BATCTL-EOF TO TRUE
            GO TO 6200-CHECK-ONE-CONTROL-EXIT
    END-READ
    ADD 1 TO WS-CONTROL-COUNT

    MOVE BC-JOB-NAME TO WS-MATCH-JOB-NAME
    PERFORM 6300-FIND-JOB THRU 6300-FIND-JOB-EXIT
    IF NOT WS-ENTRY-FOUND
        MOVE SPACES TO WS-RPT-DTL-KEY
        STRING BC-JOB-NAME ' ' BC-STEP-NAME
            DELIMITED BY SIZE INTO WS-RPT-DTL-KEY
        MOVE 'SCHEDULED ON BATCTL BUT JOB HAS NO JOBLOG RECORD'
            TO WS-RPT-DTL-TEXT
        PERFORM 7100-WRITE-EXCEPTION THRU 7100-WRITE-EXCEPTION-EXIT
    END-IF.

6200-CHECK-ONE-CONTROL-EXIT.
    EXIT.

6300-FIND-JOB.
    MOVE 'N' TO WS-ENTRY-FOUND-SW
    MOVE 1 TO WS-JOB-SUB
    PERFORM 6350-MATCH-JOB THRU 6350-MATCH-JOB-EXIT
        UNTIL WS-ENTRY-FOUND OR WS-JOB-SUB > WS-JOB-COUNT.

6300-FIND-JOB-EXIT.
    EXIT.

6350-MATCH-JOB.
    IF WS-JOB-NAME (WS-JOB-SUB) = WS-MATCH-JOB-NAME
        SET WS-ENTRY-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-JOB-SUB
    END-IF.

6350-MATCH-JOB-EXIT.
    EXIT.

7000-WRITE-CATEGORY-HEADING.
    MOVE ZERO TO WS-CATEGORY-COUNT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-CAT-CODE (WS-CATEGORY-SUB) TO WS-RPT-CAT-CODE
    MOVE WS-CAT-TITLE (WS-CATEGORY-SUB) TO WS-RPT-CAT-TITLE
    MOVE WS-CAT-SEVERITY (WS-CATEGORY-SUB) TO WS-RPT-CAT-SEVERITY
    MOVE WS-RPT-CATEGORY-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

7000-WRITE-CATEGORY-HEADING-EXIT.
    EXIT.

7100-WRITE-EXCEPTION.
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-CATEGORY-COUNT
    ADD 1 TO WS-CAT-TOTAL (WS-CATEGORY-SUB)
    IF WS-CAT-SEVERITY (WS-CATEGORY-SUB) = 8
        ADD 1 TO WS-SEVERITY-8-COUNT
    ELSE
        ADD 1 TO WS-SEVERITY-4-COUNT
    END-IF.

7100-WRITE-EXCEPTION-EXIT.
    EXIT.

7200-WRITE-CATEGORY-TOTAL.
    MOVE WS-CATEGORY-COUNT TO WS-RPT-CAT-TOT-COUNT
    MOVE WS-RPT-CATEGORY-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

7200-WRITE-CATEGORY-TOTAL-EXIT.
    EXIT.

COPY BDCALC.

9000-TERMINATE.
    IF WS-SEVERITY-8-COUNT > ZERO
        MOVE 0008 TO WS-RETURN-CODE
    ELSE
        IF WS-SEVERITY-4-COUNT > ZERO
            MOVE 0004 TO WS-RETURN-CODE
        END-IF
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'EXCEPTION SUMMARY' TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 1 TO WS-CATEGORY-SUB
    PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-WRITE-SUMMARY-LINE-EXIT
        UNTIL WS-CATEGORY-SUB > 5

    MOVE WS-GREETING-SITE-COUNT TO WS-RPT-TOT-GRT-SITES
    MOVE WS-PROFILE-COUNT TO WS-RPT-TOT-PROFILES
    MOVE WS-ACTIVE-COUNT TO WS-RPT-TOT-ACTIVE
    MOVE WS-CONTROL-COUNT TO WS-RPT-TOT-CONTROLS
    MOVE WS-RETURN-CODE TO WS-RPT-TOT-RC
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE SITE-GREETING-FILE
    CLOSE SITE-PROFILE-FILE
    CLOSE REPORT-FILE

    DISPLAY 'XREFAUD: SEVERITY-8 EXCEPTIONS=' WS-SEVERITY-8-COUNT
        ' SEVERITY-4 EXCEPTIONS=' WS-SEVERITY-4-COUNT
    IF WS-SEVERITY-8-COUNT > ZERO
        DISPLAY 'XREFAUD: BROKEN MASTER LINKS WILL AFFECT TONIGHT''S RUN'
            UPON CONSOLE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9100-WRITE-SUMMARY-LINE.
    MOVE WS-CAT-CODE (WS-CATEGORY-SUB) TO WS-RPT-SUM-CODE
    MOVE WS-CAT-TITLE (WS-CATEGORY-SUB) TO WS-RPT-SUM-TITLE
    MOVE WS-CAT-TOTAL (WS-CATEGORY-SUB) TO WS-RPT-SUM-COUNT
    MOVE WS-RPT-SUMMARY-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-CATEGORY-SUB.

9100-WRITE-SUMMARY-LINE-EXIT.
    EXIT.

9500-ABEND-EXIT.
    DISPLAY 'XREFAUD: ' WS-MESSAGE-AREA
    DISPLAY 'XREFAUD: ' WS-MESSAGE-AREA UPON CONSOLE
    MOVE 0012 TO WS-RETURN-CODE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    GO TO 9999-EXIT.

9999-EXIT.
    STOP RUN.
