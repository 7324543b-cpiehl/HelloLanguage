*> compile with cobc -free -O -x -o grtdelta.exe -I copybooks grtdelta.cob
*>
*>---------------------------------------------------------------*
*> GRTDELTA is the day-over-day GREETOUT change feed. Every
*> all-sites run cuts a full GREETOUT generation and every
*> downstream system used to reload all of it, although usually
*> only a handful of sites change. This step compares the new
*> generation (NEWGRT) with the previous one (OLDGRT) site by site
*> and writes a change file carrying one record per site that was
*>
*>   A  Added    on the new generation only
*>   R  Removed  on the old generation only (a site made inactive
*>               on SITEPRO, or one with no greeting in effect)
*>   C  Changed  on both, greeting text differs
*>
*> with the old and new text and business dates side by side.
*> The business date alone moving on is not a change - it moves
*> for every site every night. The change file opens with a
*> header and closes with a trailer of control totals, and the
*> report summarises the changes by region (from SITEPRO).
*>
*> The comparison is refused (RC=8, the change file is never
*> opened - not even a header is written) when
*> the older generation is missing or empty, or when the newer
*> generation is not for a later business date than the older -
*> a rerun of the all-sites pass against the same date would
*> otherwise ship a bogus empty delta. A generation's business
*> date is the latest GO-BUSINESS-DATE on it (regions on a
*> holiday carry an earlier one). Both generations are in site
*> order, as HELLO-WORLD writes them off the profile master; a
*> record out of order stops the step RC=12.
*>
*> Change file record layout (LRECL 150):
*>   01-01  'H'eader / 'D'etail / 'T'railer
*>   H: 02-09 new business date, 10-17 old business date,
*>      18-25 created date, 26-31 created time
*>   D: 02-02 action A/R/C, 03-06 site, 07-09 region,
*>      10-17 old business date, 18-77 old text,
*>      78-85 new business date, 86-145 new text
*>   T: 02-08 added, 09-15 removed, 16-22 changed,
*>      23-29 unchanged, 30-36 detail records written
*>
*> CHANGES is a pass-along work file; the job copies it to the
*> change-feed generation only after an RC=0 run, so a refused or
*> failed comparison never catalogs an empty delta.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>   2026-10-15  DLW   CHANGES is now cataloged by the job only on
*>                     a clean run; comments corrected to match.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. GRTDELTA.
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
    SELECT NEW-GREETOUT-FILE ASSIGN TO "NEWGRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEWGRT-STATUS.

    SELECT OPTIONAL OLD-GREETOUT-FILE ASSIGN TO "OLDGRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLDGRT-STATUS.

    SELECT SITE-PROFILE-FILE ASSIGN TO "SITEPRO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-SITE-CODE
        FILE STATUS IS WS-SITEPRO-STATUS.

    SELECT CHANGE-FILE ASSIGN TO "CHANGES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHANGES-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  NEW-GREETOUT-FILE
    RECORDING MODE IS F.
01  NEW-GREETOUT-RECORD.
    05  NG-SITE-CODE                PIC X(04).
    05  NG-GREETING-TEXT            PIC X(60).
    05  NG-BUSINESS-DATE            PIC 9(08).
    05  FILLER                      PIC X(08).

FD  OLD-GREETOUT-FILE
    RECORDING MODE IS F.
01  OLD-GREETOUT-RECORD.
    05  OG-SITE-CODE                PIC X(04).
    05  OG-GREETING-TEXT            PIC X(60).
    05  OG-BUSINESS-DATE            PIC 9(08).
    05  FILLER                      PIC X(08).

FD  SITE-PROFILE-FILE.
    COPY SITEPRRC.

FD  CHANGE-FILE
    RECORDING MODE IS F.
01  CHANGE-RECORD                   PIC X(150).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-NEWGRT-STATUS            PIC X(02) VALUE '00'.
    05  WS-OLDGRT-STATUS            PIC X(02) VALUE '00'.
    05  WS-SITEPRO-STATUS           PIC X(02) VALUE '00'.
    05  WS-CHANGES-STATUS           PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-NEWGRT-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-NEWGRT-EOF           VALUE 'Y'.
    05  WS-OLDGRT-EOF-SW            PIC X(01) VALUE 'N'.
        88  WS-OLDGRT-EOF           VALUE 'Y'.
    05  WS-REGION-FOUND-SW          PIC X(01) VALUE 'N'.
        88  WS-REGION-FOUND         VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

*>  Match keys - HIGH-VALUES once a file is exhausted so the
*>  other side drains through the same comparison.
01  WS-MATCH-KEYS.
    05  WS-OLD-KEY                  PIC X(04) VALUE LOW-VALUES.
    05  WS-NEW-KEY                  PIC X(04) VALUE LOW-VALUES.
    05  WS-PREV-OLD-KEY             PIC X(04) VALUE LOW-VALUES.
    05  WS-PREV-NEW-KEY             PIC X(04) VALUE LOW-VALUES.

01  WS-GENERATION-DATES.
    05  WS-OLD-GEN-DATE             PIC 9(08) VALUE ZEROES.
    05  WS-NEW-GEN-DATE             PIC 9(08) VALUE ZEROES.

01  WS-WORK-REGION                  PIC X(03) VALUE SPACES.
01  WS-UNKNOWN-REGION               PIC X(03) VALUE '???'.

01  WS-COUNTERS.
    05  WS-OLD-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
    05  WS-NEW-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
    05  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
    05  WS-REMOVED-COUNT            PIC 9(07) COMP VALUE ZERO.
    05  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
    05  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
    05  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-REGION-TABLE-CONTROL.
    05  WS-REGION-COUNT             PIC 9(03) COMP VALUE ZERO.
    05  WS-REGION-SUB               PIC 9(03) COMP VALUE ZERO.
    05  WS-REGION-MAX               PIC 9(03) COMP VALUE 20.

01  WS-REGION-TABLE.
    05  WS-REGION-ENTRY OCCURS 20 TIMES.
        10  WS-RGN-CODE             PIC X(03).
        10  WS-RGN-ADDED            PIC 9(07) COMP.
        10  WS-RGN-REMOVED          PIC 9(07) COMP.
        10  WS-RGN-CHANGED          PIC 9(07) COMP.
        10  WS-RGN-UNCHANGED        PIC 9(07) COMP.

01  WS-MESSAGE-AREA                 PIC X(80).

*>  Change record views - header, detail, and trailer share the
*>  150-byte record.
01  DL-CHANGE-RECORD                PIC X(150).
01  DL-HEADER-RECORD REDEFINES DL-CHANGE-RECORD.
    05  DL-HDR-TYPE                 PIC X(01).
    05  DL-HDR-NEW-DATE             PIC 9(08).
    05  DL-HDR-OLD-DATE             PIC 9(08).
    05  DL-HDR-CREATED-DATE         PIC 9(08).
    05  DL-HDR-CREATED-TIME         PIC 9(06).
    05  FILLER                      PIC X(119).
01  DL-DETAIL-RECORD REDEFINES DL-CHANGE-RECORD.
    05  DL-DTL-TYPE                 PIC X(01).
    05  DL-DTL-ACTION               PIC X(01).
        88  DL-ACTION-ADDED         VALUE 'A'.
        88  DL-ACTION-REMOVED       VALUE 'R'.
        88  DL-ACTION-CHANGED       VALUE 'C'.
    05  DL-DTL-SITE-CODE            PIC X(04).
    05  DL-DTL-REGION-CODE          PIC X(03).
    05  DL-DTL-OLD-DATE             PIC 9(08).
    05  DL-DTL-OLD-TEXT             PIC X(60).
    05  DL-DTL-NEW-DATE             PIC 9(08).
    05  DL-DTL-NEW-TEXT             PIC X(60).
    05  FILLER                      PIC X(05).
01  DL-TRAILER-RECORD REDEFINES DL-CHANGE-RECORD.
    05  DL-TRL-TYPE                 PIC X(01).
    05  DL-TRL-ADDED                PIC 9(07).
    05  DL-TRL-REMOVED              PIC 9(07).
    05  DL-TRL-CHANGED              PIC 9(07).
    05  DL-TRL-UNCHANGED            PIC 9(07).
    05  DL-TRL-DETAIL-COUNT         PIC 9(07).
    05  FILLER                      PIC X(114).

01  WS-RPT-HEADING-LINE.
    05  FILLER                      PIC X(30)
        VALUE 'GREETOUT CHANGE FEED'.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).
    05  FILLER                      PIC X(16) VALUE '  NEW BUS DATE: '.
    05  WS-RPT-HDG-NEW-DATE         PIC 9(08).
    05  FILLER                      PIC X(16) VALUE '  OLD BUS DATE: '.
    05  WS-RPT-HDG-OLD-DATE         PIC 9(08).

01  WS-RPT-COLUMN-LINE.
    05  FILLER                      PIC X(05) VALUE 'ACT'.
    05  FILLER                      PIC X(06) VALUE 'SITE'.
    05  FILLER                      PIC X(05) VALUE 'RGN'.
    05  FILLER                      PIC X(62) VALUE 'OLD TEXT'.
    05  FILLER                      PIC X(60) VALUE 'NEW TEXT'.

01  WS-RPT-DETAIL-LINE.
    05  WS-RPT-DTL-ACTION           PIC X(03).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-SITE             PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-REGION           PIC X(03).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-OLD-TEXT         PIC X(60).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DTL-NEW-TEXT         PIC X(54).

01  WS-RPT-REGION-HEADING.
    05  FILLER                      PIC X(08) VALUE 'REGION'.
    05  FILLER                      PIC X(10) VALUE '   ADDED'.
    05  FILLER                      PIC X(10) VALUE '  REMOVED'.
    05  FILLER                      PIC X(10) VALUE '  CHANGED'.
    05  FILLER                      PIC X(11) VALUE '  UNCHANGED'.

01  WS-RPT-REGION-LINE.
    05  WS-RPT-RGN-CODE             PIC X(03).
    05  FILLER                      PIC X(05) VALUE SPACES.
    05  WS-RPT-RGN-ADDED            PIC ZZZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-RGN-REMOVED          PIC ZZZZZZ9.
    05  FILLER                      PIC X(03) VALUE SPACES.
    05  WS-RPT-RGN-CHANGED          PIC ZZZZZZ9.
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  WS-RPT-RGN-UNCHANGED        PIC ZZZZZZ9.

01  WS-RPT-TOTAL-LINE.
    05  FILLER                      PIC X(07) VALUE 'TOTALS:'.
    05  FILLER                      PIC X(06) VALUE '  OLD='.
    05  WS-RPT-TOT-OLD              PIC 9(07).
    05  FILLER                      PIC X(06) VALUE '  NEW='.
    05  WS-RPT-TOT-NEW              PIC 9(07).
    05  FILLER                      PIC X(08) VALUE '  ADDED='.
    05  WS-RPT-TOT-ADDED            PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  REMOVED='.
    05  WS-RPT-TOT-REMOVED          PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  CHANGED='.
    05  WS-RPT-TOT-CHANGED          PIC 9(07).
    05  FILLER                      PIC X(12) VALUE '  UNCHANGED='.
    05  WS-RPT-TOT-UNCHANGED        PIC 9(07).

01  WS-RPT-REFUSED-LINE.
    05  FILLER                      PIC X(22)
        VALUE 'COMPARISON REFUSED - '.
    05  WS-RPT-REFUSED-TEXT         PIC X(80).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    PERFORM 1100-VALIDATE-GENERATIONS
        THRU 1100-VALIDATE-GENERATIONS-EXIT
    PERFORM 2000-COMPARE-GENERATIONS
        THRU 2000-COMPARE-GENERATIONS-EXIT
    PERFORM 5000-REGION-SUMMARY THRU 5000-REGION-SUMMARY-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

    OPEN INPUT SITE-PROFILE-FILE
    IF WS-SITEPRO-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SITEPRO PROFILE MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSOUT REPORT FILE' TO WS-MESSAGE-AREA
        CLOSE SITE-PROFILE-FILE
        GO TO 9500-ABEND-EXIT
    END-IF.

1000-INITIALIZE-EXIT.
    EXIT.

1100-VALIDATE-GENERATIONS.
*>  A first pass over each generation fixes its business date
*>  and record count before anything is written.
    OPEN INPUT OLD-GREETOUT-FILE
    IF WS-OLDGRT-STATUS = '35'
        MOVE 'PREVIOUS GREETOUT GENERATION (OLDGRT) IS MISSING'
            TO WS-RPT-REFUSED-TEXT
        GO TO 8000-REFUSE-COMPARISON
    END-IF
    IF WS-OLDGRT-STATUS NOT = '00' AND WS-OLDGRT-STATUS NOT = '05'
        MOVE 'UNABLE TO OPEN OLDGRT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    PERFORM 1200-SCAN-OLD-GENERATION THRU 1200-SCAN-OLD-GENERATION-EXIT
        UNTIL WS-OLDGRT-EOF
    CLOSE OLD-GREETOUT-FILE

    OPEN INPUT NEW-GREETOUT-FILE
    IF WS-NEWGRT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN NEWGRT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    PERFORM 1300-SCAN-NEW-GENERATION THRU 1300-SCAN-NEW-GENERATION-EXIT
        UNTIL WS-NEWGRT-EOF
    CLOSE NEW-GREETOUT-FILE

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-NEW-GEN-DATE TO WS-RPT-HDG-NEW-DATE
    MOVE WS-OLD-GEN-DATE TO WS-RPT-HDG-OLD-DATE
    MOVE WS-RPT-HEADING-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    EVALUATE TRUE
        WHEN WS-OLD-READ-COUNT = ZERO
            MOVE 'PREVIOUS GREETOUT GENERATION (OLDGRT) IS EMPTY'
                TO WS-RPT-REFUSED-TEXT
            GO TO 8000-REFUSE-COMPARISON
        WHEN WS-NEW-READ-COUNT = ZERO
            MOVE 'NEW GREETOUT GENERATION (NEWGRT) IS EMPTY'
                TO WS-RPT-REFUSED-TEXT
            GO TO 8000-REFUSE-COMPARISON
        WHEN WS-NEW-GEN-DATE = WS-OLD-GEN-DATE
            MOVE 'BOTH GENERATIONS ARE FOR THE SAME BUSINESS DATE'
                TO WS-RPT-REFUSED-TEXT
            GO TO 8000-REFUSE-COMPARISON
        WHEN WS-NEW-GEN-DATE < WS-OLD-GEN-DATE
            MOVE 'NEWGRT IS FOR AN EARLIER BUSINESS DATE THAN OLDGRT'
                TO WS-RPT-REFUSED-TEXT
            GO TO 8000-REFUSE-COMPARISON
    END-EVALUATE.

1100-VALIDATE-GENERATIONS-EXIT.
    EXIT.

1200-SCAN-OLD-GENERATION.
    READ OLD-GREETOUT-FILE
        AT END
            SET WS-OLDGRT-EOF TO TRUE
            GO TO 1200-SCAN-OLD-GENERATION-EXIT
    END-READ
    ADD 1 TO WS-OLD-READ-COUNT
    IF OG-BUSINESS-DATE > WS-OLD-GEN-DATE
        MOVE OG-BUSINESS-DATE TO WS-OLD-GEN-DATE
    END-IF.

1200-SCAN-OLD-GENERATION-EXIT.
    EXIT.

1300-SCAN-NEW-GENERATION.
    READ NEW-GREETOUT-FILE
        AT END
            SET WS-NEWGRT-EOF TO TRUE
            GO TO 1300-SCAN-NEW-GENERATION-EXIT
    END-READ
    ADD 1 TO WS-NEW-READ-COUNT
    IF NG-BUSINESS-DATE > WS-NEW-GEN-DATE
        MOVE NG-BUSINESS-DATE TO WS-NEW-GEN-DATE
    END-IF.

1300-SCAN-NEW-GENERATION-EXIT.
    EXIT.

2000-COMPARE-GENERATIONS.
    MOVE 'N' TO WS-OLDGRT-EOF-SW
    MOVE 'N' TO WS-NEWGRT-EOF-SW
    OPEN INPUT OLD-GREETOUT-FILE
    IF WS-OLDGRT-STATUS NOT = '00'
        MOVE 'UNABLE TO REOPEN OLDGRT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN INPUT NEW-GREETOUT-FILE
    IF WS-NEWGRT-STATUS NOT = '00'
        MOVE 'UNABLE TO REOPEN NEWGRT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN OUTPUT CHANGE-FILE
    IF WS-CHANGES-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN CHANGES FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    MOVE SPACES TO DL-CHANGE-RECORD
    MOVE 'H' TO DL-HDR-TYPE
    MOVE WS-NEW-GEN-DATE TO DL-HDR-NEW-DATE
    MOVE WS-OLD-GEN-DATE TO DL-HDR-OLD-DATE
    MOVE WS-CDT-DATE TO DL-HDR-CREATED-DATE
    MOVE WS-CDT-TIME TO DL-HDR-CREATED-TIME
    PERFORM 3900-WRITE-CHANGE-RECORD THRU 3900-WRITE-CHANGE-RECORD-EXIT

    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 2200-READ-OLD THRU 2200-READ-OLD-EXIT
    PERFORM 2300-READ-NEW THRU 2300-READ-NEW-EXIT
    PERFORM 2100-MATCH-SITES THRU 2100-MATCH-SITES-EXIT
        UNTIL WS-OLDGRT-EOF AND WS-NEWGRT-EOF

    MOVE SPACES TO DL-CHANGE-RECORD
    MOVE 'T' TO DL-TRL-TYPE
    MOVE WS-ADDED-COUNT TO DL-TRL-ADDED
    MOVE WS-REMOVED-COUNT TO DL-TRL-REMOVED
    MOVE WS-CHANGED-COUNT TO DL-TRL-CHANGED
    MOVE WS-UNCHANGED-COUNT TO DL-TRL-UNCHANGED
    MOVE WS-DETAIL-COUNT TO DL-TRL-DETAIL-COUNT
    PERFORM 3900-WRITE-CHANGE-RECORD THRU 3900-WRITE-CHANGE-RECORD-EXIT

    CLOSE OLD-GREETOUT-FILE
    CLOSE NEW-GREETOUT-FILE
    CLOSE CHANGE-FILE.

2000-COMPARE-GENERATIONS-EXIT.
    EXIT.

2100-MATCH-SITES.
    EVALUATE TRUE
        WHEN WS-OLD-KEY < WS-NEW-KEY
            PERFORM 3000-WRITE-REMOVED THRU 3000-WRITE-REMOVED-EXIT
            PERFORM 2200-READ-OLD THRU 2200-READ-OLD-EXIT
        WHEN WS-OLD-KEY > WS-NEW-KEY
            PERFORM 3100-WRITE-ADDED THRU 3100-WRITE-ADDED-EXIT
            PERFORM 2300-READ-NEW THRU 2300-READ-NEW-EXIT
        WHEN OTHER
            IF OG-GREETING-TEXT NOT = NG-GREETING-TEXT
                PERFORM 3200-WRITE-CHANGED THRU 3200-WRITE-CHANGED-EXIT
            ELSE
                MOVE NG-SITE-CODE TO PR-SITE-CODE
                PERFORM 4000-FIND-REGION THRU 4000-FIND-REGION-EXIT
                ADD 1 TO WS-UNCHANGED-COUNT
                ADD 1 TO WS-RGN-UNCHANGED (WS-REGION-SUB)
            END-IF
            PERFORM 2200-READ-OLD THRU 2200-READ-OLD-EXIT
            PERFORM 2300-READ-NEW THRU 2300-READ-NEW-EXIT
    END-EVALUATE.

2100-MATCH-SITES-EXIT.
    EXIT.

2200-READ-OLD.
    READ OLD-GREETOUT-FILE
        AT END
            SET WS-OLDGRT-EOF TO TRUE
            MOVE HIGH-VALUES TO WS-OLD-KEY
            GO TO 2200-READ-OLD-EXIT
    END-READ
    MOVE OG-SITE-CODE TO WS-OLD-KEY
    IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
        MOVE SPACES TO WS-MESSAGE-AREA
        STRING 'OLDGRT OUT OF SITE ORDER AT SITE ' OG-SITE-CODE
            DELIMITED BY SIZE INTO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY.

2200-READ-OLD-EXIT.
    EXIT.

2300-READ-NEW.
    READ NEW-GREETOUT-FILE
        AT END
            SET WS-NEWGRT-EOF TO TRUE
            MOVE HIGH-VALUES TO WS-NEW-KEY
            GO TO 2300-READ-NEW-EXIT
    END-READ
    MOVE NG-SITE-CODE TO WS-NEW-KEY
    IF WS-NEW-KEY NOT > WS-PREV-NEW-KEY
        MOVE SPACES TO WS-MESSAGE-AREA
        STRING 'NEWGRT OUT OF SITE ORDER AT SITE ' NG-SITE-CODE
            DELIMITED BY SIZE INTO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    MOVE WS-NEW-KEY TO WS-PREV-NEW-KEY.

2300-READ-NEW-EXIT.
    EXIT.

3000-WRITE-REMOVED.
    MOVE OG-SITE-CODE TO PR-SITE-CODE
    PERFORM 4000-FIND-REGION THRU 4000-FIND-REGION-EXIT
    MOVE SPACES TO DL-CHANGE-RECORD
    MOVE 'D' TO DL-DTL-TYPE
    SET DL-ACTION-REMOVED TO TRUE
    MOVE OG-SITE-CODE TO DL-DTL-SITE-CODE
    MOVE WS-WORK-REGION TO DL-DTL-REGION-CODE
    MOVE OG-BUSINESS-DATE TO DL-DTL-OLD-DATE
    MOVE OG-GREETING-TEXT TO DL-DTL-OLD-TEXT
    MOVE ZEROES TO DL-DTL-NEW-DATE
    ADD 1 TO WS-REMOVED-COUNT
    ADD 1 TO WS-RGN-REMOVED (WS-REGION-SUB)
    PERFORM 3800-WRITE-DETAIL THRU 3800-WRITE-DETAIL-EXIT.

3000-WRITE-REMOVED-EXIT.
    EXIT.

3100-WRITE-ADDED.
    MOVE NG-SITE-CODE TO PR-SITE-CODE
    PERFORM 4000-FIND-REGION THRU 4000-FIND-REGION-EXIT
    MOVE SPACES TO DL-CHANGE-RECORD
    MOVE 'D' TO DL-DTL-TYPE
    SET DL-ACTION-ADDED TO TRUE
    MOVE NG-SITE-CODE TO DL-DTL-SITE-CODE
    MOVE WS-WORK-REGION TO DL-DTL-REGION-CODE
    MOVE ZEROES TO DL-DTL-OLD-DATE
    MOVE NG-BUSINESS-DATE TO DL-DTL-NEW-DATE
    MOVE NG-GREETING-TEXT TO DL-DTL-NEW-TEXT
    ADD 1 TO WS-ADDED-COUNT
    ADD 1 TO WS-RGN-ADDED (WS-REGION-SUB)
    PERFORM 3800-WRITE-DETAIL THRU 3800-WRITE-DETAIL-EXIT.

3100-WRITE-ADDED-EXIT.
    EXIT.

3200-WRITE-CHANGED.
    MOVE NG-SITE-CODE TO PR-SITE-CODE
    PERFORM 4000-FIND-REGION THRU 4000-FIND-REGION-EXIT
    MOVE SPACES TO DL-CHANGE-RECORD
    MOVE 'D' TO DL-DTL-TYPE
    SET DL-ACTION-CHANGED TO TRUE
    MOVE NG-SITE-CODE TO DL-DTL-SITE-CODE
    MOVE WS-WORK-REGION TO DL-DTL-REGION-CODE
    MOVE OG-BUSINESS-DATE TO DL-DTL-OLD-DATE
    MOVE OG-GREETING-TEXT TO DL-DTL-OLD-TEXT
    MOVE NG-BUSINESS-DATE TO DL-DTL-NEW-DATE
    MOVE NG-GREETING-TEXT TO DL-DTL-NEW-TEXT
    ADD 1 TO WS-CHANGED-COUNT
    ADD 1 TO WS-RGN-CHANGED (WS-REGION-SUB)
    PERFORM 3800-WRITE-DETAIL THRU 3800-WRITE-DETAIL-EXIT.

3200-WRITE-CHANGED-EXIT.
    EXIT.

3800-WRITE-DETAIL.
    PERFORM 3900-WRITE-CHANGE-RECORD THRU 3900-WRITE-CHANGE-RECORD-EXIT
    ADD 1 TO WS-DETAIL-COUNT

    MOVE SPACES TO WS-RPT-DETAIL-LINE
    EVALUATE TRUE
        WHEN DL-ACTION-ADDED
            MOVE 'ADD' TO WS-RPT-DTL-ACTION
        WHEN DL-ACTION-REMOVED
            MOVE 'REM' TO WS-RPT-DTL-ACTION
        WHEN DL-ACTION-CHANGED
            MOVE 'CHG' TO WS-RPT-DTL-ACTION
    END-EVALUATE
    MOVE DL-DTL-SITE-CODE TO WS-RPT-DTL-SITE
    MOVE DL-DTL-REGION-CODE TO WS-RPT-DTL-REGION
    MOVE DL-DTL-OLD-TEXT TO WS-RPT-DTL-OLD-TEXT
    MOVE DL-DTL-NEW-TEXT TO WS-RPT-DTL-NEW-TEXT
    MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

3800-WRITE-DETAIL-EXIT.
    EXIT.

3900-WRITE-CHANGE-RECORD.
    MOVE DL-CHANGE-RECORD TO CHANGE-RECORD
    WRITE CHANGE-RECORD
    IF WS-CHANGES-STATUS NOT = '00'
        MOVE 'UNABLE TO WRITE CHANGES RECORD' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF.

3900-WRITE-CHANGE-RECORD-EXIT.
    EXIT.

4000-FIND-REGION.
*>  The caller sets PR-SITE-CODE. A removed site may since have
*>  been deleted from SITEPRO - it is summarised under '???'.
    READ SITE-PROFILE-FILE
        INVALID KEY
            MOVE WS-UNKNOWN-REGION TO PR-REGION-CODE
    END-READ
    MOVE PR-REGION-CODE TO WS-WORK-REGION

    MOVE 'N' TO WS-REGION-FOUND-SW
    MOVE 1 TO WS-REGION-SUB
    PERFORM 4100-MATCH-REGION-ENTRY THRU 4100-MATCH-REGION-ENTRY-EXIT
        UNTIL WS-REGION-FOUND OR WS-REGION-SUB > WS-REGION-COUNT

    IF NOT WS-REGION-FOUND
        IF WS-REGION-COUNT >= WS-REGION-MAX
            MOVE SPACES TO WS-MESSAGE-AREA
            STRING 'REGION TABLE FULL AT ' WS-WORK-REGION
                DELIMITED BY SIZE INTO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        ADD 1 TO WS-REGION-COUNT
        MOVE WS-REGION-COUNT TO WS-REGION-SUB
        MOVE WS-WORK-REGION TO WS-RGN-CODE (WS-REGION-SUB)
        MOVE ZERO TO WS-RGN-ADDED (WS-REGION-SUB)
        MOVE ZERO TO WS-RGN-REMOVED (WS-REGION-SUB)
        MOVE ZERO TO WS-RGN-CHANGED (WS-REGION-SUB)
        MOVE ZERO TO WS-RGN-UNCHANGED (WS-REGION-SUB)
    END-IF.

4000-FIND-REGION-EXIT.
    EXIT.

4100-MATCH-REGION-ENTRY.
    IF WS-RGN-CODE (WS-REGION-SUB) = WS-WORK-REGION
        SET WS-REGION-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-REGION-SUB
    END-IF.

4100-MATCH-REGION-ENTRY-EXIT.
    EXIT.

5000-REGION-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-REGION-HEADING TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 1 TO WS-REGION-SUB
    PERFORM 5100-WRITE-REGION-LINE THRU 5100-WRITE-REGION-LINE-EXIT
        UNTIL WS-REGION-SUB > WS-REGION-COUNT.

5000-REGION-SUMMARY-EXIT.
    EXIT.

5100-WRITE-REGION-LINE.
    MOVE WS-RGN-CODE (WS-REGION-SUB) TO WS-RPT-RGN-CODE
    MOVE WS-RGN-ADDED (WS-REGION-SUB) TO WS-RPT-RGN-ADDED
    MOVE WS-RGN-REMOVED (WS-REGION-SUB) TO WS-RPT-RGN-REMOVED
    MOVE WS-RGN-CHANGED (WS-REGION-SUB) TO WS-RPT-RGN-CHANGED
    MOVE WS-RGN-UNCHANGED (WS-REGION-SUB) TO WS-RPT-RGN-UNCHANGED
    MOVE WS-RPT-REGION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    ADD 1 TO WS-REGION-SUB.

5100-WRITE-REGION-LINE-EXIT.
    EXIT.

8000-REFUSE-COMPARISON.
*>  CHANGES is never opened, and the job does not copy it to
*>  the change-feed generation on RC=8 - an empty or bogus delta
*>  must never reach the subscribers.
    MOVE WS-RPT-REFUSED-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    DISPLAY 'GRTDELTA: COMPARISON REFUSED - ' WS-RPT-REFUSED-TEXT
        UPON CONSOLE
    CLOSE SITE-PROFILE-FILE
    CLOSE REPORT-FILE
    MOVE 0008 TO WS-RETURN-CODE
    GO TO 9999-EXIT.

9000-TERMINATE.
    MOVE WS-OLD-READ-COUNT TO WS-RPT-TOT-OLD
    MOVE WS-NEW-READ-COUNT TO WS-RPT-TOT-NEW
    MOVE WS-ADDED-COUNT TO WS-RPT-TOT-ADDED
    MOVE WS-REMOVED-COUNT TO WS-RPT-TOT-REMOVED
    MOVE WS-CHANGED-COUNT TO WS-RPT-TOT-CHANGED
    MOVE WS-UNCHANGED-COUNT TO WS-RPT-TOT-UNCHANGED
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE SITE-PROFILE-FILE
    CLOSE REPORT-FILE

    DISPLAY 'GRTDELTA: ADDED=' WS-ADDED-COUNT
        ' REMOVED=' WS-REMOVED-COUNT
        ' CHANGED=' WS-CHANGED-COUNT
        ' UNCHANGED=' WS-UNCHANGED-COUNT
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9500-ABEND-EXIT.
    DISPLAY 'GRTDELTA: ' WS-MESSAGE-AREA
    DISPLAY 'GRTDELTA: ' WS-MESSAGE-AREA UPON CONSOLE
    MOVE 0012 TO WS-RETURN-CODE
    GO TO 9999-EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
