*> compile with cobc -free -O -x -o mstcomp.exe -I copybooks mstcomp.cob
*>
*>---------------------------------------------------------------*
*> MSTCOMP compares the TEST and PROD copies of the four reference
*> masters - SITEGRT, SITEPRO, BATCTL and HOLCAL - and turns the
*> differences into promotion decks, so a change staged and
*> checked in TEST reaches PROD through the maintenance program's
*> own edit, dual control and (for SITEGRT) journal instead of
*> being re-keyed by hand.
*>
*> Each pair of masters is read in key order and matched:
*>   ADDED     on TEST only  - an Add card
*>   CHANGED   on both, a maintained field differs - a Change
*>             card, every differing field listed with its TEST
*>             and PROD values
*>   DELETED   on PROD only  - a Delete card
*> The last-update and approver fields are stamped by each
*> environment's own maintenance run and are not compared.
*>
*> The decks are written in each maintenance program's own card
*> layout and are submitted through its job:
*>   SGDECK  SITEMAINT cards (SITEMJOB), with the trailer count card
*>   SPDECK  SPMAINT cards   (SPMJOB)
*>   BCDECK  BCMAINT cards   (BCMJOB),   with the trailer count card
*>   HCDECK  HOLMAINT cards  (HOLMJOB) - HOLMAINT has no Change, so
*>           a changed description is a Delete and an Add
*> SPMAINT and HOLMAINT take no trailer card. SITEMAINT edits a
*> greeting's language against the PROD site profiles when it
*> parks the deck, and one card in error rejects the whole deck,
*> so the SPDECK batch must be approved (APPRJOB STEP0010, MCAPPRV)
*> and applied (APPRJOB STEP0020, SPMAINT) - not just parked by
*> SPMJOB - before SGDECK is submitted to SITEMJOB.
*>
*> Every deck is written on every run: the deck of a master not
*> compared is left empty (SGDECK and BCDECK carry only a zero
*> trailer card), so each new deck generation is a complete file
*> a later job can read.
*>
*> Control card layouts (SYSIN, all optional):
*>   Master card - compare only the masters named (one card per
*>   master; without any, all four are compared)
*>     01-01  M
*>     02-09  SITEGRT, SITEPRO, BATCTL or HOLCAL
*>   Site range card - SITEGRT and SITEPRO
*>     01-01  S
*>     02-05  From site code
*>     06-09  To site code   (blank = the from site only)
*>   Region range card - HOLCAL, and SITEPRO by the site's region
*>   on either copy
*>     01-01  R
*>     02-04  From region code
*>     05-07  To region code (blank = the from region only)
*> BATCTL is always compared in full. A control card in error
*> stops the run before anything is compared.
*>
*> RC=0 the masters agree, RC=4 differences found and decks
*> written, RC=12 control card or file error.
*>---------------------------------------------------------------*
*> Modification History
*>   2026-10-15  DLW   Initial version.
*>   2026-10-15  DLW   Decks of masters not compared are written
*>                     empty; deck card areas cleared before use.
*>   2026-10-15  DLW   SPDECK must be applied, not just parked,
*>                     before SGDECK is submitted.
*>---------------------------------------------------------------*

IDENTIFICATION DIVISION.
PROGRAM-ID. MSTCOMP.
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

    SELECT TEST-SITEGRT-FILE ASSIGN TO "TSITEGRT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SG-SITE-KEY
        FILE STATUS IS WS-TSITEGRT-STATUS.

    SELECT OPTIONAL PROD-SITEGRT-FILE ASSIGN TO "PSITEGRT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PSG-SITE-KEY
        FILE STATUS IS WS-PSITEGRT-STATUS.

    SELECT TEST-SITEPRO-FILE ASSIGN TO "TSITEPRO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PR-SITE-CODE
        FILE STATUS IS WS-TSITEPRO-STATUS.

    SELECT OPTIONAL PROD-SITEPRO-FILE ASSIGN TO "PSITEPRO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PPR-SITE-CODE
        FILE STATUS IS WS-PSITEPRO-STATUS.

    SELECT TEST-BATCTL-FILE ASSIGN TO "TBATCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BC-CONTROL-KEY
        FILE STATUS IS WS-TBATCTL-STATUS.

    SELECT OPTIONAL PROD-BATCTL-FILE ASSIGN TO "PBATCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PBC-CONTROL-KEY
        FILE STATUS IS WS-PBATCTL-STATUS.

    SELECT TEST-HOLCAL-FILE ASSIGN TO "THOLCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HC-HOLIDAY-KEY
        FILE STATUS IS WS-THOLCAL-STATUS.

    SELECT OPTIONAL PROD-HOLCAL-FILE ASSIGN TO "PHOLCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PHC-HOLIDAY-KEY
        FILE STATUS IS WS-PHOLCAL-STATUS.

    SELECT SGDECK-FILE ASSIGN TO "SGDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SGDECK-STATUS.

    SELECT SPDECK-FILE ASSIGN TO "SPDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPDECK-STATUS.

    SELECT BCDECK-FILE ASSIGN TO "BCDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCDECK-STATUS.

    SELECT HCDECK-FILE ASSIGN TO "HCDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HCDECK-STATUS.

    SELECT REPORT-FILE ASSIGN TO "SYSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    RECORDING MODE IS F.
01  CONTROL-CARD.
    05  CC-CARD-TYPE                PIC X(01).
        88  CC-MASTER-CARD          VALUE 'M'.
        88  CC-SITE-CARD            VALUE 'S'.
        88  CC-REGION-CARD          VALUE 'R'.
    05  CC-MASTER-NAME              PIC X(08).
    05  FILLER                      PIC X(71).
01  CONTROL-SITE-CARD REDEFINES CONTROL-CARD.
    05  FILLER                      PIC X(01).
    05  CC-FROM-SITE                PIC X(04).
    05  CC-TO-SITE                  PIC X(04).
    05  FILLER                      PIC X(71).
01  CONTROL-REGION-CARD REDEFINES CONTROL-CARD.
    05  FILLER                      PIC X(01).
    05  CC-FROM-REGION              PIC X(03).
    05  CC-TO-REGION                PIC X(03).
    05  FILLER                      PIC X(73).

FD  TEST-SITEGRT-FILE.
    COPY SITEGRRC.

*>  PROD copies - the same layouts as the copybooks, under a P
*>  prefix so both sides of a match can be held at once.
FD  PROD-SITEGRT-FILE.
01  PSG-SITE-GREETING-RECORD.
    05  PSG-SITE-KEY.
        10  PSG-SITE-CODE           PIC X(04).
        10  PSG-LANGUAGE-CODE       PIC X(03).
        10  PSG-EFFECTIVE-DATE      PIC 9(08).
    05  PSG-GREETING-TEXT           PIC X(60).
    05  PSG-LAST-UPDATE-DATE        PIC 9(08).
    05  PSG-LAST-UPDATE-USER        PIC X(08).
    05  PSG-APPROVER-USER           PIC X(08).
    05  FILLER                      PIC X(02).

FD  TEST-SITEPRO-FILE.
    COPY SITEPRRC.

FD  PROD-SITEPRO-FILE.
01  PPR-SITE-PROFILE-RECORD.
    05  PPR-SITE-CODE               PIC X(04).
    05  PPR-SITE-NAME               PIC X(30).
    05  PPR-REGION-CODE             PIC X(03).
    05  PPR-LANGUAGE-CODE           PIC X(03).
    05  PPR-ACTIVE-FLAG             PIC X(01).
    05  PPR-LAST-UPDATE-DATE        PIC 9(08).
    05  PPR-LAST-UPDATE-USER        PIC X(08).
    05  PPR-APPROVER-USER           PIC X(08).
    05  FILLER                      PIC X(01).

FD  TEST-BATCTL-FILE.
    COPY BATCTLRC.

FD  PROD-BATCTL-FILE.
01  PBC-BATCH-CONTROL-RECORD.
    05  PBC-CONTROL-KEY.
        10  PBC-JOB-NAME            PIC X(08).
        10  PBC-STEP-NAME           PIC X(08).
    05  PBC-RUN-DAYS                PIC X(07).
    05  PBC-LATEST-START            PIC 9(06).
    05  PBC-SLA-DEADLINE            PIC 9(06).
    05  PBC-WINDOW-START            PIC 9(06).
    05  PBC-WINDOW-END              PIC 9(06).
    05  PBC-LAST-UPDATE-DATE        PIC 9(08).
    05  PBC-LAST-UPDATE-USER        PIC X(08).
    05  PBC-APPROVER-USER           PIC X(08).
    05  FILLER                      PIC X(01).

FD  TEST-HOLCAL-FILE.
    COPY HOLCALRC.

FD  PROD-HOLCAL-FILE.
01  PHC-HOLIDAY-RECORD.
    05  PHC-HOLIDAY-KEY.
        10  PHC-REGION-CODE         PIC X(03).
        10  PHC-HOLIDAY-DATE        PIC 9(08).
    05  PHC-DESCRIPTION             PIC X(30).
    05  PHC-LAST-UPDATE-DATE        PIC 9(08).
    05  PHC-LAST-UPDATE-USER        PIC X(08).
    05  PHC-APPROVER-USER           PIC X(08).
    05  FILLER                      PIC X(03).

FD  SGDECK-FILE
    RECORDING MODE IS F.
01  SGDECK-RECORD                   PIC X(80).

FD  SPDECK-FILE
    RECORDING MODE IS F.
01  SPDECK-RECORD                   PIC X(80).

FD  BCDECK-FILE
    RECORDING MODE IS F.
01  BCDECK-RECORD                   PIC X(80).

FD  HCDECK-FILE
    RECORDING MODE IS F.
01  HCDECK-RECORD                   PIC X(80).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SYSIN-STATUS             PIC X(02) VALUE '00'.
    05  WS-TSITEGRT-STATUS          PIC X(02) VALUE '00'.
    05  WS-PSITEGRT-STATUS          PIC X(02) VALUE '00'.
    05  WS-TSITEPRO-STATUS          PIC X(02) VALUE '00'.
    05  WS-PSITEPRO-STATUS          PIC X(02) VALUE '00'.
    05  WS-TBATCTL-STATUS           PIC X(02) VALUE '00'.
    05  WS-PBATCTL-STATUS           PIC X(02) VALUE '00'.
    05  WS-THOLCAL-STATUS           PIC X(02) VALUE '00'.
    05  WS-PHOLCAL-STATUS           PIC X(02) VALUE '00'.
    05  WS-SGDECK-STATUS            PIC X(02) VALUE '00'.
    05  WS-SPDECK-STATUS            PIC X(02) VALUE '00'.
    05  WS-BCDECK-STATUS            PIC X(02) VALUE '00'.
    05  WS-HCDECK-STATUS            PIC X(02) VALUE '00'.
    05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

01  WS-SWITCHES.
    05  WS-SYSIN-EOF-SW             PIC X(01) VALUE 'N'.
        88  WS-SYSIN-EOF            VALUE 'Y'.
    05  WS-MASTER-CARD-SEEN-SW      PIC X(01) VALUE 'N'.
        88  WS-MASTER-CARD-SEEN     VALUE 'Y'.
    05  WS-DO-SITEGRT-SW            PIC X(01) VALUE 'N'.
        88  WS-DO-SITEGRT           VALUE 'Y'.
    05  WS-DO-SITEPRO-SW            PIC X(01) VALUE 'N'.
        88  WS-DO-SITEPRO           VALUE 'Y'.
    05  WS-DO-BATCTL-SW             PIC X(01) VALUE 'N'.
        88  WS-DO-BATCTL            VALUE 'Y'.
    05  WS-DO-HOLCAL-SW             PIC X(01) VALUE 'N'.
        88  WS-DO-HOLCAL            VALUE 'Y'.
    05  WS-IN-SCOPE-SW              PIC X(01) VALUE 'N'.
        88  WS-IN-SCOPE             VALUE 'Y'.
    05  WS-FIRST-LINE-SW            PIC X(01) VALUE 'Y'.
        88  WS-FIRST-LINE           VALUE 'Y'.

01  WS-CURRENT-DATE-TIME.
    05  WS-CDT-DATE                 PIC 9(08).
    05  WS-CDT-TIME                 PIC 9(06).
    05  WS-CDT-HUNDREDTHS           PIC 9(02).
    05  WS-CDT-GMT-DIFF             PIC X(05).

01  WS-RETURN-CODE                  PIC 9(04) VALUE ZEROES.

01  WS-MESSAGE-AREA                 PIC X(80).

01  WS-SELECTION.
    05  WS-FROM-SITE                PIC X(04) VALUE LOW-VALUES.
    05  WS-TO-SITE                  PIC X(04) VALUE HIGH-VALUES.
    05  WS-FROM-REGION              PIC X(03) VALUE LOW-VALUES.
    05  WS-TO-REGION                PIC X(03) VALUE HIGH-VALUES.

*>  The two sides of the match. A side at end of file holds
*>  HIGH-VALUES, so the other side's keys all sort below it.
01  WS-MATCH-KEYS.
    05  WS-TEST-KEY                 PIC X(16).
    05  WS-PROD-KEY                 PIC X(16).

01  WS-MASTER-COUNTS.
    05  WS-TEST-COUNT               PIC 9(07) COMP VALUE ZERO.
    05  WS-PROD-COUNT               PIC 9(07) COMP VALUE ZERO.
    05  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
    05  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
    05  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
    05  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
    05  WS-CARD-COUNT               PIC 9(05) COMP VALUE ZERO.

01  WS-RUN-TOTALS.
    05  WS-MASTERS-COMPARED         PIC 9(01) COMP VALUE ZERO.
    05  WS-DIFFERENCE-TOTAL         PIC 9(07) COMP VALUE ZERO.
    05  WS-CARD-TOTAL               PIC 9(07) COMP VALUE ZERO.

*>  Values for one report line of a difference.
01  WS-COMPARE-AREA.
    05  WS-CMP-ACTION               PIC X(08).
    05  WS-CMP-KEY-DISPLAY          PIC X(26).
    05  WS-CMP-FIELD-NAME           PIC X(14).
    05  WS-CMP-TEST-VALUE           PIC X(60).
    05  WS-CMP-PROD-VALUE           PIC X(60).

*>  Promotion card images - each the maintenance program's own
*>  transaction card layout.
01  WS-SG-CARD.
    05  WS-SGC-ACTION-CODE          PIC X(01).
    05  WS-SGC-SITE-CODE            PIC X(04).
    05  WS-SGC-LANGUAGE-CODE        PIC X(03).
    05  WS-SGC-EFFECTIVE-DATE       PIC 9(08).
    05  WS-SGC-GREETING-TEXT        PIC X(60).
    05  FILLER                      PIC X(04).

01  WS-SP-CARD.
    05  WS-SPC-ACTION-CODE          PIC X(01).
    05  WS-SPC-SITE-CODE            PIC X(04).
    05  WS-SPC-SITE-NAME            PIC X(30).
    05  WS-SPC-REGION-CODE          PIC X(03).
    05  WS-SPC-LANGUAGE-CODE        PIC X(03).
    05  WS-SPC-ACTIVE-FLAG          PIC X(01).
    05  FILLER                      PIC X(38).

01  WS-BC-CARD.
    05  WS-BCC-ACTION-CODE          PIC X(01).
    05  WS-BCC-JOB-NAME             PIC X(08).
    05  WS-BCC-STEP-NAME            PIC X(08).
    05  WS-BCC-RUN-DAYS             PIC X(07).
    05  WS-BCC-LATEST-START         PIC 9(06).
    05  WS-BCC-SLA-DEADLINE         PIC 9(06).
    05  WS-BCC-WINDOW-START         PIC 9(06).
    05  WS-BCC-WINDOW-END           PIC 9(06).
    05  FILLER                      PIC X(32).

01  WS-HC-CARD.
    05  WS-HCC-ACTION-CODE          PIC X(01).
    05  WS-HCC-REGION-CODE          PIC X(03).
    05  WS-HCC-HOLIDAY-DATE         PIC 9(08).
    05  WS-HCC-DESCRIPTION          PIC X(30).
    05  FILLER                      PIC X(38).

01  WS-TRAILER-CARD.
    05  WS-TRL-CARD-TYPE            PIC X(01) VALUE 'T'.
    05  WS-TRL-CARD-COUNT           PIC 9(05).
    05  FILLER                      PIC X(74) VALUE SPACES.

01  WS-RPT-HEADING-LINE-1.
    05  FILLER                      PIC X(40)
        VALUE 'TEST-TO-PROD MASTER COMPARISON'.
    05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
    05  WS-RPT-HDG-DATE             PIC 9(08).

01  WS-RPT-SELECTION-LINE.
    05  FILLER                      PIC X(13) VALUE 'SITE RANGE: '.
    05  WS-RPT-SEL-FROM-SITE        PIC X(04).
    05  FILLER                      PIC X(03) VALUE ' - '.
    05  WS-RPT-SEL-TO-SITE          PIC X(04).
    05  FILLER                      PIC X(17)
        VALUE '   REGION RANGE: '.
    05  WS-RPT-SEL-FROM-REGION      PIC X(03).
    05  FILLER                      PIC X(03) VALUE ' - '.
    05  WS-RPT-SEL-TO-REGION        PIC X(03).

01  WS-RPT-SECTION-LINE.
    05  WS-RPT-SECTION-TITLE        PIC X(60).

01  WS-RPT-COLUMN-LINE.
    05  FILLER                      PIC X(08) VALUE 'ACTION'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(26) VALUE 'KEY'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(14) VALUE 'FIELD'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(04) VALUE 'COPY'.
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  FILLER                      PIC X(60) VALUE 'VALUE'.

01  WS-RPT-DIFF-LINE.
    05  WS-RPT-DIF-ACTION           PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DIF-KEY              PIC X(26).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DIF-FIELD            PIC X(14).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DIF-COPY             PIC X(04).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  WS-RPT-DIF-VALUE            PIC X(60).

01  WS-RPT-MASTER-TOTAL-LINE.
    05  WS-RPT-MTL-MASTER           PIC X(08).
    05  FILLER                      PIC X(07) VALUE '  TEST='.
    05  WS-RPT-MTL-TEST             PIC 9(07).
    05  FILLER                      PIC X(07) VALUE '  PROD='.
    05  WS-RPT-MTL-PROD             PIC 9(07).
    05  FILLER                      PIC X(08) VALUE '  ADDED='.
    05  WS-RPT-MTL-ADDED            PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  CHANGED='.
    05  WS-RPT-MTL-CHANGED          PIC 9(07).
    05  FILLER                      PIC X(10) VALUE '  DELETED='.
    05  WS-RPT-MTL-DELETED          PIC 9(07).
    05  FILLER                      PIC X(12) VALUE '  UNCHANGED='.
    05  WS-RPT-MTL-UNCHANGED        PIC 9(07).
    05  FILLER                      PIC X(13) VALUE '  DECK CARDS='.
    05  WS-RPT-MTL-CARDS            PIC 9(05).

01  WS-RPT-RUN-TOTAL-LINE.
    05  FILLER                      PIC X(19) VALUE 'MASTERS COMPARED: '.
    05  WS-RPT-RTL-MASTERS          PIC 9(01).
    05  FILLER                      PIC X(15) VALUE '  DIFFERENCES='.
    05  WS-RPT-RTL-DIFFERENCES      PIC 9(07).
    05  FILLER                      PIC X(14) VALUE '  DECK CARDS='.
    05  WS-RPT-RTL-CARDS            PIC 9(07).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
    IF WS-DO-SITEPRO
        PERFORM 3000-COMPARE-SITEPRO THRU 3000-COMPARE-SITEPRO-EXIT
    END-IF
    IF WS-DO-SITEGRT
        PERFORM 2000-COMPARE-SITEGRT THRU 2000-COMPARE-SITEGRT-EXIT
    END-IF
    IF WS-DO-BATCTL
        PERFORM 4000-COMPARE-BATCTL THRU 4000-COMPARE-BATCTL-EXIT
    END-IF
    IF WS-DO-HOLCAL
        PERFORM 5000-COMPARE-HOLCAL THRU 5000-COMPARE-HOLCAL-EXIT
    END-IF
    PERFORM 6000-EMPTY-DECKS THRU 6000-EMPTY-DECKS-EXIT
    PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
    GO TO 9999-EXIT.

*>---------------------------------------------------------------*
*> Control cards, selection and report heading.
*>---------------------------------------------------------------*
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

    OPEN INPUT SYSIN-FILE
    IF WS-SYSIN-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSIN CONTROL CARDS' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    PERFORM 1100-READ-CONTROL-CARD THRU 1100-READ-CONTROL-CARD-EXIT
        UNTIL WS-SYSIN-EOF
    CLOSE SYSIN-FILE

    IF NOT WS-MASTER-CARD-SEEN
        SET WS-DO-SITEGRT TO TRUE
        SET WS-DO-SITEPRO TO TRUE
        SET WS-DO-BATCTL TO TRUE
        SET WS-DO-HOLCAL TO TRUE
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SYSOUT REPORT FILE' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    MOVE WS-CDT-DATE TO WS-RPT-HDG-DATE
    MOVE WS-RPT-HEADING-LINE-1 TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-FROM-SITE = LOW-VALUES
        MOVE 'ALL' TO WS-RPT-SEL-FROM-SITE
        MOVE 'ALL' TO WS-RPT-SEL-TO-SITE
    ELSE
        MOVE WS-FROM-SITE TO WS-RPT-SEL-FROM-SITE
        MOVE WS-TO-SITE TO WS-RPT-SEL-TO-SITE
    END-IF
    IF WS-FROM-REGION = LOW-VALUES
        MOVE 'ALL' TO WS-RPT-SEL-FROM-REGION
        MOVE 'ALL' TO WS-RPT-SEL-TO-REGION
    ELSE
        MOVE WS-FROM-REGION TO WS-RPT-SEL-FROM-REGION
        MOVE WS-TO-REGION TO WS-RPT-SEL-TO-REGION
    END-IF
    MOVE WS-RPT-SELECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

1000-INITIALIZE-EXIT.
    EXIT.

1100-READ-CONTROL-CARD.
    READ SYSIN-FILE
        AT END
            SET WS-SYSIN-EOF TO TRUE
            GO TO 1100-READ-CONTROL-CARD-EXIT
    END-READ

*>  A promotion deck built from the wrong selection is worse than
*>  none, so a card in error stops the run.
    MOVE SPACES TO WS-MESSAGE-AREA
    EVALUATE TRUE
        WHEN CC-MASTER-CARD
            SET WS-MASTER-CARD-SEEN TO TRUE
            EVALUATE CC-MASTER-NAME
                WHEN 'SITEGRT'
                    SET WS-DO-SITEGRT TO TRUE
                WHEN 'SITEPRO'
                    SET WS-DO-SITEPRO TO TRUE
                WHEN 'BATCTL'
                    SET WS-DO-BATCTL TO TRUE
                WHEN 'HOLCAL'
                    SET WS-DO-HOLCAL TO TRUE
                WHEN OTHER
                    MOVE 'MASTER CARD NAMES AN UNKNOWN MASTER'
                        TO WS-MESSAGE-AREA
            END-EVALUATE
        WHEN CC-SITE-CARD
            IF CC-FROM-SITE = SPACES
                MOVE 'SITE RANGE CARD HAS NO FROM SITE'
                    TO WS-MESSAGE-AREA
            ELSE
                MOVE CC-FROM-SITE TO WS-FROM-SITE
                IF CC-TO-SITE = SPACES
                    MOVE CC-FROM-SITE TO WS-TO-SITE
                ELSE
                    MOVE CC-TO-SITE TO WS-TO-SITE
                END-IF
                IF WS-TO-SITE < WS-FROM-SITE
                    MOVE 'SITE RANGE CARD TO SITE BEFORE FROM SITE'
                        TO WS-MESSAGE-AREA
                END-IF
            END-IF
        WHEN CC-REGION-CARD
            IF CC-FROM-REGION = SPACES
                MOVE 'REGION RANGE CARD HAS NO FROM REGION'
                    TO WS-MESSAGE-AREA
            ELSE
                MOVE CC-FROM-REGION TO WS-FROM-REGION
                IF CC-TO-REGION = SPACES
                    MOVE CC-FROM-REGION TO WS-TO-REGION
                ELSE
                    MOVE CC-TO-REGION TO WS-TO-REGION
                END-IF
                IF WS-TO-REGION < WS-FROM-REGION
                    MOVE 'REGION RANGE CARD TO REGION BEFORE FROM'
                        TO WS-MESSAGE-AREA
                END-IF
            END-IF
        WHEN OTHER
            MOVE 'UNRECOGNIZED CONTROL CARD TYPE' TO WS-MESSAGE-AREA
    END-EVALUATE

    IF WS-MESSAGE-AREA NOT = SPACES
        DISPLAY 'MSTCOMP: CARD IN ERROR: ' CONTROL-CARD
        CLOSE SYSIN-FILE
        GO TO 9500-ABEND-EXIT
    END-IF.

1100-READ-CONTROL-CARD-EXIT.
    EXIT.

*>---------------------------------------------------------------*
*> SITEGRT - site greeting master, SITEMAINT deck.
*>---------------------------------------------------------------*
2000-COMPARE-SITEGRT.
    MOVE 'SITEGRT - SITE GREETING MASTER    (SITEMAINT DECK SGDECK)'
        TO WS-RPT-SECTION-TITLE
    PERFORM 7000-START-MASTER THRU 7000-START-MASTER-EXIT

    OPEN INPUT TEST-SITEGRT-FILE
    IF WS-TSITEGRT-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN TEST SITEGRT MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN INPUT PROD-SITEGRT-FILE
    IF WS-PSITEGRT-STATUS NOT = '00' AND WS-PSITEGRT-STATUS NOT = '05'
        MOVE 'UNABLE TO OPEN PROD SITEGRT MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN OUTPUT SGDECK-FILE
    IF WS-SGDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SGDECK PROMOTION DECK' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    PERFORM 2100-READ-TEST-SITEGRT THRU 2100-READ-TEST-SITEGRT-EXIT
    PERFORM 2200-READ-PROD-SITEGRT THRU 2200-READ-PROD-SITEGRT-EXIT
    PERFORM 2300-MATCH-SITEGRT THRU 2300-MATCH-SITEGRT-EXIT
        UNTIL WS-TEST-KEY = HIGH-VALUES AND WS-PROD-KEY = HIGH-VALUES

    MOVE WS-CARD-COUNT TO WS-TRL-CARD-COUNT
    WRITE SGDECK-RECORD FROM WS-TRAILER-CARD
    CLOSE TEST-SITEGRT-FILE
    CLOSE PROD-SITEGRT-FILE
    CLOSE SGDECK-FILE

    MOVE 'SITEGRT' TO WS-RPT-MTL-MASTER
    PERFORM 7300-END-MASTER THRU 7300-END-MASTER-EXIT.

2000-COMPARE-SITEGRT-EXIT.
    EXIT.

2100-READ-TEST-SITEGRT.
    MOVE 'N' TO WS-IN-SCOPE-SW
    PERFORM 2110-NEXT-TEST-SITEGRT THRU 2110-NEXT-TEST-SITEGRT-EXIT
        UNTIL WS-IN-SCOPE OR WS-TEST-KEY = HIGH-VALUES.

2100-READ-TEST-SITEGRT-EXIT.
    EXIT.

2110-NEXT-TEST-SITEGRT.
    READ TEST-SITEGRT-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-TEST-KEY
            GO TO 2110-NEXT-TEST-SITEGRT-EXIT
    END-READ
    IF SG-SITE-CODE NOT < WS-FROM-SITE
            AND SG-SITE-CODE NOT > WS-TO-SITE
        SET WS-IN-SCOPE TO TRUE
        MOVE SG-SITE-KEY TO WS-TEST-KEY
        ADD 1 TO WS-TEST-COUNT
    END-IF.

2110-NEXT-TEST-SITEGRT-EXIT.
    EXIT.

2200-READ-PROD-SITEGRT.
    MOVE 'N' TO WS-IN-SCOPE-SW
    PERFORM 2210-NEXT-PROD-SITEGRT THRU 2210-NEXT-PROD-SITEGRT-EXIT
        UNTIL WS-IN-SCOPE OR WS-PROD-KEY = HIGH-VALUES.

2200-READ-PROD-SITEGRT-EXIT.
    EXIT.

2210-NEXT-PROD-SITEGRT.
    READ PROD-SITEGRT-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-PROD-KEY
            GO TO 2210-NEXT-PROD-SITEGRT-EXIT
    END-READ
    IF PSG-SITE-CODE NOT < WS-FROM-SITE
            AND PSG-SITE-CODE NOT > WS-TO-SITE
        SET WS-IN-SCOPE TO TRUE
        MOVE PSG-SITE-KEY TO WS-PROD-KEY
        ADD 1 TO WS-PROD-COUNT
    END-IF.

2210-NEXT-PROD-SITEGRT-EXIT.
    EXIT.

2300-MATCH-SITEGRT.
    EVALUATE TRUE
        WHEN WS-TEST-KEY < WS-PROD-KEY
            PERFORM 2400-SITEGRT-ADDED THRU 2400-SITEGRT-ADDED-EXIT
            PERFORM 2100-READ-TEST-SITEGRT
                THRU 2100-READ-TEST-SITEGRT-EXIT
        WHEN WS-TEST-KEY > WS-PROD-KEY
            PERFORM 2500-SITEGRT-DELETED THRU 2500-SITEGRT-DELETED-EXIT
            PERFORM 2200-READ-PROD-SITEGRT
                THRU 2200-READ-PROD-SITEGRT-EXIT
        WHEN OTHER
            PERFORM 2600-SITEGRT-MATCHED THRU 2600-SITEGRT-MATCHED-EXIT
            PERFORM 2100-READ-TEST-SITEGRT
                THRU 2100-READ-TEST-SITEGRT-EXIT
            PERFORM 2200-READ-PROD-SITEGRT
                THRU 2200-READ-PROD-SITEGRT-EXIT
    END-EVALUATE.

2300-MATCH-SITEGRT-EXIT.
    EXIT.

2400-SITEGRT-ADDED.
    ADD 1 TO WS-ADDED-COUNT
    MOVE 'ADDED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING SG-SITE-CODE ' ' SG-LANGUAGE-CODE ' ' SG-EFFECTIVE-DATE
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'GREETING TEXT' TO WS-CMP-FIELD-NAME
    MOVE SG-GREETING-TEXT TO WS-CMP-TEST-VALUE
    PERFORM 7100-WRITE-TEST-LINE THRU 7100-WRITE-TEST-LINE-EXIT

    MOVE SPACES TO WS-SG-CARD
    MOVE 'A' TO WS-SGC-ACTION-CODE
    MOVE SG-SITE-CODE TO WS-SGC-SITE-CODE
    MOVE SG-LANGUAGE-CODE TO WS-SGC-LANGUAGE-CODE
    MOVE SG-EFFECTIVE-DATE TO WS-SGC-EFFECTIVE-DATE
    MOVE SG-GREETING-TEXT TO WS-SGC-GREETING-TEXT
    PERFORM 2700-WRITE-SITEGRT-CARD THRU 2700-WRITE-SITEGRT-CARD-EXIT.

2400-SITEGRT-ADDED-EXIT.
    EXIT.

2500-SITEGRT-DELETED.
    ADD 1 TO WS-DELETED-COUNT
    MOVE 'DELETED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING PSG-SITE-CODE ' ' PSG-LANGUAGE-CODE ' ' PSG-EFFECTIVE-DATE
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'GREETING TEXT' TO WS-CMP-FIELD-NAME
    MOVE PSG-GREETING-TEXT TO WS-CMP-PROD-VALUE
    PERFORM 7150-WRITE-PROD-LINE THRU 7150-WRITE-PROD-LINE-EXIT

    MOVE SPACES TO WS-SG-CARD
    MOVE 'D' TO WS-SGC-ACTION-CODE
    MOVE PSG-SITE-CODE TO WS-SGC-SITE-CODE
    MOVE PSG-LANGUAGE-CODE TO WS-SGC-LANGUAGE-CODE
    MOVE PSG-EFFECTIVE-DATE TO WS-SGC-EFFECTIVE-DATE
    PERFORM 2700-WRITE-SITEGRT-CARD THRU 2700-WRITE-SITEGRT-CARD-EXIT.

2500-SITEGRT-DELETED-EXIT.
    EXIT.

2600-SITEGRT-MATCHED.
    IF SG-GREETING-TEXT = PSG-GREETING-TEXT
        ADD 1 TO WS-UNCHANGED-COUNT
        GO TO 2600-SITEGRT-MATCHED-EXIT
    END-IF

    ADD 1 TO WS-CHANGED-COUNT
    MOVE 'CHANGED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING SG-SITE-CODE ' ' SG-LANGUAGE-CODE ' ' SG-EFFECTIVE-DATE
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'GREETING TEXT' TO WS-CMP-FIELD-NAME
    MOVE SG-GREETING-TEXT TO WS-CMP-TEST-VALUE
    MOVE PSG-GREETING-TEXT TO WS-CMP-PROD-VALUE
    PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT

    MOVE SPACES TO WS-SG-CARD
    MOVE 'C' TO WS-SGC-ACTION-CODE
    MOVE SG-SITE-CODE TO WS-SGC-SITE-CODE
    MOVE SG-LANGUAGE-CODE TO WS-SGC-LANGUAGE-CODE
    MOVE SG-EFFECTIVE-DATE TO WS-SGC-EFFECTIVE-DATE
    MOVE SG-GREETING-TEXT TO WS-SGC-GREETING-TEXT
    PERFORM 2700-WRITE-SITEGRT-CARD THRU 2700-WRITE-SITEGRT-CARD-EXIT.

2600-SITEGRT-MATCHED-EXIT.
    EXIT.

2700-WRITE-SITEGRT-CARD.
    WRITE SGDECK-RECORD FROM WS-SG-CARD
    IF WS-SGDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO WRITE SGDECK PROMOTION CARD' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    ADD 1 TO WS-CARD-COUNT.

2700-WRITE-SITEGRT-CARD-EXIT.
    EXIT.

*>---------------------------------------------------------------*
*> SITEPRO - site profile master, SPMAINT deck.
*>---------------------------------------------------------------*
3000-COMPARE-SITEPRO.
    MOVE 'SITEPRO - SITE PROFILE MASTER     (SPMAINT DECK SPDECK)'
        TO WS-RPT-SECTION-TITLE
    PERFORM 7000-START-MASTER THRU 7000-START-MASTER-EXIT

    OPEN INPUT TEST-SITEPRO-FILE
    IF WS-TSITEPRO-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN TEST SITEPRO MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN INPUT PROD-SITEPRO-FILE
    IF WS-PSITEPRO-STATUS NOT = '00' AND WS-PSITEPRO-STATUS NOT = '05'
        MOVE 'UNABLE TO OPEN PROD SITEPRO MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN OUTPUT SPDECK-FILE
    IF WS-SPDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN SPDECK PROMOTION DECK' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

*>  The region range is applied after the match, since a site
*>  moved into or out of the range is in scope on either copy.
    PERFORM 3100-READ-TEST-SITEPRO THRU 3100-READ-TEST-SITEPRO-EXIT
    PERFORM 3200-READ-PROD-SITEPRO THRU 3200-READ-PROD-SITEPRO-EXIT
    PERFORM 3300-MATCH-SITEPRO THRU 3300-MATCH-SITEPRO-EXIT
        UNTIL WS-TEST-KEY = HIGH-VALUES AND WS-PROD-KEY = HIGH-VALUES

    CLOSE TEST-SITEPRO-FILE
    CLOSE PROD-SITEPRO-FILE
    CLOSE SPDECK-FILE

    MOVE 'SITEPRO' TO WS-RPT-MTL-MASTER
    PERFORM 7300-END-MASTER THRU 7300-END-MASTER-EXIT.

3000-COMPARE-SITEPRO-EXIT.
    EXIT.

3100-READ-TEST-SITEPRO.
    MOVE 'N' TO WS-IN-SCOPE-SW
    PERFORM 3110-NEXT-TEST-SITEPRO THRU 3110-NEXT-TEST-SITEPRO-EXIT
        UNTIL WS-IN-SCOPE OR WS-TEST-KEY = HIGH-VALUES.

3100-READ-TEST-SITEPRO-EXIT.
    EXIT.

3110-NEXT-TEST-SITEPRO.
    READ TEST-SITEPRO-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-TEST-KEY
            GO TO 3110-NEXT-TEST-SITEPRO-EXIT
    END-READ
    IF PR-SITE-CODE NOT < WS-FROM-SITE
            AND PR-SITE-CODE NOT > WS-TO-SITE
        SET WS-IN-SCOPE TO TRUE
        MOVE PR-SITE-CODE TO WS-TEST-KEY
    END-IF.

3110-NEXT-TEST-SITEPRO-EXIT.
    EXIT.

3200-READ-PROD-SITEPRO.
    MOVE 'N' TO WS-IN-SCOPE-SW
    PERFORM 3210-NEXT-PROD-SITEPRO THRU 3210-NEXT-PROD-SITEPRO-EXIT
        UNTIL WS-IN-SCOPE OR WS-PROD-KEY = HIGH-VALUES.

3200-READ-PROD-SITEPRO-EXIT.
    EXIT.

3210-NEXT-PROD-SITEPRO.
    READ PROD-SITEPRO-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-PROD-KEY
            GO TO 3210-NEXT-PROD-SITEPRO-EXIT
    END-READ
    IF PPR-SITE-CODE NOT < WS-FROM-SITE
            AND PPR-SITE-CODE NOT > WS-TO-SITE
        SET WS-IN-SCOPE TO TRUE
        MOVE PPR-SITE-CODE TO WS-PROD-KEY
    END-IF.

3210-NEXT-PROD-SITEPRO-EXIT.
    EXIT.

3300-MATCH-SITEPRO.
    EVALUATE TRUE
        WHEN WS-TEST-KEY < WS-PROD-KEY
            IF PR-REGION-CODE NOT < WS-FROM-REGION
                    AND PR-REGION-CODE NOT > WS-TO-REGION
                ADD 1 TO WS-TEST-COUNT
                PERFORM 3400-SITEPRO-ADDED THRU 3400-SITEPRO-ADDED-EXIT
            END-IF
            PERFORM 3100-READ-TEST-SITEPRO
                THRU 3100-READ-TEST-SITEPRO-EXIT
        WHEN WS-TEST-KEY > WS-PROD-KEY
            IF PPR-REGION-CODE NOT < WS-FROM-REGION
                    AND PPR-REGION-CODE NOT > WS-TO-REGION
                ADD 1 TO WS-PROD-COUNT
                PERFORM 3500-SITEPRO-DELETED
                    THRU 3500-SITEPRO-DELETED-EXIT
            END-IF
            PERFORM 3200-READ-PROD-SITEPRO
                THRU 3200-READ-PROD-SITEPRO-EXIT
        WHEN OTHER
            IF (PR-REGION-CODE NOT < WS-FROM-REGION
                    AND PR-REGION-CODE NOT > WS-TO-REGION)
                OR (PPR-REGION-CODE NOT < WS-FROM-REGION
                    AND PPR-REGION-CODE NOT > WS-TO-REGION)
                ADD 1 TO WS-TEST-COUNT
                ADD 1 TO WS-PROD-COUNT
                PERFORM 3600-SITEPRO-MATCHED
                    THRU 3600-SITEPRO-MATCHED-EXIT
            END-IF
            PERFORM 3100-READ-TEST-SITEPRO
                THRU 3100-READ-TEST-SITEPRO-EXIT
            PERFORM 3200-READ-PROD-SITEPRO
                THRU 3200-READ-PROD-SITEPRO-EXIT
    END-EVALUATE.

3300-MATCH-SITEPRO-EXIT.
    EXIT.

3400-SITEPRO-ADDED.
    MOVE SPACES TO WS-SP-CARD
    ADD 1 TO WS-ADDED-COUNT
    MOVE 'ADDED' TO WS-CMP-ACTION
    MOVE PR-SITE-CODE TO WS-CMP-KEY-DISPLAY
    MOVE 'PROFILE' TO WS-CMP-FIELD-NAME
    MOVE SPACES TO WS-CMP-TEST-VALUE
    STRING PR-SITE-NAME ' ' PR-REGION-CODE ' ' PR-LANGUAGE-CODE
        ' ' PR-ACTIVE-FLAG
        DELIMITED BY SIZE INTO WS-CMP-TEST-VALUE
    PERFORM 7100-WRITE-TEST-LINE THRU 7100-WRITE-TEST-LINE-EXIT

    MOVE 'A' TO WS-SPC-ACTION-CODE
    PERFORM 3650-BUILD-SITEPRO-CARD THRU 3650-BUILD-SITEPRO-CARD-EXIT
    PERFORM 3700-WRITE-SITEPRO-CARD THRU 3700-WRITE-SITEPRO-CARD-EXIT.

3400-SITEPRO-ADDED-EXIT.
    EXIT.

3500-SITEPRO-DELETED.
    ADD 1 TO WS-DELETED-COUNT
    MOVE 'DELETED' TO WS-CMP-ACTION
    MOVE PPR-SITE-CODE TO WS-CMP-KEY-DISPLAY
    MOVE 'PROFILE' TO WS-CMP-FIELD-NAME
    MOVE SPACES TO WS-CMP-PROD-VALUE
    STRING PPR-SITE-NAME ' ' PPR-REGION-CODE ' ' PPR-LANGUAGE-CODE
        ' ' PPR-ACTIVE-FLAG
        DELIMITED BY SIZE INTO WS-CMP-PROD-VALUE
    PERFORM 7150-WRITE-PROD-LINE THRU 7150-WRITE-PROD-LINE-EXIT

    MOVE SPACES TO WS-SP-CARD
    MOVE 'D' TO WS-SPC-ACTION-CODE
    MOVE PPR-SITE-CODE TO WS-SPC-SITE-CODE
    PERFORM 3700-WRITE-SITEPRO-CARD THRU 3700-WRITE-SITEPRO-CARD-EXIT.

3500-SITEPRO-DELETED-EXIT.
    EXIT.

3600-SITEPRO-MATCHED.
    MOVE SPACES TO WS-SP-CARD
    IF PR-SITE-NAME = PPR-SITE-NAME
            AND PR-REGION-CODE = PPR-REGION-CODE
            AND PR-LANGUAGE-CODE = PPR-LANGUAGE-CODE
            AND PR-ACTIVE-FLAG = PPR-ACTIVE-FLAG
        ADD 1 TO WS-UNCHANGED-COUNT
        GO TO 3600-SITEPRO-MATCHED-EXIT
    END-IF

    ADD 1 TO WS-CHANGED-COUNT
    MOVE 'CHANGED' TO WS-CMP-ACTION
    MOVE PR-SITE-CODE TO WS-CMP-KEY-DISPLAY
    IF PR-SITE-NAME NOT = PPR-SITE-NAME
        MOVE 'SITE NAME' TO WS-CMP-FIELD-NAME
        MOVE PR-SITE-NAME TO WS-CMP-TEST-VALUE
        MOVE PPR-SITE-NAME TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF PR-REGION-CODE NOT = PPR-REGION-CODE
        MOVE 'REGION' TO WS-CMP-FIELD-NAME
        MOVE PR-REGION-CODE TO WS-CMP-TEST-VALUE
        MOVE PPR-REGION-CODE TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF PR-LANGUAGE-CODE NOT = PPR-LANGUAGE-CODE
        MOVE 'LANGUAGE' TO WS-CMP-FIELD-NAME
        MOVE PR-LANGUAGE-CODE TO WS-CMP-TEST-VALUE
        MOVE PPR-LANGUAGE-CODE TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF PR-ACTIVE-FLAG NOT = PPR-ACTIVE-FLAG
        MOVE 'ACTIVE FLAG' TO WS-CMP-FIELD-NAME
        MOVE PR-ACTIVE-FLAG TO WS-CMP-TEST-VALUE
        MOVE PPR-ACTIVE-FLAG TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF

*>  SPMAINT's Change replaces every field, so the card carries
*>  the whole TEST profile.
    MOVE 'C' TO WS-SPC-ACTION-CODE
    PERFORM 3650-BUILD-SITEPRO-CARD THRU 3650-BUILD-SITEPRO-CARD-EXIT
    PERFORM 3700-WRITE-SITEPRO-CARD THRU 3700-WRITE-SITEPRO-CARD-EXIT.

3600-SITEPRO-MATCHED-EXIT.
    EXIT.

3650-BUILD-SITEPRO-CARD.
    MOVE PR-SITE-CODE TO WS-SPC-SITE-CODE
    MOVE PR-SITE-NAME TO WS-SPC-SITE-NAME
    MOVE PR-REGION-CODE TO WS-SPC-REGION-CODE
    MOVE PR-LANGUAGE-CODE TO WS-SPC-LANGUAGE-CODE
    MOVE PR-ACTIVE-FLAG TO WS-SPC-ACTIVE-FLAG.

3650-BUILD-SITEPRO-CARD-EXIT.
    EXIT.

3700-WRITE-SITEPRO-CARD.
    WRITE SPDECK-RECORD FROM WS-SP-CARD
    IF WS-SPDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO WRITE SPDECK PROMOTION CARD' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    ADD 1 TO WS-CARD-COUNT.

3700-WRITE-SITEPRO-CARD-EXIT.
    EXIT.

*>---------------------------------------------------------------*
*> BATCTL - batch-control master, BCMAINT deck.
*>---------------------------------------------------------------*
4000-COMPARE-BATCTL.
    MOVE 'BATCTL  - BATCH-CONTROL MASTER    (BCMAINT DECK BCDECK)'
        TO WS-RPT-SECTION-TITLE
    PERFORM 7000-START-MASTER THRU 7000-START-MASTER-EXIT

    OPEN INPUT TEST-BATCTL-FILE
    IF WS-TBATCTL-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN TEST BATCTL MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN INPUT PROD-BATCTL-FILE
    IF WS-PBATCTL-STATUS NOT = '00' AND WS-PBATCTL-STATUS NOT = '05'
        MOVE 'UNABLE TO OPEN PROD BATCTL MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN OUTPUT BCDECK-FILE
    IF WS-BCDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN BCDECK PROMOTION DECK' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    PERFORM 4100-READ-TEST-BATCTL THRU 4100-READ-TEST-BATCTL-EXIT
    PERFORM 4200-READ-PROD-BATCTL THRU 4200-READ-PROD-BATCTL-EXIT
    PERFORM 4300-MATCH-BATCTL THRU 4300-MATCH-BATCTL-EXIT
        UNTIL WS-TEST-KEY = HIGH-VALUES AND WS-PROD-KEY = HIGH-VALUES

    MOVE WS-CARD-COUNT TO WS-TRL-CARD-COUNT
    WRITE BCDECK-RECORD FROM WS-TRAILER-CARD
    CLOSE TEST-BATCTL-FILE
    CLOSE PROD-BATCTL-FILE
    CLOSE BCDECK-FILE

    MOVE 'BATCTL' TO WS-RPT-MTL-MASTER
    PERFORM 7300-END-MASTER THRU 7300-END-MASTER-EXIT.

4000-COMPARE-BATCTL-EXIT.
    EXIT.

4100-READ-TEST-BATCTL.
    READ TEST-BATCTL-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-TEST-KEY
            GO TO 4100-READ-TEST-BATCTL-EXIT
    END-READ
    MOVE BC-CONTROL-KEY TO WS-TEST-KEY
    ADD 1 TO WS-TEST-COUNT.

4100-READ-TEST-BATCTL-EXIT.
    EXIT.

4200-READ-PROD-BATCTL.
    READ PROD-BATCTL-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-PROD-KEY
            GO TO 4200-READ-PROD-BATCTL-EXIT
    END-READ
    MOVE PBC-CONTROL-KEY TO WS-PROD-KEY
    ADD 1 TO WS-PROD-COUNT.

4200-READ-PROD-BATCTL-EXIT.
    EXIT.

4300-MATCH-BATCTL.
    EVALUATE TRUE
        WHEN WS-TEST-KEY < WS-PROD-KEY
            PERFORM 4400-BATCTL-ADDED THRU 4400-BATCTL-ADDED-EXIT
            PERFORM 4100-READ-TEST-BATCTL THRU 4100-READ-TEST-BATCTL-EXIT
        WHEN WS-TEST-KEY > WS-PROD-KEY
            PERFORM 4500-BATCTL-DELETED THRU 4500-BATCTL-DELETED-EXIT
            PERFORM 4200-READ-PROD-BATCTL THRU 4200-READ-PROD-BATCTL-EXIT
        WHEN OTHER
            PERFORM 4600-BATCTL-MATCHED THRU 4600-BATCTL-MATCHED-EXIT
            PERFORM 4100-READ-TEST-BATCTL THRU 4100-READ-TEST-BATCTL-EXIT
            PERFORM 4200-READ-PROD-BATCTL THRU 4200-READ-PROD-BATCTL-EXIT
    END-EVALUATE.

4300-MATCH-BATCTL-EXIT.
    EXIT.

4400-BATCTL-ADDED.
    ADD 1 TO WS-ADDED-COUNT
    MOVE 'ADDED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING BC-JOB-NAME ' ' BC-STEP-NAME
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'SCHEDULE' TO WS-CMP-FIELD-NAME
    MOVE SPACES TO WS-CMP-TEST-VALUE
    STRING 'DAYS ' BC-RUN-DAYS ' START ' BC-LATEST-START
        ' SLA ' BC-SLA-DEADLINE ' WINDOW ' BC-WINDOW-START
        '-' BC-WINDOW-END
        DELIMITED BY SIZE INTO WS-CMP-TEST-VALUE
    PERFORM 7100-WRITE-TEST-LINE THRU 7100-WRITE-TEST-LINE-EXIT

    MOVE 'A' TO WS-BCC-ACTION-CODE
    PERFORM 4650-BUILD-BATCTL-CARD THRU 4650-BUILD-BATCTL-CARD-EXIT
    PERFORM 4700-WRITE-BATCTL-CARD THRU 4700-WRITE-BATCTL-CARD-EXIT.

4400-BATCTL-ADDED-EXIT.
    EXIT.

4500-BATCTL-DELETED.
    ADD 1 TO WS-DELETED-COUNT
    MOVE 'DELETED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING PBC-JOB-NAME ' ' PBC-STEP-NAME
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'SCHEDULE' TO WS-CMP-FIELD-NAME
    MOVE SPACES TO WS-CMP-PROD-VALUE
    STRING 'DAYS ' PBC-RUN-DAYS ' START ' PBC-LATEST-START
        ' SLA ' PBC-SLA-DEADLINE ' WINDOW ' PBC-WINDOW-START
        '-' PBC-WINDOW-END
        DELIMITED BY SIZE INTO WS-CMP-PROD-VALUE
    PERFORM 7150-WRITE-PROD-LINE THRU 7150-WRITE-PROD-LINE-EXIT

    MOVE SPACES TO WS-BC-CARD
    MOVE 'D' TO WS-BCC-ACTION-CODE
    MOVE PBC-JOB-NAME TO WS-BCC-JOB-NAME
    MOVE PBC-STEP-NAME TO WS-BCC-STEP-NAME
    PERFORM 4700-WRITE-BATCTL-CARD THRU 4700-WRITE-BATCTL-CARD-EXIT.

4500-BATCTL-DELETED-EXIT.
    EXIT.

4600-BATCTL-MATCHED.
    IF BC-RUN-DAYS = PBC-RUN-DAYS
            AND BC-LATEST-START = PBC-LATEST-START
            AND BC-SLA-DEADLINE = PBC-SLA-DEADLINE
            AND BC-WINDOW-START = PBC-WINDOW-START
            AND BC-WINDOW-END = PBC-WINDOW-END
        ADD 1 TO WS-UNCHANGED-COUNT
        GO TO 4600-BATCTL-MATCHED-EXIT
    END-IF

    ADD 1 TO WS-CHANGED-COUNT
    MOVE 'CHANGED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING BC-JOB-NAME ' ' BC-STEP-NAME
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    IF BC-RUN-DAYS NOT = PBC-RUN-DAYS
        MOVE 'RUN DAYS' TO WS-CMP-FIELD-NAME
        MOVE BC-RUN-DAYS TO WS-CMP-TEST-VALUE
        MOVE PBC-RUN-DAYS TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF BC-LATEST-START NOT = PBC-LATEST-START
        MOVE 'LATEST START' TO WS-CMP-FIELD-NAME
        MOVE BC-LATEST-START TO WS-CMP-TEST-VALUE
        MOVE PBC-LATEST-START TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF BC-SLA-DEADLINE NOT = PBC-SLA-DEADLINE
        MOVE 'SLA DEADLINE' TO WS-CMP-FIELD-NAME
        MOVE BC-SLA-DEADLINE TO WS-CMP-TEST-VALUE
        MOVE PBC-SLA-DEADLINE TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF BC-WINDOW-START NOT = PBC-WINDOW-START
        MOVE 'WINDOW START' TO WS-CMP-FIELD-NAME
        MOVE BC-WINDOW-START TO WS-CMP-TEST-VALUE
        MOVE PBC-WINDOW-START TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF
    IF BC-WINDOW-END NOT = PBC-WINDOW-END
        MOVE 'WINDOW END' TO WS-CMP-FIELD-NAME
        MOVE BC-WINDOW-END TO WS-CMP-TEST-VALUE
        MOVE PBC-WINDOW-END TO WS-CMP-PROD-VALUE
        PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT
    END-IF

*>  BCMAINT's Change replaces every schedule field, so the card
*>  carries the whole TEST record.
    MOVE 'C' TO WS-BCC-ACTION-CODE
    PERFORM 4650-BUILD-BATCTL-CARD THRU 4650-BUILD-BATCTL-CARD-EXIT
    PERFORM 4700-WRITE-BATCTL-CARD THRU 4700-WRITE-BATCTL-CARD-EXIT.

4600-BATCTL-MATCHED-EXIT.
    EXIT.

4650-BUILD-BATCTL-CARD.
    MOVE BC-JOB-NAME TO WS-BCC-JOB-NAME
    MOVE BC-STEP-NAME TO WS-BCC-STEP-NAME
    MOVE BC-RUN-DAYS TO WS-BCC-RUN-DAYS
    MOVE BC-LATEST-START TO WS-BCC-LATEST-START
    MOVE BC-SLA-DEADLINE TO WS-BCC-SLA-DEADLINE
    MOVE BC-WINDOW-START TO WS-BCC-WINDOW-START
    MOVE BC-WINDOW-END TO WS-BCC-WINDOW-END.

4650-BUILD-BATCTL-CARD-EXIT.
    EXIT.

4700-WRITE-BATCTL-CARD.
    WRITE BCDECK-RECORD FROM WS-BC-CARD
    IF WS-BCDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO WRITE BCDECK PROMOTION CARD' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    ADD 1 TO WS-CARD-COUNT.

4700-WRITE-BATCTL-CARD-EXIT.
    EXIT.

*>---------------------------------------------------------------*
*> HOLCAL - holiday calendar master, HOLMAINT deck.
*>---------------------------------------------------------------*
5000-COMPARE-HOLCAL.
    MOVE 'HOLCAL  - HOLIDAY CALENDAR MASTER (HOLMAINT DECK HCDECK)'
        TO WS-RPT-SECTION-TITLE
    PERFORM 7000-START-MASTER THRU 7000-START-MASTER-EXIT

    OPEN INPUT TEST-HOLCAL-FILE
    IF WS-THOLCAL-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN TEST HOLCAL MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN INPUT PROD-HOLCAL-FILE
    IF WS-PHOLCAL-STATUS NOT = '00' AND WS-PHOLCAL-STATUS NOT = '05'
        MOVE 'UNABLE TO OPEN PROD HOLCAL MASTER' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    OPEN OUTPUT HCDECK-FILE
    IF WS-HCDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO OPEN HCDECK PROMOTION DECK' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF

    PERFORM 5100-READ-TEST-HOLCAL THRU 5100-READ-TEST-HOLCAL-EXIT
    PERFORM 5200-READ-PROD-HOLCAL THRU 5200-READ-PROD-HOLCAL-EXIT
    PERFORM 5300-MATCH-HOLCAL THRU 5300-MATCH-HOLCAL-EXIT
        UNTIL WS-TEST-KEY = HIGH-VALUES AND WS-PROD-KEY = HIGH-VALUES

    CLOSE TEST-HOLCAL-FILE
    CLOSE PROD-HOLCAL-FILE
    CLOSE HCDECK-FILE

    MOVE 'HOLCAL' TO WS-RPT-MTL-MASTER
    PERFORM 7300-END-MASTER THRU 7300-END-MASTER-EXIT.

5000-COMPARE-HOLCAL-EXIT.
    EXIT.

5100-READ-TEST-HOLCAL.
    MOVE 'N' TO WS-IN-SCOPE-SW
    PERFORM 5110-NEXT-TEST-HOLCAL THRU 5110-NEXT-TEST-HOLCAL-EXIT
        UNTIL WS-IN-SCOPE OR WS-TEST-KEY = HIGH-VALUES.

5100-READ-TEST-HOLCAL-EXIT.
    EXIT.

5110-NEXT-TEST-HOLCAL.
    READ TEST-HOLCAL-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-TEST-KEY
            GO TO 5110-NEXT-TEST-HOLCAL-EXIT
    END-READ
    IF HC-REGION-CODE NOT < WS-FROM-REGION
            AND HC-REGION-CODE NOT > WS-TO-REGION
        SET WS-IN-SCOPE TO TRUE
        MOVE HC-HOLIDAY-KEY TO WS-TEST-KEY
        ADD 1 TO WS-TEST-COUNT
    END-IF.

5110-NEXT-TEST-HOLCAL-EXIT.
    EXIT.

5200-READ-PROD-HOLCAL.
    MOVE 'N' TO WS-IN-SCOPE-SW
    PERFORM 5210-NEXT-PROD-HOLCAL THRU 5210-NEXT-PROD-HOLCAL-EXIT
        UNTIL WS-IN-SCOPE OR WS-PROD-KEY = HIGH-VALUES.

5200-READ-PROD-HOLCAL-EXIT.
    EXIT.

5210-NEXT-PROD-HOLCAL.
    READ PROD-HOLCAL-FILE NEXT RECORD
        AT END
            MOVE HIGH-VALUES TO WS-PROD-KEY
            GO TO 5210-NEXT-PROD-HOLCAL-EXIT
    END-READ
    IF PHC-REGION-CODE NOT < WS-FROM-REGION
            AND PHC-REGION-CODE NOT > WS-TO-REGION
        SET WS-IN-SCOPE TO TRUE
        MOVE PHC-HOLIDAY-KEY TO WS-PROD-KEY
        ADD 1 TO WS-PROD-COUNT
    END-IF.

5210-NEXT-PROD-HOLCAL-EXIT.
    EXIT.

5300-MATCH-HOLCAL.
    EVALUATE TRUE
        WHEN WS-TEST-KEY < WS-PROD-KEY
            PERFORM 5400-HOLCAL-ADDED THRU 5400-HOLCAL-ADDED-EXIT
            PERFORM 5100-READ-TEST-HOLCAL THRU 5100-READ-TEST-HOLCAL-EXIT
        WHEN WS-TEST-KEY > WS-PROD-KEY
            PERFORM 5500-HOLCAL-DELETED THRU 5500-HOLCAL-DELETED-EXIT
            PERFORM 5200-READ-PROD-HOLCAL THRU 5200-READ-PROD-HOLCAL-EXIT
        WHEN OTHER
            PERFORM 5600-HOLCAL-MATCHED THRU 5600-HOLCAL-MATCHED-EXIT
            PERFORM 5100-READ-TEST-HOLCAL THRU 5100-READ-TEST-HOLCAL-EXIT
            PERFORM 5200-READ-PROD-HOLCAL THRU 5200-READ-PROD-HOLCAL-EXIT
    END-EVALUATE.

5300-MATCH-HOLCAL-EXIT.
    EXIT.

5400-HOLCAL-ADDED.
    ADD 1 TO WS-ADDED-COUNT
    MOVE 'ADDED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING HC-REGION-CODE ' ' HC-HOLIDAY-DATE
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'DESCRIPTION' TO WS-CMP-FIELD-NAME
    MOVE HC-DESCRIPTION TO WS-CMP-TEST-VALUE
    PERFORM 7100-WRITE-TEST-LINE THRU 7100-WRITE-TEST-LINE-EXIT

    PERFORM 5650-WRITE-HOLCAL-ADD THRU 5650-WRITE-HOLCAL-ADD-EXIT.

5400-HOLCAL-ADDED-EXIT.
    EXIT.

5500-HOLCAL-DELETED.
    ADD 1 TO WS-DELETED-COUNT
    MOVE 'DELETED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING PHC-REGION-CODE ' ' PHC-HOLIDAY-DATE
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'DESCRIPTION' TO WS-CMP-FIELD-NAME
    MOVE PHC-DESCRIPTION TO WS-CMP-PROD-VALUE
    PERFORM 7150-WRITE-PROD-LINE THRU 7150-WRITE-PROD-LINE-EXIT

    PERFORM 5660-WRITE-HOLCAL-DELETE THRU 5660-WRITE-HOLCAL-DELETE-EXIT.

5500-HOLCAL-DELETED-EXIT.
    EXIT.

5600-HOLCAL-MATCHED.
    IF HC-DESCRIPTION = PHC-DESCRIPTION
        ADD 1 TO WS-UNCHANGED-COUNT
        GO TO 5600-HOLCAL-MATCHED-EXIT
    END-IF

    ADD 1 TO WS-CHANGED-COUNT
    MOVE 'CHANGED' TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    STRING HC-REGION-CODE ' ' HC-HOLIDAY-DATE
        DELIMITED BY SIZE INTO WS-CMP-KEY-DISPLAY
    MOVE 'DESCRIPTION' TO WS-CMP-FIELD-NAME
    MOVE HC-DESCRIPTION TO WS-CMP-TEST-VALUE
    MOVE PHC-DESCRIPTION TO WS-CMP-PROD-VALUE
    PERFORM 7200-WRITE-FIELD-PAIR THRU 7200-WRITE-FIELD-PAIR-EXIT

*>  HOLMAINT has no Change - the PROD date is deleted and added
*>  back with the TEST description, in that order.
    PERFORM 5660-WRITE-HOLCAL-DELETE THRU 5660-WRITE-HOLCAL-DELETE-EXIT
    PERFORM 5650-WRITE-HOLCAL-ADD THRU 5650-WRITE-HOLCAL-ADD-EXIT.

5600-HOLCAL-MATCHED-EXIT.
    EXIT.

5650-WRITE-HOLCAL-ADD.
    MOVE SPACES TO WS-HC-CARD
    MOVE 'A' TO WS-HCC-ACTION-CODE
    MOVE HC-REGION-CODE TO WS-HCC-REGION-CODE
    MOVE HC-HOLIDAY-DATE TO WS-HCC-HOLIDAY-DATE
    MOVE HC-DESCRIPTION TO WS-HCC-DESCRIPTION
    PERFORM 5700-WRITE-HOLCAL-CARD THRU 5700-WRITE-HOLCAL-CARD-EXIT.

5650-WRITE-HOLCAL-ADD-EXIT.
    EXIT.

5660-WRITE-HOLCAL-DELETE.
    MOVE SPACES TO WS-HC-CARD
    MOVE 'D' TO WS-HCC-ACTION-CODE
    MOVE PHC-REGION-CODE TO WS-HCC-REGION-CODE
    MOVE PHC-HOLIDAY-DATE TO WS-HCC-HOLIDAY-DATE
    PERFORM 5700-WRITE-HOLCAL-CARD THRU 5700-WRITE-HOLCAL-CARD-EXIT.

5660-WRITE-HOLCAL-DELETE-EXIT.
    EXIT.

5700-WRITE-HOLCAL-CARD.
    WRITE HCDECK-RECORD FROM WS-HC-CARD
    IF WS-HCDECK-STATUS NOT = '00'
        MOVE 'UNABLE TO WRITE HCDECK PROMOTION CARD' TO WS-MESSAGE-AREA
        GO TO 9500-ABEND-EXIT
    END-IF
    ADD 1 TO WS-CARD-COUNT.

5700-WRITE-HOLCAL-CARD-EXIT.
    EXIT.

*>---------------------------------------------------------------*
*> Decks of the masters not compared. Every deck DD gets a new
*> generation, so each is opened and closed here to leave a
*> complete file - empty, or for SITEMAINT and BCMAINT a zero
*> trailer card alone, which their edits accept as an empty deck.
*>---------------------------------------------------------------*
6000-EMPTY-DECKS.
    MOVE ZERO TO WS-TRL-CARD-COUNT

    IF NOT WS-DO-SITEGRT
        OPEN OUTPUT SGDECK-FILE
        IF WS-SGDECK-STATUS NOT = '00'
            MOVE 'UNABLE TO OPEN SGDECK PROMOTION DECK'
                TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        WRITE SGDECK-RECORD FROM WS-TRAILER-CARD
        CLOSE SGDECK-FILE
    END-IF

    IF NOT WS-DO-SITEPRO
        OPEN OUTPUT SPDECK-FILE
        IF WS-SPDECK-STATUS NOT = '00'
            MOVE 'UNABLE TO OPEN SPDECK PROMOTION DECK'
                TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        CLOSE SPDECK-FILE
    END-IF

    IF NOT WS-DO-BATCTL
        OPEN OUTPUT BCDECK-FILE
        IF WS-BCDECK-STATUS NOT = '00'
            MOVE 'UNABLE TO OPEN BCDECK PROMOTION DECK'
                TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        WRITE BCDECK-RECORD FROM WS-TRAILER-CARD
        CLOSE BCDECK-FILE
    END-IF

    IF NOT WS-DO-HOLCAL
        OPEN OUTPUT HCDECK-FILE
        IF WS-HCDECK-STATUS NOT = '00'
            MOVE 'UNABLE TO OPEN HCDECK PROMOTION DECK'
                TO WS-MESSAGE-AREA
            GO TO 9500-ABEND-EXIT
        END-IF
        CLOSE HCDECK-FILE
    END-IF.

6000-EMPTY-DECKS-EXIT.
    EXIT.

*>---------------------------------------------------------------*
*> Report sections shared by the four masters.
*>---------------------------------------------------------------*
7000-START-MASTER.
    MOVE ZERO TO WS-TEST-COUNT
    MOVE ZERO TO WS-PROD-COUNT
    MOVE ZERO TO WS-ADDED-COUNT
    MOVE ZERO TO WS-CHANGED-COUNT
    MOVE ZERO TO WS-DELETED-COUNT
    MOVE ZERO TO WS-UNCHANGED-COUNT
    MOVE ZERO TO WS-CARD-COUNT
    MOVE SPACES TO WS-TEST-KEY
    MOVE SPACES TO WS-PROD-KEY
    ADD 1 TO WS-MASTERS-COMPARED

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

7000-START-MASTER-EXIT.
    EXIT.

7100-WRITE-TEST-LINE.
    MOVE WS-CMP-ACTION TO WS-RPT-DIF-ACTION
    MOVE WS-CMP-KEY-DISPLAY TO WS-RPT-DIF-KEY
    MOVE WS-CMP-FIELD-NAME TO WS-RPT-DIF-FIELD
    MOVE 'TEST' TO WS-RPT-DIF-COPY
    MOVE WS-CMP-TEST-VALUE TO WS-RPT-DIF-VALUE
    MOVE WS-RPT-DIFF-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

7100-WRITE-TEST-LINE-EXIT.
    EXIT.

7150-WRITE-PROD-LINE.
    MOVE WS-CMP-ACTION TO WS-RPT-DIF-ACTION
    MOVE WS-CMP-KEY-DISPLAY TO WS-RPT-DIF-KEY
    MOVE WS-CMP-FIELD-NAME TO WS-RPT-DIF-FIELD
    MOVE 'PROD' TO WS-RPT-DIF-COPY
    MOVE WS-CMP-PROD-VALUE TO WS-RPT-DIF-VALUE
    MOVE WS-RPT-DIFF-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

7150-WRITE-PROD-LINE-EXIT.
    EXIT.

7200-WRITE-FIELD-PAIR.
*>  A changed record shows its action and key once, then one
*>  TEST and one PROD line for every field that differs.
    PERFORM 7100-WRITE-TEST-LINE THRU 7100-WRITE-TEST-LINE-EXIT
    MOVE SPACES TO WS-CMP-ACTION
    MOVE SPACES TO WS-CMP-KEY-DISPLAY
    MOVE SPACES TO WS-CMP-FIELD-NAME
    PERFORM 7150-WRITE-PROD-LINE THRU 7150-WRITE-PROD-LINE-EXIT.

7200-WRITE-FIELD-PAIR-EXIT.
    EXIT.

7300-END-MASTER.
    MOVE WS-TEST-COUNT TO WS-RPT-MTL-TEST
    MOVE WS-PROD-COUNT TO WS-RPT-MTL-PROD
    MOVE WS-ADDED-COUNT TO WS-RPT-MTL-ADDED
    MOVE WS-CHANGED-COUNT TO WS-RPT-MTL-CHANGED
    MOVE WS-DELETED-COUNT TO WS-RPT-MTL-DELETED
    MOVE WS-UNCHANGED-COUNT TO WS-RPT-MTL-UNCHANGED
    MOVE WS-CARD-COUNT TO WS-RPT-MTL-CARDS
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-MASTER-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    ADD WS-ADDED-COUNT TO WS-DIFFERENCE-TOTAL
    ADD WS-CHANGED-COUNT TO WS-DIFFERENCE-TOTAL
    ADD WS-DELETED-COUNT TO WS-DIFFERENCE-TOTAL
    ADD WS-CARD-COUNT TO WS-CARD-TOTAL
    DISPLAY 'MSTCOMP: ' WS-RPT-MTL-MASTER
        ' ADDED=' WS-ADDED-COUNT
        ' CHANGED=' WS-CHANGED-COUNT
        ' DELETED=' WS-DELETED-COUNT
        ' DECK CARDS=' WS-CARD-COUNT.

7300-END-MASTER-EXIT.
    EXIT.

9000-TERMINATE.
    MOVE WS-MASTERS-COMPARED TO WS-RPT-RTL-MASTERS
    MOVE WS-DIFFERENCE-TOTAL TO WS-RPT-RTL-DIFFERENCES
    MOVE WS-CARD-TOTAL TO WS-RPT-RTL-CARDS
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-RPT-RUN-TOTAL-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE

    IF WS-DIFFERENCE-TOTAL > ZERO
        MOVE 0004 TO WS-RETURN-CODE
        DISPLAY 'MSTCOMP: ' WS-DIFFERENCE-TOTAL
            ' DIFFERENCE(S) - PROMOTION DECKS WRITTEN' UPON CONSOLE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.

9000-TERMINATE-EXIT.
    EXIT.

9500-ABEND-EXIT.
    DISPLAY 'MSTCOMP: ' WS-MESSAGE-AREA
    DISPLAY 'MSTCOMP: ' WS-MESSAGE-AREA UPON CONSOLE
    MOVE 0012 TO WS-RETURN-CODE
    MOVE WS-RETURN-CODE TO RETURN-CODE
    GO TO 9999-EXIT.

9999-EXIT.
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
