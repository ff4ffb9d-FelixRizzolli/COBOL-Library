       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-SCRN1.
      *****************************************************************
      * TPL-SCRN1: BULK CLIENT-LIST SCREENING                         *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * SALES HANDS IN SPREADSHEETS OF PROSPECTS AND ASKS WHICH ONES  *
      * WE KNOW AND HOW THEY ARE DOING. THIS STEP MATCHES EVERY ROW   *
      * OF SUCH A LIST AGAINST THE COMPANIES MASTER ON THE CNORM1-    *
      * NORMALIZED NAME AND ANSWERS WITH ONE DELIMITED LINE PER ROW - *
      * WHAT A HELP-DESK INQUIRY WOULD SAY, FOR THOUSANDS OF NAMES AT *
      * ONCE. ROWS IT CANNOT PIN TO ONE COMPANY ARE LISTED AGAIN FOR  *
      * MANUAL REVIEW, WITH THE CANDIDATES.                           *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES MASTER (IO/companies.txt)                  *
      * ICLNT  - CLIENT LIST (IO/clientlist.txt), AS EXPORTED FROM    *
      *          THE SPREADSHEET: NAME;STATE;CITY - STATE AND CITY    *
      *          MAY BE EMPTY. A FIRST LINE WITH THE COLUMN TITLES    *
      *          (NAME IN THE FIRST FIELD) IS SKIPPED                 *
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt)        *
      * ILOC   - COMPANY LOCATIONS (IO/companyloc.txt, TPL-MAINT8)    *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt, TPL-WTCH1)       *
      * IGRADE - GRADE MASTER (IO/grades.txt, TPL-GRAD1)              *
      * ILIFE  - LIFECYCLE MASTER (IO/lifecycle.txt, TPL-LIFE1)       *
      *          ALL FIVE OPTIONAL - A MISSING ONE LEAVES ITS COLUMN  *
      *          EMPTY (LIFECYCLE: ACTIVE)                            *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSCRN - SCREENING RESULT (IO/clientscreen.txt), A TITLE LINE  *
      *         AND ONE LINE PER INPUT ROW, FIELDS SEPARATED BY ';':  *
      *         ROW;NAME;STATE;CITY (AS GIVEN);MATCH;COMPANY-ID;      *
      *         MASTER NAME;STATE;INDUSTRY;GROWTH;WATCH;LIFECYCLE;    *
      *         GRADE                                                 *
      * OREVW - MANUAL-REVIEW LIST (IO/clientreview.txt): UNMATCHED   *
      *         ROWS, AND MULTI-MATCH ROWS WITH THEIR CANDIDATES      *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * MATCH QUALITY:                                                *
      *   EXACT      - NAME AS ON THE MASTER, STATE GIVEN AND EQUAL   *
      *   NORMALIZED - SAME NAME AFTER CNORM1, STATE GIVEN AND EQUAL  *
      *   CITY       - THE NAME IS IN SEVERAL STATES, NONE OF THEM    *
      *                THE ONE GIVEN; THE CITY ON companyloc.txt      *
      *                PICKED EXACTLY ONE                             *
      *   NAME ONLY  - THE NAME IS IN ONE STATE ONLY, AND THE ROW HAD *
      *                NO STATE OR ANOTHER ONE                        *
      *   MULTIPLE   - SEVERAL CANDIDATES LEFT -> REVIEW              *
      *   NONE       - NOT ON THE MASTER -> REVIEW                    *
      * THE FIGURES SHOWN ARE THE MASTER'S: GROWTH FROM companies.txt,*
      * THE LATEST GRADE ON grades.txt FOR THE COMPANY.               *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
      *===============================================================*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *****************************************************************
       INPUT-OUTPUT SECTION.
      *===============================================================*

       FILE-CONTROL.
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICLNT==
            ==:V2:== BY ==ICLNT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGRADE==
            ==:V2:== BY ==IGRADE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSCRN==
            ==:V2:== BY ==OSCRN-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREVW==
            ==:V2:== BY ==OREVW-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SWORK ASSIGN TO 'SORTWORK'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICLNT==
            ==:V2:== BY ==160==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGRADE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSCRN==
            ==:V2:== BY ==250==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREVW==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SWORK.
       01  SWORK-REC.
           05 SWORK-KEY               PIC X(40).
           05 SWORK-DATA              PIC X(100).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE MATCHED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).
       01 TMP-TODAY                   PIC X(8).

      *-[ MASTER COMPANIES IN NORMALIZED NAME + STATE ORDER ]----------*
       01 COMPANIES.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX
                                      ASCENDING KEY IS TAB-CO-KEY
                                      INDEXED BY TAB-CO-IDX.
                10 TAB-CO-KEY.
                   15 TAB-CO-NORM     PIC X(38).
                   15 TAB-CO-STATE    PIC X(2).
                10 TAB-CO-NAME        PIC X(38).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-GROWTH      PIC S9(3)V99.
                10 TAB-CO-ID          PIC X(9).
                10 TAB-CO-CITY        PIC X(20).
                10 TAB-CO-WATCH       PIC X(1).
                10 TAB-CO-GRADE       PIC X(1).
      *-[ ONE ENTRY PER NORMALIZED NAME: ITS ROWS IN TAB-CO ]----------*
       01 COMPANY-NAMES.
           05 TAB-NM-MAX              PIC S9(9) BINARY.
           05 TAB-NM-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-NM                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-NM-MAX
                                      ASCENDING KEY IS TAB-NM-NORM
                                      INDEXED BY TAB-NM-IDX.
                10 TAB-NM-NORM        PIC X(38).
                10 TAB-NM-FIRST       PIC S9(9) BINARY.
                10 TAB-NM-COUNT       PIC S9(9) BINARY.

      *---------------------------------------------------------------*
      * INPUT ICLNT = CLIENT LIST                                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICLNT==.
       01 CLNT-FIELDS.
           05 CLNT-NAME               PIC X(38).
           05 CLNT-STATE              PIC X(2).
           05 CLNT-CITY               PIC X(20).
       01 TMP-F-NAME                  PIC X(60).
       01 TMP-F-STATE                 PIC X(10).
       01 TMP-F-CITY                  PIC X(40).

      *---------------------------------------------------------------*
      * COMPANION MASTERS - ATTACHED TO TAB-CO ONCE AT START          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       01 XREF-REC.
           05 XREF-ID                 PIC X(9).
           05 XREF-NAME               PIC X(38).
           05 XREF-STATE              PIC X(2).
           05 FILLER                  PIC X(31).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILOC==.
       01 LOC-REC.
           05 LOC-NAME                PIC X(38).
           05 LOC-STATE               PIC X(2).
           05 LOC-CITY                PIC X(20).
           05 LOC-ZIP                 PIC X(5).
           05 FILLER                  PIC X(15).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IWATCH==.
       01 WL-REC.
           05 WL-NAME                 PIC X(38).
           05 WL-STATE                PIC X(2).
           05 WL-ENTRY-DATE           PIC X(8).
           05 WL-CONSEC               PIC 9(3).
           05 WL-GROWTH               PIC S9(3)V99.
           05 WL-ON-SW                PIC X(1).
              88 WL-ON-LIST               VALUE 'Y'.
           05 FILLER                  PIC X(23).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGRADE==.
       01 GR-REC.
           05 GR-KEY.
              10 GR-ID                PIC 9(9).
              10 GR-PERIOD            PIC X(6).
           05 GR-NAME                 PIC X(38).
           05 GR-STATE                PIC X(2).
           05 GR-GRADE                PIC X(1).
           05 FILLER                  PIC X(24).
       01 TAB-GR-PERIOD-HELD.
           05 TAB-GRP                 PIC X(6)    OCCURS 9999.

      *---------------------------------------------------------------*
      * ILIFE = COMPANY LIFECYCLE STATUS MAP (SEE LIFEWS.cob)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * NAME NORMALIZATION FOR MATCHING (SEE LIB/UTIL/CNORM1)         *
      *---------------------------------------------------------------*
       01 CNORM1                      PIC X(8)    VALUE 'CNORM1'.
       01 TMP-NORM-REQ                PIC X(38).

      *---------------------------------------------------------------*
      * MATCHING WORK                                                 *
      *---------------------------------------------------------------*
       01 MATCH-WORK.
           05 TMP-ARG-NAME            PIC X(38).
           05 TMP-ARG-STATE           PIC X(2).
           05 TMP-CO-KEY              PIC X(40).
           05 TMP-HIT-ROW             PIC S9(9)   BINARY.
           05 TMP-HIT-COUNT           PIC S9(9)   BINARY.
           05 TMP-RANGE-FIRST         PIC S9(9)   BINARY.
           05 TMP-RANGE-LAST          PIC S9(9)   BINARY.
           05 TMP-CITY-UP             PIC X(20).
           05 TMP-QUALITY             PIC X(10).
           05 TMP-ROW-NUM             PIC 9(7).
           05 TMP-ROW-ED              PIC Z(6)9.
           05 TMP-GROWTH-ED           PIC -ZZ9,99.
           05 TMP-LIFE-TEXT           PIC X(9).
           05 TMP-PTR                 PIC S9(4)   BINARY.

      *---------------------------------------------------------------*
      * OUTPUT OSCRN = SCREENING RESULT, OREVW = REVIEW LIST          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSCRN==.
       01 OSCRN-REC                   PIC X(250).
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREVW==.
       01 OREVW-REC                   PIC X(132).
       01 OREVW-L1.
           05 OREVW-L1-ROW            PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OREVW-L1-KIND           PIC X(10).
           05 FILLER                  PIC X(2).
           05 OREVW-L1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OREVW-L1-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OREVW-L1-CITY           PIC X(20).
       01 OREVW-L2.
           05 FILLER                  PIC X(9)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'CANDIDATE:'.
           05 OREVW-L2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OREVW-L2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OREVW-L2-CITY           PIC X(20).
           05 FILLER                  PIC X(1).
           05 OREVW-L2-ID             PIC X(9).
       01 OREVW-HR                    PIC X(132) VALUE ALL '-'.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
       01 TMP-COUNT-EDIT              PIC ZZZZZZ9.
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-ROWS          PIC 9(7).
           05 TMP-COUNT-EXACT         PIC 9(7).
           05 TMP-COUNT-NORMALIZED    PIC 9(7).
           05 TMP-COUNT-CITY          PIC 9(7).
           05 TMP-COUNT-NAME-ONLY     PIC 9(7).
           05 TMP-COUNT-MULTIPLE      PIC 9(7).
           05 TMP-COUNT-NONE          PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ICLNT-PATH                 PIC X(40)
                                      VALUE 'IO/clientlist.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 ILOC-PATH                  PIC X(40)
                                      VALUE 'IO/companyloc.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IGRADE-PATH                PIC X(40)
                                      VALUE 'IO/grades.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSCRN-PATH                 PIC X(40)
                                      VALUE 'IO/clientscreen.txt'.
       01 OREVW-PATH                 PIC X(40)
                                      VALUE 'IO/clientreview.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.

      *---------------------------------------------------------------*
      * ACFG = OPTIONAL LOCAL APP-LOG CONFIG FILE (SEE CHECK-APP-LOG / *
      * APPLOG-CONFIG-READ IN ERRB) - NOT OPENED HERE, ONLY WHEN       *
      * RZSC01 ISN'T CONFIGURED                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ACFG==.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN SECTION.
      *===============================================================*
           PERFORM PGM-INIT

           PERFORM COMPANIES-LOAD
           PERFORM COMPANIONS-ATTACH
           PERFORM LOAD-LIFECYCLE-MAP

           PERFORM FILE-OPEN-INPUT-ICLNT
           IF (ICLNT-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'CLIENT LIST MISSING: ' ICLNT-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING TO SCREEN' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OSCRN
           PERFORM FILE-OPEN-OUTPUT-OREVW
           MOVE 'ROW;NAME;STATE;CITY;MATCH;COMPANY-ID;MASTER NAME;'
             TO OSCRN-REC
           MOVE 'STATE;INDUSTRY;GROWTH;WATCH;LIFECYCLE;GRADE'
             TO OSCRN-REC(50:)
           PERFORM OSCRN-WRITE
           MOVE 'CLIENT-LIST ROWS FOR MANUAL REVIEW - RUN ' TO OREVW-REC
           MOVE TMP-TODAY TO OREVW-REC(42:8)
           PERFORM OREVW-WRITE
           MOVE OREVW-HR TO OREVW-REC
           PERFORM OREVW-WRITE

           PERFORM FILE-READ-ICLNT
           PERFORM UNTIL (ICLNT-EOF)
              PERFORM CLIENT-ROW
              PERFORM FILE-READ-ICLNT
           END-PERFORM
           PERFORM FILE-CLOSE-ICLNT

           PERFORM SUMMARY-WRITE
           PERFORM FILE-CLOSE-OSCRN
           PERFORM FILE-CLOSE-OREVW

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-SCRN1'                          TO PGM-NAME
           MOVE 'BULK CLIENT-LIST SCREENING'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE ICLNT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICLNT-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE ILOC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILOC-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IGRADE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGRADE-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSCRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSCRN-PATH
           MOVE OREVW-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREVW-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-NM-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY MASTER COMPANY IN FORCE TODAY, IN NORMALIZED NAME +  *
      *    STATE ORDER SO A NAME AND ALL ITS STATES ARE FOUND WITH    *
      *    SEARCH ALL                                                 *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED MASTER BEFORE READING A SINGLE ROW
      *    (SEE CTRL1)
           MOVE ICOMP-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING TO MATCH AGAINST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SWORK
             ON ASCENDING KEY SWORK-KEY
             INPUT  PROCEDURE IS COMPANIES-RELEASE
             OUTPUT PROCEDURE IS COMPANIES-RETURN
           .
       COMPANIES-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANIES-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              ADD 1 TO TMP-COUNT-READ
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 CALL CNORM1 USING ICOMP-NAME SWORK-KEY(1:38)
                 MOVE ICOMP-STATE  TO SWORK-KEY(39:2)
                 MOVE ICOMP-RECORD TO SWORK-DATA
                 RELEASE SWORK-REC
              ELSE
                 ADD 1 TO TMP-COUNT-SKIPPED
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       COMPANIES-RELEASE-EXIT. EXIT.



      *****************************************************************
       COMPANIES-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN SWORK
                AT END
                  GO TO COMPANIES-RETURN-EXIT
              END-RETURN
              MOVE SWORK-DATA TO ICOMP-REC
              PERFORM COMPANY-ROW-ADD
           END-PERFORM
           .
       COMPANIES-RETURN-EXIT. EXIT.



      *****************************************************************
       COMPANY-ROW-ADD SECTION.
      *===============================================================*
      *    TWO SPELLINGS OF ONE NAME IN ONE STATE ARE ONE COMPANY TO  *
      *    THE SCREENING - THE FIRST IS KEPT                          *
      *---------------------------------------------------------------*
           IF (TAB-CO-MAX > 0) THEN
              IF (TAB-CO-KEY(TAB-CO-MAX) = SWORK-KEY) THEN
                 ADD 1 TO TMP-COUNT-SKIPPED
                 GO TO COMPANY-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - MASTER TOO LARGE TO SCREEN'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CO-MAX
           INITIALIZE TAB-CO(TAB-CO-MAX)
           MOVE SWORK-KEY      TO TAB-CO-KEY(TAB-CO-MAX)
           MOVE ICOMP-NAME     TO TAB-CO-NAME(TAB-CO-MAX)
           MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
           MOVE ICOMP-GROWTH   TO TAB-CO-GROWTH(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-WATCH(TAB-CO-MAX)
           MOVE SPACES         TO TAB-GRP(TAB-CO-MAX)

      *    A NEW NORMALIZED NAME OPENS ITS ENTRY IN TAB-NM
           IF (TAB-NM-MAX > 0) THEN
              IF (TAB-NM-NORM(TAB-NM-MAX) = TAB-CO-NORM(TAB-CO-MAX))
                 THEN
                 ADD 1 TO TAB-NM-COUNT(TAB-NM-MAX)
                 GO TO COMPANY-ROW-ADD-EXIT
              END-IF
           END-IF
           ADD 1 TO TAB-NM-MAX
           MOVE TAB-CO-NORM(TAB-CO-MAX) TO TAB-NM-NORM(TAB-NM-MAX)
           MOVE TAB-CO-MAX              TO TAB-NM-FIRST(TAB-NM-MAX)
           MOVE 1                       TO TAB-NM-COUNT(TAB-NM-MAX)
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       COMPANY-FIND SECTION.
      *===============================================================*
      *    IN: TMP-ARG-NAME/-STATE. OUT: TMP-HIT-ROW, 0 WHEN THE      *
      *    COMPANY IS NOT IN TAB-CO                                   *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-HIT-ROW
           IF (TAB-CO-MAX = 0) THEN
              GO TO COMPANY-FIND-EXIT
           END-IF
           CALL CNORM1 USING TMP-ARG-NAME TMP-CO-KEY(1:38)
           MOVE TMP-ARG-STATE TO TMP-CO-KEY(39:2)
           SEARCH ALL TAB-CO
             WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
               SET TMP-HIT-ROW TO TAB-CO-IDX
           END-SEARCH
           .
       COMPANY-FIND-EXIT. EXIT.



      *****************************************************************
       COMPANIONS-ATTACH SECTION.
      *===============================================================*
      *    COMPANY-ID, CITY, WATCHLIST STANDING AND LATEST GRADE -    *
      *    EVERY FILE OPTIONAL                                        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-YES) THEN
              PERFORM FILE-READ-IXREF
              PERFORM UNTIL (IXREF-EOF)
                 MOVE IXREF-RECORD TO XREF-REC
                 IF (XREF-ID NUMERIC) THEN
                    MOVE XREF-NAME  TO TMP-ARG-NAME
                    MOVE XREF-STATE TO TMP-ARG-STATE
                    PERFORM COMPANY-FIND
                    IF (TMP-HIT-ROW > 0) THEN
                       MOVE XREF-ID TO TAB-CO-ID(TMP-HIT-ROW)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IXREF
              END-PERFORM
              PERFORM FILE-CLOSE-IXREF
           END-IF

           PERFORM FILE-OPEN-INPUT-ILOC
           IF (ILOC-YES) THEN
              PERFORM FILE-READ-ILOC
              PERFORM UNTIL (ILOC-EOF)
                 MOVE ILOC-RECORD TO LOC-REC
                 MOVE LOC-NAME  TO TMP-ARG-NAME
                 MOVE LOC-STATE TO TMP-ARG-STATE
                 PERFORM COMPANY-FIND
                 IF (TMP-HIT-ROW > 0) THEN
                    MOVE FUNCTION UPPER-CASE(LOC-CITY)
                      TO TAB-CO-CITY(TMP-HIT-ROW)
                 END-IF
                 PERFORM FILE-READ-ILOC
              END-PERFORM
              PERFORM FILE-CLOSE-ILOC
           END-IF

           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-YES) THEN
              PERFORM FILE-READ-IWATCH
              PERFORM UNTIL (IWATCH-EOF)
                 MOVE IWATCH-RECORD TO WL-REC
                 IF (WL-ON-LIST) THEN
                    MOVE WL-NAME  TO TMP-ARG-NAME
                    MOVE WL-STATE TO TMP-ARG-STATE
                    PERFORM COMPANY-FIND
                    IF (TMP-HIT-ROW > 0) THEN
                       MOVE 'Y' TO TAB-CO-WATCH(TMP-HIT-ROW)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IWATCH
              END-PERFORM
              PERFORM FILE-CLOSE-IWATCH
           END-IF

      *    THE GRADE OF THE LATEST PERIOD GRADED WINS
           PERFORM FILE-OPEN-INPUT-IGRADE
           IF (IGRADE-YES) THEN
              PERFORM FILE-READ-IGRADE
              PERFORM UNTIL (IGRADE-EOF)
                 MOVE IGRADE-RECORD TO GR-REC
                 MOVE GR-NAME  TO TMP-ARG-NAME
                 MOVE GR-STATE TO TMP-ARG-STATE
                 PERFORM COMPANY-FIND
                 IF (TMP-HIT-ROW > 0) THEN
                    IF (GR-PERIOD >= TAB-GRP(TMP-HIT-ROW)) THEN
                       MOVE GR-PERIOD TO TAB-GRP(TMP-HIT-ROW)
                       MOVE GR-GRADE  TO TAB-CO-GRADE(TMP-HIT-ROW)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IGRADE
              END-PERFORM
              PERFORM FILE-CLOSE-IGRADE
           END-IF
           .
       COMPANIONS-ATTACH-EXIT. EXIT.



      *****************************************************************
       CLIENT-ROW SECTION.
      *===============================================================*
      *    ONE SPREADSHEET ROW: SPLIT, MATCH, ANSWER                  *
      *---------------------------------------------------------------*
           MOVE SPACES TO TMP-F-NAME TMP-F-STATE TMP-F-CITY
           UNSTRING ICLNT-RECORD DELIMITED BY ';'
             INTO TMP-F-NAME TMP-F-STATE TMP-F-CITY
           END-UNSTRING
           MOVE FUNCTION TRIM(TMP-F-NAME) TO CLNT-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TMP-F-STATE))
             TO CLNT-STATE
           MOVE FUNCTION TRIM(TMP-F-CITY) TO CLNT-CITY
           IF (CLNT-NAME = SPACES) THEN
              GO TO CLIENT-ROW-EXIT
           END-IF
           IF (ICLNT-COUNT = 1)
              AND (FUNCTION UPPER-CASE(CLNT-NAME) = 'NAME') THEN
              GO TO CLIENT-ROW-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-ROWS
           MOVE TMP-COUNT-ROWS TO TMP-ROW-NUM

           PERFORM CLIENT-MATCH

           EVALUATE TMP-QUALITY
             WHEN 'EXACT'      ADD 1 TO TMP-COUNT-EXACT
             WHEN 'NORMALIZED' ADD 1 TO TMP-COUNT-NORMALIZED
             WHEN 'CITY'       ADD 1 TO TMP-COUNT-CITY
             WHEN 'NAME ONLY'  ADD 1 TO TMP-COUNT-NAME-ONLY
             WHEN 'MULTIPLE'   ADD 1 TO TMP-COUNT-MULTIPLE
             WHEN OTHER        ADD 1 TO TMP-COUNT-NONE
           END-EVALUATE
           PERFORM RESULT-LINE-WRITE
           IF (TMP-QUALITY = 'MULTIPLE') OR (TMP-QUALITY = 'NONE') THEN
              PERFORM REVIEW-WRITE
           END-IF
           .
       CLIENT-ROW-EXIT. EXIT.



      *****************************************************************
       CLIENT-MATCH SECTION.
      *===============================================================*
      *    OUT: TMP-QUALITY AND, FOR A SINGLE MATCH, TMP-HIT-ROW;     *
      *    TMP-RANGE-FIRST/-LAST ARE THE NAME'S ROWS IN TAB-CO        *
      *---------------------------------------------------------------*
           MOVE 'NONE' TO TMP-QUALITY
           MOVE 0      TO TMP-HIT-ROW
           MOVE 0      TO TMP-RANGE-FIRST
           MOVE -1     TO TMP-RANGE-LAST
           IF (TAB-NM-MAX = 0) THEN
              GO TO CLIENT-MATCH-EXIT
           END-IF
           CALL CNORM1 USING CLNT-NAME TMP-NORM-REQ
           SEARCH ALL TAB-NM
             AT END
               GO TO CLIENT-MATCH-EXIT
             WHEN (TAB-NM-NORM(TAB-NM-IDX) = TMP-NORM-REQ)
               MOVE TAB-NM-FIRST(TAB-NM-IDX) TO TMP-RANGE-FIRST
               COMPUTE TMP-RANGE-LAST =
                  TAB-NM-FIRST(TAB-NM-IDX) + TAB-NM-COUNT(TAB-NM-IDX)
                  - 1
           END-SEARCH

      *    THE STATE GIVEN DECIDES
           IF (CLNT-STATE NOT = SPACES) THEN
              PERFORM VARYING TMP-I-TABLE FROM TMP-RANGE-FIRST BY 1
                        UNTIL (TMP-I-TABLE > TMP-RANGE-LAST)
                 IF (TAB-CO-STATE(TMP-I-TABLE) = CLNT-STATE) THEN
                    MOVE TMP-I-TABLE TO TMP-HIT-ROW
                 END-IF
              END-PERFORM
              IF (TMP-HIT-ROW > 0) THEN
                 IF (TAB-CO-NAME(TMP-HIT-ROW) = CLNT-NAME) THEN
                    MOVE 'EXACT'      TO TMP-QUALITY
                 ELSE
                    MOVE 'NORMALIZED' TO TMP-QUALITY
                 END-IF
                 GO TO CLIENT-MATCH-EXIT
              END-IF
           END-IF

      *    NO STATE, OR NOT ONE OF THE NAME'S STATES
           IF (TMP-RANGE-FIRST = TMP-RANGE-LAST) THEN
              MOVE TMP-RANGE-FIRST TO TMP-HIT-ROW
              MOVE 'NAME ONLY'     TO TMP-QUALITY
              GO TO CLIENT-MATCH-EXIT
           END-IF

      *    SEVERAL STATES - THE CITY ON companyloc.txt MAY PICK ONE
           MOVE 'MULTIPLE' TO TMP-QUALITY
           IF (CLNT-CITY = SPACES) THEN
              GO TO CLIENT-MATCH-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(CLNT-CITY) TO TMP-CITY-UP
           MOVE 0 TO TMP-HIT-COUNT
           PERFORM VARYING TMP-I-TABLE FROM TMP-RANGE-FIRST BY 1
                     UNTIL (TMP-I-TABLE > TMP-RANGE-LAST)
              IF (TAB-CO-CITY(TMP-I-TABLE) = TMP-CITY-UP) THEN
                 ADD 1 TO TMP-HIT-COUNT
                 MOVE TMP-I-TABLE TO TMP-HIT-ROW
              END-IF
           END-PERFORM
           IF (TMP-HIT-COUNT = 1) THEN
              MOVE 'CITY' TO TMP-QUALITY
           ELSE
              MOVE 0      TO TMP-HIT-ROW
           END-IF
           .
       CLIENT-MATCH-EXIT. EXIT.



      *****************************************************************
       RESULT-LINE-WRITE SECTION.
      *===============================================================*
           MOVE TMP-ROW-NUM TO TMP-ROW-ED
           MOVE 1 TO TMP-PTR
           STRING FUNCTION TRIM(TMP-ROW-ED)   ';'
                  FUNCTION TRIM(CLNT-NAME)    ';'
                  FUNCTION TRIM(CLNT-STATE)   ';'
                  FUNCTION TRIM(CLNT-CITY)    ';'
                  FUNCTION TRIM(TMP-QUALITY)  ';'
             DELIMITED BY SIZE INTO OSCRN-REC
             WITH POINTER TMP-PTR
           END-STRING
           IF (TMP-HIT-ROW > 0) THEN
              MOVE TAB-CO-GROWTH(TMP-HIT-ROW) TO TMP-GROWTH-ED
              MOVE TAB-CO-NAME(TMP-HIT-ROW)  TO LIFE-ARG-NAME
              MOVE TAB-CO-STATE(TMP-HIT-ROW) TO LIFE-ARG-STATE
              PERFORM LIFECYCLE-STATUS-LOOKUP
              EVALUATE TRUE
                WHEN LIFE-ARG-SUSPENDED
                  MOVE 'SUSPENDED' TO TMP-LIFE-TEXT
                WHEN LIFE-ARG-CLOSED
                  MOVE 'CLOSED'    TO TMP-LIFE-TEXT
                WHEN OTHER
                  MOVE 'ACTIVE'    TO TMP-LIFE-TEXT
              END-EVALUATE
              STRING FUNCTION TRIM(TAB-CO-ID(TMP-HIT-ROW))       ';'
                     FUNCTION TRIM(TAB-CO-NAME(TMP-HIT-ROW))     ';'
                     TAB-CO-STATE(TMP-HIT-ROW)                   ';'
                     FUNCTION TRIM(TAB-CO-INDUSTRY(TMP-HIT-ROW)) ';'
                     FUNCTION TRIM(TMP-GROWTH-ED)                ';'
                     TAB-CO-WATCH(TMP-HIT-ROW)                   ';'
                     FUNCTION TRIM(TMP-LIFE-TEXT)                ';'
                     TAB-CO-GRADE(TMP-HIT-ROW)
                DELIMITED BY SIZE INTO OSCRN-REC
                WITH POINTER TMP-PTR
              END-STRING
           ELSE
              STRING ';;;;;;;'
                DELIMITED BY SIZE INTO OSCRN-REC
                WITH POINTER TMP-PTR
              END-STRING
           END-IF
           PERFORM OSCRN-WRITE
           .
       RESULT-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       REVIEW-WRITE SECTION.
      *===============================================================*
           MOVE SPACES      TO OREVW-L1
           MOVE TMP-ROW-NUM TO OREVW-L1-ROW
           IF (TMP-QUALITY = 'NONE') THEN
              MOVE 'UNMATCHED'   TO OREVW-L1-KIND
           ELSE
              MOVE 'MULTIPLE'    TO OREVW-L1-KIND
           END-IF
           MOVE CLNT-NAME   TO OREVW-L1-NAME
           MOVE CLNT-STATE  TO OREVW-L1-STATE
           MOVE CLNT-CITY   TO OREVW-L1-CITY
           MOVE OREVW-L1    TO OREVW-REC
           PERFORM OREVW-WRITE
           PERFORM VARYING TMP-I-TABLE FROM TMP-RANGE-FIRST BY 1
                     UNTIL (TMP-I-TABLE > TMP-RANGE-LAST)
              MOVE TAB-CO-NAME(TMP-I-TABLE)  TO OREVW-L2-NAME
              MOVE TAB-CO-STATE(TMP-I-TABLE) TO OREVW-L2-STATE
              MOVE TAB-CO-CITY(TMP-I-TABLE)  TO OREVW-L2-CITY
              MOVE TAB-CO-ID(TMP-I-TABLE)    TO OREVW-L2-ID
              MOVE OREVW-L2 TO OREVW-REC
              PERFORM OREVW-WRITE
           END-PERFORM
           .
       REVIEW-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE OREVW-HR TO OREVW-REC
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-ROWS TO TMP-COUNT-EDIT
           STRING 'ROWS SCREENED...............: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-EXACT TO TMP-COUNT-EDIT
           STRING 'MATCHED EXACTLY.............: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-NORMALIZED TO TMP-COUNT-EDIT
           STRING 'MATCHED AFTER NORMALIZATION.: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-CITY TO TMP-COUNT-EDIT
           STRING 'MATCHED BY CITY.............: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-NAME-ONLY TO TMP-COUNT-EDIT
           STRING 'MATCHED ON THE NAME ONLY....: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-MULTIPLE TO TMP-COUNT-EDIT
           STRING 'MULTIPLE CANDIDATES (REVIEW): ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           MOVE TMP-COUNT-NONE TO TMP-COUNT-EDIT
           STRING 'UNMATCHED (REVIEW)..........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OREVW-REC
           END-STRING
           PERFORM OREVW-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       OSCRN-WRITE SECTION.
      *===============================================================*
           MOVE OSCRN-REC TO OSCRN-RECORD
           PERFORM FILE-WRITE-OSCRN
           MOVE SPACES TO OSCRN-REC
           .
       OSCRN-WRITE-EXIT. EXIT.



      *****************************************************************
       OREVW-WRITE SECTION.
      *===============================================================*
           MOVE OREVW-REC TO OREVW-RECORD
           PERFORM FILE-WRITE-OREVW
           MOVE SPACES TO OREVW-REC
           .
       OREVW-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-ROWS TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICOMP.........: ' TMP-COUNT-READ
           DISPLAY 'SKIPPED.............: ' TMP-COUNT-SKIPPED
           DISPLAY 'ROWS SCREENED.......: ' TMP-COUNT-ROWS
           DISPLAY 'EXACT...............: ' TMP-COUNT-EXACT
           DISPLAY 'NORMALIZED..........: ' TMP-COUNT-NORMALIZED
           DISPLAY 'BY CITY.............: ' TMP-COUNT-CITY
           DISPLAY 'NAME ONLY...........: ' TMP-COUNT-NAME-ONLY
           DISPLAY 'MULTIPLE............: ' TMP-COUNT-MULTIPLE
           DISPLAY 'UNMATCHED...........: ' TMP-COUNT-NONE
           DISPLAY 'OUTPUT OSCRN........: ' OSCRN-COUNT
           DISPLAY 'OUTPUT OREVW........: ' OREVW-COUNT
           .
       PGM-FINISH-EXIT. EXIT.



      *****************************************************************
       PGM-END SECTION.
      *===============================================================*
           PERFORM PGM-FINISH.
           IF (PGM-END-RC > '004') THEN
              DISPLAY 'ERROR'
           ELSE
              PERFORM DISPLAY-PGM-END
              MOVE PGM-END-RC TO RETURN-CODE
           END-IF
           GOBACK
           .
       PGM-END-EXIT. EXIT.

      *****************************************************************
      * COPIES                                                        *
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICLNT==
            ==:V2:== BY ==ICLNT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGRADE==
            ==:V2:== BY ==IGRADE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSCRN==
            ==:V2:== BY ==OSCRN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREVW==
            ==:V2:== BY ==OREVW-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-SCRN1.
      *****************************************************************
