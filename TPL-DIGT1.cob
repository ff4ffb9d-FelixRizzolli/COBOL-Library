       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-DIGT1.
      *****************************************************************
      * TPL-DIGT1: DIGIT-DISTRIBUTION SCREENING OF REVENUE SNAPSHOTS  *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-CALC1 ACCEPTS ANY REVENUE FIGURE THAT PARSES AND PASSES   *
      * THE RANGE CHECK, SO A REGION WHOSE CLERKS ROUND OR INVENT     *
      * FIGURES IS NEVER CAUGHT. THIS PROGRAM SCREENS THE CURRENT     *
      * REVENUE SNAPSHOT PER SUBMITTING REGION AND PER INDUSTRY:      *
      * FIRST DIGITS AGAINST THE BENFORD DISTRIBUTION, LAST DIGITS    *
      * AGAINST AN EVEN SPREAD, THE SHARE OF ROUND FIGURES AND THE    *
      * SHARE OF FIGURES SHARED BY SEVERAL COMPANIES. A REGION OR     *
      * INDUSTRY BEYOND ANY LIMIT GOES ON THE EXCEPTION PART OF THE   *
      * REPORT WITH ITS OFFENDING ROWS, FOR THE DATA-QUALITY TEAM TO  *
      * TAKE UP WITH THE OFFICE.                                      *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IREVC    - CURRENT-PERIOD REVENUE SNAPSHOT (IO/revcurr.txt,   *
      *            SEE TPL-CALC1)                                     *
      * ICOMP    - COMPANIES GROWTH TABLE (IO/companies.txt) - GIVES  *
      *            THE SUBMITTING REGION (ICOMP-REGION, SEE TPL-MERG1)*
      *            OPTIONAL - WITHOUT IT EVERY ROW IS REGION 00       *
      * IREGIONS - MANIFEST OF REGIONAL EXTRACT PATHS                 *
      *            (IO/companyregions.txt) - OPTIONAL, NAMES THE      *
      *            REGIONS ON THE REPORT                              *
      * IPARM    - OPTIONAL (IO/digtparm.txt), KEYWORD=VALUE:         *
      *            MINROWS=n    FEWEST FIGURES FOR THE DIGIT TESTS    *
      *                         (DEFAULT 50)                          *
      *            FIRSTDEV=n,nn FIRST-DIGIT MEAN ABSOLUTE DEVIATION  *
      *                         LIMIT IN PERCENT POINTS (DEFAULT 2,50)*
      *            LASTDEV=n,nn LAST-DIGIT LIMIT, SAME (DEFAULT 3,50) *
      *            ROUNDPCT=n   LIMIT ON THE SHARE OF FIGURES ENDING  *
      *                         000 (DEFAULT 20)                      *
      *            REPEATPCT=n  LIMIT ON THE SHARE OF REPEATED        *
      *                         FIGURES (DEFAULT 5)                   *
      *            REPEATMIN=n  COMPANIES SHARING ONE FIGURE BEFORE   *
      *                         IT COUNTS AS REPEATED (DEFAULT 3)     *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSCRN - SCREENING REPORT (IO/digitscreen.txt): SUMMARY PER    *
      *         REGION AND PER INDUSTRY, THEN THE EXCEPTIONS WITH     *
      *         THEIR DIGIT PROFILE AND OFFENDING ROWS                *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A FIRST SORT ON NAME + STATE PUTS EVERY MASTER ROW AHEAD OF   *
      * ITS SNAPSHOT ROW SO THE REGION STAMP CAN BE CARRIED ACROSS; A *
      * SECOND SORT ON THE FIGURE BRINGS IDENTICAL FIGURES TOGETHER.  *
      * ZERO REVENUE HAS NO DIGITS AND IS COUNTED, NOT SCREENED. THE  *
      * LAST-DIGIT TEST USES FIGURES OF THREE DIGITS OR MORE, THE     *
      * ROUND-FIGURE TEST FIGURES OF FIVE DIGITS OR MORE. THE DIGIT   *
      * TESTS NEED MINROWS= FIGURES IN THE GROUP; SMALLER GROUPS ARE  *
      * MARKED FEW ROWS. AN OFFENDING ROW IS ONE THAT FEEDS A FAILED  *
      * TEST: ITS DIGIT IS OVER-REPRESENTED, IT IS ROUND, OR IT IS    *
      * REPEATED. RC 4 WHEN THERE IS ANY EXCEPTION.                   *
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
            ==:V1:== BY ==IREVC==
            ==:V2:== BY ==IREVC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==IREGIONS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSCRN==
            ==:V2:== BY ==OSCRN-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SJOIN ASSIGN TO 'SORTWORK'.
           SELECT SFIG  ASSIGN TO 'SORTFIG'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREVC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSCRN==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SJOIN.
       01  SJOIN-REC.
           05 SJOIN-KEY.
              10 SJOIN-NAME           PIC X(38).
              10 SJOIN-STATE          PIC X(2).
      *       0 = MASTER ROW (REGION STAMP), 1 = SNAPSHOT ROW
              10 SJOIN-TYPE           PIC X(1).
           05 SJOIN-REGION            PIC X(2).
           05 SJOIN-INDUSTRY          PIC X(23).
           05 SJOIN-REVENUE           PIC 9(9).
       SD  SFIG.
       01  SFIG-REC.
           05 SFIG-KEY.
              10 SFIG-REVENUE         PIC 9(9).
              10 SFIG-NAME            PIC X(38).
              10 SFIG-STATE           PIC X(2).
           05 SFIG-ROW                PIC S9(9)   BINARY.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IREVC = CURRENT REVENUE SNAPSHOT (SEE TPL-CALC1)        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREVC==.
       01 REVC-REC.
           05 REVC-NAME                PIC X(38).
           05 REVC-STATE               PIC X(2).
           05 REVC-INDUSTRY            PIC X(23).
           05 REVC-PERIOD              PIC X(6).
           05 REVC-REVENUE             PIC 9(9).
           05 REVC-CURRENCY            PIC X(2).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
      *    SOURCE-REGION STAMP (SEE TPL-MERG1)
           05 ICOMP-REGION             PIC X(2).
           05 FILLER                   PIC X(30).

      *---------------------------------------------------------------*
      * INPUT IREGIONS = MANIFEST OF REGIONAL EXTRACT PATHS           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREGIONS==.
       01 REGIONS.
           05 TAB-RG-MAX              PIC S9(4) BINARY.
           05 TAB-RG-DIM              PIC S9(4) BINARY  VALUE 99.
           05 TAB-RG                  OCCURS 99.
                10 TAB-RG-PATH        PIC X(80).
       01 TMP-FMT-KIND                PIC X(8).

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).

      *---------------------------------------------------------------*
      * TABLES                                                        *
      *---------------------------------------------------------------*
      *-[ EXPECTED FIRST-DIGIT SHARES (BENFORD), PERCENT ]------------*
       01 BENFORD-VALUES.
           05 FILLER                  PIC 9(2)V99 VALUE 30,10.
           05 FILLER                  PIC 9(2)V99 VALUE 17,61.
           05 FILLER                  PIC 9(2)V99 VALUE 12,49.
           05 FILLER                  PIC 9(2)V99 VALUE 09,69.
           05 FILLER                  PIC 9(2)V99 VALUE 07,92.
           05 FILLER                  PIC 9(2)V99 VALUE 06,69.
           05 FILLER                  PIC 9(2)V99 VALUE 05,80.
           05 FILLER                  PIC 9(2)V99 VALUE 05,12.
           05 FILLER                  PIC 9(2)V99 VALUE 04,58.
       01 BENFORD-TABLE REDEFINES BENFORD-VALUES.
           05 TAB-BF-PCT              PIC 9(2)V99 OCCURS 9.

      *-[ SCREENED ROWS - NAME ORDER AFTER THE JOIN ]-----------------*
       01 SCREENED-ROWS.
           05 TAB-RV-MAX              PIC S9(9) BINARY.
           05 TAB-RV-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-RV                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-RV-MAX.
                10 TAB-RV-NAME        PIC X(38).
                10 TAB-RV-STATE       PIC X(2).
                10 TAB-RV-INDUSTRY    PIC X(23).
                10 TAB-RV-REGION      PIC 9(2).
                10 TAB-RV-REVENUE     PIC 9(9).
                10 TAB-RV-FIRST       PIC 9(1).
                10 TAB-RV-LAST        PIC 9(1).
      *         LAST DIGIT TESTED (FIGURE OF THREE DIGITS OR MORE)
                10 TAB-RV-LAST-SW     PIC X(1).
                   88 TAB-RV-LAST-TESTED     VALUE 'Y'.
      *         ROUND TEST APPLIES (FIGURE OF FIVE DIGITS OR MORE)
                10 TAB-RV-RND-ELIG-SW PIC X(1).
                   88 TAB-RV-RND-ELIGIBLE    VALUE 'Y'.
                10 TAB-RV-ROUND-SW    PIC X(1).
                   88 TAB-RV-ROUND           VALUE 'Y'.
                10 TAB-RV-REPEAT-SW   PIC X(1).
                   88 TAB-RV-REPEAT          VALUE 'Y'.
                10 TAB-RV-REPEAT-CNT  PIC 9(4).
                10 TAB-RV-GP-REGION   PIC S9(4)   BINARY.
                10 TAB-RV-GP-IND      PIC S9(4)   BINARY.

      *-[ ROW NUMBERS IN FIGURE ORDER - FOR THE EXCEPTION LISTING ]----*
       01 FIGURE-ORDER.
           05 TAB-FO-MAX              PIC S9(9) BINARY.
           05 TAB-FO-ROW              PIC S9(9) BINARY  OCCURS 9999.

      *-[ SCREENING GROUPS - ONE PER REGION AND ONE PER INDUSTRY ]----*
       01 SCREEN-GROUPS.
           05 TAB-GP-MAX              PIC S9(4) BINARY.
           05 TAB-GP-DIM              PIC S9(4) BINARY  VALUE 400.
           05 TAB-GP                  OCCURS 400.
      *         R = SUBMITTING REGION, I = INDUSTRY
                10 TAB-GP-KIND        PIC X(1).
                   88 TAB-GP-IS-REGION       VALUE 'R'.
                   88 TAB-GP-IS-INDUSTRY     VALUE 'I'.
                10 TAB-GP-KEY         PIC X(23).
                10 TAB-GP-REGION      PIC 9(2).
                10 TAB-GP-ROWS        PIC 9(7).
                10 TAB-GP-FD-CNT      PIC 9(7)    OCCURS 9.
                10 TAB-GP-LD-ROWS     PIC 9(7).
                10 TAB-GP-LD-CNT      PIC 9(7)    OCCURS 10.
                10 TAB-GP-RND-ROWS    PIC 9(7).
                10 TAB-GP-RND-CNT     PIC 9(7).
                10 TAB-GP-REP-CNT     PIC 9(7).
                10 TAB-GP-FD-MAD      PIC 9(3)V99.
                10 TAB-GP-LD-MAD      PIC 9(3)V99.
                10 TAB-GP-RND-PCT     PIC 9(3)V9.
                10 TAB-GP-REP-PCT     PIC 9(3)V9.
                10 TAB-GP-FD-SW       PIC X(1).
                   88 TAB-GP-FD-TESTED       VALUE 'T' 'F'.
                   88 TAB-GP-FD-FAIL         VALUE 'F'.
                10 TAB-GP-LD-SW       PIC X(1).
                   88 TAB-GP-LD-TESTED       VALUE 'T' 'F'.
                   88 TAB-GP-LD-FAIL         VALUE 'F'.
                10 TAB-GP-RND-SW      PIC X(1).
                   88 TAB-GP-RND-FAIL        VALUE 'F'.
                10 TAB-GP-REP-SW      PIC X(1).
                   88 TAB-GP-REP-FAIL        VALUE 'F'.
       01 TAB-GP-HOLD                 PIC X(216).

      *---------------------------------------------------------------*
      * OUTPUT OSCRN = SCREENING REPORT                               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSCRN==.
       01 OSCRN-REC                   PIC X(132).

      *-[ PRINT LINES ]-----------------------------------------------*
       01 OSCRN-H0.
           05 FILLER                  PIC X(50)
              VALUE 'REVENUE DIGIT-DISTRIBUTION SCREENING'.
           05 FILLER                  PIC X(5)    VALUE 'DATE '.
           05 OSCRN-H0-DATE           PIC X(10).
           05 FILLER                  PIC X(67)   VALUE SPACES.
       01 OSCRN-H1.
           05 FILLER                  PIC X(10)   VALUE 'LIMITS:  '.
           05 FILLER                  PIC X(13)   VALUE 'FIRST DIGIT '.
           05 OSCRN-H1-FIRSTDEV       PIC Z9,99.
           05 FILLER                  PIC X(16)   VALUE
              '  LAST DIGIT '.
           05 OSCRN-H1-LASTDEV        PIC Z9,99.
           05 FILLER                  PIC X(10)   VALUE '  ROUND '.
           05 OSCRN-H1-ROUNDPCT       PIC ZZ9.
           05 FILLER                  PIC X(13)   VALUE
              '%  REPEATED '.
           05 OSCRN-H1-REPEATPCT      PIC ZZ9.
           05 FILLER                  PIC X(5)    VALUE '% (>='.
           05 OSCRN-H1-REPEATMIN      PIC Z9.
           05 FILLER                  PIC X(24)   VALUE
              ' COMPANIES)  MIN ROWS '.
           05 OSCRN-H1-MINROWS        PIC ZZZ9.
           05 FILLER                  PIC X(19)   VALUE SPACES.
       01 OSCRN-H2.
           05 OSCRN-H2-TITLE          PIC X(60).
           05 FILLER                  PIC X(72)   VALUE SPACES.
       01 OSCRN-H3.
           05 FILLER                  PIC X(42)   VALUE 'GROUP'.
           05 FILLER                  PIC X(9)    VALUE '    ROWS'.
           05 FILLER                  PIC X(10)   VALUE '  1ST DEV'.
           05 FILLER                  PIC X(10)   VALUE ' LAST DEV'.
           05 FILLER                  PIC X(9)    VALUE '  ROUND%'.
           05 FILLER                  PIC X(9)    VALUE ' REPEAT%'.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(40)   VALUE 'FINDINGS'.
       01 OSCRN-S1.
           05 OSCRN-S1-GROUP          PIC X(42).
           05 OSCRN-S1-ROWS           PIC ZZZZZZZ9.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OSCRN-S1-FD             PIC X(7).
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OSCRN-S1-LD             PIC X(7).
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OSCRN-S1-RND            PIC X(6).
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OSCRN-S1-REP            PIC X(6).
           05 FILLER                  PIC X(4)    VALUE SPACES.
           05 OSCRN-S1-FINDINGS       PIC X(38).
       01 OSCRN-D1.
           05 OSCRN-D1-LABEL          PIC X(24).
           05 OSCRN-D1-CELL           OCCURS 10.
              10 FILLER               PIC X(2).
              10 OSCRN-D1-PCT         PIC ZZ9,9.
              10 FILLER               PIC X(1).
           05 FILLER                  PIC X(28)   VALUE SPACES.
       01 OSCRN-D2.
           05 OSCRN-D2-LABEL          PIC X(24).
           05 OSCRN-D2-CELL           OCCURS 10.
              10 FILLER               PIC X(6).
              10 OSCRN-D2-DIGIT       PIC 9(1).
              10 FILLER               PIC X(1).
           05 FILLER                  PIC X(28)   VALUE SPACES.
       01 OSCRN-R0.
           05 FILLER                  PIC X(41)   VALUE 'COMPANY'.
           05 FILLER                  PIC X(24)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(7)    VALUE 'REGION'.
           05 FILLER                  PIC X(14)   VALUE
              '    REVENUE'.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(43)   VALUE 'REASON'.
       01 OSCRN-R1.
           05 OSCRN-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OSCRN-R1-STATE          PIC X(2).
           05 OSCRN-R1-INDUSTRY       PIC X(24).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OSCRN-R1-REGION         PIC 9(2).
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OSCRN-R1-REVENUE        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 OSCRN-R1-REASON         PIC X(43).
       01 OSCRN-G1.
           05 FILLER                  PIC X(132)  VALUE ALL '='.
       01 OSCRN-T1.
           05 OSCRN-T1-LABEL          PIC X(40).
           05 OSCRN-T1-COUNT          PIC ZZZZZZ9.
           05 FILLER                  PIC X(85)   VALUE SPACES.
       01 OSCRN-P1.
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 OSCRN-P1-TEXT           PIC X(80).
           05 FILLER                  PIC X(46)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE              PIC S9(9) BINARY.
           05 TMP-J-TABLE              PIC S9(9) BINARY.
           05 TMP-K-TABLE              PIC S9(9) BINARY.
           05 TMP-GP                   PIC S9(4) BINARY.
           05 TMP-D                    PIC S9(4) BINARY.
           05 TMP-RUN-FIRST            PIC S9(9) BINARY.
           05 TMP-RUN-LEN              PIC S9(9) BINARY.
           05 TMP-COUNT-ZERO           PIC 9(7).
           05 TMP-COUNT-BAD            PIC 9(7).
           05 TMP-COUNT-NO-REGION      PIC 9(7).
           05 TMP-COUNT-SKIPPED        PIC 9(7).
           05 TMP-COUNT-EXCEPTIONS     PIC 9(7).
           05 TMP-COUNT-REPEAT-FIGS    PIC 9(7).
           05 TMP-COUNT-LISTED         PIC 9(7).

       01 PARAMETERS.
           05 TMP-MINROWS              PIC 9(4)    VALUE 50.
           05 TMP-FIRSTDEV             PIC 9(2)V99 VALUE 2,50.
           05 TMP-LASTDEV              PIC 9(2)V99 VALUE 3,50.
           05 TMP-ROUNDPCT             PIC 9(3)    VALUE 20.
           05 TMP-REPEATPCT            PIC 9(3)    VALUE 5.
           05 TMP-REPEATMIN            PIC 9(2)    VALUE 3.

       01 DIGIT-WORK.
           05 TMP-REV                  PIC 9(9).
           05 TMP-REV-X REDEFINES TMP-REV
                                       PIC X(9).
           05 TMP-QUOT                 PIC 9(9).
           05 TMP-REM                  PIC 9(4).
           05 TMP-POS                  PIC S9(4)   BINARY.
           05 TMP-PCT                  PIC S9(7)V99.
           05 TMP-DEV-SUM              PIC S9(5)V99.
           05 TMP-MAD-EDIT             PIC ZZ9,99.
           05 TMP-PCT-EDIT             PIC ZZ9,9.
           05 TMP-GP-KIND              PIC X(1).
           05 TMP-GP-KEY               PIC X(23).
           05 TMP-GP-REGION            PIC 9(2).

       01 JOIN-WORK.
           05 TMP-JOIN-KEY             PIC X(40).
           05 TMP-JOIN-REGION          PIC X(2).
           05 TMP-FIG-PREV             PIC 9(9).

       01 REASON-WORK.
           05 TMP-REASON               PIC X(43).
           05 TMP-REASON-PTR           PIC S9(4)   BINARY.
           05 TMP-REASON-NUM           PIC Z9.

       01 TMP-TODAY                    PIC X(8).
       01 TMP-FOUND-SW                 PIC X(1).
          88 TMP-FOUND                      VALUE 'Y'.
          88 TMP-NOT-FOUND                  VALUE 'N'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IREVC-PATH                 PIC X(40)
                                      VALUE 'IO/revcurr.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IREGIONS-PATH              PIC X(40)
                                      VALUE 'IO/companyregions.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/digtparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSCRN-PATH                 PIC X(40)
                                      VALUE 'IO/digitscreen.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.

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

           SORT SJOIN
             ON ASCENDING KEY SJOIN-KEY
             INPUT  PROCEDURE IS JOIN-RELEASE
             OUTPUT PROCEDURE IS JOIN-RETURN

           SORT SFIG
             ON ASCENDING KEY SFIG-KEY
             INPUT  PROCEDURE IS FIGURE-RELEASE
             OUTPUT PROCEDURE IS FIGURE-RETURN

           PERFORM GROUP-ACCUM
           PERFORM GROUP-EVALUATE
           PERFORM REPORT-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-DIGT1'                          TO PGM-NAME
           MOVE 'REVENUE DIGIT-DISTRIBUTION SCREENING'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IREVC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREVC-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IREGIONS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREGIONS-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSCRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSCRN-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-RG-MAX
           MOVE 0                          TO TAB-RV-MAX
           MOVE 0                          TO TAB-FO-MAX
           MOVE 0                          TO TAB-GP-MAX
           MOVE 0                          TO TMP-COUNT-ZERO
           MOVE 0                          TO TMP-COUNT-BAD
           MOVE 0                          TO TMP-COUNT-NO-REGION
           MOVE 0                          TO TMP-COUNT-SKIPPED
           MOVE 0                          TO TMP-COUNT-EXCEPTIONS
           MOVE 0                          TO TMP-COUNT-REPEAT-FIGS
           MOVE 0                          TO TMP-COUNT-LISTED
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(IPARM-KEY)
                   WHEN 'MINROWS'
                     COMPUTE TMP-MINROWS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'FIRSTDEV'
                     COMPUTE TMP-FIRSTDEV =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'LASTDEV'
                     COMPUTE TMP-LASTDEV =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'ROUNDPCT'
                     COMPUTE TMP-ROUNDPCT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'REPEATPCT'
                     COMPUTE TMP-REPEATPCT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'REPEATMIN'
                     COMPUTE TMP-REPEATMIN =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN DIGTPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           IF (TMP-MINROWS < 10) THEN
              MOVE 'DIGTPARM MINROWS BELOW 10 - 50 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 50 TO TMP-MINROWS
           END-IF
           IF (TMP-REPEATMIN < 2) THEN
              MOVE 'DIGTPARM REPEATMIN BELOW 2 - 3 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 3 TO TMP-REPEATMIN
           END-IF

      *---------------------------------------------------------------*
      * REGIONS - LINE N OF THE MANIFEST IS REGION N, THE SAME        *
      * ORDINAL TPL-MERG1 STAMPS INTO ICOMP-REGION (OPTIONAL HERE)    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IREGIONS
           IF (IREGIONS-YES) THEN
              PERFORM FILE-READ-IREGIONS
              PERFORM UNTIL (IREGIONS-EOF)
                 IF (TAB-RG-MAX < TAB-RG-DIM) THEN
                    ADD 1 TO TAB-RG-MAX
                    MOVE SPACES TO TAB-RG-PATH(TAB-RG-MAX)
                    MOVE SPACES TO TMP-FMT-KIND
                    UNSTRING IREGIONS-RECORD DELIMITED BY '|'
                      INTO TAB-RG-PATH(TAB-RG-MAX) TMP-FMT-KIND
                    END-UNSTRING
                 END-IF
                 PERFORM FILE-READ-IREGIONS
              END-PERFORM
              PERFORM FILE-CLOSE-IREGIONS
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IREVC
           IF (IREVC-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'CURRENT REVENUE SNAPSHOT NOT FOUND:' TO PGM-ERR-MSG1
              MOVE IREVC-PATH                            TO PGM-ERR-MSG2
              MOVE SPACE                                 TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OSCRN
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       JOIN-RELEASE SECTION.
      *===============================================================*
      *    THE MASTER ROWS CARRY THE REGION STAMP, THE SNAPSHOT ROWS  *
      *    THE FIGURE - BOTH ON NAME + STATE                          *
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-YES) THEN
              PERFORM FILE-READ-ICOMP
              PERFORM UNTIL (ICOMP-EOF)
                 MOVE ICOMP-RECORD TO ICOMP-REC
                 IF (ICOMP-NAME NOT = SPACES) THEN
                    MOVE ICOMP-NAME     TO SJOIN-NAME
                    MOVE ICOMP-STATE    TO SJOIN-STATE
                    MOVE '0'            TO SJOIN-TYPE
                    MOVE ICOMP-REGION   TO SJOIN-REGION
                    MOVE ICOMP-INDUSTRY TO SJOIN-INDUSTRY
                    MOVE 0              TO SJOIN-REVENUE
                    RELEASE SJOIN-REC
                 END-IF
                 PERFORM FILE-READ-ICOMP
              END-PERFORM
              PERFORM FILE-CLOSE-ICOMP
           END-IF

           PERFORM FILE-READ-IREVC
           PERFORM UNTIL (IREVC-EOF)
              MOVE IREVC-RECORD TO REVC-REC
              EVALUATE TRUE
                 WHEN (REVC-NAME = SPACES)
                    CONTINUE
                 WHEN (REVC-REVENUE NOT NUMERIC)
                    ADD 1 TO TMP-COUNT-BAD
                 WHEN (REVC-REVENUE = 0)
                    ADD 1 TO TMP-COUNT-ZERO
                 WHEN OTHER
                    MOVE REVC-NAME     TO SJOIN-NAME
                    MOVE REVC-STATE    TO SJOIN-STATE
                    MOVE '1'           TO SJOIN-TYPE
                    MOVE SPACES        TO SJOIN-REGION
                    MOVE REVC-INDUSTRY TO SJOIN-INDUSTRY
                    MOVE REVC-REVENUE  TO SJOIN-REVENUE
                    RELEASE SJOIN-REC
              END-EVALUATE
              PERFORM FILE-READ-IREVC
           END-PERFORM
           .
       JOIN-RELEASE-EXIT. EXIT.



      *****************************************************************
       JOIN-RETURN SECTION.
      *===============================================================*
      *    A SNAPSHOT ROW TAKES THE STAMP OF THE MASTER ROW JUST      *
      *    AHEAD OF IT; WITHOUT ONE IT IS REGION 00                   *
           MOVE SPACES TO TMP-JOIN-KEY
           MOVE SPACES TO TMP-JOIN-REGION
           PERFORM UNTIL (1 = 2)
              RETURN SJOIN
                AT END
                  GO TO JOIN-RETURN-EXIT
              END-RETURN
              IF (SJOIN-TYPE = '0') THEN
                 MOVE SJOIN-NAME   TO TMP-JOIN-KEY(1:38)
                 MOVE SJOIN-STATE  TO TMP-JOIN-KEY(39:2)
                 MOVE SJOIN-REGION TO TMP-JOIN-REGION
              ELSE
                 PERFORM JOIN-STORE
              END-IF
           END-PERFORM
           .
       JOIN-RETURN-EXIT. EXIT.



      *****************************************************************
       JOIN-STORE SECTION.
      *===============================================================*
           IF (TAB-RV-MAX >= TAB-RV-DIM) THEN
              ADD 1 TO TMP-COUNT-SKIPPED
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-RV OVERFLOW - SKIPPING COMPANY: '
                     SJOIN-NAME ' ' SJOIN-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO JOIN-STORE-EXIT
           END-IF
           ADD 1 TO TAB-RV-MAX
           MOVE SJOIN-NAME     TO TAB-RV-NAME(TAB-RV-MAX)
           MOVE SJOIN-STATE    TO TAB-RV-STATE(TAB-RV-MAX)
           MOVE SJOIN-INDUSTRY TO TAB-RV-INDUSTRY(TAB-RV-MAX)
           MOVE SJOIN-REVENUE  TO TAB-RV-REVENUE(TAB-RV-MAX)
           MOVE 0              TO TAB-RV-REGION(TAB-RV-MAX)
           IF (TMP-JOIN-KEY(1:38) = SJOIN-NAME)
              AND (TMP-JOIN-KEY(39:2) = SJOIN-STATE)
              AND (TMP-JOIN-REGION NUMERIC) THEN
              MOVE TMP-JOIN-REGION TO TAB-RV-REGION(TAB-RV-MAX)
           ELSE
              ADD 1 TO TMP-COUNT-NO-REGION
           END-IF

      *    FIRST DIGIT = FIRST NON-ZERO POSITION OF THE FIGURE
           MOVE SJOIN-REVENUE TO TMP-REV
           MOVE 1 TO TMP-POS
           PERFORM UNTIL (TMP-REV-X(TMP-POS:1) NOT = '0')
              ADD 1 TO TMP-POS
           END-PERFORM
           MOVE TMP-REV-X(TMP-POS:1) TO TAB-RV-FIRST(TAB-RV-MAX)
           MOVE TMP-REV-X(9:1)       TO TAB-RV-LAST(TAB-RV-MAX)
           MOVE 'N' TO TAB-RV-LAST-SW(TAB-RV-MAX)
           IF (TMP-REV >= 100) THEN
              MOVE 'Y' TO TAB-RV-LAST-SW(TAB-RV-MAX)
           END-IF
           MOVE 'N' TO TAB-RV-RND-ELIG-SW(TAB-RV-MAX)
           MOVE 'N' TO TAB-RV-ROUND-SW(TAB-RV-MAX)
           IF (TMP-REV >= 10000) THEN
              MOVE 'Y' TO TAB-RV-RND-ELIG-SW(TAB-RV-MAX)
              DIVIDE TMP-REV BY 1000 GIVING TMP-QUOT
                REMAINDER TMP-REM
              IF (TMP-REM = 0) THEN
                 MOVE 'Y' TO TAB-RV-ROUND-SW(TAB-RV-MAX)
              END-IF
           END-IF
           MOVE 'N' TO TAB-RV-REPEAT-SW(TAB-RV-MAX)
           MOVE 0   TO TAB-RV-REPEAT-CNT(TAB-RV-MAX)
           .
       JOIN-STORE-EXIT. EXIT.



      *****************************************************************
       FIGURE-RELEASE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RV-MAX)
              MOVE TAB-RV-REVENUE(TMP-I-TABLE) TO SFIG-REVENUE
              MOVE TAB-RV-NAME(TMP-I-TABLE)    TO SFIG-NAME
              MOVE TAB-RV-STATE(TMP-I-TABLE)   TO SFIG-STATE
              MOVE TMP-I-TABLE                 TO SFIG-ROW
              RELEASE SFIG-REC
           END-PERFORM
           .
       FIGURE-RELEASE-EXIT. EXIT.



      *****************************************************************
       FIGURE-RETURN SECTION.
      *===============================================================*
      *    IDENTICAL FIGURES ARRIVE TOGETHER - A RUN OF REPEATMIN= OR *
      *    MORE COMPANIES MARKS EVERY ROW OF THE RUN                  *
           MOVE 0 TO TMP-RUN-LEN
           PERFORM UNTIL (1 = 2)
              RETURN SFIG
                AT END
                  PERFORM FIGURE-RUN-CLOSE
                  GO TO FIGURE-RETURN-EXIT
              END-RETURN
              IF (TMP-RUN-LEN > 0)
                 AND (SFIG-REVENUE NOT = TMP-FIG-PREV) THEN
                 PERFORM FIGURE-RUN-CLOSE
              END-IF
              ADD 1 TO TAB-FO-MAX
              MOVE SFIG-ROW TO TAB-FO-ROW(TAB-FO-MAX)
              IF (TMP-RUN-LEN = 0) THEN
                 MOVE TAB-FO-MAX   TO TMP-RUN-FIRST
                 MOVE SFIG-REVENUE TO TMP-FIG-PREV
              END-IF
              ADD 1 TO TMP-RUN-LEN
           END-PERFORM
           .
       FIGURE-RETURN-EXIT. EXIT.



      *****************************************************************
       FIGURE-RUN-CLOSE SECTION.
      *===============================================================*
           IF (TMP-RUN-LEN >= TMP-REPEATMIN) THEN
              ADD 1 TO TMP-COUNT-REPEAT-FIGS
              PERFORM VARYING TMP-J-TABLE FROM TMP-RUN-FIRST BY 1
                        UNTIL (TMP-J-TABLE >= TMP-RUN-FIRST
                                             + TMP-RUN-LEN)
                 MOVE TAB-FO-ROW(TMP-J-TABLE) TO TMP-K-TABLE
                 MOVE 'Y'         TO TAB-RV-REPEAT-SW(TMP-K-TABLE)
                 MOVE TMP-RUN-LEN TO TAB-RV-REPEAT-CNT(TMP-K-TABLE)
              END-PERFORM
           END-IF
           MOVE 0 TO TMP-RUN-LEN
           .
       FIGURE-RUN-CLOSE-EXIT. EXIT.



      *****************************************************************
       GROUP-ACCUM SECTION.
      *===============================================================*
      *    EVERY ROW COUNTS ONCE FOR ITS REGION AND ONCE FOR ITS      *
      *    INDUSTRY. THE GROUPS ARE SET UP AND PUT IN KEY ORDER FIRST *
      *    SO THE REPORT LISTS REGIONS AND INDUSTRIES IN ORDER        *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RV-MAX)
              MOVE 'R'                          TO TMP-GP-KIND
              MOVE SPACES                       TO TMP-GP-KEY
              MOVE TAB-RV-REGION(TMP-I-TABLE)   TO TMP-GP-REGION
              MOVE TMP-GP-REGION                TO TMP-GP-KEY(1:2)
              PERFORM GROUP-FIND
              MOVE 'I'                          TO TMP-GP-KIND
              MOVE TAB-RV-INDUSTRY(TMP-I-TABLE) TO TMP-GP-KEY
              MOVE 0                            TO TMP-GP-REGION
              PERFORM GROUP-FIND
           END-PERFORM
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE >= TAB-GP-MAX)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-GP-MAX - TMP-I-TABLE)
                 IF (TAB-GP-KIND(TMP-J-TABLE) >
                     TAB-GP-KIND(TMP-J-TABLE + 1))
                    OR ((TAB-GP-KIND(TMP-J-TABLE) =
                         TAB-GP-KIND(TMP-J-TABLE + 1))
                    AND (TAB-GP-KEY(TMP-J-TABLE) >
                         TAB-GP-KEY(TMP-J-TABLE + 1))) THEN
                    MOVE TAB-GP(TMP-J-TABLE)     TO TAB-GP-HOLD
                    MOVE TAB-GP(TMP-J-TABLE + 1) TO TAB-GP(TMP-J-TABLE)
                    MOVE TAB-GP-HOLD TO TAB-GP(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RV-MAX)
              MOVE 'R'                          TO TMP-GP-KIND
              MOVE SPACES                       TO TMP-GP-KEY
              MOVE TAB-RV-REGION(TMP-I-TABLE)   TO TMP-GP-REGION
              MOVE TMP-GP-REGION                TO TMP-GP-KEY(1:2)
              PERFORM GROUP-FIND
              MOVE TMP-GP TO TAB-RV-GP-REGION(TMP-I-TABLE)
              PERFORM GROUP-ADD-ROW
              MOVE 'I'                          TO TMP-GP-KIND
              MOVE TAB-RV-INDUSTRY(TMP-I-TABLE) TO TMP-GP-KEY
              MOVE 0                            TO TMP-GP-REGION
              PERFORM GROUP-FIND
              MOVE TMP-GP TO TAB-RV-GP-IND(TMP-I-TABLE)
              PERFORM GROUP-ADD-ROW
           END-PERFORM
           .
       GROUP-ACCUM-EXIT. EXIT.



      *****************************************************************
       GROUP-FIND SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-GP FROM 1 BY 1
                     UNTIL (TMP-GP > TAB-GP-MAX) OR (TMP-FOUND)
              IF (TAB-GP-KIND(TMP-GP) = TMP-GP-KIND)
                 AND (TAB-GP-KEY(TMP-GP) = TMP-GP-KEY) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-FOUND) THEN
              SUBTRACT 1 FROM TMP-GP
              GO TO GROUP-FIND-EXIT
           END-IF
           IF (TAB-GP-MAX >= TAB-GP-DIM) THEN
              MOVE 0 TO TMP-GP
              GO TO GROUP-FIND-EXIT
           END-IF
           ADD 1 TO TAB-GP-MAX
           MOVE TAB-GP-MAX    TO TMP-GP
           INITIALIZE TAB-GP(TMP-GP)
           MOVE TMP-GP-KIND   TO TAB-GP-KIND(TMP-GP)
           MOVE TMP-GP-KEY    TO TAB-GP-KEY(TMP-GP)
           MOVE TMP-GP-REGION TO TAB-GP-REGION(TMP-GP)
           .
       GROUP-FIND-EXIT. EXIT.



      *****************************************************************
       GROUP-ADD-ROW SECTION.
      *===============================================================*
           IF (TMP-GP = 0) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-GP OVERFLOW - GROUP NOT SCREENED: '
                     TMP-GP-KIND ' ' TMP-GP-KEY
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO GROUP-ADD-ROW-EXIT
           END-IF
           ADD 1 TO TAB-GP-ROWS(TMP-GP)
           ADD 1 TO TAB-GP-FD-CNT(TMP-GP, TAB-RV-FIRST(TMP-I-TABLE))
           IF (TAB-RV-LAST-TESTED(TMP-I-TABLE)) THEN
              ADD 1 TO TAB-GP-LD-ROWS(TMP-GP)
              COMPUTE TMP-D = TAB-RV-LAST(TMP-I-TABLE) + 1
              ADD 1 TO TAB-GP-LD-CNT(TMP-GP, TMP-D)
           END-IF
           IF (TAB-RV-RND-ELIGIBLE(TMP-I-TABLE)) THEN
              ADD 1 TO TAB-GP-RND-ROWS(TMP-GP)
              IF (TAB-RV-ROUND(TMP-I-TABLE)) THEN
                 ADD 1 TO TAB-GP-RND-CNT(TMP-GP)
              END-IF
           END-IF
           IF (TAB-RV-REPEAT(TMP-I-TABLE)) THEN
              ADD 1 TO TAB-GP-REP-CNT(TMP-GP)
           END-IF
           .
       GROUP-ADD-ROW-EXIT. EXIT.



      *****************************************************************
       GROUP-EVALUATE SECTION.
      *===============================================================*
      *    MEAN ABSOLUTE DEVIATION OF THE OBSERVED DIGIT SHARES FROM  *
      *    THE EXPECTED ONES, IN PERCENT POINTS                       *
           PERFORM VARYING TMP-GP FROM 1 BY 1
                     UNTIL (TMP-GP > TAB-GP-MAX)
              MOVE SPACE TO TAB-GP-FD-SW(TMP-GP)
              MOVE SPACE TO TAB-GP-LD-SW(TMP-GP)
              MOVE SPACE TO TAB-GP-RND-SW(TMP-GP)
              MOVE SPACE TO TAB-GP-REP-SW(TMP-GP)

              IF (TAB-GP-ROWS(TMP-GP) >= TMP-MINROWS) THEN
                 MOVE 0 TO TMP-DEV-SUM
                 PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 9)
                    COMPUTE TMP-PCT =
                       TAB-GP-FD-CNT(TMP-GP, TMP-D) * 100
                       / TAB-GP-ROWS(TMP-GP)
                    SUBTRACT TAB-BF-PCT(TMP-D) FROM TMP-PCT
                    IF (TMP-PCT < 0) THEN
                       COMPUTE TMP-PCT = 0 - TMP-PCT
                    END-IF
                    ADD TMP-PCT TO TMP-DEV-SUM
                 END-PERFORM
                 COMPUTE TAB-GP-FD-MAD(TMP-GP) ROUNDED = TMP-DEV-SUM / 9
                 MOVE 'T' TO TAB-GP-FD-SW(TMP-GP)
                 IF (TAB-GP-FD-MAD(TMP-GP) > TMP-FIRSTDEV) THEN
                    MOVE 'F' TO TAB-GP-FD-SW(TMP-GP)
                 END-IF
              END-IF

              IF (TAB-GP-LD-ROWS(TMP-GP) >= TMP-MINROWS) THEN
                 MOVE 0 TO TMP-DEV-SUM
                 PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 10)
                    COMPUTE TMP-PCT =
                       TAB-GP-LD-CNT(TMP-GP, TMP-D) * 100
                       / TAB-GP-LD-ROWS(TMP-GP)
                    SUBTRACT 10 FROM TMP-PCT
                    IF (TMP-PCT < 0) THEN
                       COMPUTE TMP-PCT = 0 - TMP-PCT
                    END-IF
                    ADD TMP-PCT TO TMP-DEV-SUM
                 END-PERFORM
                 COMPUTE TAB-GP-LD-MAD(TMP-GP) ROUNDED =
                    TMP-DEV-SUM / 10
                 MOVE 'T' TO TAB-GP-LD-SW(TMP-GP)
                 IF (TAB-GP-LD-MAD(TMP-GP) > TMP-LASTDEV) THEN
                    MOVE 'F' TO TAB-GP-LD-SW(TMP-GP)
                 END-IF
              END-IF

              MOVE 0 TO TAB-GP-RND-PCT(TMP-GP)
              IF (TAB-GP-RND-ROWS(TMP-GP) > 0) THEN
                 COMPUTE TAB-GP-RND-PCT(TMP-GP) ROUNDED =
                    TAB-GP-RND-CNT(TMP-GP) * 100
                    / TAB-GP-RND-ROWS(TMP-GP)
                 IF (TAB-GP-RND-PCT(TMP-GP) > TMP-ROUNDPCT) THEN
                    MOVE 'F' TO TAB-GP-RND-SW(TMP-GP)
                 END-IF
              END-IF

              COMPUTE TAB-GP-REP-PCT(TMP-GP) ROUNDED =
                 TAB-GP-REP-CNT(TMP-GP) * 100 / TAB-GP-ROWS(TMP-GP)
              IF (TAB-GP-REP-PCT(TMP-GP) > TMP-REPEATPCT) THEN
                 MOVE 'F' TO TAB-GP-REP-SW(TMP-GP)
              END-IF

              IF (TAB-GP-FD-FAIL(TMP-GP)) OR (TAB-GP-LD-FAIL(TMP-GP))
                 OR (TAB-GP-RND-FAIL(TMP-GP))
                 OR (TAB-GP-REP-FAIL(TMP-GP)) THEN
                 ADD 1 TO TMP-COUNT-EXCEPTIONS
              END-IF
           END-PERFORM

           IF (TMP-COUNT-EXCEPTIONS > 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'DIGIT SCREENING EXCEPTIONS: '
                     TMP-COUNT-EXCEPTIONS
                     ' GROUP(S) - SEE DIGITSCREEN REPORT'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       GROUP-EVALUATE-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OSCRN-H0-DATE
           STRING TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO OSCRN-H0-DATE
           END-STRING
           MOVE OSCRN-H0 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE TMP-FIRSTDEV  TO OSCRN-H1-FIRSTDEV
           MOVE TMP-LASTDEV   TO OSCRN-H1-LASTDEV
           MOVE TMP-ROUNDPCT  TO OSCRN-H1-ROUNDPCT
           MOVE TMP-REPEATPCT TO OSCRN-H1-REPEATPCT
           MOVE TMP-REPEATMIN TO OSCRN-H1-REPEATMIN
           MOVE TMP-MINROWS   TO OSCRN-H1-MINROWS
           MOVE OSCRN-H1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE SPACES TO OSCRN-REC
           PERFORM OSCRN-WRITE

      *---------------------------------------------------------------*
      * SUMMARY - REGIONS FIRST, THEN INDUSTRIES                      *
      *---------------------------------------------------------------*
           MOVE 'SUMMARY BY SUBMITTING REGION' TO OSCRN-H2-TITLE
           MOVE 'R' TO TMP-GP-KIND
           PERFORM SUMMARY-WRITE
           MOVE 'SUMMARY BY INDUSTRY' TO OSCRN-H2-TITLE
           MOVE 'I' TO TMP-GP-KIND
           PERFORM SUMMARY-WRITE

      *---------------------------------------------------------------*
      * EXCEPTIONS WITH THEIR OFFENDING ROWS                          *
      *---------------------------------------------------------------*
           MOVE OSCRN-G1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'EXCEPTIONS - FOR FOLLOW-UP WITH THE SUBMITTING OFFICE'
             TO OSCRN-H2-TITLE
           MOVE OSCRN-H2 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE OSCRN-G1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           IF (TMP-COUNT-EXCEPTIONS = 0) THEN
              MOVE 'NO REGION OR INDUSTRY BEYOND THE LIMITS'
                TO OSCRN-P1-TEXT
              MOVE OSCRN-P1 TO OSCRN-REC
              PERFORM OSCRN-WRITE
           ELSE
              PERFORM VARYING TMP-GP FROM 1 BY 1
                        UNTIL (TMP-GP > TAB-GP-MAX)
                 IF (TAB-GP-FD-FAIL(TMP-GP))
                    OR (TAB-GP-LD-FAIL(TMP-GP))
                    OR (TAB-GP-RND-FAIL(TMP-GP))
                    OR (TAB-GP-REP-FAIL(TMP-GP)) THEN
                    PERFORM EXCEPTION-WRITE
                 END-IF
              END-PERFORM
           END-IF

      *---------------------------------------------------------------*
      * TOTALS                                                        *
      *---------------------------------------------------------------*
           MOVE SPACES TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE OSCRN-G1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'FIGURES SCREENED.......................:'
             TO OSCRN-T1-LABEL
           MOVE TAB-RV-MAX TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'ZERO REVENUE - NOT SCREENED............:'
             TO OSCRN-T1-LABEL
           MOVE TMP-COUNT-ZERO TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'NON-NUMERIC REVENUE - NOT SCREENED.....:'
             TO OSCRN-T1-LABEL
           MOVE TMP-COUNT-BAD TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'ROWS WITHOUT A REGION (REGION 00)......:'
             TO OSCRN-T1-LABEL
           MOVE TMP-COUNT-NO-REGION TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'FIGURES SHARED BY REPEATMIN+ COMPANIES.:'
             TO OSCRN-T1-LABEL
           MOVE TMP-COUNT-REPEAT-FIGS TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'GROUPS ON THE EXCEPTION LIST...........:'
             TO OSCRN-T1-LABEL
           MOVE TMP-COUNT-EXCEPTIONS TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE 'OFFENDING ROW LINES LISTED.............:'
             TO OSCRN-T1-LABEL
           MOVE TMP-COUNT-LISTED TO OSCRN-T1-COUNT
           MOVE OSCRN-T1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           IF (TMP-COUNT-SKIPPED > 0) THEN
              MOVE 'ROWS BEYOND THE TABLE - NOT SCREENED...:'
                TO OSCRN-T1-LABEL
              MOVE TMP-COUNT-SKIPPED TO OSCRN-T1-COUNT
              MOVE OSCRN-T1 TO OSCRN-REC
              PERFORM OSCRN-WRITE
           END-IF
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
      *    ONE LINE PER GROUP OF THE KIND IN TMP-GP-KIND              *
           MOVE OSCRN-H2 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE OSCRN-H3 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE OSCRN-G1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           PERFORM VARYING TMP-GP FROM 1 BY 1
                     UNTIL (TMP-GP > TAB-GP-MAX)
              IF (TAB-GP-KIND(TMP-GP) = TMP-GP-KIND) THEN
                 PERFORM SUMMARY-LINE-WRITE
              END-IF
           END-PERFORM
           MOVE SPACES TO OSCRN-REC
           PERFORM OSCRN-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-LINE-WRITE SECTION.
      *===============================================================*
           PERFORM GROUP-LABEL-BUILD
           MOVE TAB-GP-ROWS(TMP-GP) TO OSCRN-S1-ROWS
           MOVE SPACES TO OSCRN-S1-FD OSCRN-S1-LD
           IF (TAB-GP-FD-TESTED(TMP-GP)) THEN
              MOVE TAB-GP-FD-MAD(TMP-GP) TO TMP-MAD-EDIT
              MOVE TMP-MAD-EDIT TO OSCRN-S1-FD
           END-IF
           IF (TAB-GP-LD-TESTED(TMP-GP)) THEN
              MOVE TAB-GP-LD-MAD(TMP-GP) TO TMP-MAD-EDIT
              MOVE TMP-MAD-EDIT TO OSCRN-S1-LD
           END-IF
           MOVE TAB-GP-RND-PCT(TMP-GP) TO TMP-PCT-EDIT
           MOVE TMP-PCT-EDIT TO OSCRN-S1-RND
           MOVE TAB-GP-REP-PCT(TMP-GP) TO TMP-PCT-EDIT
           MOVE TMP-PCT-EDIT TO OSCRN-S1-REP

           MOVE SPACES TO OSCRN-S1-FINDINGS
           MOVE 1 TO TMP-REASON-PTR
           IF (TAB-GP-FD-FAIL(TMP-GP)) THEN
              STRING 'FIRST-DIGIT ' DELIMITED BY SIZE
                INTO OSCRN-S1-FINDINGS WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           IF (TAB-GP-LD-FAIL(TMP-GP)) THEN
              STRING 'LAST-DIGIT ' DELIMITED BY SIZE
                INTO OSCRN-S1-FINDINGS WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           IF (TAB-GP-RND-FAIL(TMP-GP)) THEN
              STRING 'ROUND ' DELIMITED BY SIZE
                INTO OSCRN-S1-FINDINGS WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           IF (TAB-GP-REP-FAIL(TMP-GP)) THEN
              STRING 'REPEATED ' DELIMITED BY SIZE
                INTO OSCRN-S1-FINDINGS WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           IF (NOT TAB-GP-FD-TESTED(TMP-GP))
              OR (NOT TAB-GP-LD-TESTED(TMP-GP)) THEN
              STRING '(FEW ROWS)' DELIMITED BY SIZE
                INTO OSCRN-S1-FINDINGS WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           MOVE OSCRN-S1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           .
       SUMMARY-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-LABEL-BUILD SECTION.
      *===============================================================*
      *    'REGION nn <EXTRACT PATH>' OR THE INDUSTRY NAME            *
           MOVE SPACES TO OSCRN-S1-GROUP
           IF (TAB-GP-IS-INDUSTRY(TMP-GP)) THEN
              MOVE TAB-GP-KEY(TMP-GP) TO OSCRN-S1-GROUP
              GO TO GROUP-LABEL-BUILD-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (TAB-GP-REGION(TMP-GP) = 0)
                 MOVE 'REGION 00 NOT ON THE MASTER' TO OSCRN-S1-GROUP
              WHEN (TAB-GP-REGION(TMP-GP) > TAB-RG-MAX)
                 STRING 'REGION ' TAB-GP-REGION(TMP-GP)
                   DELIMITED BY SIZE
                   INTO OSCRN-S1-GROUP
                 END-STRING
              WHEN OTHER
                 STRING 'REGION ' TAB-GP-REGION(TMP-GP) ' '
                        TAB-RG-PATH(TAB-GP-REGION(TMP-GP))
                   DELIMITED BY SIZE
                   INTO OSCRN-S1-GROUP
                 END-STRING
           END-EVALUATE
           .
       GROUP-LABEL-BUILD-EXIT. EXIT.



      *****************************************************************
       EXCEPTION-WRITE SECTION.
      *===============================================================*
      *    THE GROUP'S SUMMARY LINE, ITS DIGIT PROFILE AND EVERY ROW  *
      *    THAT FEEDS A FAILED TEST, IN FIGURE ORDER                  *
           MOVE SPACES TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE OSCRN-H3 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           PERFORM SUMMARY-LINE-WRITE

           IF (TAB-GP-FD-TESTED(TMP-GP)) THEN
              MOVE SPACES TO OSCRN-D2
              MOVE 'FIRST DIGIT' TO OSCRN-D2-LABEL
              PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 9)
                 MOVE TMP-D TO OSCRN-D2-DIGIT(TMP-D)
              END-PERFORM
              MOVE OSCRN-D2 TO OSCRN-REC
              PERFORM OSCRN-WRITE
              MOVE SPACES TO OSCRN-D1
              MOVE '  OBSERVED %' TO OSCRN-D1-LABEL
              PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 9)
                 COMPUTE OSCRN-D1-PCT(TMP-D) ROUNDED =
                    TAB-GP-FD-CNT(TMP-GP, TMP-D) * 100
                    / TAB-GP-ROWS(TMP-GP)
              END-PERFORM
              MOVE OSCRN-D1 TO OSCRN-REC
              PERFORM OSCRN-WRITE
              MOVE SPACES TO OSCRN-D1
              MOVE '  EXPECTED %' TO OSCRN-D1-LABEL
              PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 9)
                 COMPUTE OSCRN-D1-PCT(TMP-D) ROUNDED =
                    TAB-BF-PCT(TMP-D)
              END-PERFORM
              MOVE OSCRN-D1 TO OSCRN-REC
              PERFORM OSCRN-WRITE
           END-IF
           IF (TAB-GP-LD-TESTED(TMP-GP)) THEN
              MOVE SPACES TO OSCRN-D2
              MOVE 'LAST DIGIT' TO OSCRN-D2-LABEL
              PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 10)
                 COMPUTE OSCRN-D2-DIGIT(TMP-D) = TMP-D - 1
              END-PERFORM
              MOVE OSCRN-D2 TO OSCRN-REC
              PERFORM OSCRN-WRITE
              MOVE SPACES TO OSCRN-D1
              MOVE '  OBSERVED %' TO OSCRN-D1-LABEL
              PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 10)
                 COMPUTE OSCRN-D1-PCT(TMP-D) ROUNDED =
                    TAB-GP-LD-CNT(TMP-GP, TMP-D) * 100
                    / TAB-GP-LD-ROWS(TMP-GP)
              END-PERFORM
              MOVE OSCRN-D1 TO OSCRN-REC
              PERFORM OSCRN-WRITE
              MOVE SPACES TO OSCRN-D1
              MOVE '  EXPECTED %' TO OSCRN-D1-LABEL
              PERFORM VARYING TMP-D FROM 1 BY 1 UNTIL (TMP-D > 10)
                 MOVE 10 TO OSCRN-D1-PCT(TMP-D)
              END-PERFORM
              MOVE OSCRN-D1 TO OSCRN-REC
              PERFORM OSCRN-WRITE
           END-IF

           MOVE SPACES TO OSCRN-REC
           PERFORM OSCRN-WRITE
           MOVE OSCRN-R0 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-FO-MAX)
              MOVE TAB-FO-ROW(TMP-J-TABLE) TO TMP-I-TABLE
              IF (TAB-RV-GP-REGION(TMP-I-TABLE) = TMP-GP)
                 OR (TAB-RV-GP-IND(TMP-I-TABLE) = TMP-GP) THEN
                 PERFORM OFFENDING-ROW-WRITE
              END-IF
           END-PERFORM
           .
       EXCEPTION-WRITE-EXIT. EXIT.



      *****************************************************************
       OFFENDING-ROW-WRITE SECTION.
      *===============================================================*
      *    A ROW OFFENDS WHEN IT FEEDS A FAILED TEST: ITS DIGIT IS    *
      *    MORE FREQUENT THAN EXPECTED, IT IS ROUND, OR IT IS SHARED  *
           MOVE SPACES TO TMP-REASON
           MOVE 1 TO TMP-REASON-PTR
           IF (TAB-GP-FD-FAIL(TMP-GP)) THEN
              MOVE TAB-RV-FIRST(TMP-I-TABLE) TO TMP-D
              IF (TAB-GP-FD-CNT(TMP-GP, TMP-D) * 100
                  > TAB-BF-PCT(TMP-D) * TAB-GP-ROWS(TMP-GP)) THEN
                 STRING 'FIRST ' TAB-RV-FIRST(TMP-I-TABLE) ' '
                   DELIMITED BY SIZE
                   INTO TMP-REASON WITH POINTER TMP-REASON-PTR
                 END-STRING
              END-IF
           END-IF
           IF (TAB-GP-LD-FAIL(TMP-GP))
              AND (TAB-RV-LAST-TESTED(TMP-I-TABLE)) THEN
              COMPUTE TMP-D = TAB-RV-LAST(TMP-I-TABLE) + 1
              IF (TAB-GP-LD-CNT(TMP-GP, TMP-D) * 10
                  > TAB-GP-LD-ROWS(TMP-GP)) THEN
                 STRING 'LAST ' TAB-RV-LAST(TMP-I-TABLE) ' '
                   DELIMITED BY SIZE
                   INTO TMP-REASON WITH POINTER TMP-REASON-PTR
                 END-STRING
              END-IF
           END-IF
           IF (TAB-GP-RND-FAIL(TMP-GP))
              AND (TAB-RV-ROUND(TMP-I-TABLE)) THEN
              STRING 'ROUND ' DELIMITED BY SIZE
                INTO TMP-REASON WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           IF (TAB-GP-REP-FAIL(TMP-GP))
              AND (TAB-RV-REPEAT(TMP-I-TABLE)) THEN
              MOVE TAB-RV-REPEAT-CNT(TMP-I-TABLE) TO TMP-REASON-NUM
              STRING 'SAME FIGURE X' FUNCTION TRIM(TMP-REASON-NUM)
                DELIMITED BY SIZE
                INTO TMP-REASON WITH POINTER TMP-REASON-PTR
              END-STRING
           END-IF
           IF (TMP-REASON = SPACES) THEN
              GO TO OFFENDING-ROW-WRITE-EXIT
           END-IF
           MOVE TAB-RV-NAME(TMP-I-TABLE)     TO OSCRN-R1-NAME
           MOVE TAB-RV-STATE(TMP-I-TABLE)    TO OSCRN-R1-STATE
           MOVE TAB-RV-INDUSTRY(TMP-I-TABLE) TO OSCRN-R1-INDUSTRY
           MOVE TAB-RV-REGION(TMP-I-TABLE)   TO OSCRN-R1-REGION
           MOVE TAB-RV-REVENUE(TMP-I-TABLE)  TO OSCRN-R1-REVENUE
           MOVE TMP-REASON                   TO OSCRN-R1-REASON
           MOVE OSCRN-R1 TO OSCRN-REC
           PERFORM OSCRN-WRITE
           ADD 1 TO TMP-COUNT-LISTED
           .
       OFFENDING-ROW-WRITE-EXIT. EXIT.



      *****************************************************************
       OSCRN-WRITE SECTION.
      *===============================================================*
           MOVE OSCRN-REC TO OSCRN-RECORD
           PERFORM FILE-WRITE-OSCRN
           .
       OSCRN-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IREVC-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-IREVC
           PERFORM FILE-CLOSE-OSCRN

           DISPLAY 'INPUT IREVC..........: ' IREVC-COUNT
           DISPLAY 'FIGURES SCREENED.....: ' TAB-RV-MAX
           DISPLAY 'GROUPS...............: ' TAB-GP-MAX
           DISPLAY 'EXCEPTIONS...........: ' TMP-COUNT-EXCEPTIONS
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREVC==
            ==:V2:== BY ==IREVC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==IREGIONS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSCRN==
            ==:V2:== BY ==OSCRN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-DIGT1.
      *****************************************************************
