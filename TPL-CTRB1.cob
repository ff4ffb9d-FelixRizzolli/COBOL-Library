       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CTRB1.
      *****************************************************************
      * TPL-CTRB1: CONTRIBUTION-TO-CHANGE ANALYSIS PER INDUSTRY       *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * BREAKS EVERY INDUSTRY'S PERIOD-OVER-PERIOD CHANGE IN REVENUE- *
      * WEIGHTED AVERAGE GROWTH INTO PER-COMPANY CONTRIBUTIONS. THE   *
      * TWO PERIODS ARE THE LATEST ONE ON THE GROWTH HISTORY (OR THE  *
      * ONE NAMED IN ctrbparm.txt) AND THE PERIOD ON FILE BEFORE IT.  *
      * PER INDUSTRY IT PRINTS THE TOP CONTRIBUTORS UP AND DOWN, THE  *
      * EFFECT OF THE CONTINUING COMPANIES AND OF THE COMPANIES THAT  *
      * JOINED (ENTRIES) OR LEFT (EXITS), AND A RECONCILIATION OF THE *
      * SUM OF ALL CONTRIBUTIONS AGAINST THE INDUSTRY'S TOTAL CHANGE. *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IHIST - GROWTH HISTORY MASTER (IO/growthhist.txt, TPL-HIST1)  *
      * ICOMP - COMPANIES GROWTH TABLE (IO/companies.txt) - INDUSTRY  *
      *         OF EVERY COMPANY, EXPIRED VERSIONS INCLUDED SO A      *
      *         COMPANY THAT LEFT STILL FINDS ITS INDUSTRY            *
      * IATTR - COMPANY ATTRIBUTES (IO/companyattr.txt, TPL-MAINT3) - *
      *         THE REVENUE WEIGHTS                                   *
      * ISUCC - OPTIONAL SUCCESSION MAP (IO/succession.txt)           *
      * IPARM - OPTIONAL PARAMETERS (IO/ctrbparm.txt):                *
      *         PERIOD=YYYYMM  REPORT PERIOD (DEFAULT: LATEST ON FILE)*
      *         TOP=NN         CONTRIBUTORS LISTED EACH WAY (1-20,    *
      *                        DEFAULT 5)                             *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCTRB - CONTRIBUTION REPORT (IO/contribution.txt)             *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE INDUSTRY AVERAGE OF A PERIOD IS SUM(W * G) / SUM(W) OVER  *
      * THE COMPANIES REPORTING IN IT, W BEING THE COMPANY'S REVENUE. *
      * A COMPANY'S CONTRIBUTION IS ITS WEIGHTED SHARE OF THE CURRENT *
      * AVERAGE LESS ITS WEIGHTED SHARE OF THE PRIOR ONE:             *
      *    C = W * G(CUR) / SUM(W CUR) - W * G(PRIOR) / SUM(W PRIOR)  *
      * A JOINER ONLY HAS THE FIRST TERM, A LEAVER ONLY THE SECOND,   *
      * SO THE CONTRIBUTIONS ADD UP TO THE INDUSTRY'S CHANGE EXACTLY  *
      * (UP TO THE SIX-DECIMAL ROUNDING). A COMPANY WITHOUT A REVENUE *
      * ON companyattr.txt CARRIES NO WEIGHT AND IS COUNTED APART; A  *
      * HELD COMPANY (SEE CLGL1) IS LEFT OUT OF BOTH PERIODS.         *
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
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCTRB==
            ==:V2:== BY ==OCTRB-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SWORK ASSIGN TO 'SORTWORK'.
           SELECT SCTRB ASSIGN TO 'SORTCTRB'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCTRB==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
      *    COMPANIES IN KEY ORDER, EACH KEY'S VERSIONS BY EFFECTIVE DATE
       SD  SWORK.
       01  SWORK-REC.
           05 SWORK-KEY               PIC X(40).
           05 FILLER                  PIC X(31).
           05 SWORK-EFF-DATE          PIC X(8).
           05 FILLER                  PIC X(21).
      *    CONTRIBUTIONS BY INDUSTRY, LARGEST UPWARD FIRST
       SD  SCTRB.
       01  SCTRB-REC.
           05 SCTRB-INDUSTRY          PIC X(23).
           05 SCTRB-CONTRIB           PIC S9(5)V9(6).
           05 SCTRB-NAME              PIC X(38).
           05 SCTRB-STATE             PIC X(2).
           05 SCTRB-KIND              PIC X(1).
           05 SCTRB-PRIOR             PIC S9(3)V99.
           05 SCTRB-CUR               PIC S9(3)V99.
           05 SCTRB-REVENUE           PIC 9(9).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
      *    RESTATEMENT EXTENSION (SEE TPL-RSTM1) - HIST-GROWTH ALREADY
      *    CARRIES THE RESTATED VALUE
           05 HIST-RST-SW              PIC X(1).
              88 HIST-RESTATED             VALUE 'R'.
           05 HIST-RST-ORIG            PIC S9(3)V99.
           05 HIST-RST-REASON          PIC X(8).
           05 HIST-RST-OPERATOR        PIC X(8).
           05 FILLER                   PIC X(7).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE, FOR THE INDUSTRY        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - THE LATEST
      *    VERSION EFFECTIVE BY TODAY GIVES THE INDUSTRY, EVEN WHEN IT
      *    HAS EXPIRED SINCE (A LEAVER STILL BELONGS TO ITS INDUSTRY)
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).

      *---------------------------------------------------------------*
      * INPUT IATTR = COMPANY ATTRIBUTES (SEE TPL-MAINT3)             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IATTR==.
       01 IATTR-REC.
           05 IATTR-NAME               PIC X(38).
           05 IATTR-STATE              PIC X(2).
           05 IATTR-REVENUE            PIC 9(9).
           05 IATTR-EMPLOYEES          PIC 9(6).
           05 IATTR-FOUNDED            PIC 9(4).
           05 FILLER                   PIC X(21).

      *---------------------------------------------------------------*
      * ISUCC = COMPANY SUCCESSION MAP (SEE SUCCWS.cob) - OPTIONAL;   *
      * A RENAMED COMPANY STAYS ONE CONTINUING COMPANY INSTEAD OF AN  *
      * EXIT AND AN ENTRY                                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-TOP                     PIC 9(2)    VALUE 5.
       01 TMP-PARM-PERIOD             PIC X(6)    VALUE SPACES.

      *---------------------------------------------------------------*
      * DISTINCT PERIODS ON THE HISTORY, KEPT IN ASCENDING ORDER      *
      *---------------------------------------------------------------*
       01 PERIOD-TABLE.
           05 TAB-PER-MAX             PIC S9(9) BINARY.
           05 TAB-PER-DIM             PIC S9(9) BINARY  VALUE 999.
           05 TAB-PER                 OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-PER-MAX.
                10 TAB-PER-PERIOD     PIC X(6).
       01 TMP-PER-PRIOR               PIC X(6).
       01 TMP-PER-CUR                 PIC X(6).
       01 TMP-COMPARE-SW              PIC X(1)    VALUE 'N'.
          88 TMP-COMPARE                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * EVERY COMPANY OF THE COMPANIES MASTER IN NAME + STATE ORDER,  *
      * WITH ITS REVENUE AND ITS GROWTH IN THE TWO PERIODS            *
      *---------------------------------------------------------------*
       01 COMPANY-TABLE.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX
                                      ASCENDING KEY IS TAB-CO-KEY
                                      INDEXED BY TAB-CO-IDX.
                10 TAB-CO-KEY.
                   15 TAB-CO-NAME     PIC X(38).
                   15 TAB-CO-STATE    PIC X(2).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-REVENUE     PIC 9(9).
                10 TAB-CO-PRIOR-SW    PIC X(1).
                10 TAB-CO-PRIOR       PIC S9(3)V99.
                10 TAB-CO-CUR-SW      PIC X(1).
                10 TAB-CO-CUR         PIC S9(3)V99.

      *---------------------------------------------------------------*
      * INDUSTRY TOTALS - WEIGHTS, WEIGHTED SUMS, AVERAGES AND THE    *
      * EFFECTS OF CONTINUING, JOINING AND LEAVING COMPANIES          *
      *---------------------------------------------------------------*
       01 INDUSTRY-TOTALS.
           05 TAB-IN-MAX              PIC S9(4) BINARY.
           05 TAB-IN-DIM              PIC S9(4) BINARY  VALUE 500.
           05 TAB-IN                  OCCURS 1   TO          500
                                      DEPENDING  ON  TAB-IN-MAX.
                10 TAB-IN-INDUSTRY    PIC X(23).
                10 TAB-IN-W-PRIOR     PIC 9(15).
                10 TAB-IN-W-CUR       PIC 9(15).
                10 TAB-IN-WG-PRIOR    PIC S9(15)V99.
                10 TAB-IN-WG-CUR      PIC S9(15)V99.
                10 TAB-IN-AVG-PRIOR   PIC S9(5)V9(6).
                10 TAB-IN-AVG-CUR     PIC S9(5)V9(6).
                10 TAB-IN-N-CONT      PIC 9(7).
                10 TAB-IN-N-ENTRY     PIC 9(7).
                10 TAB-IN-N-EXIT      PIC 9(7).
                10 TAB-IN-N-NOWGT     PIC 9(7).
                10 TAB-IN-EF-CONT     PIC S9(5)V9(6).
                10 TAB-IN-EF-ENTRY    PIC S9(5)V9(6).
                10 TAB-IN-EF-EXIT     PIC S9(5)V9(6).

      *---------------------------------------------------------------*
      * ONE INDUSTRY'S CONTRIBUTIONS AS THEY COME OFF THE SORT,       *
      * LARGEST UPWARD FIRST                                          *
      *---------------------------------------------------------------*
       01 INDUSTRY-BUFFER.
           05 TAB-BUF-MAX             PIC S9(9) BINARY.
           05 TAB-BUF-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-BUF                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-BUF-MAX.
                10 TAB-BUF-NAME       PIC X(38).
                10 TAB-BUF-STATE      PIC X(2).
                10 TAB-BUF-KIND       PIC X(1).
                10 TAB-BUF-PRIOR      PIC S9(3)V99.
                10 TAB-BUF-CUR        PIC S9(3)V99.
                10 TAB-BUF-REVENUE    PIC 9(9).
                10 TAB-BUF-CONTRIB    PIC S9(5)V9(6).
       01 TMP-BUF-INDUSTRY            PIC X(23).

      *---------------------------------------------------------------*
      * OUTPUT OCTRB = CONTRIBUTION REPORT                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCTRB==.
       01 OCTRB-REC                   PIC X(132).
       01 OCTRB-H0.
           05 FILLER                  PIC X(40)
              VALUE 'CONTRIBUTION TO CHANGE BY INDUSTRY - RUN'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-H0-DATE           PIC X(8).
           05 FILLER                  PIC X(10) VALUE '  PERIODS '.
           05 OCTRB-H0-PRIOR          PIC X(6).
           05 FILLER                  PIC X(4)  VALUE ' TO '.
           05 OCTRB-H0-CUR            PIC X(6).
           05 FILLER                  PIC X(57) VALUE SPACE.
       01 OCTRB-HI.
           05 FILLER                  PIC X(10) VALUE 'INDUSTRY: '.
           05 OCTRB-HI-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 OCTRB-HI-TEXT           PIC X(40).
           05 FILLER                  PIC X(57) VALUE SPACE.
       01 OCTRB-HA.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 FILLER                  PIC X(28)
              VALUE 'REVENUE-WEIGHTED AVG PRIOR '.
           05 OCTRB-HA-PRIOR          PIC -(4)9,99.
           05 FILLER                  PIC X(11) VALUE '   CURRENT '.
           05 OCTRB-HA-CUR            PIC -(4)9,99.
           05 FILLER                  PIC X(10) VALUE '   CHANGE '.
           05 OCTRB-HA-CHANGE         PIC -(4)9,99.
           05 FILLER                  PIC X(57) VALUE SPACE.
       01 OCTRB-H1.
           05 FILLER                  PIC X(4)  VALUE 'RANK'.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(11) VALUE 'KIND'.
           05 FILLER                  PIC X(9)  VALUE '  PRIOR %'.
           05 FILLER                  PIC X(9)  VALUE '    CUR %'.
           05 FILLER                  PIC X(11) VALUE '    REVENUE'.
           05 FILLER                  PIC X(12) VALUE '     CONTRIB'.
           05 FILLER                  PIC X(32) VALUE SPACE.
       01 OCTRB-R1.
           05 OCTRB-R1-RANK           PIC ZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 OCTRB-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-R1-KIND           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-R1-PRIOR          PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-R1-CUR            PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-R1-REVENUE        PIC Z(9)9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTRB-R1-CONTRIB        PIC -(5)9,9999.
           05 FILLER                  PIC X(33) VALUE SPACE.
       01 OCTRB-T1.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 OCTRB-T1-LABEL          PIC X(40).
           05 OCTRB-T1-COUNT          PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 OCTRB-T1-EFFECT         PIC -(5)9,9999.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 OCTRB-T1-TEXT           PIC X(30).
           05 FILLER                  PIC X(37) VALUE SPACE.
       01 OCTRB-T9.
           05 OCTRB-T9-LABEL          PIC X(44).
           05 OCTRB-T9-VALUE          PIC Z(6)9.
           05 FILLER                  PIC X(81) VALUE SPACE.
       01 OCTRB-HR1                   PIC X(132) VALUE ALL '-'.
       01 OCTRB-HR2                   PIC X(132) VALUE ALL '='.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-IN-IDX              PIC S9(4)   BINARY.
           05 TMP-RANK                PIC S9(4)   BINARY.
       01 CONTRIBUTION-WORK.
           05 TMP-PART-PRIOR          PIC S9(5)V9(6).
           05 TMP-PART-CUR            PIC S9(5)V9(6).
           05 TMP-CONTRIB             PIC S9(5)V9(6).
           05 TMP-CHANGE              PIC S9(5)V9(6).
           05 TMP-SUM-CONTRIB         PIC S9(5)V9(6).
           05 TMP-DIFF                PIC S9(5)V9(6).
           05 TMP-COUNT-EDIT          PIC Z(6)9.
           05 TMP-PCT-EDIT            PIC -(4)9,99.
           05 TMP-DIFF-EDIT           PIC -(5)9,9999.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-CO-KEY                  PIC X(40).
       01 TMP-PERIOD-HOLD             PIC X(6).
       01 TMP-FOUND-SW                PIC X(1).
          88 TMP-FOUND                    VALUE 'Y'.
          88 TMP-NOT-FOUND                VALUE 'N'.
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-USED          PIC 9(7).
           05 TMP-COUNT-HELD          PIC 9(7).
           05 TMP-COUNT-NO-INDUSTRY   PIC 9(7).
           05 TMP-COUNT-NO-WEIGHT     PIC 9(7).
           05 TMP-COUNT-INDUSTRIES    PIC 9(7).
           05 TMP-COUNT-UNRECONCILED  PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IATTR-PATH                 PIC X(40)
                                      VALUE 'IO/companyattr.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/ctrbparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCTRB-PATH                 PIC X(40)
                                      VALUE 'IO/contribution.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CLGLWS.cob'.

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
           PERFORM ATTRIBUTES-ATTACH
           PERFORM PERIODS-SCAN

           PERFORM FILE-OPEN-OUTPUT-OCTRB
           MOVE TMP-TODAY        TO OCTRB-H0-DATE
           MOVE TMP-PER-PRIOR    TO OCTRB-H0-PRIOR
           MOVE TMP-PER-CUR      TO OCTRB-H0-CUR
           MOVE OCTRB-H0         TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE OCTRB-HR2        TO OCTRB-REC
           PERFORM OCTRB-WRITE

           IF (TMP-COMPARE) THEN
              PERFORM HISTORY-COLLECT
              PERFORM INDUSTRY-TOTALS-BUILD
              SORT SCTRB
                ON ASCENDING  KEY SCTRB-INDUSTRY
                   DESCENDING KEY SCTRB-CONTRIB
                   ASCENDING  KEY SCTRB-NAME SCTRB-STATE
                INPUT  PROCEDURE IS CONTRIBUTIONS-RELEASE
                OUTPUT PROCEDURE IS CONTRIBUTIONS-REPORT
           ELSE
              MOVE SPACES TO OCTRB-REC
              STRING 'NO PERIOD BEFORE '        DELIMITED BY SIZE
                     TMP-PER-CUR                DELIMITED BY SIZE
                     ' ON '                     DELIMITED BY SIZE
                     IHIST-PATH                 DELIMITED BY SPACE
                     ' - NO CHANGE TO ANALYSE'  DELIMITED BY SIZE
                INTO OCTRB-REC
              END-STRING
              PERFORM OCTRB-WRITE
              MOVE 'FEWER THAN TWO HISTORY PERIODS - NO CONTRIBUTIONS'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE '004' TO PGM-END-RC
           END-IF

           PERFORM SUMMARY-WRITE
           PERFORM FILE-CLOSE-OCTRB

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-CTRB1'                          TO PGM-NAME
           MOVE 'CONTRIBUTION-TO-CHANGE ANALYSIS PER INDUSTRY'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IATTR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IATTR-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCTRB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCTRB-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-PER-MAX
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-IN-MAX
           MOVE 0 TO TAB-BUF-MAX
           MOVE SPACES TO TMP-PER-PRIOR TMP-PER-CUR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * REPORT PERIOD AND LIST LENGTH (IPARM IS OPTIONAL - DEFAULT    *
      * THE LATEST PERIOD ON FILE, FIVE CONTRIBUTORS EACH WAY)        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(IPARM-KEY)
                   WHEN 'PERIOD'
                     IF (IPARM-VAL(1:6) NOT NUMERIC)
                        OR (IPARM-VAL(7:) NOT = SPACES) THEN
                        MOVE '906' TO PGM-ERR-RC
                        MOVE 'PERIOD IN CTRBPARM MUST BE YYYYMM'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     MOVE IPARM-VAL(1:6) TO TMP-PARM-PERIOD
                   WHEN 'TOP'
                     IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
                        MOVE '906' TO PGM-ERR-RC
                        MOVE 'NON-NUMERIC TOP IN CTRBPARM'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     COMPUTE TMP-TOP = FUNCTION NUMVAL(IPARM-VAL)
                     IF (TMP-TOP < 1) OR (TMP-TOP > 20) THEN
                        MOVE '905' TO PGM-ERR-RC
                        MOVE 'TOP IN CTRBPARM MUST BE 1-20'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN CTRBPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF

      *---------------------------------------------------------------*
      * LOAD THE SUCCESSION MAP (ISUCC IS OPTIONAL - SEE SUCCSE.cob)  *
      *---------------------------------------------------------------*
           PERFORM LOAD-SUCCESSION-MAP

      *    REFUSE A TRUNCATED HISTORY MASTER BEFORE READING A ROW
      *    (SEE CTRL1)
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY WITH ITS INDUSTRY, IN NAME + STATE ORDER SO  *
      *    THE HISTORY AND THE ATTRIBUTES CAN BE MATCHED WITH SEARCH  *
      *    ALL (SAME LOOKUP AS TPL-AHST2)                             *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO INDUSTRIES TO ANALYSE' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SWORK
             ON ASCENDING KEY SWORK-KEY SWORK-EFF-DATE
             INPUT  PROCEDURE IS COMPANIES-RELEASE
             OUTPUT PROCEDURE IS COMPANIES-RETURN
           .
       COMPANIES-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANIES-RELEASE SECTION.
      *===============================================================*
      *    A VERSION NOT YET EFFECTIVE TODAY IS LEFT OUT; AN EXPIRED  *
      *    ONE IS KEPT - IT IS THE INDUSTRY OF A COMPANY THAT LEFT    *
      *---------------------------------------------------------------*
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR (ICOMP-EFF-DATE <= TMP-TODAY)) THEN
                 MOVE ICOMP-RECORD TO SWORK-REC
                 RELEASE SWORK-REC
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
              MOVE SWORK-REC TO ICOMP-REC
              PERFORM COMPANY-ROW-ADD
           END-PERFORM
           .
       COMPANIES-RETURN-EXIT. EXIT.



      *****************************************************************
       COMPANY-ROW-ADD SECTION.
      *===============================================================*
      *    A KEY'S VERSIONS ARRIVE BY EFFECTIVE DATE, SO THE LAST ONE *
      *    SEEN - THE LATEST IN FORCE BY TODAY - GIVES THE INDUSTRY   *
      *---------------------------------------------------------------*
           IF (TAB-CO-MAX > 0) THEN
              IF (TAB-CO-NAME(TAB-CO-MAX) = ICOMP-NAME)
                 AND (TAB-CO-STATE(TAB-CO-MAX) = ICOMP-STATE) THEN
                 MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
                 GO TO COMPANY-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - COMPANIES MASTER TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CO-MAX
           MOVE ICOMP-NAME     TO TAB-CO-NAME(TAB-CO-MAX)
           MOVE ICOMP-STATE    TO TAB-CO-STATE(TAB-CO-MAX)
           MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-REVENUE(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-PRIOR-SW(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-PRIOR(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-CUR-SW(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-CUR(TAB-CO-MAX)
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       ATTRIBUTES-ATTACH SECTION.
      *===============================================================*
      *    THE REVENUE OF EVERY COMPANY - NOTHING TO WEIGHT WITHOUT   *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'ATTRIBUTES MASTER MISSING: ' IATTR-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO CONTRIBUTIONS WITHOUT REVENUE WEIGHTS'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IATTR
           PERFORM UNTIL (IATTR-EOF)
              MOVE IATTR-RECORD TO IATTR-REC
              IF (IATTR-REVENUE NUMERIC)
                 AND (TAB-CO-MAX > 0) THEN
                 MOVE IATTR-NAME  TO TMP-CO-KEY(1:38)
                 MOVE IATTR-STATE TO TMP-CO-KEY(39:2)
                 SEARCH ALL TAB-CO
                   WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                     MOVE IATTR-REVENUE
                       TO TAB-CO-REVENUE(TAB-CO-IDX)
                 END-SEARCH
              END-IF
              PERFORM FILE-READ-IATTR
           END-PERFORM
           PERFORM FILE-CLOSE-IATTR
           .
       ATTRIBUTES-ATTACH-EXIT. EXIT.



      *****************************************************************
       PERIODS-SCAN SECTION.
      *===============================================================*
      *    FIRST PASS: THE DISTINCT PERIODS ON FILE, KEPT ASCENDING,  *
      *    AND FROM THEM THE REPORT PERIOD AND THE ONE BEFORE IT      *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'GROWTH HISTORY MISSING: ' IHIST-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RUN TPL-HIST1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              PERFORM PERIOD-REGISTER
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST

           IF (TAB-PER-MAX = 0) THEN
              GO TO PERIODS-SCAN-EXIT
           END-IF
           IF (TMP-PARM-PERIOD = SPACES) THEN
              MOVE TAB-PER-MAX TO TMP-I-TABLE
           ELSE
              MOVE 0 TO TMP-I-TABLE
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-PER-MAX)
                 IF (TAB-PER-PERIOD(TMP-J-TABLE) = TMP-PARM-PERIOD)
                    THEN
                    MOVE TMP-J-TABLE TO TMP-I-TABLE
                 END-IF
              END-PERFORM
              IF (TMP-I-TABLE = 0) THEN
                 MOVE '905' TO PGM-ERR-RC
                 STRING 'PERIOD ' TMP-PARM-PERIOD
                        ' IN CTRBPARM NOT ON THE GROWTH HISTORY'
                   DELIMITED BY SIZE INTO PGM-ERR-MSG1
                 END-STRING
                 MOVE IHIST-PATH TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
           END-IF
           MOVE TAB-PER-PERIOD(TMP-I-TABLE) TO TMP-PER-CUR
           IF (TMP-I-TABLE > 1) THEN
              MOVE TAB-PER-PERIOD(TMP-I-TABLE - 1) TO TMP-PER-PRIOR
              MOVE 'Y' TO TMP-COMPARE-SW
           END-IF
           .
       PERIODS-SCAN-EXIT. EXIT.



      *****************************************************************
       PERIOD-REGISTER SECTION.
      *===============================================================*
      *    TPL-HIST1 APPENDS IN PERIOD ORDER, SO A NEW PERIOD NORMALLY*
      *    GOES ON THE END; AN OUT-OF-ORDER ONE IS MOVED INTO PLACE   *
      *---------------------------------------------------------------*
           IF (HIST-PERIOD NOT NUMERIC) THEN
              GO TO PERIOD-REGISTER-EXIT
           END-IF
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PER-MAX)
              IF (TAB-PER-PERIOD(TMP-I-TABLE) = HIST-PERIOD) THEN
                 GO TO PERIOD-REGISTER-EXIT
              END-IF
           END-PERFORM
           IF (TAB-PER-MAX >= TAB-PER-DIM) THEN
              STRING 'TAB-PER OVERFLOW - SKIPPING PERIOD: '
                     HIST-PERIOD
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO PERIOD-REGISTER-EXIT
           END-IF
           ADD 1 TO TAB-PER-MAX
           MOVE HIST-PERIOD TO TAB-PER-PERIOD(TAB-PER-MAX)
           PERFORM VARYING TMP-J-TABLE FROM TAB-PER-MAX BY -1
                     UNTIL (TMP-J-TABLE < 2)
                        OR (TAB-PER-PERIOD(TMP-J-TABLE - 1)
                            < TAB-PER-PERIOD(TMP-J-TABLE))
              MOVE TAB-PER-PERIOD(TMP-J-TABLE - 1) TO TMP-PERIOD-HOLD
              MOVE TAB-PER-PERIOD(TMP-J-TABLE)
                TO TAB-PER-PERIOD(TMP-J-TABLE - 1)
              MOVE TMP-PERIOD-HOLD TO TAB-PER-PERIOD(TMP-J-TABLE)
           END-PERFORM
           .
       PERIOD-REGISTER-EXIT. EXIT.



      *****************************************************************
       HISTORY-COLLECT SECTION.
      *===============================================================*
      *    SECOND PASS: EVERY COMPANY'S GROWTH IN THE PRIOR AND THE   *
      *    CURRENT PERIOD, UNDER ITS SUCCESSOR KEY                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM IHIST-READ
           PERFORM UNTIL (IHIST-EOF)
              ADD 1 TO TMP-COUNT-READ
              IF (HIST-PERIOD = TMP-PER-PRIOR)
                 OR (HIST-PERIOD = TMP-PER-CUR) THEN
                 PERFORM HISTORY-ROW-TAKE
              END-IF
              PERFORM IHIST-READ
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-COLLECT-EXIT. EXIT.



      *****************************************************************
       HISTORY-ROW-TAKE SECTION.
      *===============================================================*
      *    LEGAL DO-NOT-REPORT HOLD (SEE CLGL1) - A HELD COMPANY      *
      *    CONTRIBUTES NOTHING, IN EITHER PERIOD                      *
      *---------------------------------------------------------------*
           MOVE HIST-NAME  TO CLGL1CA-NAME
           MOVE HIST-STATE TO CLGL1CA-STATE
           PERFORM CHECK-LEGAL-HOLD
           IF (CLGL1CA-HELD) THEN
              ADD 1 TO TMP-COUNT-HELD
              GO TO HISTORY-ROW-TAKE-EXIT
           END-IF

           MOVE HIST-NAME  TO TMP-CO-KEY(1:38)
           MOVE HIST-STATE TO TMP-CO-KEY(39:2)
           MOVE 'N' TO TMP-FOUND-SW
           IF (TAB-CO-MAX > 0) THEN
              SEARCH ALL TAB-CO
                WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                  MOVE 'Y' TO TMP-FOUND-SW
              END-SEARCH
           END-IF
           IF (TMP-NOT-FOUND) THEN
              ADD 1 TO TMP-COUNT-NO-INDUSTRY
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO INDUSTRY ON THE COMPANIES MASTER, SKIPPED: '
                     HIST-NAME ' ' HIST-STATE
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO HISTORY-ROW-TAKE-EXIT
           END-IF

           ADD 1 TO TMP-COUNT-USED
           IF (HIST-PERIOD = TMP-PER-CUR) THEN
              MOVE 'Y'         TO TAB-CO-CUR-SW(TAB-CO-IDX)
              MOVE HIST-GROWTH TO TAB-CO-CUR(TAB-CO-IDX)
           ELSE
              MOVE 'Y'         TO TAB-CO-PRIOR-SW(TAB-CO-IDX)
              MOVE HIST-GROWTH TO TAB-CO-PRIOR(TAB-CO-IDX)
           END-IF
           .
       HISTORY-ROW-TAKE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-TOTALS-BUILD SECTION.
      *===============================================================*
      *    THE WEIGHTS AND WEIGHTED SUMS OF BOTH PERIODS PER INDUSTRY *
      *    AND FROM THEM THE TWO REVENUE-WEIGHTED AVERAGES            *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-PRIOR-SW(TMP-I-TABLE) = 'Y')
                 OR (TAB-CO-CUR-SW(TMP-I-TABLE) = 'Y') THEN
                 PERFORM INDUSTRY-COMPANY-ADD
              END-IF
           END-PERFORM

           PERFORM VARYING TMP-IN-IDX FROM 1 BY 1
                     UNTIL (TMP-IN-IDX > TAB-IN-MAX)
              IF (TAB-IN-W-PRIOR(TMP-IN-IDX) > 0) THEN
                 COMPUTE TAB-IN-AVG-PRIOR(TMP-IN-IDX) ROUNDED =
                    TAB-IN-WG-PRIOR(TMP-IN-IDX)
                    / TAB-IN-W-PRIOR(TMP-IN-IDX)
              END-IF
              IF (TAB-IN-W-CUR(TMP-IN-IDX) > 0) THEN
                 COMPUTE TAB-IN-AVG-CUR(TMP-IN-IDX) ROUNDED =
                    TAB-IN-WG-CUR(TMP-IN-IDX)
                    / TAB-IN-W-CUR(TMP-IN-IDX)
              END-IF
           END-PERFORM
           .
       INDUSTRY-TOTALS-BUILD-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-COMPANY-ADD SECTION.
      *===============================================================*
           PERFORM INDUSTRY-FIND
           IF (TMP-IN-IDX = 0) THEN
              GO TO INDUSTRY-COMPANY-ADD-EXIT
           END-IF
           IF (TAB-CO-REVENUE(TMP-I-TABLE) = 0) THEN
              ADD 1 TO TAB-IN-N-NOWGT(TMP-IN-IDX)
              ADD 1 TO TMP-COUNT-NO-WEIGHT
              GO TO INDUSTRY-COMPANY-ADD-EXIT
           END-IF
           IF (TAB-CO-PRIOR-SW(TMP-I-TABLE) = 'Y') THEN
              ADD TAB-CO-REVENUE(TMP-I-TABLE)
                TO TAB-IN-W-PRIOR(TMP-IN-IDX)
              COMPUTE TAB-IN-WG-PRIOR(TMP-IN-IDX) =
                 TAB-IN-WG-PRIOR(TMP-IN-IDX)
                 + TAB-CO-REVENUE(TMP-I-TABLE)
                 * TAB-CO-PRIOR(TMP-I-TABLE)
           END-IF
           IF (TAB-CO-CUR-SW(TMP-I-TABLE) = 'Y') THEN
              ADD TAB-CO-REVENUE(TMP-I-TABLE)
                TO TAB-IN-W-CUR(TMP-IN-IDX)
              COMPUTE TAB-IN-WG-CUR(TMP-IN-IDX) =
                 TAB-IN-WG-CUR(TMP-IN-IDX)
                 + TAB-CO-REVENUE(TMP-I-TABLE)
                 * TAB-CO-CUR(TMP-I-TABLE)
           END-IF
           .
       INDUSTRY-COMPANY-ADD-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-FIND SECTION.
      *===============================================================*
      *    TMP-IN-IDX = THE INDUSTRY OF TAB-CO(TMP-I-TABLE), ADDED ON *
      *    FIRST SIGHT; 0 WHEN THE TABLE IS FULL                      *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-IN-IDX FROM 1 BY 1
                     UNTIL (TMP-IN-IDX > TAB-IN-MAX)
              IF (TAB-IN-INDUSTRY(TMP-IN-IDX)
                  = TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                 GO TO INDUSTRY-FIND-EXIT
              END-IF
           END-PERFORM
           IF (TAB-IN-MAX >= TAB-IN-DIM) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-IN OVERFLOW - SKIPPING INDUSTRY: '
                     TAB-CO-INDUSTRY(TMP-I-TABLE)
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 0 TO TMP-IN-IDX
              GO TO INDUSTRY-FIND-EXIT
           END-IF
           ADD 1 TO TAB-IN-MAX
           MOVE TAB-IN-MAX TO TMP-IN-IDX
           INITIALIZE TAB-IN(TMP-IN-IDX)
           MOVE TAB-CO-INDUSTRY(TMP-I-TABLE)
             TO TAB-IN-INDUSTRY(TMP-IN-IDX)
           .
       INDUSTRY-FIND-EXIT. EXIT.



      *****************************************************************
       CONTRIBUTIONS-RELEASE SECTION.
      *===============================================================*
      *    EVERY WEIGHTED COMPANY'S CONTRIBUTION, ADDED TO ITS        *
      *    INDUSTRY'S CONTINUING, ENTRY OR EXIT EFFECT                *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF ((TAB-CO-PRIOR-SW(TMP-I-TABLE) = 'Y')
                   OR (TAB-CO-CUR-SW(TMP-I-TABLE) = 'Y'))
                 AND (TAB-CO-REVENUE(TMP-I-TABLE) > 0) THEN
                 PERFORM CONTRIBUTION-RELEASE
              END-IF
           END-PERFORM
           .
       CONTRIBUTIONS-RELEASE-EXIT. EXIT.



      *****************************************************************
       CONTRIBUTION-RELEASE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-IN-IDX FROM 1 BY 1
                     UNTIL (TMP-IN-IDX > TAB-IN-MAX)
                        OR (TAB-IN-INDUSTRY(TMP-IN-IDX)
                            = TAB-CO-INDUSTRY(TMP-I-TABLE))
              CONTINUE
           END-PERFORM
           IF (TMP-IN-IDX > TAB-IN-MAX) THEN
              GO TO CONTRIBUTION-RELEASE-EXIT
           END-IF

           MOVE 0 TO TMP-PART-PRIOR TMP-PART-CUR
           IF (TAB-CO-PRIOR-SW(TMP-I-TABLE) = 'Y') THEN
              COMPUTE TMP-PART-PRIOR ROUNDED =
                 TAB-CO-REVENUE(TMP-I-TABLE) * TAB-CO-PRIOR(TMP-I-TABLE)
                 / TAB-IN-W-PRIOR(TMP-IN-IDX)
           END-IF
           IF (TAB-CO-CUR-SW(TMP-I-TABLE) = 'Y') THEN
              COMPUTE TMP-PART-CUR ROUNDED =
                 TAB-CO-REVENUE(TMP-I-TABLE) * TAB-CO-CUR(TMP-I-TABLE)
                 / TAB-IN-W-CUR(TMP-IN-IDX)
           END-IF
           COMPUTE TMP-CONTRIB = TMP-PART-CUR - TMP-PART-PRIOR

           MOVE SPACES                       TO SCTRB-REC
           MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO SCTRB-INDUSTRY
           MOVE TMP-CONTRIB                  TO SCTRB-CONTRIB
           MOVE TAB-CO-NAME(TMP-I-TABLE)     TO SCTRB-NAME
           MOVE TAB-CO-STATE(TMP-I-TABLE)    TO SCTRB-STATE
           MOVE TAB-CO-PRIOR(TMP-I-TABLE)    TO SCTRB-PRIOR
           MOVE TAB-CO-CUR(TMP-I-TABLE)      TO SCTRB-CUR
           MOVE TAB-CO-REVENUE(TMP-I-TABLE)  TO SCTRB-REVENUE
           EVALUATE TRUE
             WHEN (TAB-CO-PRIOR-SW(TMP-I-TABLE) = 'N')
               MOVE 'E' TO SCTRB-KIND
               ADD 1 TO TAB-IN-N-ENTRY(TMP-IN-IDX)
               ADD TMP-CONTRIB TO TAB-IN-EF-ENTRY(TMP-IN-IDX)
             WHEN (TAB-CO-CUR-SW(TMP-I-TABLE) = 'N')
               MOVE 'X' TO SCTRB-KIND
               ADD 1 TO TAB-IN-N-EXIT(TMP-IN-IDX)
               ADD TMP-CONTRIB TO TAB-IN-EF-EXIT(TMP-IN-IDX)
             WHEN OTHER
               MOVE 'C' TO SCTRB-KIND
               ADD 1 TO TAB-IN-N-CONT(TMP-IN-IDX)
               ADD TMP-CONTRIB TO TAB-IN-EF-CONT(TMP-IN-IDX)
           END-EVALUATE
           RELEASE SCTRB-REC
           .
       CONTRIBUTION-RELEASE-EXIT. EXIT.



      *****************************************************************
       CONTRIBUTIONS-REPORT SECTION.
      *===============================================================*
      *    ONE INDUSTRY AT A TIME INTO THE BUFFER, PRINTED ON THE     *
      *    BREAK                                                      *
      *---------------------------------------------------------------*
           MOVE SPACES TO TMP-BUF-INDUSTRY
           MOVE 0      TO TAB-BUF-MAX
           PERFORM UNTIL (1 = 2)
              RETURN SCTRB
                AT END
                  IF (TAB-BUF-MAX > 0) THEN
                     PERFORM INDUSTRY-PRINT
                  END-IF
                  GO TO CONTRIBUTIONS-REPORT-EXIT
              END-RETURN
              IF (SCTRB-INDUSTRY NOT = TMP-BUF-INDUSTRY)
                 AND (TAB-BUF-MAX > 0) THEN
                 PERFORM INDUSTRY-PRINT
                 MOVE 0 TO TAB-BUF-MAX
              END-IF
              MOVE SCTRB-INDUSTRY TO TMP-BUF-INDUSTRY
              IF (TAB-BUF-MAX >= TAB-BUF-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-BUF OVERFLOW - INDUSTRY TOO LARGE'
                   TO PGM-ERR-MSG1
                 MOVE SCTRB-INDUSTRY TO PGM-ERR-MSG2
                 MOVE 'RAISE TAB-BUF-DIM' TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-BUF-MAX
              MOVE SCTRB-NAME    TO TAB-BUF-NAME(TAB-BUF-MAX)
              MOVE SCTRB-STATE   TO TAB-BUF-STATE(TAB-BUF-MAX)
              MOVE SCTRB-KIND    TO TAB-BUF-KIND(TAB-BUF-MAX)
              MOVE SCTRB-PRIOR   TO TAB-BUF-PRIOR(TAB-BUF-MAX)
              MOVE SCTRB-CUR     TO TAB-BUF-CUR(TAB-BUF-MAX)
              MOVE SCTRB-REVENUE TO TAB-BUF-REVENUE(TAB-BUF-MAX)
              MOVE SCTRB-CONTRIB TO TAB-BUF-CONTRIB(TAB-BUF-MAX)
           END-PERFORM
           .
       CONTRIBUTIONS-REPORT-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-PRINT SECTION.
      *===============================================================*
      *    HEADER, TOP CONTRIBUTORS UP (FROM THE FRONT OF THE BUFFER),*
      *    TOP CONTRIBUTORS DOWN (FROM THE BACK), THE EFFECTS AND THE *
      *    RECONCILIATION                                             *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-IN-IDX FROM 1 BY 1
                     UNTIL (TMP-IN-IDX > TAB-IN-MAX)
                        OR (TAB-IN-INDUSTRY(TMP-IN-IDX)
                            = TMP-BUF-INDUSTRY)
              CONTINUE
           END-PERFORM
           IF (TMP-IN-IDX > TAB-IN-MAX) THEN
              GO TO INDUSTRY-PRINT-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-INDUSTRIES
           COMPUTE TMP-CHANGE = TAB-IN-AVG-CUR(TMP-IN-IDX)
                              - TAB-IN-AVG-PRIOR(TMP-IN-IDX)

           MOVE SPACES TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE TMP-BUF-INDUSTRY TO OCTRB-HI-INDUSTRY
           EVALUATE TRUE
             WHEN (TAB-IN-W-PRIOR(TMP-IN-IDX) = 0)
               MOVE 'NO WEIGHTED COMPANY IN THE PRIOR PERIOD'
                 TO OCTRB-HI-TEXT
             WHEN (TAB-IN-W-CUR(TMP-IN-IDX) = 0)
               MOVE 'NO WEIGHTED COMPANY IN THE CURRENT PERIOD'
                 TO OCTRB-HI-TEXT
             WHEN OTHER
               MOVE SPACES TO OCTRB-HI-TEXT
           END-EVALUATE
           MOVE OCTRB-HI TO OCTRB-REC
           PERFORM OCTRB-WRITE
           COMPUTE OCTRB-HA-PRIOR  ROUNDED =
              TAB-IN-AVG-PRIOR(TMP-IN-IDX)
           COMPUTE OCTRB-HA-CUR    ROUNDED =
              TAB-IN-AVG-CUR(TMP-IN-IDX)
           COMPUTE OCTRB-HA-CHANGE ROUNDED = TMP-CHANGE
           MOVE OCTRB-HA TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE OCTRB-H1 TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE OCTRB-HR1 TO OCTRB-REC
           PERFORM OCTRB-WRITE

      *---------------------------------------------------------------*
      * TOP CONTRIBUTORS UP                                           *
      *---------------------------------------------------------------*
           MOVE '  TOP CONTRIBUTORS UP' TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE 0 TO TMP-RANK
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-BUF-MAX)
                        OR (TMP-RANK >= TMP-TOP)
                        OR (TAB-BUF-CONTRIB(TMP-J-TABLE) NOT > 0)
              ADD 1 TO TMP-RANK
              PERFORM CONTRIBUTOR-LINE
           END-PERFORM
           IF (TMP-RANK = 0) THEN
              MOVE '        NONE' TO OCTRB-REC
              PERFORM OCTRB-WRITE
           END-IF

      *---------------------------------------------------------------*
      * TOP CONTRIBUTORS DOWN                                         *
      *---------------------------------------------------------------*
           MOVE '  TOP CONTRIBUTORS DOWN' TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE 0 TO TMP-RANK
           PERFORM VARYING TMP-J-TABLE FROM TAB-BUF-MAX BY -1
                     UNTIL (TMP-J-TABLE < 1)
                        OR (TMP-RANK >= TMP-TOP)
                        OR (TAB-BUF-CONTRIB(TMP-J-TABLE) NOT < 0)
              ADD 1 TO TMP-RANK
              PERFORM CONTRIBUTOR-LINE
           END-PERFORM
           IF (TMP-RANK = 0) THEN
              MOVE '        NONE' TO OCTRB-REC
              PERFORM OCTRB-WRITE
           END-IF

      *---------------------------------------------------------------*
      * EFFECTS AND RECONCILIATION                                    *
      *---------------------------------------------------------------*
           MOVE OCTRB-HR1 TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE SPACES                         TO OCTRB-T1
           MOVE 'CONTINUING COMPANIES'         TO OCTRB-T1-LABEL
           MOVE TAB-IN-N-CONT(TMP-IN-IDX)      TO TMP-COUNT-EDIT
           MOVE TAB-IN-EF-CONT(TMP-IN-IDX)     TO TMP-CONTRIB
           PERFORM EFFECT-LINE
           MOVE 'ENTRY EFFECT (COMPANIES JOINED)'
             TO OCTRB-T1-LABEL
           MOVE TAB-IN-N-ENTRY(TMP-IN-IDX)     TO TMP-COUNT-EDIT
           MOVE TAB-IN-EF-ENTRY(TMP-IN-IDX)    TO TMP-CONTRIB
           PERFORM EFFECT-LINE
           MOVE 'EXIT EFFECT (COMPANIES LEFT)' TO OCTRB-T1-LABEL
           MOVE TAB-IN-N-EXIT(TMP-IN-IDX)      TO TMP-COUNT-EDIT
           MOVE TAB-IN-EF-EXIT(TMP-IN-IDX)     TO TMP-CONTRIB
           PERFORM EFFECT-LINE

           COMPUTE TMP-SUM-CONTRIB = TAB-IN-EF-CONT(TMP-IN-IDX)
                                   + TAB-IN-EF-ENTRY(TMP-IN-IDX)
                                   + TAB-IN-EF-EXIT(TMP-IN-IDX)
           MOVE 'SUM OF CONTRIBUTIONS'         TO OCTRB-T1-LABEL
           COMPUTE TMP-COUNT-EDIT = TAB-IN-N-CONT(TMP-IN-IDX)
                                  + TAB-IN-N-ENTRY(TMP-IN-IDX)
                                  + TAB-IN-N-EXIT(TMP-IN-IDX)
           MOVE TMP-SUM-CONTRIB                TO TMP-CONTRIB
           PERFORM EFFECT-LINE

           COMPUTE TMP-DIFF = TMP-SUM-CONTRIB - TMP-CHANGE
           MOVE SPACES                         TO OCTRB-T1
           MOVE 'INDUSTRY CHANGE (CURRENT - PRIOR)'
             TO OCTRB-T1-LABEL
           COMPUTE OCTRB-T1-EFFECT ROUNDED = TMP-CHANGE
           IF (TMP-DIFF > -0,005) AND (TMP-DIFF < 0,005) THEN
              MOVE 'RECONCILED'                TO OCTRB-T1-TEXT
           ELSE
              ADD 1 TO TMP-COUNT-UNRECONCILED
              COMPUTE TMP-DIFF-EDIT ROUNDED = TMP-DIFF
              STRING 'DIFFERENCE ' TMP-DIFF-EDIT
                DELIMITED BY SIZE INTO OCTRB-T1-TEXT
              END-STRING
              MOVE '004' TO PGM-END-RC
           END-IF
           MOVE OCTRB-T1 TO OCTRB-REC
           PERFORM OCTRB-WRITE

           IF (TAB-IN-N-NOWGT(TMP-IN-IDX) > 0) THEN
              MOVE SPACES                      TO OCTRB-T1
              MOVE 'NOT WEIGHTED (NO REVENUE ON FILE)'
                TO OCTRB-T1-LABEL
              MOVE TAB-IN-N-NOWGT(TMP-IN-IDX)  TO TMP-COUNT-EDIT
              MOVE TMP-COUNT-EDIT              TO OCTRB-T1-COUNT
              MOVE 0                           TO OCTRB-T1-EFFECT
              MOVE 'LEFT OUT OF BOTH AVERAGES' TO OCTRB-T1-TEXT
              MOVE OCTRB-T1 TO OCTRB-REC
              PERFORM OCTRB-WRITE
           END-IF
           .
       INDUSTRY-PRINT-EXIT. EXIT.



      *****************************************************************
       CONTRIBUTOR-LINE SECTION.
      *===============================================================*
           MOVE SPACES                       TO OCTRB-R1
           MOVE TMP-RANK                     TO OCTRB-R1-RANK
           MOVE TAB-BUF-NAME(TMP-J-TABLE)    TO OCTRB-R1-NAME
           MOVE TAB-BUF-STATE(TMP-J-TABLE)   TO OCTRB-R1-STATE
           MOVE TAB-BUF-REVENUE(TMP-J-TABLE) TO OCTRB-R1-REVENUE
           COMPUTE OCTRB-R1-CONTRIB ROUNDED =
              TAB-BUF-CONTRIB(TMP-J-TABLE)
           EVALUATE TAB-BUF-KIND(TMP-J-TABLE)
             WHEN 'E'
               MOVE 'JOINED'     TO OCTRB-R1-KIND
             WHEN 'X'
               MOVE 'LEFT'       TO OCTRB-R1-KIND
             WHEN OTHER
               MOVE 'CONTINUING' TO OCTRB-R1-KIND
           END-EVALUATE
           IF (TAB-BUF-KIND(TMP-J-TABLE) = 'E') THEN
              MOVE '       -'                 TO OCTRB-R1-PRIOR
           ELSE
              MOVE TAB-BUF-PRIOR(TMP-J-TABLE) TO TMP-PCT-EDIT
              MOVE TMP-PCT-EDIT               TO OCTRB-R1-PRIOR
           END-IF
           IF (TAB-BUF-KIND(TMP-J-TABLE) = 'X') THEN
              MOVE '       -'                 TO OCTRB-R1-CUR
           ELSE
              MOVE TAB-BUF-CUR(TMP-J-TABLE)   TO TMP-PCT-EDIT
              MOVE TMP-PCT-EDIT               TO OCTRB-R1-CUR
           END-IF
           MOVE OCTRB-R1 TO OCTRB-REC
           PERFORM OCTRB-WRITE
           .
       CONTRIBUTOR-LINE-EXIT. EXIT.



      *****************************************************************
       EFFECT-LINE SECTION.
      *===============================================================*
      *    OCTRB-T1-LABEL, TMP-COUNT-EDIT AND TMP-CONTRIB ARE SET BY  *
      *    THE CALLER                                                 *
      *---------------------------------------------------------------*
           MOVE TMP-COUNT-EDIT TO OCTRB-T1-COUNT
           COMPUTE OCTRB-T1-EFFECT ROUNDED = TMP-CONTRIB
           MOVE SPACES         TO OCTRB-T1-TEXT
           MOVE OCTRB-T1       TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE SPACES         TO OCTRB-T1
           .
       EFFECT-LINE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OCTRB-REC
           PERFORM OCTRB-WRITE
           MOVE OCTRB-HR2 TO OCTRB-REC
           PERFORM OCTRB-WRITE

           MOVE SPACES                     TO OCTRB-T9
           MOVE 'INDUSTRIES ANALYSED'      TO OCTRB-T9-LABEL
           MOVE TMP-COUNT-INDUSTRIES       TO OCTRB-T9-VALUE
           MOVE OCTRB-T9                   TO OCTRB-REC
           PERFORM OCTRB-WRITE

           MOVE SPACES                     TO OCTRB-T9
           MOVE 'HISTORY ROWS IN THE TWO PERIODS USED'
             TO OCTRB-T9-LABEL
           MOVE TMP-COUNT-USED             TO OCTRB-T9-VALUE
           MOVE OCTRB-T9                   TO OCTRB-REC
           PERFORM OCTRB-WRITE

           MOVE SPACES                     TO OCTRB-T9
           MOVE 'ROWS WITHOUT AN INDUSTRY (SKIPPED)'
             TO OCTRB-T9-LABEL
           MOVE TMP-COUNT-NO-INDUSTRY      TO OCTRB-T9-VALUE
           MOVE OCTRB-T9                   TO OCTRB-REC
           PERFORM OCTRB-WRITE

           MOVE SPACES                     TO OCTRB-T9
           MOVE 'COMPANIES WITHOUT A REVENUE WEIGHT'
             TO OCTRB-T9-LABEL
           MOVE TMP-COUNT-NO-WEIGHT        TO OCTRB-T9-VALUE
           MOVE OCTRB-T9                   TO OCTRB-REC
           PERFORM OCTRB-WRITE

           MOVE SPACES                     TO OCTRB-T9
           MOVE 'ROWS UNDER LEGAL HOLD (SKIPPED)'
             TO OCTRB-T9-LABEL
           MOVE TMP-COUNT-HELD             TO OCTRB-T9-VALUE
           MOVE OCTRB-T9                   TO OCTRB-REC
           PERFORM OCTRB-WRITE

           MOVE SPACES                     TO OCTRB-T9
           MOVE 'INDUSTRIES NOT RECONCILED' TO OCTRB-T9-LABEL
           MOVE TMP-COUNT-UNRECONCILED     TO OCTRB-T9-VALUE
           MOVE OCTRB-T9                   TO OCTRB-REC
           PERFORM OCTRB-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       IHIST-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IHIST
           IF (NOT IHIST-EOF) THEN
              MOVE IHIST-RECORD TO HIST-REC
      *       A SUCCEEDED KEY IS TRANSLATED ON THE WAY IN SO A RENAMED
      *       COMPANY CONTINUES INSTEAD OF LEAVING AND REJOINING
              IF (TAB-SUCC-MAX > 0) THEN
                 MOVE HIST-NAME   TO SUCC-ARG-NAME
                 MOVE SPACES      TO SUCC-ARG-STATE
                 MOVE HIST-STATE  TO SUCC-ARG-STATE(1:2)
                 PERFORM APPLY-SUCCESSION
                 MOVE SUCC-ARG-NAME        TO HIST-NAME
                 MOVE SUCC-ARG-STATE(1:2)  TO HIST-STATE
              END-IF
           END-IF
           .
       IHIST-READ-EXIT. EXIT.



      *****************************************************************
       OCTRB-WRITE SECTION.
      *===============================================================*
           MOVE OCTRB-REC TO OCTRB-RECORD
           PERFORM FILE-WRITE-OCTRB
           .
       OCTRB-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IHIST.........: ' TMP-COUNT-READ
           DISPLAY 'INPUT ICOMP.........: ' ICOMP-COUNT
           DISPLAY 'INPUT IATTR.........: ' IATTR-COUNT
           DISPLAY 'OUTPUT OCTRB........: ' OCTRB-COUNT
           DISPLAY 'PERIODS COMPARED....: ' TMP-PER-PRIOR ' '
                                            TMP-PER-CUR
           DISPLAY 'INDUSTRIES ANALYSED.: ' TMP-COUNT-INDUSTRIES
           DISPLAY 'SUCCESSIONS APPLIED.: ' SUCC-HIT-COUNT
           MOVE FUNCTION CURRENT-DATE TO PGM-DATE
           DISPLAY PGM-NAME ' ENDE.......: '
             PGM-DATE(1:4) '.' PGM-DATE(5:2) '.' PGM-DATE(7:2) ' '
             PGM-DATE(9:2) ':' PGM-DATE(11:2) ':' PGM-DATE(13:2) ' '
      *    END-DISPLAY
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
       COPY 'LIB/UTIL/CLGLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCTRB==
            ==:V2:== BY ==OCTRB-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CTRB1.
      *****************************************************************
