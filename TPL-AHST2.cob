       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-AHST2.
      *****************************************************************
      * TPL-AHST2: HEADCOUNT GROWTH VS REVENUE GROWTH REPORT          *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * READS THE ATTRIBUTE HISTORY TPL-AHST1 APPENDS TO AND PRINTS,  *
      * FOR EVERY COMPANY AND EVERY INDUSTRY, THE HEADCOUNT GROWTH    *
      * NEXT TO THE REVENUE GROWTH OVER THE LAST FOUR PERIODS ON      *
      * FILE. A COMPANY WHOSE HEADCOUNT AND REVENUE MOVE IN OPPOSITE  *
      * DIRECTIONS IS FLAGGED - STAFF CUT WHILE REVENUE GROWS, OR     *
      * HIRING WHILE REVENUE FALLS, IS AN EARLY SIGN OF RESTRUCTURING.*
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IAHIST - ATTRIBUTE HISTORY (IO/attrhist.txt, TPL-AHST1)       *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt), FOR THE   *
      *          INDUSTRY OF EVERY COMPANY                            *
      * ISUCC  - OPTIONAL COMPANY SUCCESSION MAP (SEE SUCCWS.cob)     *
      * IPARM  - OPTIONAL (IO/ahstparm.txt), KEYWORD=VALUE:           *
      *          PERIODS=n  PERIODS IN THE WINDOW, 2-12 (DEFAULT 4)   *
      *          FLATPCT=n  A MOVE OF n PERCENT OR LESS EITHER WAY    *
      *                     COUNTS AS FLAT AND RAISES NO FLAG         *
      *                     (DEFAULT 0)                               *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OHCGR - HEADCOUNT GROWTH REPORT (IO/headcount.txt):           *
      *         1 COMPANIES BY INDUSTRY, WITH INDUSTRY TOTALS         *
      *         2 INDUSTRY SUMMARY                                    *
      *         3 HEADCOUNT AND REVENUE IN OPPOSITE DIRECTIONS        *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE WINDOW IS THE LAST FOUR DISTINCT PERIODS ON THE HISTORY,  *
      * THE SAME WAY TPL-HIST2 PICKS ITS TWELVE COLUMNS. A COMPANY'S  *
      * GROWTH RUNS FROM ITS FIRST TO ITS LAST PERIOD INSIDE THE      *
      * WINDOW: (LAST - FIRST) / FIRST * 100, FOR HEADCOUNT AND       *
      * REVENUE ALIKE. A COMPANY WITH ONLY ONE PERIOD IN THE WINDOW   *
      * HAS NO GROWTH AND IS ONLY COUNTED; A ZERO STARTING FIGURE      *
      * PRINTS N/A AND RAISES NO FLAG. AN INDUSTRY'S GROWTH IS TAKEN  *
      * ON THE SUMMED FIGURES OF ITS REPORTED COMPANIES, SO ONE SMALL *
      * FIRM DOUBLING ITS STAFF DOES NOT MOVE THE INDUSTRY. THE       *
      * INDUSTRY IS TODAY'S FROM companies.txt; A COMPANY NOT ON IT   *
      * IS PRINTED UNDER (NO INDUSTRY). SUCCEEDED KEYS ARE TRANSLATED *
      * AND LEGAL-HOLD COMPANIES KEPT OFF THE REPORT AS IN TPL-HIST2. *
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
            ==:V1:== BY ==IAHIST==
            ==:V2:== BY ==IAHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
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
            ==:V1:== BY ==OHCGR==
            ==:V2:== BY ==OHCGR-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SWORK ASSIGN TO 'SORTWORK'.
           SELECT SAHIST ASSIGN TO 'SORTAHST'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IAHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
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
            ==:V1:== BY ==OHCGR==
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
           05 SWORK-DATA              PIC X(60).
       SD  SAHIST.
       01  SAHIST-REC.
           05 SAHIST-KEY.
              10 SAHIST-INDUSTRY      PIC X(23).
              10 SAHIST-NAME          PIC X(38).
              10 SAHIST-STATE         PIC X(2).
              10 SAHIST-PERIOD        PIC X(6).
           05 SAHIST-REVENUE          PIC 9(9).
           05 SAHIST-EMPLOYEES        PIC 9(6).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IAHIST = ATTRIBUTE HISTORY (SEE TPL-AHST1)              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IAHIST==.
       01 AHIST-REC.
           05 AHIST-NAME               PIC X(38).
           05 AHIST-STATE              PIC X(2).
           05 AHIST-PERIOD             PIC X(6).
           05 AHIST-REVENUE            PIC 9(9).
           05 AHIST-EMPLOYEES          PIC 9(6).
           05 FILLER                   PIC X(19).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE, ONLY FOR THE INDUSTRY   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY GIVE THE INDUSTRY
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).

       01 COMPANIES.
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

      *---------------------------------------------------------------*
      * ISUCC = COMPANY SUCCESSION MAP (SEE SUCCWS.cob) - OPTIONAL    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-WINDOW                  PIC 9(2)    VALUE 4.
       01 TMP-FLAT-PCT                PIC 9(3)    VALUE 0.

      *---------------------------------------------------------------*
      * DISTINCT PERIODS ON THE HISTORY, KEPT IN ASCENDING ORDER      *
      *---------------------------------------------------------------*
       01 PERIOD-TABLE.
           05 TAB-PER-MAX             PIC S9(9) BINARY.
           05 TAB-PER-DIM             PIC S9(9) BINARY  VALUE 999.
           05 TAB-PER                 OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-PER-MAX.
                10 TAB-PER-PERIOD     PIC X(6).
       01 TMP-WINDOW-FIRST            PIC X(6).
       01 TMP-WINDOW-LAST             PIC X(6).

      *---------------------------------------------------------------*
      * INDUSTRY TOTALS IN PRINT ORDER, AND THE FLAGGED COMPANIES'    *
      * LINES FOR PART 3                                              *
      *---------------------------------------------------------------*
       01 INDUSTRY-TOTALS.
           05 TAB-IN-MAX              PIC S9(4) BINARY.
           05 TAB-IN-DIM              PIC S9(4) BINARY  VALUE 500.
           05 TAB-IN                  OCCURS 1   TO          500
                                      DEPENDING  ON  TAB-IN-MAX.
                10 TAB-IN-INDUSTRY    PIC X(23).
                10 TAB-IN-COMPS       PIC 9(7).
                10 TAB-IN-FLAGGED     PIC 9(7).
                10 TAB-IN-EMP-FROM    PIC 9(15).
                10 TAB-IN-EMP-TO      PIC 9(15).
                10 TAB-IN-REV-FROM    PIC 9(15).
                10 TAB-IN-REV-TO      PIC 9(15).
       01 FLAGGED-LINES.
           05 TAB-FL-MAX              PIC S9(9) BINARY.
           05 TAB-FL-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-FL                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-FL-MAX.
                10 TAB-FL-LINE        PIC X(132).

      *---------------------------------------------------------------*
      * ONE COMPANY / ONE INDUSTRY BEING GATHERED                     *
      *---------------------------------------------------------------*
       01 COMPANY-WORK.
           05 TMP-CUR-INDUSTRY        PIC X(23).
           05 TMP-CUR-NAME            PIC X(38).
           05 TMP-CUR-STATE           PIC X(2).
           05 TMP-CUR-ROWS            PIC 9(3).
           05 TMP-CUR-FROM-PER        PIC X(6).
           05 TMP-CUR-TO-PER          PIC X(6).
           05 TMP-CUR-EMP-FROM        PIC 9(6).
           05 TMP-CUR-EMP-TO          PIC 9(6).
           05 TMP-CUR-REV-FROM        PIC 9(9).
           05 TMP-CUR-REV-TO          PIC 9(9).
           05 TMP-CO-OPEN-SW          PIC X(1).
           05 TMP-IN-OPEN-SW          PIC X(1).
           05 TMP-IN-HDR-SW           PIC X(1).
       01 GROWTH-WORK.
      *    ARGUMENTS AND RESULT OF GROWTH-PCT-CALC
           05 TMP-ARG-FROM            PIC 9(15).
           05 TMP-ARG-TO              PIC 9(15).
           05 TMP-ARG-PCT             PIC S9(7)V9.
           05 TMP-ARG-PCT-SW          PIC X(1).
              88 TMP-ARG-PCT-OK           VALUE 'Y'.
           05 TMP-ARG-CELL            PIC X(10).
           05 TMP-PCT-EDIT            PIC -(6)9,9.
           05 TMP-HC-PCT              PIC S9(7)V9.
           05 TMP-HC-PCT-SW           PIC X(1).
           05 TMP-REV-PCT             PIC S9(7)V9.
           05 TMP-REV-PCT-SW          PIC X(1).
           05 TMP-FLAG                PIC X(16).
           05 TMP-FLAT-NEG            PIC S9(3).

      *---------------------------------------------------------------*
      * OUTPUT OHCGR = HEADCOUNT GROWTH REPORT                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OHCGR==.
       01 OHCGR-REC                   PIC X(132).
       01 OHCGR-H0.
           05 FILLER                  PIC X(34)
              VALUE 'HEADCOUNT VS REVENUE GROWTH - RUN '.
           05 OHCGR-H0-DATE           PIC X(8).
           05 FILLER                  PIC X(10) VALUE '  PERIODS '.
           05 OHCGR-H0-FROM           PIC X(6).
           05 FILLER                  PIC X(4)  VALUE ' TO '.
           05 OHCGR-H0-TO             PIC X(6).
       01 OHCGR-H1.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(7)  VALUE 'FROM'.
           05 FILLER                  PIC X(7)  VALUE 'TO'.
           05 FILLER                  PIC X(7)  VALUE '  EMPL'.
           05 FILLER                  PIC X(7)  VALUE '  EMPL'.
           05 FILLER                  PIC X(11) VALUE '   HC GR %'.
           05 FILLER                  PIC X(10) VALUE '   REVENUE'.
           05 FILLER                  PIC X(10) VALUE '   REVENUE'.
           05 FILLER                  PIC X(11) VALUE '  REV GR %'.
           05 FILLER                  PIC X(16) VALUE 'FLAG'.
       01 OHCGR-HI.
           05 FILLER                  PIC X(10) VALUE 'INDUSTRY: '.
           05 OHCGR-HI-INDUSTRY       PIC X(23).
       01 OHCGR-R1.
           05 OHCGR-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-FROM           PIC X(6).
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-TO             PIC X(6).
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-EMP-FROM       PIC Z(5)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-EMP-TO         PIC Z(5)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-HC-PCT         PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-REV-FROM       PIC Z(8)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-REV-TO         PIC Z(8)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-REV-PCT        PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-R1-FLAG           PIC X(16).
       01 OHCGR-T1.
           05 FILLER                  PIC X(2).
           05 OHCGR-T1-LABEL          PIC X(15) VALUE 'INDUSTRY TOTAL '.
           05 OHCGR-T1-COMPS          PIC Z(5)9.
           05 OHCGR-T1-TEXT           PIC X(47).
           05 OHCGR-T1-HC-PCT         PIC X(10).
           05 FILLER                  PIC X(21).
           05 OHCGR-T1-REV-PCT        PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-T1-FLAG           PIC X(16).
       01 OHCGR-H2.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(7)  VALUE '  COMPS'.
           05 FILLER                  PIC X(16)
              VALUE '       EMPL FROM'.
           05 FILLER                  PIC X(16)
              VALUE '         EMPL TO'.
           05 FILLER                  PIC X(11) VALUE '   HC GR %'.
           05 FILLER                  PIC X(11) VALUE '  REV GR %'.
           05 FILLER                  PIC X(8)  VALUE ' FLAGGED'.
           05 FILLER                  PIC X(17) VALUE '  FLAG'.
       01 OHCGR-R2.
           05 OHCGR-R2-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OHCGR-R2-COMPS          PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R2-EMP-FROM       PIC Z(14)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R2-EMP-TO         PIC Z(14)9.
           05 FILLER                  PIC X(1).
           05 OHCGR-R2-HC-PCT         PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-R2-REV-PCT        PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-R2-FLAGGED        PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OHCGR-R2-FLAG           PIC X(16).
       01 OHCGR-H3.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(11) VALUE '   HC GR %'.
           05 FILLER                  PIC X(11) VALUE '  REV GR %'.
           05 FILLER                  PIC X(16) VALUE 'FLAG'.
       01 OHCGR-R3.
           05 OHCGR-R3-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OHCGR-R3-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OHCGR-R3-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OHCGR-R3-HC-PCT         PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-R3-REV-PCT        PIC X(10).
           05 FILLER                  PIC X(1).
           05 OHCGR-R3-FLAG           PIC X(16).
       01 OHCGR-HR1                   PIC X(132) VALUE ALL '-'.
       01 OHCGR-HR2                   PIC X(132) VALUE ALL '='.
       01 OHCGR-T9.
           05 OHCGR-T9-LABEL          PIC X(44).
           05 OHCGR-T9-VALUE          PIC Z(6)9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-IN-IDX              PIC S9(4)   BINARY.
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
       01 TMP-CO-KEY                  PIC X(40).
       01 TMP-PERIOD-HOLD             PIC X(6).
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-HELD          PIC 9(7).
           05 TMP-COUNT-REPORTED      PIC 9(7).
           05 TMP-COUNT-SHORT         PIC 9(7).
           05 TMP-COUNT-FLAGGED       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IAHIST-PATH                PIC X(40)
                                      VALUE 'IO/attrhist.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/ahstparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OHCGR-PATH                 PIC X(40)
                                      VALUE 'IO/headcount.txt'.
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
           PERFORM PERIODS-SCAN

           PERFORM FILE-OPEN-OUTPUT-OHCGR
           MOVE TMP-TODAY        TO OHCGR-H0-DATE
           MOVE TMP-WINDOW-FIRST TO OHCGR-H0-FROM
           MOVE TMP-WINDOW-LAST  TO OHCGR-H0-TO
           MOVE OHCGR-H0         TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR2        TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE '1 COMPANIES BY INDUSTRY' TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-H1         TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR1        TO OHCGR-REC
           PERFORM OHCGR-WRITE
           SORT SAHIST
             ON ASCENDING KEY SAHIST-KEY
             INPUT  PROCEDURE IS HISTORY-RELEASE
             OUTPUT PROCEDURE IS COMPANIES-REPORT
           PERFORM INDUSTRY-SUMMARY-REPORT
           PERFORM FLAGGED-REPORT
           PERFORM SUMMARY-WRITE
           PERFORM FILE-CLOSE-OHCGR

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-AHST2'                          TO PGM-NAME
           MOVE 'HEADCOUNT GROWTH VS REVENUE GROWTH REPORT'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IAHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IAHIST-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OHCGR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OHCGR-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-PER-MAX
           MOVE 0 TO TAB-IN-MAX
           MOVE 0 TO TAB-FL-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * WINDOW AND FLAT BAND (IPARM IS OPTIONAL - DEFAULT FOUR        *
      * PERIODS, EVERY MOVE COUNTS)                                   *
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
                   WHEN 'PERIODS'
                     IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
                        MOVE '906' TO PGM-ERR-RC
                        MOVE 'NON-NUMERIC PERIODS IN AHSTPARM'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     COMPUTE TMP-WINDOW =
                        FUNCTION NUMVAL(IPARM-VAL)
                     IF (TMP-WINDOW < 2) OR (TMP-WINDOW > 12) THEN
                        MOVE '905' TO PGM-ERR-RC
                        MOVE 'PERIODS IN AHSTPARM MUST BE 2-12'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                   WHEN 'FLATPCT'
                     IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
                        MOVE '906' TO PGM-ERR-RC
                        MOVE 'NON-NUMERIC FLATPCT IN AHSTPARM'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     COMPUTE TMP-FLAT-PCT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN AHSTPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           COMPUTE TMP-FLAT-NEG = 0 - TMP-FLAT-PCT

      *---------------------------------------------------------------*
      * LOAD THE SUCCESSION MAP (ISUCC IS OPTIONAL - SEE SUCCSE.cob)  *
      *---------------------------------------------------------------*
           PERFORM LOAD-SUCCESSION-MAP

      *    REFUSE A TRUNCATED ATTRIBUTE HISTORY BEFORE READING A ROW
      *    (SEE CTRL1)
           MOVE IAHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY IN FORCE TODAY WITH ITS INDUSTRY, IN NAME +  *
      *    STATE ORDER SO THE HISTORY CAN BE MATCHED WITH SEARCH ALL  *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE 'COMPANIES MASTER MISSING - NO INDUSTRY BREAKDOWN'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO COMPANIES-LOAD-EXIT
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
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
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
      *    A KEY THE MASTER CARRIES TWICE KEEPS ITS FIRST INDUSTRY    *
      *---------------------------------------------------------------*
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
           IF (TAB-CO-MAX > 0) THEN
              IF (TAB-CO-NAME(TAB-CO-MAX) = ICOMP-NAME)
                 AND (TAB-CO-STATE(TAB-CO-MAX) = ICOMP-STATE) THEN
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
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       PERIODS-SCAN SECTION.
      *===============================================================*
      *    FIRST PASS: THE DISTINCT PERIODS ON FILE, KEPT ASCENDING,  *
      *    AND FROM THEM THE WINDOW - THE LAST TMP-WINDOW PERIODS     *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IAHIST
           IF (IAHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'ATTRIBUTE HISTORY MISSING: ' IAHIST-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RUN TPL-AHST1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IAHIST
           PERFORM UNTIL (IAHIST-EOF)
              MOVE IAHIST-RECORD TO AHIST-REC
              PERFORM PERIOD-REGISTER
              PERFORM FILE-READ-IAHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IAHIST

           MOVE SPACES TO TMP-WINDOW-FIRST TMP-WINDOW-LAST
           IF (TAB-PER-MAX > 0) THEN
              MOVE TAB-PER-PERIOD(TAB-PER-MAX) TO TMP-WINDOW-LAST
              IF (TAB-PER-MAX > TMP-WINDOW) THEN
                 COMPUTE TMP-I-TABLE = TAB-PER-MAX - TMP-WINDOW + 1
              ELSE
                 MOVE 1 TO TMP-I-TABLE
              END-IF
              MOVE TAB-PER-PERIOD(TMP-I-TABLE) TO TMP-WINDOW-FIRST
           END-IF
           .
       PERIODS-SCAN-EXIT. EXIT.



      *****************************************************************
       PERIOD-REGISTER SECTION.
      *===============================================================*
      *    TPL-AHST1 APPENDS IN PERIOD ORDER, SO A NEW PERIOD NORMALLY*
      *    GOES ON THE END; AN OUT-OF-ORDER ONE IS MOVED INTO PLACE   *
      *---------------------------------------------------------------*
           IF (AHIST-PERIOD NOT NUMERIC) THEN
              GO TO PERIOD-REGISTER-EXIT
           END-IF
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PER-MAX)
              IF (TAB-PER-PERIOD(TMP-I-TABLE) = AHIST-PERIOD) THEN
                 GO TO PERIOD-REGISTER-EXIT
              END-IF
           END-PERFORM
           IF (TAB-PER-MAX >= TAB-PER-DIM) THEN
              STRING 'TAB-PER OVERFLOW - SKIPPING PERIOD: '
                     AHIST-PERIOD
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO PERIOD-REGISTER-EXIT
           END-IF
           ADD 1 TO TAB-PER-MAX
           MOVE AHIST-PERIOD TO TAB-PER-PERIOD(TAB-PER-MAX)
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
       HISTORY-RELEASE SECTION.
      *===============================================================*
      *    SECOND PASS: EVERY USABLE ROW INSIDE THE WINDOW, UNDER ITS *
      *    COMPANY'S INDUSTRY, SO THE SORT DELIVERS INDUSTRY, COMPANY *
      *    AND PERIOD IN ORDER                                        *
      *---------------------------------------------------------------*
           IF (TAB-PER-MAX = 0) THEN
              GO TO HISTORY-RELEASE-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-IAHIST
           PERFORM FILE-READ-IAHIST
           PERFORM UNTIL (IAHIST-EOF)
              ADD 1 TO TMP-COUNT-READ
              MOVE IAHIST-RECORD TO AHIST-REC
              PERFORM HISTORY-ROW-RELEASE
              PERFORM FILE-READ-IAHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IAHIST
           .
       HISTORY-RELEASE-EXIT. EXIT.



      *****************************************************************
       HISTORY-ROW-RELEASE SECTION.
      *===============================================================*
           IF (AHIST-PERIOD NOT NUMERIC)
              OR (AHIST-PERIOD < TMP-WINDOW-FIRST) THEN
              GO TO HISTORY-ROW-RELEASE-EXIT
           END-IF
           IF (AHIST-NAME = SPACES)
              OR (AHIST-REVENUE NOT NUMERIC)
              OR (AHIST-EMPLOYEES NOT NUMERIC) THEN
              ADD 1 TO TMP-COUNT-SKIPPED
              GO TO HISTORY-ROW-RELEASE-EXIT
           END-IF
      *    A SUCCEEDED KEY IS TRANSLATED ON THE WAY IN SO THE OLD AND
      *    NEW ROWS MEASURE ONE COMPANY
           IF (TAB-SUCC-MAX > 0) THEN
              MOVE AHIST-NAME   TO SUCC-ARG-NAME
              MOVE SPACES       TO SUCC-ARG-STATE
              MOVE AHIST-STATE  TO SUCC-ARG-STATE(1:2)
              PERFORM APPLY-SUCCESSION
              MOVE SUCC-ARG-NAME        TO AHIST-NAME
              MOVE SUCC-ARG-STATE(1:2)  TO AHIST-STATE
           END-IF
      *    LEGAL DO-NOT-REPORT HOLD (SEE CLGL1)
           MOVE AHIST-NAME  TO CLGL1CA-NAME
           MOVE AHIST-STATE TO CLGL1CA-STATE
           PERFORM CHECK-LEGAL-HOLD
           IF (CLGL1CA-HELD) THEN
              ADD 1 TO TMP-COUNT-HELD
              GO TO HISTORY-ROW-RELEASE-EXIT
           END-IF

           MOVE '(NO INDUSTRY)' TO SAHIST-INDUSTRY
           IF (TAB-CO-MAX > 0) THEN
              MOVE AHIST-NAME  TO TMP-CO-KEY(1:38)
              MOVE AHIST-STATE TO TMP-CO-KEY(39:2)
              SEARCH ALL TAB-CO
                WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                  MOVE TAB-CO-INDUSTRY(TAB-CO-IDX) TO SAHIST-INDUSTRY
              END-SEARCH
           END-IF
           MOVE AHIST-NAME      TO SAHIST-NAME
           MOVE AHIST-STATE     TO SAHIST-STATE
           MOVE AHIST-PERIOD    TO SAHIST-PERIOD
           MOVE AHIST-REVENUE   TO SAHIST-REVENUE
           MOVE AHIST-EMPLOYEES TO SAHIST-EMPLOYEES
           RELEASE SAHIST-REC
           .
       HISTORY-ROW-RELEASE-EXIT. EXIT.



      *****************************************************************
       COMPANIES-REPORT SECTION.
      *===============================================================*
      *    CONTROL BREAK ON INDUSTRY, THEN ON COMPANY; A COMPANY'S    *
      *    ROWS ARRIVE IN PERIOD ORDER, SO THE FIRST IS ITS START AND *
      *    THE LAST ITS END OF THE WINDOW                             *
      *---------------------------------------------------------------*
           MOVE 'N' TO TMP-CO-OPEN-SW
           MOVE 'N' TO TMP-IN-OPEN-SW
           PERFORM UNTIL (1 = 2)
              RETURN SAHIST
                AT END
                  GO TO COMPANIES-REPORT-END
              END-RETURN
              IF (TMP-CO-OPEN-SW = 'Y')
                 AND ((SAHIST-INDUSTRY NOT = TMP-CUR-INDUSTRY)
                   OR (SAHIST-NAME NOT = TMP-CUR-NAME)
                   OR (SAHIST-STATE NOT = TMP-CUR-STATE)) THEN
                 PERFORM COMPANY-CLOSE
              END-IF
              IF (TMP-IN-OPEN-SW = 'Y')
                 AND (SAHIST-INDUSTRY NOT = TMP-CUR-INDUSTRY) THEN
                 PERFORM INDUSTRY-CLOSE
              END-IF
              IF (TMP-IN-OPEN-SW = 'N') THEN
                 MOVE 'Y'             TO TMP-IN-OPEN-SW
                 MOVE 'N'             TO TMP-IN-HDR-SW
                 MOVE SAHIST-INDUSTRY TO TMP-CUR-INDUSTRY
              END-IF
              IF (TMP-CO-OPEN-SW = 'N') THEN
                 MOVE 'Y'              TO TMP-CO-OPEN-SW
                 MOVE SAHIST-NAME      TO TMP-CUR-NAME
                 MOVE SAHIST-STATE     TO TMP-CUR-STATE
                 MOVE 0                TO TMP-CUR-ROWS
                 MOVE SAHIST-PERIOD    TO TMP-CUR-FROM-PER
                 MOVE SAHIST-EMPLOYEES TO TMP-CUR-EMP-FROM
                 MOVE SAHIST-REVENUE   TO TMP-CUR-REV-FROM
              END-IF
              ADD 1 TO TMP-CUR-ROWS
              MOVE SAHIST-PERIOD    TO TMP-CUR-TO-PER
              MOVE SAHIST-EMPLOYEES TO TMP-CUR-EMP-TO
              MOVE SAHIST-REVENUE   TO TMP-CUR-REV-TO
           END-PERFORM
           .
       COMPANIES-REPORT-END.
           IF (TMP-CO-OPEN-SW = 'Y') THEN
              PERFORM COMPANY-CLOSE
           END-IF
           IF (TMP-IN-OPEN-SW = 'Y') THEN
              PERFORM INDUSTRY-CLOSE
           END-IF
           .
       COMPANIES-REPORT-EXIT. EXIT.



      *****************************************************************
       COMPANY-CLOSE SECTION.
      *===============================================================*
      *    ONE LINE PER COMPANY WITH TWO OR MORE PERIODS IN THE       *
      *    WINDOW; ITS FIGURES GO INTO THE INDUSTRY TOTAL             *
      *---------------------------------------------------------------*
           MOVE 'N' TO TMP-CO-OPEN-SW
           IF (TMP-CUR-ROWS < 2) THEN
              ADD 1 TO TMP-COUNT-SHORT
              GO TO COMPANY-CLOSE-EXIT
           END-IF
           IF (TMP-IN-HDR-SW = 'N') THEN
              PERFORM INDUSTRY-OPEN
           END-IF

           MOVE SPACES           TO OHCGR-R1
           MOVE TMP-CUR-EMP-FROM TO TMP-ARG-FROM
           MOVE TMP-CUR-EMP-TO   TO TMP-ARG-TO
           PERFORM GROWTH-PCT-CALC
           MOVE TMP-ARG-PCT      TO TMP-HC-PCT
           MOVE TMP-ARG-PCT-SW   TO TMP-HC-PCT-SW
           MOVE TMP-ARG-CELL     TO OHCGR-R1-HC-PCT
           MOVE TMP-CUR-REV-FROM TO TMP-ARG-FROM
           MOVE TMP-CUR-REV-TO   TO TMP-ARG-TO
           PERFORM GROWTH-PCT-CALC
           MOVE TMP-ARG-PCT      TO TMP-REV-PCT
           MOVE TMP-ARG-PCT-SW   TO TMP-REV-PCT-SW
           MOVE TMP-ARG-CELL     TO OHCGR-R1-REV-PCT
           PERFORM DIRECTION-FLAG-SET

           MOVE TMP-CUR-NAME     TO OHCGR-R1-NAME
           MOVE TMP-CUR-STATE    TO OHCGR-R1-STATE
           MOVE TMP-CUR-FROM-PER TO OHCGR-R1-FROM
           MOVE TMP-CUR-TO-PER   TO OHCGR-R1-TO
           MOVE TMP-CUR-EMP-FROM TO OHCGR-R1-EMP-FROM
           MOVE TMP-CUR-EMP-TO   TO OHCGR-R1-EMP-TO
           MOVE TMP-CUR-REV-FROM TO OHCGR-R1-REV-FROM
           MOVE TMP-CUR-REV-TO   TO OHCGR-R1-REV-TO
           MOVE TMP-FLAG         TO OHCGR-R1-FLAG
           MOVE OHCGR-R1         TO OHCGR-REC
           PERFORM OHCGR-WRITE
           ADD 1 TO TMP-COUNT-REPORTED

           ADD 1                TO TAB-IN-COMPS(TAB-IN-MAX)
           ADD TMP-CUR-EMP-FROM TO TAB-IN-EMP-FROM(TAB-IN-MAX)
           ADD TMP-CUR-EMP-TO   TO TAB-IN-EMP-TO(TAB-IN-MAX)
           ADD TMP-CUR-REV-FROM TO TAB-IN-REV-FROM(TAB-IN-MAX)
           ADD TMP-CUR-REV-TO   TO TAB-IN-REV-TO(TAB-IN-MAX)

           IF (TMP-FLAG NOT = SPACES) THEN
              ADD 1 TO TMP-COUNT-FLAGGED
              ADD 1 TO TAB-IN-FLAGGED(TAB-IN-MAX)
              IF (TAB-FL-MAX >= TAB-FL-DIM) THEN
                 MOVE 'TAB-FL OVERFLOW - FLAG LIST INCOMPLETE'
                   TO APP-LOG-LINE
                 PERFORM SCHREIBE-APP-LOG-LINE
              ELSE
                 MOVE SPACES           TO OHCGR-R3
                 MOVE TMP-CUR-NAME     TO OHCGR-R3-NAME
                 MOVE TMP-CUR-STATE    TO OHCGR-R3-STATE
                 MOVE TMP-CUR-INDUSTRY TO OHCGR-R3-INDUSTRY
                 MOVE OHCGR-R1-HC-PCT  TO OHCGR-R3-HC-PCT
                 MOVE OHCGR-R1-REV-PCT TO OHCGR-R3-REV-PCT
                 MOVE TMP-FLAG         TO OHCGR-R3-FLAG
                 ADD 1 TO TAB-FL-MAX
                 MOVE OHCGR-R3 TO TAB-FL-LINE(TAB-FL-MAX)
              END-IF
           END-IF
           .
       COMPANY-CLOSE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-OPEN SECTION.
      *===============================================================*
      *    THE INDUSTRY HEADING IS WRITTEN WITH ITS FIRST REPORTED    *
      *    COMPANY, SO AN INDUSTRY OF ONE-PERIOD COMPANIES PRINTS     *
      *    NOTHING                                                    *
      *---------------------------------------------------------------*
           IF (TAB-IN-MAX >= TAB-IN-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-IN OVERFLOW - TOO MANY INDUSTRIES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-IN-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE 'Y' TO TMP-IN-HDR-SW
           ADD 1 TO TAB-IN-MAX
           INITIALIZE TAB-IN(TAB-IN-MAX)
           MOVE TMP-CUR-INDUSTRY TO TAB-IN-INDUSTRY(TAB-IN-MAX)
           MOVE SPACES           TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE TMP-CUR-INDUSTRY TO OHCGR-HI-INDUSTRY
           MOVE OHCGR-HI         TO OHCGR-REC
           PERFORM OHCGR-WRITE
           .
       INDUSTRY-OPEN-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-CLOSE SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-IN-OPEN-SW
           IF (TMP-IN-HDR-SW = 'N') THEN
              GO TO INDUSTRY-CLOSE-EXIT
           END-IF
           MOVE TAB-IN-MAX TO TMP-IN-IDX
           PERFORM INDUSTRY-GROWTH-CALC
           MOVE SPACES                   TO OHCGR-T1
           MOVE 'INDUSTRY TOTAL '        TO OHCGR-T1-LABEL
           MOVE OHCGR-R2-HC-PCT          TO OHCGR-T1-HC-PCT
           MOVE OHCGR-R2-REV-PCT         TO OHCGR-T1-REV-PCT
           MOVE TAB-IN-COMPS(TAB-IN-MAX) TO OHCGR-T1-COMPS
           MOVE ' COMPANIES'             TO OHCGR-T1-TEXT
           MOVE TMP-FLAG                 TO OHCGR-T1-FLAG
           MOVE OHCGR-T1                 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           .
       INDUSTRY-CLOSE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-GROWTH-CALC SECTION.
      *===============================================================*
      *    IN: TMP-IN-IDX POINTS AT THE INDUSTRY. OUT: OHCGR-R2 AND   *
      *    TMP-FLAG FOR IT                                            *
      *---------------------------------------------------------------*
           MOVE SPACES TO OHCGR-R2
           MOVE TAB-IN-INDUSTRY(TMP-IN-IDX)  TO OHCGR-R2-INDUSTRY
           MOVE TAB-IN-COMPS(TMP-IN-IDX)     TO OHCGR-R2-COMPS
           MOVE TAB-IN-EMP-FROM(TMP-IN-IDX)  TO OHCGR-R2-EMP-FROM
           MOVE TAB-IN-EMP-TO(TMP-IN-IDX)    TO OHCGR-R2-EMP-TO
           MOVE TAB-IN-FLAGGED(TMP-IN-IDX)   TO OHCGR-R2-FLAGGED
           MOVE TAB-IN-EMP-FROM(TMP-IN-IDX)  TO TMP-ARG-FROM
           MOVE TAB-IN-EMP-TO(TMP-IN-IDX)    TO TMP-ARG-TO
           PERFORM GROWTH-PCT-CALC
           MOVE TMP-ARG-PCT      TO TMP-HC-PCT
           MOVE TMP-ARG-PCT-SW   TO TMP-HC-PCT-SW
           MOVE TMP-ARG-CELL     TO OHCGR-R2-HC-PCT
           MOVE TAB-IN-REV-FROM(TMP-IN-IDX)  TO TMP-ARG-FROM
           MOVE TAB-IN-REV-TO(TMP-IN-IDX)    TO TMP-ARG-TO
           PERFORM GROWTH-PCT-CALC
           MOVE TMP-ARG-PCT      TO TMP-REV-PCT
           MOVE TMP-ARG-PCT-SW   TO TMP-REV-PCT-SW
           MOVE TMP-ARG-CELL     TO OHCGR-R2-REV-PCT
           PERFORM DIRECTION-FLAG-SET
           MOVE TMP-FLAG         TO OHCGR-R2-FLAG
           .
       INDUSTRY-GROWTH-CALC-EXIT. EXIT.



      *****************************************************************
       GROWTH-PCT-CALC SECTION.
      *===============================================================*
      *    IN: TMP-ARG-FROM/-TO. OUT: TMP-ARG-PCT AND THE PRINTED     *
      *    CELL; A ZERO START HAS NO GROWTH (N/A, SWITCH 'N')         *
      *---------------------------------------------------------------*
           MOVE 0      TO TMP-ARG-PCT
           MOVE SPACES TO TMP-ARG-CELL
           IF (TMP-ARG-FROM = 0) THEN
              MOVE 'N'   TO TMP-ARG-PCT-SW
              MOVE '       N/A' TO TMP-ARG-CELL
              GO TO GROWTH-PCT-CALC-EXIT
           END-IF
           MOVE 'Y' TO TMP-ARG-PCT-SW
           COMPUTE TMP-ARG-PCT ROUNDED =
              (TMP-ARG-TO - TMP-ARG-FROM) * 100 / TMP-ARG-FROM
             ON SIZE ERROR
               MOVE 9999999,9 TO TMP-ARG-PCT
           END-COMPUTE
           MOVE TMP-ARG-PCT  TO TMP-PCT-EDIT
           MOVE TMP-PCT-EDIT TO TMP-ARG-CELL
           .
       GROWTH-PCT-CALC-EXIT. EXIT.



      *****************************************************************
       DIRECTION-FLAG-SET SECTION.
      *===============================================================*
      *    IN: TMP-HC-PCT/-SW AND TMP-REV-PCT/-SW. A MOVE INSIDE THE  *
      *    FLAT BAND COUNTS AS NO MOVE                                *
      *---------------------------------------------------------------*
           MOVE SPACES TO TMP-FLAG
           IF (TMP-HC-PCT-SW NOT = 'Y') OR (TMP-REV-PCT-SW NOT = 'Y')
              THEN
              GO TO DIRECTION-FLAG-SET-EXIT
           END-IF
           IF (TMP-HC-PCT > TMP-FLAT-PCT)
              AND (TMP-REV-PCT < TMP-FLAT-NEG) THEN
              MOVE 'HC UP / REV DOWN' TO TMP-FLAG
           END-IF
           IF (TMP-HC-PCT < TMP-FLAT-NEG)
              AND (TMP-REV-PCT > TMP-FLAT-PCT) THEN
              MOVE 'HC DOWN / REV UP' TO TMP-FLAG
           END-IF
           .
       DIRECTION-FLAG-SET-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-SUMMARY-REPORT SECTION.
      *===============================================================*
           MOVE SPACES    TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR2 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE '2 INDUSTRY SUMMARY' TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-H2  TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR1 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           PERFORM VARYING TMP-IN-IDX FROM 1 BY 1
                     UNTIL (TMP-IN-IDX > TAB-IN-MAX)
              PERFORM INDUSTRY-GROWTH-CALC
              MOVE OHCGR-R2 TO OHCGR-REC
              PERFORM OHCGR-WRITE
           END-PERFORM
           .
       INDUSTRY-SUMMARY-REPORT-EXIT. EXIT.



      *****************************************************************
       FLAGGED-REPORT SECTION.
      *===============================================================*
           MOVE SPACES    TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR2 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE '3 HEADCOUNT AND REVENUE MOVING IN OPPOSITE DIRECTIONS'
             TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-H3  TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR1 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           IF (TAB-FL-MAX = 0) THEN
              MOVE 'NONE' TO OHCGR-REC
              PERFORM OHCGR-WRITE
           END-IF
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-FL-MAX)
              MOVE TAB-FL-LINE(TMP-I-TABLE) TO OHCGR-REC
              PERFORM OHCGR-WRITE
           END-PERFORM
           .
       FLAGGED-REPORT-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE SPACES    TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE OHCGR-HR2 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE 'HISTORY ROWS READ'          TO OHCGR-T9-LABEL
           MOVE TMP-COUNT-READ               TO OHCGR-T9-VALUE
           MOVE OHCGR-T9 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE 'PERIODS IN WINDOW'          TO OHCGR-T9-LABEL
           IF (TAB-PER-MAX > TMP-WINDOW) THEN
              MOVE TMP-WINDOW                TO OHCGR-T9-VALUE
           ELSE
              MOVE TAB-PER-MAX               TO OHCGR-T9-VALUE
           END-IF
           MOVE OHCGR-T9 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE 'COMPANIES REPORTED'         TO OHCGR-T9-LABEL
           MOVE TMP-COUNT-REPORTED           TO OHCGR-T9-VALUE
           MOVE OHCGR-T9 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE 'COMPANIES FLAGGED'          TO OHCGR-T9-LABEL
           MOVE TMP-COUNT-FLAGGED            TO OHCGR-T9-VALUE
           MOVE OHCGR-T9 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE 'COMPANIES WITH ONE PERIOD IN WINDOW'
                                             TO OHCGR-T9-LABEL
           MOVE TMP-COUNT-SHORT              TO OHCGR-T9-VALUE
           MOVE OHCGR-T9 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           MOVE 'ROWS UNUSABLE (NON-NUMERIC)' TO OHCGR-T9-LABEL
           MOVE TMP-COUNT-SKIPPED            TO OHCGR-T9-VALUE
           MOVE OHCGR-T9 TO OHCGR-REC
           PERFORM OHCGR-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       OHCGR-WRITE SECTION.
      *===============================================================*
           MOVE OHCGR-REC TO OHCGR-RECORD
           PERFORM FILE-WRITE-OHCGR
           MOVE SPACES    TO OHCGR-REC
           .
       OHCGR-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IAHIST........: ' TMP-COUNT-READ
           DISPLAY 'OUTPUT OHCGR........: ' OHCGR-COUNT
           DISPLAY 'WINDOW..............: ' TMP-WINDOW-FIRST
                   ' - ' TMP-WINDOW-LAST
           DISPLAY 'COMPANIES REPORTED..: ' TMP-COUNT-REPORTED
           DISPLAY 'COMPANIES FLAGGED...: ' TMP-COUNT-FLAGGED
           DISPLAY 'ONE PERIOD ONLY.....: ' TMP-COUNT-SHORT
           DISPLAY 'LEGAL-HOLD ROWS.....: ' TMP-COUNT-HELD
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
            ==:V1:== BY ==IAHIST==
            ==:V2:== BY ==IAHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
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
            ==:V1:== BY ==OHCGR==
            ==:V2:== BY ==OHCGR-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-AHST2.
      *****************************************************************
