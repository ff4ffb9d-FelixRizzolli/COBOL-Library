       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-GRAD1.
      *****************************************************************
      * TPL-GRAD1: INTERNAL RISK GRADE AND GRADE-MIGRATION MATRIX     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * CREDIT CONTROL READ THE WATCHLIST, THE TPL-FCST1 FORECAST,    *
      * THE TPL-CHRN1 CHURN STATUS AND THE LIFECYCLE MASTER ONE BY    *
      * ONE AND FORMED ITS OPINION IN ITS HEAD. THIS PROGRAM COMBINES *
      * THOSE SIGNALS WITH ICOMP-GROWTH INTO ONE INTERNAL GRADE A-E   *
      * PER COMPANY AND KEEPS THE GRADES IN A GRADE MASTER KEYED ON   *
      * THE PERMANENT COMPANY-ID (SEE TPL-CID1), ONE ROW PER COMPANY  *
      * AND PERIOD. EVERY RUN ALSO PRINTS THE MIGRATION MATRIX - HOW  *
      * MANY COMPANIES MOVED FROM EACH GRADE TO EACH OTHER GRADE      *
      * SINCE THE PRIOR PERIOD - THE CREDIT COMMITTEE ASKS FOR EVERY  *
      * QUARTER.                                                      *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt)            *
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt) - FOR  *
      *          ROWS NOT YET CARRYING THE ID STAMP IN BYTES 88-96    *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt) - THE      *
      *          SAME LAST-TWELVE-PERIOD TREND TPL-FCST1 PROJECTS     *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt), OPTIONAL        *
      * ICHURN - CHURN MASTER (IO/churn.txt), OPTIONAL                *
      * ILIFE  - LIFECYCLE MASTER (IO/lifecycle.txt), OPTIONAL        *
      * IGRADE - EXISTING GRADE MASTER (IO/grades.txt), OPTIONAL -    *
      *          FIRST RUN STARTS EMPTY                               *
      * IPARM  - OPTIONAL (IO/gradparm.txt), KEYWORD=VALUE:           *
      *          PERIOD=YYYYMM  PERIOD GRADED (DEFAULT CURRENT)       *
      *          PRIOR=YYYYMM   MIGRATION BASE (DEFAULT THE LATEST    *
      *                         PERIOD ON THE MASTER BEFORE PERIOD)   *
      *          GRADEB=n GRADEC=n GRADED=n GRADEE=n  RISK POINTS AT  *
      *                         WHICH EACH GRADE STARTS (1/3/5/7)     *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OGRADE - NEW GRADE MASTER (IO/grades.txt.new), PROMOTED       *
      *          GENERATION-STYLE: ID 9(9), PERIOD X(6), NAME X(38),  *
      *          STATE X(2), GRADE X(1), POINTS 9(2) AND THE SIGNALS  *
      *          THE GRADE WAS FORMED FROM, SORTED ID + PERIOD        *
      * OGREP  - GRADE REPORT (IO/gradereport.txt): MIGRATION MATRIX  *
      *          (ITS TOTAL LINE IS THE GRADE DISTRIBUTION) AND THE   *
      *          DOWNGRADES SINCE THE PRIOR PERIOD                    *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * RISK POINTS: GROWTH BELOW ZERO 2, BELOW ONE 1; FORECAST BELOW *
      * ZERO 1, PLUS 1 WHEN IT CROSSES FROM GROWTH INTO DECLINE (THE  *
      * TPL-FCST1 '!' CASE); ON THE WATCHLIST 2, TRACKED BUT NOT YET  *
      * ON IT 1; THREE OR MORE MISSED REVENUE PERIODS 2, ONE OR TWO   *
      * 1; SUSPENDED 2. A CLOSED COMPANY IS ALWAYS GRADE E. A RERUN   *
      * FOR THE SAME PERIOD REPLACES THAT PERIOD'S ROWS. A COMPANY    *
      * WITHOUT A COMPANY-ID CANNOT BE KEPT AND IS LOGGED AND SKIPPED *
      * - RUN TPL-CID1 FIRST.                                         *
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
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==ICHURN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGRADE==
            ==:V2:== BY ==IGRADE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OGRADE==
            ==:V2:== BY ==OGRADE-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OGREP==
            ==:V2:== BY ==OGREP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.

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
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGRADE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OGRADE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OGREP==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.

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
      *    IN FORCE TODAY ARE GRADED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
      *    COMPANY-ID STAMP (SEE TPL-CID1)
           05 ICOMP-ID                 PIC X(9).
           05 FILLER                   PIC X(4).

      *---------------------------------------------------------------*
      * INPUT IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1)       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       01 XREF-REC.
           05 XREF-ID                 PIC 9(9).
           05 XREF-NAME               PIC X(38).
           05 XREF-STATE              PIC X(2).
           05 XREF-ASSIGNED           PIC X(8).
           05 FILLER                  PIC X(23).

       01 XREF-TABLE.
           05 TAB-XR-MAX              PIC S9(9) BINARY.
           05 TAB-XR-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-XR                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-XR-MAX.
                10 TAB-XR-ID          PIC 9(9).
                10 TAB-XR-NAME        PIC X(38).
                10 TAB-XR-STATE       PIC X(2).

      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER (SEE TPL-HIST1)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

      *---------------------------------------------------------------*
      * INPUT IWATCH = WATCHLIST MASTER (SEE TPL-WTCH1)               *
      *---------------------------------------------------------------*
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

      *---------------------------------------------------------------*
      * INPUT ICHURN = CHURN MASTER (SEE TPL-CHRN1)                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICHURN==.
       01 CH-REC.
           05 CH-NAME                 PIC X(38).
           05 CH-STATE                PIC X(2).
           05 CH-INDUSTRY             PIC X(23).
           05 CH-LAST-PERIOD          PIC X(6).
           05 CH-LAST-REVENUE         PIC 9(9).
           05 CH-MISSING              PIC 9(3).
           05 FILLER                  PIC X(19).

      *---------------------------------------------------------------*
      * ILIFE = COMPANY LIFECYCLE STATUS MAP (SEE LIFEWS.cob)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * GRADE MASTER RECORD (OLD AND NEW SHARE THE LAYOUT)            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGRADE==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OGRADE==.
       01 GR-REC.
           05 GR-KEY.
              10 GR-ID                PIC 9(9).
              10 GR-PERIOD            PIC X(6).
           05 GR-NAME                 PIC X(38).
           05 GR-STATE                PIC X(2).
           05 GR-GRADE                PIC X(1).
           05 GR-POINTS               PIC 9(2).
           05 GR-GROWTH               PIC S9(3)V99.
           05 GR-FORECAST             PIC S9(3)V99.
           05 GR-WATCH-SW             PIC X(1).
           05 GR-MISSING              PIC 9(3).
           05 GR-LIFE-STATUS          PIC X(1).
           05 FILLER                  PIC X(7).

      *---------------------------------------------------------------*
      * ONE ENTRY PER COMPANY GRADED THIS RUN - THE LAST-TWELVE       *
      * GROWTH WINDOW IS FILLED FROM IHIST LIKE TPL-FCST1'S TAB-CO    *
      *---------------------------------------------------------------*
       01 GRADE-TABLE.
           05 TAB-GR-MAX              PIC S9(9) BINARY.
           05 TAB-GR-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-GR                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-GR-MAX.
                10 TAB-GR-ID          PIC 9(9).
                10 TAB-GR-NAME        PIC X(38).
                10 TAB-GR-STATE       PIC X(2).
                10 TAB-GR-GROWTH      PIC S9(3)V99.
                10 TAB-GR-WIN-CNT     PIC 9(2).
                10 TAB-GR-WIN         PIC S9(3)V99 OCCURS 12.
                10 TAB-GR-FORECAST    PIC S9(3)V99.
                10 TAB-GR-WATCH-SW    PIC X(1).
                10 TAB-GR-MISSING     PIC 9(3).
                10 TAB-GR-LIFE        PIC X(1).
                10 TAB-GR-POINTS      PIC 9(2).
                10 TAB-GR-GRADE       PIC X(1).
                10 TAB-GR-PRIOR       PIC X(1).
       01 GRADE-WORK.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-K-TABLE             PIC S9(9) BINARY.
           05 TMP-GR-IDX              PIC S9(9) BINARY.
           05 TMP-SWAP-GR             PIC X(130).
           05 TMP-ARG-ID              PIC 9(9).
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                VALUE 'Y'.
              88 TMP-NOT-FOUND            VALUE 'N'.
           05 TMP-TREND               PIC S9(3)V99.
           05 TMP-FORECAST            PIC S9(4)V99.
           05 TMP-POINTS              PIC 9(2).
           05 TMP-RUN-PERIOD          PIC X(6).
           05 TMP-PRIOR-PERIOD        PIC X(6).
           05 TMP-PRIOR-GIVEN-SW      PIC X(1)    VALUE 'N'.
           05 TMP-OLD-KEY             PIC X(15).
           05 TMP-NEW-KEY             PIC X(15).
           05 TMP-ARG-GRADE           PIC X(1).
           05 TMP-GRADE-IDX           PIC 9(1).
           05 TMP-FROM                PIC 9(1).
           05 TMP-TO                  PIC 9(1).
           05 TMP-TODAY               PIC X(8).

      *---------------------------------------------------------------*
      * GRADE BOUNDARIES IN RISK POINTS (IPARM GRADEB..GRADEE)        *
      *---------------------------------------------------------------*
       01 GRADE-BOUNDS.
           05 TMP-BOUND-B             PIC 9(2)    VALUE 1.
           05 TMP-BOUND-C             PIC 9(2)    VALUE 3.
           05 TMP-BOUND-D             PIC 9(2)    VALUE 5.
           05 TMP-BOUND-E             PIC 9(2)    VALUE 7.
       01 GRADE-LETTERS               PIC X(6)    VALUE 'ABCDE '.

      *---------------------------------------------------------------*
      * MIGRATION MATRIX - ROW = PRIOR GRADE (6 = NEW THIS PERIOD),   *
      * COLUMN = GRADE NOW (6 = NO LONGER GRADED)                     *
      *---------------------------------------------------------------*
       01 MIGRATION-MATRIX.
           05 MIG-ROW                 OCCURS 6.
                10 MIG-CELL           PIC 9(7)    OCCURS 6.
                10 MIG-ROW-TOTAL      PIC 9(7).
           05 MIG-COL-TOTAL           PIC 9(7)    OCCURS 6.
           05 MIG-GRAND-TOTAL         PIC 9(7).

       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).

       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OGREP==.
       01 OGREP-REC                   PIC X(132).
       01 OGREP-H1.
           05 FILLER                  PIC X(30)
                         VALUE 'GRADE MIGRATION MATRIX  PRIOR '.
           05 OGREP-H1-PRIOR          PIC X(6).
           05 FILLER                  PIC X(12)   VALUE '  -> PERIOD '.
           05 OGREP-H1-PERIOD         PIC X(6).
           05 FILLER                  PIC X(78)   VALUE SPACES.
       01 OGREP-H2.
           05 FILLER                  PIC X(10)   VALUE 'FROM \ TO'.
           05 FILLER                  PIC X(8)    VALUE '       A'.
           05 FILLER                  PIC X(8)    VALUE '       B'.
           05 FILLER                  PIC X(8)    VALUE '       C'.
           05 FILLER                  PIC X(8)    VALUE '       D'.
           05 FILLER                  PIC X(8)    VALUE '       E'.
           05 FILLER                  PIC X(8)    VALUE '    GONE'.
           05 FILLER                  PIC X(8)    VALUE '   TOTAL'.
           05 FILLER                  PIC X(66)   VALUE SPACES.
       01 OGREP-HR1.
           05 FILLER                  PIC X(66)   VALUE ALL '='.
           05 FILLER                  PIC X(66)   VALUE SPACES.
       01 OGREP-R1.
           05 OGREP-R1-FROM           PIC X(10).
           05 OGREP-R1-CELL           PIC Z(7)9   OCCURS 6.
           05 OGREP-R1-TOTAL          PIC Z(7)9.
           05 FILLER                  PIC X(66)   VALUE SPACES.
       01 OGREP-R2.
           05 OGREP-R2-NAME           PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OGREP-R2-STATE          PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OGREP-R2-ID             PIC 9(9).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OGREP-R2-FROM           PIC X(1).
           05 FILLER                  PIC X(4)    VALUE ' -> '.
           05 OGREP-R2-TO             PIC X(1).
           05 FILLER                  PIC X(9)    VALUE '  POINTS '.
           05 OGREP-R2-POINTS         PIC Z9.
           05 FILLER                  PIC X(9)    VALUE '  GROWTH '.
           05 OGREP-R2-GROWTH         PIC -ZZ9,99.
           05 FILLER                  PIC X(7)    VALUE '  FCST '.
           05 OGREP-R2-FCST           PIC -ZZ9,99.
           05 FILLER                  PIC X(4)    VALUE '  W:'.
           05 OGREP-R2-WATCH          PIC X(1).
           05 FILLER                  PIC X(4)    VALUE '  M:'.
           05 OGREP-R2-MISSING        PIC ZZ9.
           05 FILLER                  PIC X(4)    VALUE '  L:'.
           05 OGREP-R2-LIFE           PIC X(1).
           05 FILLER                  PIC X(21)   VALUE SPACES.

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-MASTER            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

       01 COUNTER.
           05 TMP-COUNT-GRADED         PIC 9(7).
           05 TMP-COUNT-NO-ID          PIC 9(7).
           05 TMP-COUNT-SKIPPED        PIC 9(7).
           05 TMP-COUNT-KEPT           PIC 9(7).
           05 TMP-COUNT-REPLACED       PIC 9(7).
           05 TMP-COUNT-DOWNGRADED     PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 ICHURN-PATH                PIC X(40)
                                      VALUE 'IO/churn.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IGRADE-PATH                PIC X(40)
                                      VALUE 'IO/grades.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/gradparm.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OGRADE-PATH                PIC X(40)
                                      VALUE 'IO/grades.txt.new'.
       01 OGREP-PATH                 PIC X(40)
                                      VALUE 'IO/gradereport.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

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

           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              IF (ICOMP-NAME NOT = SPACES) THEN
                 PERFORM GRADE-ADD-COMPANY
              END-IF
              PERFORM ICOMP-READ
           END-PERFORM

           PERFORM HIST-WINDOW-LOAD
           PERFORM WATCH-CHURN-LOAD
           PERFORM GRADE-ASSIGN
           PERFORM GRADE-SORT
           PERFORM GRADE-MERGE
           PERFORM GRADE-REPORT

           PERFORM FILE-CLOSE-OGRADE
           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE WATCHLIST         *
      * (SEE GENPROSE.cob)                                            *
      *---------------------------------------------------------------*
           MOVE 'IO/grades.txt' TO GEN-MASTER-PATH
           MOVE 'IO/grades.txt.new' TO GEN-NEW-PATH
           MOVE GEN-MASTER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-MASTER-PATH
           MOVE GEN-NEW-PATH    TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       PROMOTE-NEW-MASTER-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-GRAD1'                          TO PGM-NAME
           MOVE 'INTERNAL RISK GRADE AND MIGRATION MATRIX'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE ICHURN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICHURN-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IGRADE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGRADE-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OGRADE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OGRADE-PATH
           MOVE OGREP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OGREP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE MIGRATION-MATRIX
           MOVE 0                          TO TAB-GR-MAX
           MOVE 0                          TO TAB-XR-MAX
           MOVE FUNCTION CURRENT-DATE(1:6) TO TMP-RUN-PERIOD
           MOVE SPACES                     TO TMP-PRIOR-PERIOD

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * RUN PARAMETERS (IPARM IS OPTIONAL)                            *
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
                     MOVE IPARM-VAL(1:6) TO TMP-RUN-PERIOD
                   WHEN 'PRIOR'
                     MOVE IPARM-VAL(1:6) TO TMP-PRIOR-PERIOD
                     MOVE 'Y'            TO TMP-PRIOR-GIVEN-SW
                   WHEN 'GRADEB'
                     COMPUTE TMP-BOUND-B = FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'GRADEC'
                     COMPUTE TMP-BOUND-C = FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'GRADED'
                     COMPUTE TMP-BOUND-D = FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'GRADEE'
                     COMPUTE TMP-BOUND-E = FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN GRADPARM KEYWORD IGNORED: '
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

      *---------------------------------------------------------------*
      * MIGRATION BASE - UNLESS GIVEN, THE LATEST PERIOD ON THE GRADE *
      * MASTER BEFORE THE PERIOD BEING GRADED                         *
      *---------------------------------------------------------------*
           IF (TMP-PRIOR-GIVEN-SW NOT = 'Y') THEN
              PERFORM FILE-OPEN-INPUT-IGRADE
              IF (IGRADE-YES) THEN
                 PERFORM FILE-READ-IGRADE
                 PERFORM UNTIL (IGRADE-EOF)
                    MOVE IGRADE-RECORD TO GR-REC
                    IF (GR-PERIOD < TMP-RUN-PERIOD)
                       AND (GR-PERIOD > TMP-PRIOR-PERIOD) THEN
                       MOVE GR-PERIOD TO TMP-PRIOR-PERIOD
                    END-IF
                    PERFORM FILE-READ-IGRADE
                 END-PERFORM
                 PERFORM FILE-CLOSE-IGRADE
              END-IF
           END-IF

      *---------------------------------------------------------------*
      * COMPANY-ID CROSS-REFERENCE (OPTIONAL - THE ID STAMP ON THE    *
      * COMPANIES MASTER IS USED FIRST)                               *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-YES) THEN
              PERFORM FILE-READ-IXREF
              PERFORM UNTIL (IXREF-EOF)
                 MOVE IXREF-RECORD TO XREF-REC
                 ADD 1 TO TAB-XR-MAX
                 IF (TAB-XR-MAX > TAB-XR-DIM) THEN
                    MOVE TAB-XR-DIM TO TAB-XR-MAX
                    MOVE 'TAB-XR OVERFLOW - CROSS-REFERENCE TRUNCATED'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE XREF-ID    TO TAB-XR-ID(TAB-XR-MAX)
                    MOVE XREF-NAME  TO TAB-XR-NAME(TAB-XR-MAX)
                    MOVE XREF-STATE TO TAB-XR-STATE(TAB-XR-MAX)
                 END-IF
                 PERFORM FILE-READ-IXREF
              END-PERFORM
              PERFORM FILE-CLOSE-IXREF
           END-IF

           PERFORM LOAD-LIFECYCLE-MAP

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           PERFORM FILE-OPEN-INPUT-IGRADE
           PERFORM FILE-OPEN-OUTPUT-OGRADE
           PERFORM FILE-OPEN-OUTPUT-OGREP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       GRADE-ADD-COMPANY SECTION.
      *===============================================================*
           IF (ICOMP-GROWTH NOT NUMERIC) THEN
              ADD 1 TO TMP-COUNT-SKIPPED
              GO TO GRADE-ADD-COMPANY-EXIT
           END-IF

      *---------------------------------------------------------------*
      * PERMANENT COMPANY-ID - THE STAMP FIRST, THEN THE XREF         *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-ARG-ID
           IF (ICOMP-ID NUMERIC) THEN
              MOVE ICOMP-ID TO TMP-ARG-ID
           END-IF
           IF (TMP-ARG-ID = 0) THEN
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-XR-MAX)
                           OR (TMP-ARG-ID > 0)
                 IF (TAB-XR-NAME(TMP-I-TABLE) = ICOMP-NAME)
                    AND (TAB-XR-STATE(TMP-I-TABLE) = ICOMP-STATE) THEN
                    MOVE TAB-XR-ID(TMP-I-TABLE) TO TMP-ARG-ID
                 END-IF
              END-PERFORM
           END-IF
           IF (TMP-ARG-ID = 0) THEN
              ADD 1 TO TMP-COUNT-NO-ID
              STRING 'NO COMPANY-ID - NOT GRADED: '
                     ICOMP-NAME ' ' ICOMP-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO GRADE-ADD-COMPANY-EXIT
           END-IF

      *    ONE GRADE PER ID AND PERIOD - A SECOND KEY ON THE SAME ID
      *    (A SUCCESSION NOT YET APPLIED TO THE MASTER) IS SKIPPED
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GR-MAX)
              IF (TAB-GR-ID(TMP-I-TABLE) = TMP-ARG-ID) THEN
                 ADD 1 TO TMP-COUNT-SKIPPED
                 STRING 'COMPANY-ID ALREADY GRADED - SKIPPED: '
                        ICOMP-NAME ' ' ICOMP-STATE
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
                 GO TO GRADE-ADD-COMPANY-EXIT
              END-IF
           END-PERFORM

           ADD 1 TO TAB-GR-MAX
           IF (TAB-GR-MAX > TAB-GR-DIM) THEN
              MOVE TAB-GR-DIM TO TAB-GR-MAX
              MOVE 'TAB-GR OVERFLOW - COMPANY NOT GRADED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           ELSE
              MOVE TMP-ARG-ID    TO TAB-GR-ID(TAB-GR-MAX)
              MOVE ICOMP-NAME    TO TAB-GR-NAME(TAB-GR-MAX)
              MOVE ICOMP-STATE   TO TAB-GR-STATE(TAB-GR-MAX)
              MOVE ICOMP-GROWTH  TO TAB-GR-GROWTH(TAB-GR-MAX)
              MOVE 0             TO TAB-GR-WIN-CNT(TAB-GR-MAX)
              MOVE ICOMP-GROWTH  TO TAB-GR-FORECAST(TAB-GR-MAX)
              MOVE 'N'           TO TAB-GR-WATCH-SW(TAB-GR-MAX)
              MOVE 0             TO TAB-GR-MISSING(TAB-GR-MAX)
              MOVE 'A'           TO TAB-GR-LIFE(TAB-GR-MAX)
              MOVE 0             TO TAB-GR-POINTS(TAB-GR-MAX)
              MOVE SPACES        TO TAB-GR-GRADE(TAB-GR-MAX)
              MOVE SPACES        TO TAB-GR-PRIOR(TAB-GR-MAX)
           END-IF
           .
       GRADE-ADD-COMPANY-EXIT. EXIT.



      *****************************************************************
       HIST-WINDOW-LOAD SECTION.
      *===============================================================*
      * LAST TWELVE PERIODS PER COMPANY - THE MASTER IS APPENDED IN   *
      * PERIOD ORDER (SEE TPL-HIST1), SO A FULL WINDOW JUST SHIFTS    *
      *---------------------------------------------------------------*
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              GO TO HIST-WINDOW-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-GROWTH NUMERIC)
                 AND (HIST-PERIOD <= TMP-RUN-PERIOD) THEN
                 MOVE 0 TO TMP-GR-IDX
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-GR-MAX)
                              OR (TMP-GR-IDX > 0)
                    IF (TAB-GR-NAME(TMP-I-TABLE) = HIST-NAME)
                       AND (TAB-GR-STATE(TMP-I-TABLE) = HIST-STATE)
                    THEN
                       MOVE TMP-I-TABLE TO TMP-GR-IDX
                    END-IF
                 END-PERFORM
                 IF (TMP-GR-IDX > 0) THEN
                    IF (TAB-GR-WIN-CNT(TMP-GR-IDX) < 12) THEN
                       ADD 1 TO TAB-GR-WIN-CNT(TMP-GR-IDX)
                    ELSE
                       PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                                 UNTIL (TMP-K-TABLE > 11)
                          MOVE TAB-GR-WIN(TMP-GR-IDX, TMP-K-TABLE + 1)
                            TO TAB-GR-WIN(TMP-GR-IDX, TMP-K-TABLE)
                       END-PERFORM
                    END-IF
                    MOVE HIST-GROWTH
                      TO TAB-GR-WIN(TMP-GR-IDX,
                                    TAB-GR-WIN-CNT(TMP-GR-IDX))
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HIST-WINDOW-LOAD-EXIT. EXIT.



      *****************************************************************
       WATCH-CHURN-LOAD SECTION.
      *===============================================================*
      * WATCHLIST AND CHURN MASTERS ARE BOTH OPTIONAL - A COMPANY     *
      * NOT ON THEM SIMPLY CARRIES NO POINTS FOR THAT SIGNAL          *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-YES) THEN
              PERFORM FILE-READ-IWATCH
              PERFORM UNTIL (IWATCH-EOF)
                 MOVE IWATCH-RECORD TO WL-REC
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-GR-MAX)
                    IF (TAB-GR-NAME(TMP-I-TABLE) = WL-NAME)
                       AND (TAB-GR-STATE(TMP-I-TABLE) = WL-STATE) THEN
                       IF (WL-ON-LIST) THEN
                          MOVE 'Y' TO TAB-GR-WATCH-SW(TMP-I-TABLE)
                       ELSE
                          MOVE 'T' TO TAB-GR-WATCH-SW(TMP-I-TABLE)
                       END-IF
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-IWATCH
              END-PERFORM
              PERFORM FILE-CLOSE-IWATCH
           END-IF

           PERFORM FILE-OPEN-INPUT-ICHURN
           IF (ICHURN-YES) THEN
              PERFORM FILE-READ-ICHURN
              PERFORM UNTIL (ICHURN-EOF)
                 MOVE ICHURN-RECORD TO CH-REC
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-GR-MAX)
                    IF (TAB-GR-NAME(TMP-I-TABLE) = CH-NAME)
                       AND (TAB-GR-STATE(TMP-I-TABLE) = CH-STATE) THEN
                       MOVE CH-MISSING TO TAB-GR-MISSING(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-ICHURN
              END-PERFORM
              PERFORM FILE-CLOSE-ICHURN
           END-IF
           .
       WATCH-CHURN-LOAD-EXIT. EXIT.



      *****************************************************************
       GRADE-ASSIGN SECTION.
      *===============================================================*
           PERFORM VARYING TMP-GR-IDX FROM 1 BY 1
                     UNTIL (TMP-GR-IDX > TAB-GR-MAX)
              PERFORM GRADE-ONE-COMPANY
           END-PERFORM
           .
       GRADE-ASSIGN-EXIT. EXIT.



      *****************************************************************
       GRADE-ONE-COMPANY SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * FORECAST - AVERAGE PERIOD-OVER-PERIOD DELTA OVER THE WINDOW   *
      * (THE DELTAS TELESCOPE TO LAST MINUS FIRST) ADDED TO THE LAST  *
      * FIGURE; ONE PERIOD ON FILE HAS NO TREND                       *
      *---------------------------------------------------------------*
           IF (TAB-GR-WIN-CNT(TMP-GR-IDX) > 1) THEN
              COMPUTE TMP-TREND ROUNDED =
                 (TAB-GR-WIN(TMP-GR-IDX, TAB-GR-WIN-CNT(TMP-GR-IDX))
                  - TAB-GR-WIN(TMP-GR-IDX, 1))
                 / (TAB-GR-WIN-CNT(TMP-GR-IDX) - 1)
              END-COMPUTE
              COMPUTE TMP-FORECAST =
                 TAB-GR-WIN(TMP-GR-IDX, TAB-GR-WIN-CNT(TMP-GR-IDX))
                 + TMP-TREND
              END-COMPUTE
              IF (TMP-FORECAST > 999,99) THEN
                 MOVE 999,99 TO TMP-FORECAST
              END-IF
              IF (TMP-FORECAST < -999,99) THEN
                 MOVE -999,99 TO TMP-FORECAST
              END-IF
              MOVE TMP-FORECAST TO TAB-GR-FORECAST(TMP-GR-IDX)
           END-IF

      *---------------------------------------------------------------*
      * RISK POINTS                                                   *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-POINTS
           IF (TAB-GR-GROWTH(TMP-GR-IDX) < 0) THEN
              ADD 2 TO TMP-POINTS
           ELSE
              IF (TAB-GR-GROWTH(TMP-GR-IDX) < 1) THEN
                 ADD 1 TO TMP-POINTS
              END-IF
           END-IF
           IF (TAB-GR-FORECAST(TMP-GR-IDX) < 0) THEN
              ADD 1 TO TMP-POINTS
              IF (TAB-GR-GROWTH(TMP-GR-IDX) >= 0) THEN
                 ADD 1 TO TMP-POINTS
              END-IF
           END-IF
           EVALUATE TAB-GR-WATCH-SW(TMP-GR-IDX)
             WHEN 'Y'
               ADD 2 TO TMP-POINTS
             WHEN 'T'
               ADD 1 TO TMP-POINTS
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF (TAB-GR-MISSING(TMP-GR-IDX) >= 3) THEN
              ADD 2 TO TMP-POINTS
           ELSE
              IF (TAB-GR-MISSING(TMP-GR-IDX) > 0) THEN
                 ADD 1 TO TMP-POINTS
              END-IF
           END-IF

           MOVE TAB-GR-NAME(TMP-GR-IDX)  TO LIFE-ARG-NAME
           MOVE TAB-GR-STATE(TMP-GR-IDX) TO LIFE-ARG-STATE
           PERFORM LIFECYCLE-STATUS-LOOKUP
           MOVE LIFE-ARG-STATUS TO TAB-GR-LIFE(TMP-GR-IDX)
           IF (LIFE-ARG-SUSPENDED) THEN
              ADD 2 TO TMP-POINTS
           END-IF
           MOVE TMP-POINTS TO TAB-GR-POINTS(TMP-GR-IDX)

      *---------------------------------------------------------------*
      * POINTS TO GRADE - A CLOSED COMPANY IS E WHATEVER ITS FIGURES  *
      *---------------------------------------------------------------*
           EVALUATE TRUE
             WHEN (LIFE-ARG-CLOSED)
               MOVE 'E' TO TAB-GR-GRADE(TMP-GR-IDX)
             WHEN (TMP-POINTS >= TMP-BOUND-E)
               MOVE 'E' TO TAB-GR-GRADE(TMP-GR-IDX)
             WHEN (TMP-POINTS >= TMP-BOUND-D)
               MOVE 'D' TO TAB-GR-GRADE(TMP-GR-IDX)
             WHEN (TMP-POINTS >= TMP-BOUND-C)
               MOVE 'C' TO TAB-GR-GRADE(TMP-GR-IDX)
             WHEN (TMP-POINTS >= TMP-BOUND-B)
               MOVE 'B' TO TAB-GR-GRADE(TMP-GR-IDX)
             WHEN OTHER
               MOVE 'A' TO TAB-GR-GRADE(TMP-GR-IDX)
           END-EVALUATE
           ADD 1 TO TMP-COUNT-GRADED
           .
       GRADE-ONE-COMPANY-EXIT. EXIT.



      *****************************************************************
       GRADE-SORT SECTION.
      *===============================================================*
      *    ASCENDING COMPANY-ID FOR THE MERGE AGAINST THE OLD MASTER  *
      *    (BOUNDED TABLE, PLAIN BUBBLE SORT - SAME PRECEDENT AS THE  *
      *    WATCHLIST)                                                 *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GR-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-GR-MAX - TMP-I-TABLE)
                 IF (TAB-GR-ID(TMP-J-TABLE) >
                     TAB-GR-ID(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-GR(TMP-J-TABLE)     TO TMP-SWAP-GR
                    MOVE TAB-GR(TMP-J-TABLE + 1) TO TAB-GR(TMP-J-TABLE)
                    MOVE TMP-SWAP-GR TO TAB-GR(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       GRADE-SORT-EXIT. EXIT.



      *****************************************************************
       GRADE-MERGE SECTION.
      *===============================================================*
      * OLD MASTER (ID + PERIOD ORDER) MERGED WITH THIS RUN'S GRADES  *
      * (KEY ID + RUN PERIOD). AN OLD ROW ON THE SAME KEY IS A RERUN  *
      * AND IS REPLACED. OLD ROWS OF THE PRIOR PERIOD FEED THE        *
      * MIGRATION MATRIX AS THEY PASS                                 *
      *---------------------------------------------------------------*
           MOVE 1 TO TMP-GR-IDX
           MOVE HIGH-VALUES TO TMP-OLD-KEY
           IF (IGRADE-YES) THEN
              PERFORM IGRADE-READ
           END-IF
           PERFORM GRADE-NEW-KEY

           PERFORM UNTIL (TMP-OLD-KEY = HIGH-VALUES)
                     AND (TMP-NEW-KEY = HIGH-VALUES)
              EVALUATE TRUE
                WHEN (TMP-OLD-KEY < TMP-NEW-KEY)
                  IF (GR-PERIOD = TMP-PRIOR-PERIOD) THEN
                     IF (TMP-GR-IDX <= TAB-GR-MAX) AND
                        (GR-ID = TAB-GR-ID(TMP-GR-IDX)) THEN
                        MOVE GR-GRADE TO TAB-GR-PRIOR(TMP-GR-IDX)
                     ELSE
      *                 GRADED LAST PERIOD, NOT GRADED NOW
                        MOVE GR-GRADE TO TMP-ARG-GRADE
                        PERFORM GRADE-TO-INDEX
                        MOVE 6 TO TMP-TO
                        MOVE TMP-GRADE-IDX TO TMP-FROM
                        ADD 1 TO MIG-CELL(TMP-FROM, TMP-TO)
                     END-IF
                  END-IF
                  MOVE GR-REC TO OGRADE-RECORD
                  PERFORM FILE-WRITE-OGRADE
                  ADD 1 TO TMP-COUNT-KEPT
                  PERFORM IGRADE-READ
                WHEN (TMP-OLD-KEY = TMP-NEW-KEY)
                  ADD 1 TO TMP-COUNT-REPLACED
                  PERFORM IGRADE-READ
                WHEN OTHER
                  PERFORM GRADE-WRITE-NEW
                  ADD 1 TO TMP-GR-IDX
                  PERFORM GRADE-NEW-KEY
              END-EVALUATE
           END-PERFORM
           .
       GRADE-MERGE-EXIT. EXIT.



      *****************************************************************
       GRADE-NEW-KEY SECTION.
      *===============================================================*
           IF (TMP-GR-IDX > TAB-GR-MAX) THEN
              MOVE HIGH-VALUES TO TMP-NEW-KEY
           ELSE
              MOVE TAB-GR-ID(TMP-GR-IDX) TO TMP-NEW-KEY(1:9)
              MOVE TMP-RUN-PERIOD        TO TMP-NEW-KEY(10:6)
           END-IF
           .
       GRADE-NEW-KEY-EXIT. EXIT.



      *****************************************************************
       IGRADE-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IGRADE
           IF (IGRADE-EOF) THEN
              MOVE HIGH-VALUES TO TMP-OLD-KEY
           ELSE
              MOVE IGRADE-RECORD TO GR-REC
              MOVE GR-KEY        TO TMP-OLD-KEY
           END-IF
           .
       IGRADE-READ-EXIT. EXIT.



      *****************************************************************
       GRADE-WRITE-NEW SECTION.
      *===============================================================*
           MOVE SPACES                         TO GR-REC
           MOVE TAB-GR-ID(TMP-GR-IDX)          TO GR-ID
           MOVE TMP-RUN-PERIOD                 TO GR-PERIOD
           MOVE TAB-GR-NAME(TMP-GR-IDX)        TO GR-NAME
           MOVE TAB-GR-STATE(TMP-GR-IDX)       TO GR-STATE
           MOVE TAB-GR-GRADE(TMP-GR-IDX)       TO GR-GRADE
           MOVE TAB-GR-POINTS(TMP-GR-IDX)      TO GR-POINTS
           MOVE TAB-GR-GROWTH(TMP-GR-IDX)      TO GR-GROWTH
           MOVE TAB-GR-FORECAST(TMP-GR-IDX)    TO GR-FORECAST
           MOVE TAB-GR-WATCH-SW(TMP-GR-IDX)    TO GR-WATCH-SW
           MOVE TAB-GR-MISSING(TMP-GR-IDX)     TO GR-MISSING
           MOVE TAB-GR-LIFE(TMP-GR-IDX)        TO GR-LIFE-STATUS
           MOVE GR-REC TO OGRADE-RECORD
           PERFORM FILE-WRITE-OGRADE
           .
       GRADE-WRITE-NEW-EXIT. EXIT.



      *****************************************************************
       GRADE-TO-INDEX SECTION.
      *===============================================================*
      *    A..E TO 1..5 - ANYTHING ELSE COUNTS AS 6 (NOT GRADED)      *
           MOVE 6 TO TMP-GRADE-IDX
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > 5)
              IF (GRADE-LETTERS(TMP-K-TABLE:1) = TMP-ARG-GRADE) THEN
                 MOVE TMP-K-TABLE TO TMP-GRADE-IDX
              END-IF
           END-PERFORM
           .
       GRADE-TO-INDEX-EXIT. EXIT.



      *****************************************************************
       GRADE-REPORT SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * FILL THE MATRIX FROM THE GRADED COMPANIES (THE 'GONE' COLUMN  *
      * WAS COUNTED DURING THE MERGE)                                 *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GR-MAX)
              MOVE TAB-GR-PRIOR(TMP-I-TABLE) TO TMP-ARG-GRADE
              PERFORM GRADE-TO-INDEX
              MOVE TMP-GRADE-IDX TO TMP-FROM
              MOVE TAB-GR-GRADE(TMP-I-TABLE) TO TMP-ARG-GRADE
              PERFORM GRADE-TO-INDEX
              MOVE TMP-GRADE-IDX TO TMP-TO
              ADD 1 TO MIG-CELL(TMP-FROM, TMP-TO)
           END-PERFORM
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > 6)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > 6)
                 ADD MIG-CELL(TMP-I-TABLE, TMP-J-TABLE)
                   TO MIG-ROW-TOTAL(TMP-I-TABLE)
                      MIG-COL-TOTAL(TMP-J-TABLE)
                      MIG-GRAND-TOTAL
              END-PERFORM
           END-PERFORM

           MOVE TMP-PRIOR-PERIOD TO OGREP-H1-PRIOR
           IF (TMP-PRIOR-PERIOD = SPACES) THEN
              MOVE '(NONE)' TO OGREP-H1-PRIOR
           END-IF
           MOVE TMP-RUN-PERIOD   TO OGREP-H1-PERIOD
           MOVE OGREP-H1  TO OGREP-REC
           PERFORM OGREP-WRITE
           MOVE OGREP-HR1 TO OGREP-REC
           PERFORM OGREP-WRITE
           MOVE OGREP-H2  TO OGREP-REC
           PERFORM OGREP-WRITE
           MOVE OGREP-HR1 TO OGREP-REC
           PERFORM OGREP-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > 6)
              IF (TMP-I-TABLE = 6) THEN
                 MOVE '  NEW'    TO OGREP-R1-FROM
              ELSE
                 MOVE SPACES     TO OGREP-R1-FROM
                 MOVE GRADE-LETTERS(TMP-I-TABLE:1)
                   TO OGREP-R1-FROM(5:1)
              END-IF
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > 6)
                 MOVE MIG-CELL(TMP-I-TABLE, TMP-J-TABLE)
                   TO OGREP-R1-CELL(TMP-J-TABLE)
              END-PERFORM
              MOVE MIG-ROW-TOTAL(TMP-I-TABLE) TO OGREP-R1-TOTAL
              MOVE OGREP-R1 TO OGREP-REC
              PERFORM OGREP-WRITE
           END-PERFORM
           MOVE OGREP-HR1 TO OGREP-REC
           PERFORM OGREP-WRITE
           MOVE '  TOTAL' TO OGREP-R1-FROM
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > 6)
              MOVE MIG-COL-TOTAL(TMP-J-TABLE)
                TO OGREP-R1-CELL(TMP-J-TABLE)
           END-PERFORM
           MOVE MIG-GRAND-TOTAL TO OGREP-R1-TOTAL
           MOVE OGREP-R1 TO OGREP-REC
           PERFORM OGREP-WRITE

      *---------------------------------------------------------------*
      * DOWNGRADES SINCE THE PRIOR PERIOD - WHAT THE COMMITTEE READS  *
      * RIGHT AFTER THE MATRIX                                        *
      *---------------------------------------------------------------*
           MOVE SPACES TO OGREP-REC
           PERFORM OGREP-WRITE
           MOVE 'DOWNGRADES SINCE THE PRIOR PERIOD' TO OGREP-REC
           PERFORM OGREP-WRITE
           MOVE OGREP-HR1 TO OGREP-REC
           PERFORM OGREP-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GR-MAX)
              IF (TAB-GR-PRIOR(TMP-I-TABLE) NOT = SPACES)
                 AND (TAB-GR-GRADE(TMP-I-TABLE) >
                      TAB-GR-PRIOR(TMP-I-TABLE)) THEN
                 ADD 1 TO TMP-COUNT-DOWNGRADED
                 MOVE TAB-GR-NAME(TMP-I-TABLE)   TO OGREP-R2-NAME
                 MOVE TAB-GR-STATE(TMP-I-TABLE)  TO OGREP-R2-STATE
                 MOVE TAB-GR-ID(TMP-I-TABLE)     TO OGREP-R2-ID
                 MOVE TAB-GR-PRIOR(TMP-I-TABLE)  TO OGREP-R2-FROM
                 MOVE TAB-GR-GRADE(TMP-I-TABLE)  TO OGREP-R2-TO
                 MOVE TAB-GR-POINTS(TMP-I-TABLE) TO OGREP-R2-POINTS
                 MOVE TAB-GR-GROWTH(TMP-I-TABLE) TO OGREP-R2-GROWTH
                 MOVE TAB-GR-FORECAST(TMP-I-TABLE) TO OGREP-R2-FCST
                 MOVE TAB-GR-WATCH-SW(TMP-I-TABLE) TO OGREP-R2-WATCH
                 MOVE TAB-GR-MISSING(TMP-I-TABLE) TO OGREP-R2-MISSING
                 MOVE TAB-GR-LIFE(TMP-I-TABLE)   TO OGREP-R2-LIFE
                 MOVE OGREP-R2 TO OGREP-REC
                 PERFORM OGREP-WRITE
              END-IF
           END-PERFORM
           IF (TMP-COUNT-DOWNGRADED = 0) THEN
              MOVE 'NO DOWNGRADES' TO OGREP-REC
              PERFORM OGREP-WRITE
           END-IF
           .
       GRADE-REPORT-EXIT. EXIT.



      *****************************************************************
       OGREP-WRITE SECTION.
      *===============================================================*
           MOVE OGREP-REC TO OGREP-RECORD
           PERFORM FILE-WRITE-OGREP
           MOVE SPACES TO OGREP-REC
           .
       OGREP-WRITE-EXIT. EXIT.



      *****************************************************************
       ICOMP-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           IF (NOT ICOMP-EOF) THEN
              MOVE ICOMP-RECORD TO ICOMP-REC
           END-IF
      *    EFFECTIVE DATING - SKIP VERSIONS NOT IN FORCE TODAY, OR
      *    A COMPANY WOULD BE GRADED TWICE IN ONE PERIOD
           PERFORM UNTIL (ICOMP-EOF)
                     OR (NOT ICOMP-LAYOUT-V2)
                     OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                         AND (ICOMP-EXP-DATE > TMP-TODAY))
              PERFORM FILE-READ-ICOMP
              IF (NOT ICOMP-EOF) THEN
                 MOVE ICOMP-RECORD TO ICOMP-REC
              END-IF
           END-PERFORM
           .
       ICOMP-READ-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE ICOMP-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-ICOMP
           IF (IGRADE-YES) THEN
              PERFORM FILE-CLOSE-IGRADE
           END-IF
           PERFORM FILE-CLOSE-OGREP

           DISPLAY 'INPUT ICOMP.........: ' ICOMP-COUNT
           DISPLAY 'PERIOD GRADED.......: ' TMP-RUN-PERIOD
           DISPLAY 'PRIOR PERIOD........: ' TMP-PRIOR-PERIOD
           DISPLAY 'COMPANIES GRADED....: ' TMP-COUNT-GRADED
           DISPLAY 'WITHOUT COMPANY-ID..: ' TMP-COUNT-NO-ID
           DISPLAY 'ROWS SKIPPED........: ' TMP-COUNT-SKIPPED
           DISPLAY 'OLD ROWS KEPT.......: ' TMP-COUNT-KEPT
           DISPLAY 'OLD ROWS REPLACED...: ' TMP-COUNT-REPLACED
           DISPLAY 'DOWNGRADES..........: ' TMP-COUNT-DOWNGRADED
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
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==ICHURN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGRADE==
            ==:V2:== BY ==IGRADE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OGRADE==
            ==:V2:== BY ==OGRADE-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OGREP==
            ==:V2:== BY ==OGREP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-GRAD1.
      *****************************************************************
