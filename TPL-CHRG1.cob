       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CHRG1.
      *****************************************************************
      * TPL-CHRG1: MONTHLY RUN-COST CHARGEBACK                        *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * SINCE THE PORTFOLIO REGISTRY LETS SEVERAL BUSINESS UNITS RUN  *
      * THE CHAIN OVER THEIR OWN DATASETS, FINANCE SPLITS THE BATCH   *
      * COST BETWEEN THEM. THIS STEP PRICES EVERY STEP OF THE MONTH   *
      * FROM THE RUN HISTORY (ELAPSED SECONDS AND RECORD COUNT, RUN   *
      * ID AND PORTFOLIO AS STAMPED BY CRUNH1) AND EVERY REPORT PAGE  *
      * FROM THE CREPO1 TRAILERS THROUGH THE RATE CARD, AND WRITES    *
      * THE MONTHLY CHARGEBACK STATEMENT PER OWNING DEPARTMENT AND    *
      * PORTFOLIO, WITH A SUMMARY FILE FOR FINANCE'S COST SYSTEM.     *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IRATE  - RATE CARD (IO/ratecard.txt), FIXED COLUMNS, '*'      *
      *          COMMENT LINES, AMOUNTS WITH A DECIMAL COMMA:         *
      *          R PROGRAM(8) PER-MINUTE(10) PER-1000-RECORDS(10)     *
      *            - ONE LINE PER PROGRAM WITH ITS OWN PRICE; THE     *
      *            PROGRAM '*' PRICES EVERY OTHER PROGRAM             *
      *          P          PER-PAGE(10) - PRICE OF A REPORT PAGE     *
      * IPORT  - PORTFOLIO REGISTRY (IO/portfolios.txt, OPTIONAL, SEE *
      *          TPL-RUN1): ID 1-8, IO-SUBTREE PREFIX 10-33, OWNING   *
      *          DEPARTMENT 35-42                                     *
      * IHIST  - RUN HISTORY OF EVERY PORTFOLIO'S SUBTREE             *
      *          (<PREFIX>IO/runhistory.txt, APPENDED BY CRUNH1)      *
      * IREPT  - THE PAGINATED REPORTS OF EVERY PORTFOLIO'S SUBTREE   *
      *          (<PREFIX>IO/REPORTn_YYYYMMDD.txt, CREPO1) - ONLY     *
      *          THEIR 'RECORDS: ... PAGES: ...' TRAILER LINES        *
      * IPARM  - OPTIONAL (IO/chrgparm.txt), KEYWORD=VALUE:           *
      *          MONTH=YYYYMM  MONTH TO CHARGE (DEFAULT: THE MONTH    *
      *                        BEFORE THE RUN DATE)                   *
      *          DEPT=XXXXXXXX DEPARTMENT BILLED FOR A PORTFOLIO      *
      *                        WITHOUT ONE (DEFAULT UNASSIGN)         *
      * IRUNID - OPTIONAL (IO/runid.txt): RUN DATE OF A BACKLOG RUN   *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCHB   - CHARGEBACK STATEMENT (IO/chargebackrpt.txt)          *
      * OCHS   - FINANCE SUMMARY (IO/chargeback.txt): '|'-DELIMITED,  *
      *          NO HEADER LINE, PERIOD DECIMALS LIKE THE WAREHOUSE   *
      *          FEED (TPL-DWH1), ONE ROW PER DEPARTMENT, PORTFOLIO   *
      *          AND COST TYPE: PERIOD|DEPARTMENT|PORTFOLIO|TYPE|     *
      *          QUANTITY|AMOUNT - TYPE MINUTES, KRECORDS (THOUSANDS  *
      *          OF RECORDS) OR PAGES - CLOSED WITH THE CTRL1 TRAILER *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A STEP IS CHARGED TO THE PORTFOLIO STAMPED ON ITS HISTORY     *
      * RECORD, OR, WITHOUT A STAMP (A JOB SUBMITTED OUTSIDE          *
      * TPL-RUN1), TO THE PORTFOLIO WHOSE SUBTREE THE HISTORY FILE    *
      * BELONGS TO. WITH A REGISTRY, THE UNPREFIXED IO FILES BELONG   *
      * TO THE PORTFOLIO REGISTERED WITHOUT A PREFIX, OR TO *SHARED   *
      * WHEN THERE IS NONE; WITHOUT A REGISTRY EVERYTHING IS *MAIN.   *
      * A STEP COSTS ITS ELAPSED SECONDS / 60 TIMES THE PER-MINUTE    *
      * PRICE PLUS ITS RECORDS / 1000 TIMES THE PER-1000 PRICE, EACH  *
      * ROUNDED TO THE CENT; THE PAGES OF A REPORT ARE CHARGED TO THE *
      * PORTFOLIO AND TO THAT DAY'S RUN OF IT. A PROGRAM WITHOUT A    *
      * PRICE AND WITHOUT A '*' LINE COSTS NOTHING AND ENDS THE STEP  *
      * WITH RC 4.                                                    *
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
            ==:V1:== BY ==IRATE==
            ==:V2:== BY ==IRATE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPORT==
            ==:V2:== BY ==IPORT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREPT==
            ==:V2:== BY ==IREPT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCHB==
            ==:V2:== BY ==OCHB-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCHS==
            ==:V2:== BY ==OCHS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
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
            ==:V1:== BY ==IRATE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPORT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREPT==
            ==:V2:== BY ==133==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCHB==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCHS==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
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
      * INPUT IRATE = RATE CARD                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRATE==.
       01 RATE-REC.
           05 RATE-TYPE               PIC X(1).
           05 FILLER                  PIC X(1).
           05 RATE-PROGRAM            PIC X(8).
           05 FILLER                  PIC X(1).
           05 RATE-MINUTE             PIC X(10).
           05 FILLER                  PIC X(1).
           05 RATE-THOUSAND           PIC X(10).
           05 FILLER                  PIC X(48).
       01 RATE-CARD.
           05 TAB-RT-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-RT-DIM              PIC S9(4) BINARY  VALUE 100.
           05 TAB-RT                  OCCURS 100.
                10 TAB-RT-PROGRAM     PIC X(8).
                10 TAB-RT-MINUTE      PIC 9(5)V9(4).
                10 TAB-RT-THOUSAND    PIC 9(5)V9(4).
      *    THE '*' LINE (0 = NONE) AND THE PAGE PRICE
       01 TMP-RT-DEFAULT              PIC S9(4) BINARY  VALUE ZERO.
       01 TMP-RATE-PAGE               PIC 9(5)V9(4) VALUE ZERO.

      *---------------------------------------------------------------*
      * INPUT IPORT = PORTFOLIO REGISTRY (SEE TPL-RUN1); THE TABLE    *
      * ALSO CARRIES EACH PORTFOLIO'S MONTH TOTALS                    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPORT==.
       01 PORTFOLIOS.
           05 TAB-PF-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-PF-DIM              PIC S9(4) BINARY  VALUE 40.
           05 TAB-PF                  OCCURS 40.
                10 TAB-PF-ID          PIC X(8).
                10 TAB-PF-PREFIX      PIC X(24).
                10 TAB-PF-DEPT        PIC X(8).
      *         'Y' = AN IO SUBTREE TO READ (NOT A PORTFOLIO ONLY
      *         KNOWN FROM A STAMP)
                10 TAB-PF-SUBTREE-SW  PIC X(1).
                10 TAB-PF-TOTALS.
                   15 TAB-PF-STEPS       PIC 9(7).
                   15 TAB-PF-SECONDS     PIC 9(11).
                   15 TAB-PF-RECORDS     PIC 9(13).
                   15 TAB-PF-PAGES       PIC 9(9).
                   15 TAB-PF-COST-TIME   PIC 9(11)V99.
                   15 TAB-PF-COST-REC    PIC 9(11)V99.
                   15 TAB-PF-COST-PAGE   PIC 9(11)V99.
       01 TMP-PF-READ-MAX             PIC S9(4) BINARY  VALUE ZERO.

      *---------------------------------------------------------------*
      * OWNING DEPARTMENTS, IN NAME ORDER                             *
      *---------------------------------------------------------------*
       01 DEPARTMENTS.
           05 TAB-DP-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-DP-DIM              PIC S9(4) BINARY  VALUE 40.
           05 TAB-DP                  OCCURS 40.
                10 TAB-DP-DEPT        PIC X(8).

      *---------------------------------------------------------------*
      * THE MONTH'S RUNS (PORTFOLIO + RUN ID; A STEP WITHOUT A RUN ID *
      * IS GROUPED BY ITS DATE) AND THE PROGRAMS PER PORTFOLIO        *
      *---------------------------------------------------------------*
       01 RUNS.
           05 TAB-RN-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-RN-DIM              PIC S9(4) BINARY  VALUE 3000.
           05 TAB-RN                  OCCURS 3000.
                10 TAB-RN-PF          PIC S9(4) BINARY.
                10 TAB-RN-RUN-ID      PIC X(12).
                10 TAB-RN-DATE        PIC X(8).
                10 TAB-RN-STEPS       PIC 9(5).
                10 TAB-RN-SECONDS     PIC 9(9).
                10 TAB-RN-RECORDS     PIC 9(11).
                10 TAB-RN-PAGES       PIC 9(7).
                10 TAB-RN-COST        PIC 9(9)V99.
       01 PROGRAMS.
           05 TAB-PG-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-PG-DIM              PIC S9(4) BINARY  VALUE 2000.
           05 TAB-PG                  OCCURS 2000.
                10 TAB-PG-PF          PIC S9(4) BINARY.
                10 TAB-PG-PROGRAM     PIC X(8).
                10 TAB-PG-STEPS       PIC 9(5).
                10 TAB-PG-SECONDS     PIC 9(9).
                10 TAB-PG-RECORDS     PIC 9(11).
                10 TAB-PG-COST-TIME   PIC 9(9)V99.
                10 TAB-PG-COST-REC    PIC 9(9)V99.

      *---------------------------------------------------------------*
      * INPUT IHIST = RUN HISTORY (SAME LAYOUT CRUNH1 WRITES)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HISTR-REC.
           05 HISTR-PGM               PIC X(8).
           05 HISTR-DATE              PIC X(8).
           05 HISTR-RC                PIC X(3).
           05 HISTR-COUNT             PIC 9(9).
           05 HISTR-ELAPSED           PIC 9(7).
           05 HISTR-RATE              PIC 9(5)V99.
           05 HISTR-RUN-ID            PIC X(12).
           05 HISTR-PORTFOLIO         PIC X(8).
           05 FILLER                  PIC X(18).

      *---------------------------------------------------------------*
      * INPUT IREPT = A CREPO1 REPORT; ITS TRAILER LINE IS 'RECORDS: '*
      * Z(8)9 '  PAGES: ' Z(8)9 ..., BEHIND THE ASA BYTE UNLESS THE   *
      * REPORT WAS WRITTEN WITHOUT ONE                                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREPT==.
       01 TMP-REPT-N                  PIC 9(1).

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL OVERRIDES                                    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).
       01 CHRG-PARMS.
           05 TMP-MONTH               PIC X(6).
           05 TMP-MONTH-N REDEFINES TMP-MONTH
                                      PIC 9(6).
           05 TMP-DEFAULT-DEPT        PIC X(8)   VALUE 'UNASSIGN'.

      *---------------------------------------------------------------*
      * OUTPUT OCHB = CHARGEBACK STATEMENT                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCHB==.
       01 OCHB-REC                    PIC X(132).
       01 OCHB-H1.
           05 FILLER                  PIC X(40)
              VALUE 'RUN-COST CHARGEBACK STATEMENT - MONTH'.
           05 OCHB-H1-MONTH           PIC X(6).
           05 FILLER                  PIC X(7)  VALUE ' - RUN '.
           05 OCHB-H1-DATE            PIC X(8).
       01 OCHB-H2.
           05 FILLER                  PIC X(32) VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE '  STEPS'.
           05 FILLER                  PIC X(12) VALUE '     MINUTES'.
           05 FILLER                  PIC X(13) VALUE '      RECORDS'.
           05 FILLER                  PIC X(8)  VALUE '   PAGES'.
           05 FILLER                  PIC X(13) VALUE '    TIME COST'.
           05 FILLER                  PIC X(13) VALUE '  RECORD COST'.
           05 FILLER                  PIC X(13) VALUE '    PAGE COST'.
           05 FILLER                  PIC X(14) VALUE '         TOTAL'.
       01 OCHB-D.
           05 OCHB-D-LABEL            PIC X(32).
           05 OCHB-D-STEPS            PIC Z(6)9.
           05 OCHB-D-MINUTES          PIC Z(8)9,99.
           05 OCHB-D-RECORDS          PIC Z(12)9.
           05 OCHB-D-PAGES            PIC Z(7)9  BLANK WHEN ZERO.
           05 OCHB-D-COST-TIME        PIC Z(9)9,99.
           05 OCHB-D-COST-REC         PIC Z(9)9,99.
           05 OCHB-D-COST-PAGE        PIC Z(9)9,99  BLANK WHEN ZERO.
           05 OCHB-D-TOTAL            PIC Z(10)9,99.
       01 OCHB-HR1                    PIC X(132) VALUE ALL '-'.

      *---------------------------------------------------------------*
      * OUTPUT OCHS = FINANCE SUMMARY (FIELDS AS TPL-DWH1 BUILDS THEM)*
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCHS==.
       01 DW-LINE                     PIC X(120).
       01 DW-PTR                      PIC S9(4)  BINARY.
       01 DW-DELIM                    PIC X(1)   VALUE '|'.
       01 DW-FIELD                    PIC X(40).
       01 DW-DEC                      PIC S9(11)V99.
       01 TMP-CSV-WHOLE               PIC S9(11).
       01 TMP-CSV-FRAC                PIC  9(2).
       01 TMP-CSV-WHOLE-ED            PIC -(10)9.
       01 TMP-CSV-SIGN                PIC X(1).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-P                   PIC S9(4)   BINARY.
           05 TMP-P2                  PIC S9(4)   BINARY.
           05 TMP-D                   PIC S9(4)   BINARY.
           05 TMP-R                   PIC S9(4)   BINARY.
           05 TMP-N                   PIC S9(4)   BINARY.
           05 TMP-G                   PIC S9(4)   BINARY.
           05 TMP-DAY                 PIC 9(2).
       01 CHRG-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-YEAR                PIC 9(4).
           05 TMP-MM                  PIC 9(2).
           05 TMP-PORT-ID             PIC X(8).
           05 TMP-PORT-PREFIX         PIC X(24).
           05 TMP-PORT-ARG            PIC X(40).
           05 TMP-RUN-ID              PIC X(12).
           05 TMP-STEP-DATE           PIC X(8).
           05 TMP-STEP-DATE-N REDEFINES TMP-STEP-DATE
                                      PIC 9(8).
           05 TMP-STEP-SECONDS        PIC 9(7).
           05 TMP-STEP-RECORDS        PIC 9(9).
           05 TMP-STEP-PAGES          PIC 9(9).
           05 TMP-COST-TIME           PIC 9(9)V99.
           05 TMP-COST-REC            PIC 9(9)V99.
           05 TMP-COST-PAGE           PIC 9(9)V99.
           05 TMP-MINUTES             PIC 9(9)V99.
           05 TMP-TOTAL               PIC 9(11)V99.
           05 TMP-SHARED-SW           PIC X(1)   VALUE 'N'.
       01 GRAND-TOTALS.
           05 TMP-GT-STEPS            PIC 9(7).
           05 TMP-GT-SECONDS          PIC 9(11).
           05 TMP-GT-RECORDS          PIC 9(13).
           05 TMP-GT-PAGES            PIC 9(9).
           05 TMP-GT-COST-TIME        PIC 9(11)V99.
           05 TMP-GT-COST-REC         PIC 9(11)V99.
           05 TMP-GT-COST-PAGE        PIC 9(11)V99.
       01 DEPT-TOTALS.
           05 TMP-DT-STEPS            PIC 9(7).
           05 TMP-DT-SECONDS          PIC 9(11).
           05 TMP-DT-RECORDS          PIC 9(13).
           05 TMP-DT-PAGES            PIC 9(9).
           05 TMP-DT-COST-TIME        PIC 9(11)V99.
           05 TMP-DT-COST-REC         PIC 9(11)V99.
           05 TMP-DT-COST-PAGE        PIC 9(11)V99.
       01 COUNTER.
           05 TMP-COUNT-STEPS         PIC 9(7).
           05 TMP-COUNT-REPORTS       PIC 9(7).
           05 TMP-COUNT-UNPRICED      PIC 9(7).
           05 TMP-COUNT-SUMMARY       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg; THE HISTORY AND REPORT    *
      * PATHS ARE BUILT PER PORTFOLIO                                 *
      *---------------------------------------------------------------*
       01 IRATE-PATH                 PIC X(40)
                                      VALUE 'IO/ratecard.txt'.
       01 IPORT-PATH                 PIC X(40)
                                      VALUE 'IO/portfolios.txt'.
       01 IHIST-PATH                 PIC X(40).
       01 BASE-IHIST-PATH            PIC X(40)
                                      VALUE 'IO/runhistory.txt'.
       01 IREPT-PATH                 PIC X(40).
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/chrgparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCHB-PATH                  PIC X(40)
                                      VALUE 'IO/chargebackrpt.txt'.
       01 OCHS-PATH                  PIC X(40)
                                      VALUE 'IO/chargeback.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.
       COPY 'LIB/UTIL/CTRLWS.cob'.

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
           PERFORM RATE-CARD-LOAD
           PERFORM PORTFOLIOS-LOAD

      *    EVERY PORTFOLIO SUBTREE: ITS STEPS, THEN ITS REPORT PAGES
      *    (A STAMP MAY ADD A PORTFOLIO WITHOUT A SUBTREE TO READ)
           MOVE TAB-PF-MAX TO TMP-PF-READ-MAX
           PERFORM VARYING TMP-P FROM 1 BY 1
                     UNTIL (TMP-P > TMP-PF-READ-MAX)
              PERFORM HISTORY-LOAD
              PERFORM PAGES-LOAD
           END-PERFORM

           PERFORM DEPARTMENTS-BUILD
           PERFORM STATEMENT-WRITE
           PERFORM SUMMARY-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-CHRG1'                          TO PGM-NAME
           MOVE 'MONTHLY RUN-COST CHARGEBACK'        TO PGM-DESCRIPTION
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IRATE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRATE-PATH
           MOVE IPORT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPORT-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCHB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCHB-PATH
           MOVE OCHS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCHS-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE GRAND-TOTALS
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-TODAY

      *    DEFAULT: THE MONTH BEFORE THE RUN DATE - THE JOB IS
      *    SUBMITTED ONCE THE MONTH IS OVER
           MOVE TMP-TODAY(1:4) TO TMP-YEAR
           MOVE TMP-TODAY(5:2) TO TMP-MM
           IF (TMP-MM = 1) THEN
              SUBTRACT 1 FROM TMP-YEAR
              MOVE 12 TO TMP-MM
           ELSE
              SUBTRACT 1 FROM TMP-MM
           END-IF
           STRING TMP-YEAR TMP-MM
             DELIMITED BY SIZE
             INTO TMP-MONTH
           END-STRING

      *---------------------------------------------------------------*
      * OVERRIDES (IPARM IS OPTIONAL)                                 *
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
                   WHEN 'MONTH'
                     IF (IPARM-VAL(1:6) NOT NUMERIC)
                        OR (IPARM-VAL(5:2) < '01')
                        OR (IPARM-VAL(5:2) > '12') THEN
                        MOVE '905' TO PGM-ERR-RC
                        STRING 'INVALID CHRGPARM MONTH: ' IPARM-VAL
                          DELIMITED BY SIZE INTO PGM-ERR-MSG1
                        END-STRING
                        MOVE 'EXPECTED MONTH=YYYYMM' TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     MOVE IPARM-VAL(1:6) TO TMP-MONTH
                   WHEN 'DEPT'
                     IF (IPARM-VAL NOT = SPACES) THEN
                        MOVE IPARM-VAL(1:8) TO TMP-DEFAULT-DEPT
                     END-IF
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN CHRGPARM KEYWORD IGNORED: '
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
           DISPLAY PGM-NAME ' CHARGING MONTH ' TMP-MONTH
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       RATE-CARD-LOAD SECTION.
      *===============================================================*
      *    WITHOUT THE RATE CARD THERE IS NOTHING TO PRICE WITH       *
           PERFORM FILE-OPEN-INPUT-IRATE
           IF (IRATE-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO RATE CARD (IO/ratecard.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IRATE
           PERFORM UNTIL (IRATE-EOF)
              MOVE IRATE-RECORD TO RATE-REC
              EVALUATE RATE-TYPE
                WHEN 'R'
                  IF (TAB-RT-MAX >= TAB-RT-DIM) THEN
                     MOVE '907' TO PGM-ERR-RC
                     MOVE 'TAB-RT OVERFLOW - TOO MANY RATE CARD LINES'
                       TO PGM-ERR-MSG1
                     MOVE 'RAISE TAB-RT-DIM' TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                  END-IF
                  ADD 1 TO TAB-RT-MAX
                  MOVE RATE-PROGRAM TO TAB-RT-PROGRAM(TAB-RT-MAX)
                  MOVE ZERO TO TAB-RT-MINUTE(TAB-RT-MAX)
                  MOVE ZERO TO TAB-RT-THOUSAND(TAB-RT-MAX)
                  IF (RATE-MINUTE NOT = SPACES) THEN
                     COMPUTE TAB-RT-MINUTE(TAB-RT-MAX) =
                        FUNCTION NUMVAL(RATE-MINUTE)
                  END-IF
                  IF (RATE-THOUSAND NOT = SPACES) THEN
                     COMPUTE TAB-RT-THOUSAND(TAB-RT-MAX) =
                        FUNCTION NUMVAL(RATE-THOUSAND)
                  END-IF
                  IF (RATE-PROGRAM = '*') THEN
                     MOVE TAB-RT-MAX TO TMP-RT-DEFAULT
                  END-IF
                WHEN 'P'
                  IF (RATE-MINUTE NOT = SPACES) THEN
                     COMPUTE TMP-RATE-PAGE =
                        FUNCTION NUMVAL(RATE-MINUTE)
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              PERFORM FILE-READ-IRATE
           END-PERFORM
           PERFORM FILE-CLOSE-IRATE
           .
       RATE-CARD-LOAD-EXIT. EXIT.



      *****************************************************************
       PORTFOLIOS-LOAD SECTION.
      *===============================================================*
      *    THE REGISTERED PORTFOLIOS WITH THEIR SUBTREES; THE         *
      *    UNPREFIXED IO FILES ARE *SHARED UNLESS A PORTFOLIO RUNS    *
      *    THERE, AND EVERYTHING IS *MAIN WITHOUT A REGISTRY          *
           PERFORM FILE-OPEN-INPUT-IPORT
           IF (IPORT-YES) THEN
              PERFORM FILE-READ-IPORT
              PERFORM UNTIL (IPORT-EOF)
                 IF (IPORT-RECORD(1:8) NOT = SPACES)
                    AND (IPORT-RECORD(1:1) NOT = '*') THEN
                    MOVE IPORT-RECORD(1:8) TO TMP-PORT-ID
                    PERFORM PORTFOLIO-FIND
                    MOVE IPORT-RECORD(10:24) TO TAB-PF-PREFIX(TMP-P)
                    IF (IPORT-RECORD(35:8) NOT = SPACES) THEN
                       MOVE IPORT-RECORD(35:8) TO TAB-PF-DEPT(TMP-P)
                    END-IF
                    MOVE 'Y' TO TAB-PF-SUBTREE-SW(TMP-P)
                    IF (IPORT-RECORD(10:24) = SPACES) THEN
                       MOVE 'Y' TO TMP-SHARED-SW
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IPORT
              END-PERFORM
              PERFORM FILE-CLOSE-IPORT
           END-IF
           IF (TMP-SHARED-SW = 'N') THEN
              IF (TAB-PF-MAX = 0) THEN
                 MOVE '*MAIN'   TO TMP-PORT-ID
              ELSE
                 MOVE '*SHARED' TO TMP-PORT-ID
              END-IF
              PERFORM PORTFOLIO-FIND
              MOVE SPACES TO TAB-PF-PREFIX(TMP-P)
              MOVE 'Y'    TO TAB-PF-SUBTREE-SW(TMP-P)
           END-IF
           .
       PORTFOLIOS-LOAD-EXIT. EXIT.



      *****************************************************************
       PORTFOLIO-FIND SECTION.
      *===============================================================*
      *    TMP-PORT-ID -> TMP-P, ADDED (WITH THE DEFAULT DEPARTMENT   *
      *    AND NO SUBTREE) WHEN NEW                                   *
           MOVE 0 TO TMP-P
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PF-MAX)
                        OR (TMP-P > 0)
              IF (TAB-PF-ID(TMP-I-TABLE) = TMP-PORT-ID) THEN
                 MOVE TMP-I-TABLE TO TMP-P
              END-IF
           END-PERFORM
           IF (TMP-P > 0) THEN
              GO TO PORTFOLIO-FIND-EXIT
           END-IF
           IF (TAB-PF-MAX >= TAB-PF-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-PF OVERFLOW - TOO MANY PORTFOLIOS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-PF-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-PF-MAX
           MOVE TAB-PF-MAX TO TMP-P
           INITIALIZE TAB-PF(TMP-P)
           MOVE TMP-PORT-ID      TO TAB-PF-ID(TMP-P)
           MOVE TMP-DEFAULT-DEPT TO TAB-PF-DEPT(TMP-P)
           MOVE 'N'              TO TAB-PF-SUBTREE-SW(TMP-P)
           .
       PORTFOLIO-FIND-EXIT. EXIT.



      *****************************************************************
       PORTFOLIO-PATH-BUILD SECTION.
      *===============================================================*
      *    TMP-PORT-ARG IN PORTFOLIO TMP-P'S SUBTREE -> ENV-ARG-PATH: *
      *    ENV PREFIX + PORTFOLIO PREFIX + NAME, AS TPL-RUN1 DOES     *
           MOVE SPACES TO ENV-ARG-PATH
           IF (TAB-PF-PREFIX(TMP-P) = SPACES) THEN
              MOVE TMP-PORT-ARG TO ENV-ARG-PATH
           ELSE
              STRING FUNCTION TRIM(TAB-PF-PREFIX(TMP-P))
                     FUNCTION TRIM(TMP-PORT-ARG)
                DELIMITED BY SIZE
                INTO ENV-ARG-PATH
              END-STRING
           END-IF
           PERFORM ENV-APPLY-ONE
           .
       PORTFOLIO-PATH-BUILD-EXIT. EXIT.



      *****************************************************************
       HISTORY-LOAD SECTION.
      *===============================================================*
      *    THE MONTH'S STEPS IN PORTFOLIO TMP-P'S RUN HISTORY         *
           IF (TAB-PF-SUBTREE-SW(TMP-P) NOT = 'Y') THEN
              GO TO HISTORY-LOAD-EXIT
           END-IF
           MOVE BASE-IHIST-PATH TO TMP-PORT-ARG
           PERFORM PORTFOLIO-PATH-BUILD
           MOVE ENV-ARG-PATH TO IHIST-PATH
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO RUN HISTORY FOR PORTFOLIO ' TAB-PF-ID(TMP-P)
                     ': ' IHIST-PATH
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO HISTORY-LOAD-EXIT
           END-IF
           MOVE TMP-P TO TMP-P2
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HISTR-REC
              IF (HISTR-DATE(1:6) = TMP-MONTH) THEN
                 PERFORM STEP-CHARGE
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           MOVE TMP-P2 TO TMP-P
           .
       HISTORY-LOAD-EXIT. EXIT.



      *****************************************************************
       STEP-CHARGE SECTION.
      *===============================================================*
      *    ONE RUN-HISTORY RECORD: PORTFOLIO (STAMP, ELSE THE FILE'S),*
      *    PRICE, AND THE RUN / PROGRAM / PORTFOLIO ACCUMULATORS      *
           MOVE TMP-P2 TO TMP-P
           IF (HISTR-PORTFOLIO NOT = SPACES) THEN
              MOVE HISTR-PORTFOLIO TO TMP-PORT-ID
              PERFORM PORTFOLIO-FIND
           END-IF
           MOVE ZERO TO TMP-STEP-SECONDS
           IF (HISTR-ELAPSED IS NUMERIC) THEN
              MOVE HISTR-ELAPSED TO TMP-STEP-SECONDS
           END-IF
           MOVE ZERO TO TMP-STEP-RECORDS
           IF (HISTR-COUNT IS NUMERIC) THEN
              MOVE HISTR-COUNT TO TMP-STEP-RECORDS
           END-IF
           ADD 1 TO TMP-COUNT-STEPS

      *    THE PROGRAM'S OWN PRICE, ELSE THE '*' LINE
           MOVE 0 TO TMP-R
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RT-MAX)
                        OR (TMP-R > 0)
              IF (TAB-RT-PROGRAM(TMP-I-TABLE) = HISTR-PGM) THEN
                 MOVE TMP-I-TABLE TO TMP-R
              END-IF
           END-PERFORM
           IF (TMP-R = 0) THEN
              MOVE TMP-RT-DEFAULT TO TMP-R
           END-IF
           MOVE ZERO TO TMP-COST-TIME TMP-COST-REC
           IF (TMP-R = 0) THEN
              ADD 1 TO TMP-COUNT-UNPRICED
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO PRICE FOR ' HISTR-PGM ' ON ' HISTR-DATE
                     ' - NOT CHARGED'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           ELSE
              COMPUTE TMP-COST-TIME ROUNDED =
                 TMP-STEP-SECONDS * TAB-RT-MINUTE(TMP-R) / 60
              COMPUTE TMP-COST-REC ROUNDED =
                 TMP-STEP-RECORDS * TAB-RT-THOUSAND(TMP-R) / 1000
           END-IF

      *    THE RUN - A STEP WITHOUT A RUN ID GOES WITH ITS DATE
           MOVE HISTR-RUN-ID TO TMP-RUN-ID
           MOVE HISTR-DATE   TO TMP-STEP-DATE
           PERFORM RUN-FIND
           IF (TMP-N > 0) THEN
              ADD 1                TO TAB-RN-STEPS(TMP-N)
              ADD TMP-STEP-SECONDS TO TAB-RN-SECONDS(TMP-N)
              ADD TMP-STEP-RECORDS TO TAB-RN-RECORDS(TMP-N)
              ADD TMP-COST-TIME TMP-COST-REC TO TAB-RN-COST(TMP-N)
           END-IF

      *    THE PROGRAM WITHIN THE PORTFOLIO
           MOVE 0 TO TMP-G
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PG-MAX)
                        OR (TMP-G > 0)
              IF (TAB-PG-PF(TMP-I-TABLE) = TMP-P)
                 AND (TAB-PG-PROGRAM(TMP-I-TABLE) = HISTR-PGM) THEN
                 MOVE TMP-I-TABLE TO TMP-G
              END-IF
           END-PERFORM
           IF (TMP-G = 0) THEN
              IF (TAB-PG-MAX >= TAB-PG-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-PG OVERFLOW - TOO MANY PROGRAMS'
                   TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-PG-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-PG-MAX
              MOVE TAB-PG-MAX TO TMP-G
              INITIALIZE TAB-PG(TMP-G)
              MOVE TMP-P     TO TAB-PG-PF(TMP-G)
              MOVE HISTR-PGM TO TAB-PG-PROGRAM(TMP-G)
           END-IF
           ADD 1                TO TAB-PG-STEPS(TMP-G)
           ADD TMP-STEP-SECONDS TO TAB-PG-SECONDS(TMP-G)
           ADD TMP-STEP-RECORDS TO TAB-PG-RECORDS(TMP-G)
           ADD TMP-COST-TIME    TO TAB-PG-COST-TIME(TMP-G)
           ADD TMP-COST-REC     TO TAB-PG-COST-REC(TMP-G)

      *    THE PORTFOLIO
           ADD 1                TO TAB-PF-STEPS(TMP-P)
           ADD TMP-STEP-SECONDS TO TAB-PF-SECONDS(TMP-P)
           ADD TMP-STEP-RECORDS TO TAB-PF-RECORDS(TMP-P)
           ADD TMP-COST-TIME    TO TAB-PF-COST-TIME(TMP-P)
           ADD TMP-COST-REC     TO TAB-PF-COST-REC(TMP-P)
           .
       STEP-CHARGE-EXIT. EXIT.



      *****************************************************************
       RUN-FIND SECTION.
      *===============================================================*
      *    PORTFOLIO TMP-P, TMP-RUN-ID (BLANK: BY TMP-STEP-DATE)      *
      *    -> TMP-N, ADDED WHEN NEW; 0 WHEN THE TABLE IS FULL         *
           MOVE 0 TO TMP-N
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RN-MAX)
                        OR (TMP-N > 0)
              IF (TAB-RN-PF(TMP-I-TABLE) = TMP-P)
                 AND (TAB-RN-RUN-ID(TMP-I-TABLE) = TMP-RUN-ID) THEN
                 IF (TMP-RUN-ID NOT = SPACES)
                    OR (TAB-RN-DATE(TMP-I-TABLE) = TMP-STEP-DATE) THEN
                    MOVE TMP-I-TABLE TO TMP-N
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-N > 0) THEN
              GO TO RUN-FIND-EXIT
           END-IF
           IF (TAB-RN-MAX >= TAB-RN-DIM) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-RN OVERFLOW - RUN NOT LISTED: ' TMP-RUN-ID
                     ' ' TMP-STEP-DATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO RUN-FIND-EXIT
           END-IF
           ADD 1 TO TAB-RN-MAX
           MOVE TAB-RN-MAX TO TMP-N
           INITIALIZE TAB-RN(TMP-N)
           MOVE TMP-P         TO TAB-RN-PF(TMP-N)
           MOVE TMP-RUN-ID    TO TAB-RN-RUN-ID(TMP-N)
           MOVE TMP-STEP-DATE TO TAB-RN-DATE(TMP-N)
           .
       RUN-FIND-EXIT. EXIT.



      *****************************************************************
       PAGES-LOAD SECTION.
      *===============================================================*
      *    THE PAGES OF EVERY CREPO1 REPORT OF THE MONTH IN PORTFOLIO *
      *    TMP-P'S SUBTREE (IO/REPORT1-4_YYYYMMDD.txt)                *
           IF (TAB-PF-SUBTREE-SW(TMP-P) NOT = 'Y') THEN
              GO TO PAGES-LOAD-EXIT
           END-IF
           PERFORM VARYING TMP-DAY FROM 1 BY 1
                     UNTIL (TMP-DAY > 31)
              STRING TMP-MONTH TMP-DAY
                DELIMITED BY SIZE
                INTO TMP-STEP-DATE
              END-STRING
              IF (FUNCTION TEST-DATE-YYYYMMDD(TMP-STEP-DATE-N) = 0)
                 THEN
                 PERFORM VARYING TMP-REPT-N FROM 1 BY 1
                           UNTIL (TMP-REPT-N > 4)
                    PERFORM REPORT-PAGES-READ
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       PAGES-LOAD-EXIT. EXIT.



      *****************************************************************
       REPORT-PAGES-READ SECTION.
      *===============================================================*
      *    REPORT TMP-REPT-N OF TMP-STEP-DATE - ITS TRAILER PAGES GO  *
      *    TO THE PORTFOLIO AND TO ITS RUN OF THAT DAY                *
           MOVE SPACES TO TMP-PORT-ARG
           STRING 'IO/REPORT' TMP-REPT-N '_' TMP-STEP-DATE '.txt'
             DELIMITED BY SIZE
             INTO TMP-PORT-ARG
           END-STRING
           PERFORM PORTFOLIO-PATH-BUILD
           MOVE ENV-ARG-PATH TO IREPT-PATH
           PERFORM FILE-OPEN-INPUT-IREPT
           IF (IREPT-NO) THEN
              GO TO REPORT-PAGES-READ-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-REPORTS
           MOVE ZERO TO TMP-STEP-PAGES
           PERFORM FILE-READ-IREPT
           PERFORM UNTIL (IREPT-EOF)
              EVALUATE TRUE
                WHEN (IREPT-RECORD(1:9) = 'RECORDS: ')
                 AND (IREPT-RECORD(19:9) = '  PAGES: ')
                  ADD FUNCTION NUMVAL(IREPT-RECORD(28:9))
                    TO TMP-STEP-PAGES
                WHEN (IREPT-RECORD(2:9) = 'RECORDS: ')
                 AND (IREPT-RECORD(20:9) = '  PAGES: ')
                  ADD FUNCTION NUMVAL(IREPT-RECORD(29:9))
                    TO TMP-STEP-PAGES
              END-EVALUATE
              PERFORM FILE-READ-IREPT
           END-PERFORM
           PERFORM FILE-CLOSE-IREPT
           IF (TMP-STEP-PAGES = 0) THEN
              GO TO REPORT-PAGES-READ-EXIT
           END-IF

           COMPUTE TMP-COST-PAGE ROUNDED =
              TMP-STEP-PAGES * TMP-RATE-PAGE
           ADD TMP-STEP-PAGES TO TAB-PF-PAGES(TMP-P)
           ADD TMP-COST-PAGE  TO TAB-PF-COST-PAGE(TMP-P)

      *    THE DAY'S RUN OF THE PORTFOLIO (FIRST ONE STARTED THAT DAY)
           MOVE 0 TO TMP-N
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RN-MAX)
                        OR (TMP-N > 0)
              IF (TAB-RN-PF(TMP-I-TABLE) = TMP-P)
                 AND (TAB-RN-DATE(TMP-I-TABLE) = TMP-STEP-DATE) THEN
                 MOVE TMP-I-TABLE TO TMP-N
              END-IF
           END-PERFORM
           IF (TMP-N = 0) THEN
              MOVE SPACES TO TMP-RUN-ID
              PERFORM RUN-FIND
           END-IF
           IF (TMP-N > 0) THEN
              ADD TMP-STEP-PAGES TO TAB-RN-PAGES(TMP-N)
              ADD TMP-COST-PAGE  TO TAB-RN-COST(TMP-N)
           END-IF
           .
       REPORT-PAGES-READ-EXIT. EXIT.



      *****************************************************************
       DEPARTMENTS-BUILD SECTION.
      *===============================================================*
      *    THE DEPARTMENTS BILLED, IN NAME ORDER (INSERTION)          *
           PERFORM VARYING TMP-P FROM 1 BY 1
                     UNTIL (TMP-P > TAB-PF-MAX)
              MOVE 0 TO TMP-D
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-DP-MAX)
                           OR (TMP-D > 0)
                 IF (TAB-DP-DEPT(TMP-I-TABLE) = TAB-PF-DEPT(TMP-P))
                    THEN
                    MOVE TMP-I-TABLE TO TMP-D
                 END-IF
              END-PERFORM
              IF (TMP-D = 0) THEN
                 IF (TAB-DP-MAX >= TAB-DP-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-DP OVERFLOW - TOO MANY DEPARTMENTS'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-DP-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE TAB-DP-MAX TO TMP-I-TABLE
                 PERFORM UNTIL (TMP-I-TABLE < 1)
                    IF (TAB-DP-DEPT(TMP-I-TABLE) < TAB-PF-DEPT(TMP-P))
                       THEN
                       EXIT PERFORM
                    END-IF
                    MOVE TAB-DP-DEPT(TMP-I-TABLE)
                      TO TAB-DP-DEPT(TMP-I-TABLE + 1)
                    SUBTRACT 1 FROM TMP-I-TABLE
                 END-PERFORM
                 MOVE TAB-PF-DEPT(TMP-P) TO TAB-DP-DEPT(TMP-I-TABLE + 1)
                 ADD 1 TO TAB-DP-MAX
              END-IF
           END-PERFORM
           .
       DEPARTMENTS-BUILD-EXIT. EXIT.



      *****************************************************************
       STATEMENT-WRITE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-OUTPUT-OCHB
           MOVE TMP-MONTH TO OCHB-H1-MONTH
           MOVE TMP-TODAY TO OCHB-H1-DATE
           MOVE OCHB-H1   TO OCHB-REC
           PERFORM OCHB-WRITE
           PERFORM OCHB-WRITE

      *    THE PRICES THE MONTH WAS CHARGED WITH
           MOVE 'RATE CARD (PER MINUTE / PER 1000 RECORDS / PER PAGE)'
             TO OCHB-REC
           PERFORM OCHB-WRITE
           PERFORM VARYING TMP-R FROM 1 BY 1
                     UNTIL (TMP-R > TAB-RT-MAX)
              MOVE TAB-RT-MINUTE(TMP-R)   TO OCHB-D-COST-TIME
              MOVE TAB-RT-THOUSAND(TMP-R) TO OCHB-D-COST-REC
              STRING '  ' TAB-RT-PROGRAM(TMP-R) ' '
                     OCHB-D-COST-TIME ' ' OCHB-D-COST-REC
                DELIMITED BY SIZE
                INTO OCHB-REC
              END-STRING
              PERFORM OCHB-WRITE
           END-PERFORM
           MOVE TMP-RATE-PAGE TO OCHB-D-COST-TIME
           STRING '  PAGE     ' OCHB-D-COST-TIME
             DELIMITED BY SIZE
             INTO OCHB-REC
           END-STRING
           PERFORM OCHB-WRITE

           PERFORM VARYING TMP-D FROM 1 BY 1
                     UNTIL (TMP-D > TAB-DP-MAX)
              PERFORM DEPARTMENT-WRITE
           END-PERFORM

      *    GRAND TOTAL
           PERFORM OCHB-WRITE
           MOVE OCHB-HR1 TO OCHB-REC
           PERFORM OCHB-WRITE
           MOVE SPACES TO OCHB-D
           MOVE 'TOTAL ALL DEPARTMENTS' TO OCHB-D-LABEL
           MOVE TMP-GT-STEPS     TO OCHB-D-STEPS
           COMPUTE TMP-MINUTES ROUNDED = TMP-GT-SECONDS / 60
           MOVE TMP-MINUTES      TO OCHB-D-MINUTES
           MOVE TMP-GT-RECORDS   TO OCHB-D-RECORDS
           MOVE TMP-GT-PAGES     TO OCHB-D-PAGES
           MOVE TMP-GT-COST-TIME TO OCHB-D-COST-TIME
           MOVE TMP-GT-COST-REC  TO OCHB-D-COST-REC
           MOVE TMP-GT-COST-PAGE TO OCHB-D-COST-PAGE
           COMPUTE TMP-TOTAL = TMP-GT-COST-TIME + TMP-GT-COST-REC
                             + TMP-GT-COST-PAGE
           MOVE TMP-TOTAL        TO OCHB-D-TOTAL
           MOVE OCHB-D TO OCHB-REC
           PERFORM OCHB-WRITE
           PERFORM FILE-CLOSE-OCHB
           .
       STATEMENT-WRITE-EXIT. EXIT.



      *****************************************************************
       DEPARTMENT-WRITE SECTION.
      *===============================================================*
      *    DEPARTMENT TMP-D: EACH OF ITS PORTFOLIOS, THEN ITS TOTAL   *
           INITIALIZE DEPT-TOTALS
           PERFORM OCHB-WRITE
           STRING 'DEPARTMENT ' TAB-DP-DEPT(TMP-D)
             DELIMITED BY SIZE
             INTO OCHB-REC
           END-STRING
           PERFORM OCHB-WRITE
           MOVE OCHB-H2  TO OCHB-REC
           PERFORM OCHB-WRITE
           MOVE OCHB-HR1 TO OCHB-REC
           PERFORM OCHB-WRITE
           PERFORM VARYING TMP-P FROM 1 BY 1
                     UNTIL (TMP-P > TAB-PF-MAX)
              IF (TAB-PF-DEPT(TMP-P) = TAB-DP-DEPT(TMP-D)) THEN
                 PERFORM PORTFOLIO-WRITE
              END-IF
           END-PERFORM
           MOVE SPACES TO OCHB-D
           STRING 'TOTAL DEPARTMENT ' TAB-DP-DEPT(TMP-D)
             DELIMITED BY SIZE
             INTO OCHB-D-LABEL
           END-STRING
           MOVE TMP-DT-STEPS     TO OCHB-D-STEPS
           COMPUTE TMP-MINUTES ROUNDED = TMP-DT-SECONDS / 60
           MOVE TMP-MINUTES      TO OCHB-D-MINUTES
           MOVE TMP-DT-RECORDS   TO OCHB-D-RECORDS
           MOVE TMP-DT-PAGES     TO OCHB-D-PAGES
           MOVE TMP-DT-COST-TIME TO OCHB-D-COST-TIME
           MOVE TMP-DT-COST-REC  TO OCHB-D-COST-REC
           MOVE TMP-DT-COST-PAGE TO OCHB-D-COST-PAGE
           COMPUTE TMP-TOTAL = TMP-DT-COST-TIME + TMP-DT-COST-REC
                             + TMP-DT-COST-PAGE
           MOVE TMP-TOTAL        TO OCHB-D-TOTAL
           MOVE OCHB-D TO OCHB-REC
           PERFORM OCHB-WRITE
           ADD TMP-DT-STEPS     TO TMP-GT-STEPS
           ADD TMP-DT-SECONDS   TO TMP-GT-SECONDS
           ADD TMP-DT-RECORDS   TO TMP-GT-RECORDS
           ADD TMP-DT-PAGES     TO TMP-GT-PAGES
           ADD TMP-DT-COST-TIME TO TMP-GT-COST-TIME
           ADD TMP-DT-COST-REC  TO TMP-GT-COST-REC
           ADD TMP-DT-COST-PAGE TO TMP-GT-COST-PAGE
           .
       DEPARTMENT-WRITE-EXIT. EXIT.



      *****************************************************************
       PORTFOLIO-WRITE SECTION.
      *===============================================================*
      *    PORTFOLIO TMP-P: ITS PROGRAMS, ITS RUNS IN DATE ORDER AND  *
      *    ITS TOTAL                                                  *
           PERFORM OCHB-WRITE
           STRING 'PORTFOLIO ' TAB-PF-ID(TMP-P) '  PROGRAMS'
             DELIMITED BY SIZE
             INTO OCHB-REC
           END-STRING
           PERFORM OCHB-WRITE
           PERFORM VARYING TMP-G FROM 1 BY 1
                     UNTIL (TMP-G > TAB-PG-MAX)
              IF (TAB-PG-PF(TMP-G) = TMP-P) THEN
                 MOVE SPACES TO OCHB-D
                 STRING '  ' TAB-PG-PROGRAM(TMP-G)
                   DELIMITED BY SIZE
                   INTO OCHB-D-LABEL
                 END-STRING
                 MOVE TAB-PG-STEPS(TMP-G)     TO OCHB-D-STEPS
                 COMPUTE TMP-MINUTES ROUNDED =
                    TAB-PG-SECONDS(TMP-G) / 60
                 MOVE TMP-MINUTES             TO OCHB-D-MINUTES
                 MOVE TAB-PG-RECORDS(TMP-G)   TO OCHB-D-RECORDS
                 MOVE ZERO                    TO OCHB-D-PAGES
                 MOVE TAB-PG-COST-TIME(TMP-G) TO OCHB-D-COST-TIME
                 MOVE TAB-PG-COST-REC(TMP-G)  TO OCHB-D-COST-REC
                 MOVE ZERO                    TO OCHB-D-COST-PAGE
                 COMPUTE TMP-TOTAL = TAB-PG-COST-TIME(TMP-G)
                                   + TAB-PG-COST-REC(TMP-G)
                 MOVE TMP-TOTAL               TO OCHB-D-TOTAL
                 MOVE OCHB-D TO OCHB-REC
                 PERFORM OCHB-WRITE
              END-IF
           END-PERFORM

           STRING 'PORTFOLIO ' TAB-PF-ID(TMP-P) '  RUNS'
             DELIMITED BY SIZE
             INTO OCHB-REC
           END-STRING
           PERFORM OCHB-WRITE
           PERFORM VARYING TMP-DAY FROM 1 BY 1
                     UNTIL (TMP-DAY > 31)
              STRING TMP-MONTH TMP-DAY
                DELIMITED BY SIZE
                INTO TMP-STEP-DATE
              END-STRING
              PERFORM VARYING TMP-N FROM 1 BY 1
                        UNTIL (TMP-N > TAB-RN-MAX)
                 IF (TAB-RN-PF(TMP-N) = TMP-P)
                    AND (TAB-RN-DATE(TMP-N) = TMP-STEP-DATE) THEN
                    PERFORM RUN-LINE-WRITE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO OCHB-D
           STRING 'TOTAL PORTFOLIO ' TAB-PF-ID(TMP-P)
             DELIMITED BY SIZE
             INTO OCHB-D-LABEL
           END-STRING
           MOVE TAB-PF-STEPS(TMP-P)     TO OCHB-D-STEPS
           COMPUTE TMP-MINUTES ROUNDED = TAB-PF-SECONDS(TMP-P) / 60
           MOVE TMP-MINUTES             TO OCHB-D-MINUTES
           MOVE TAB-PF-RECORDS(TMP-P)   TO OCHB-D-RECORDS
           MOVE TAB-PF-PAGES(TMP-P)     TO OCHB-D-PAGES
           MOVE TAB-PF-COST-TIME(TMP-P) TO OCHB-D-COST-TIME
           MOVE TAB-PF-COST-REC(TMP-P)  TO OCHB-D-COST-REC
           MOVE TAB-PF-COST-PAGE(TMP-P) TO OCHB-D-COST-PAGE
           COMPUTE TMP-TOTAL = TAB-PF-COST-TIME(TMP-P)
                             + TAB-PF-COST-REC(TMP-P)
                             + TAB-PF-COST-PAGE(TMP-P)
           MOVE TMP-TOTAL               TO OCHB-D-TOTAL
           MOVE OCHB-D TO OCHB-REC
           PERFORM OCHB-WRITE
           ADD TAB-PF-STEPS(TMP-P)     TO TMP-DT-STEPS
           ADD TAB-PF-SECONDS(TMP-P)   TO TMP-DT-SECONDS
           ADD TAB-PF-RECORDS(TMP-P)   TO TMP-DT-RECORDS
           ADD TAB-PF-PAGES(TMP-P)     TO TMP-DT-PAGES
           ADD TAB-PF-COST-TIME(TMP-P) TO TMP-DT-COST-TIME
           ADD TAB-PF-COST-REC(TMP-P)  TO TMP-DT-COST-REC
           ADD TAB-PF-COST-PAGE(TMP-P) TO TMP-DT-COST-PAGE
           .
       PORTFOLIO-WRITE-EXIT. EXIT.



      *****************************************************************
       RUN-LINE-WRITE SECTION.
      *===============================================================*
      *    RUN TMP-N - ITS ID (OR 'NO RUN ID') AND DATE, ONE COST     *
           MOVE SPACES TO OCHB-D
           IF (TAB-RN-RUN-ID(TMP-N) = SPACES) THEN
              STRING '  NO RUN ID    ' TAB-RN-DATE(TMP-N)(7:2) '.'
                     TAB-RN-DATE(TMP-N)(5:2) '.'
                     TAB-RN-DATE(TMP-N)(1:4)
                DELIMITED BY SIZE
                INTO OCHB-D-LABEL
              END-STRING
           ELSE
              STRING '  ' TAB-RN-RUN-ID(TMP-N) ' '
                     TAB-RN-DATE(TMP-N)(7:2) '.'
                     TAB-RN-DATE(TMP-N)(5:2) '.'
                     TAB-RN-DATE(TMP-N)(1:4)
                DELIMITED BY SIZE
                INTO OCHB-D-LABEL
              END-STRING
           END-IF
           MOVE TAB-RN-STEPS(TMP-N)   TO OCHB-D-STEPS
           COMPUTE TMP-MINUTES ROUNDED = TAB-RN-SECONDS(TMP-N) / 60
           MOVE TMP-MINUTES           TO OCHB-D-MINUTES
           MOVE TAB-RN-RECORDS(TMP-N) TO OCHB-D-RECORDS
           MOVE TAB-RN-PAGES(TMP-N)   TO OCHB-D-PAGES
           MOVE ZERO                  TO OCHB-D-COST-TIME
           MOVE ZERO                  TO OCHB-D-COST-REC
           MOVE ZERO                  TO OCHB-D-COST-PAGE
           MOVE TAB-RN-COST(TMP-N)    TO OCHB-D-TOTAL
           MOVE OCHB-D TO OCHB-REC
      *    ONLY THE TOTAL MEANS SOMETHING ON A RUN LINE
           MOVE SPACES TO OCHB-REC(73:39)
           PERFORM OCHB-WRITE
           .
       RUN-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
      *    FINANCE'S LOAD FILE - THREE COST ROWS PER PORTFOLIO, ONLY  *
      *    THOSE WITH A QUANTITY                                      *
           PERFORM FILE-OPEN-OUTPUT-OCHS
           PERFORM VARYING TMP-D FROM 1 BY 1
                     UNTIL (TMP-D > TAB-DP-MAX)
              PERFORM VARYING TMP-P FROM 1 BY 1
                        UNTIL (TMP-P > TAB-PF-MAX)
                 IF (TAB-PF-DEPT(TMP-P) = TAB-DP-DEPT(TMP-D)) THEN
                    IF (TAB-PF-SECONDS(TMP-P) > 0) THEN
                       COMPUTE DW-DEC ROUNDED =
                          TAB-PF-SECONDS(TMP-P) / 60
                       MOVE 'MINUTES' TO DW-FIELD
                       MOVE TAB-PF-COST-TIME(TMP-P) TO TMP-TOTAL
                       PERFORM SUMMARY-ROW-WRITE
                    END-IF
                    IF (TAB-PF-RECORDS(TMP-P) > 0) THEN
                       COMPUTE DW-DEC ROUNDED =
                          TAB-PF-RECORDS(TMP-P) / 1000
                       MOVE 'KRECORDS' TO DW-FIELD
                       MOVE TAB-PF-COST-REC(TMP-P) TO TMP-TOTAL
                       PERFORM SUMMARY-ROW-WRITE
                    END-IF
                    IF (TAB-PF-PAGES(TMP-P) > 0) THEN
                       MOVE TAB-PF-PAGES(TMP-P) TO DW-DEC
                       MOVE 'PAGES' TO DW-FIELD
                       MOVE TAB-PF-COST-PAGE(TMP-P) TO TMP-TOTAL
                       PERFORM SUMMARY-ROW-WRITE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM FILE-CLOSE-OCHS
           MOVE OCHS-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-ROW-WRITE SECTION.
      *===============================================================*
      *    PERIOD|DEPARTMENT|PORTFOLIO|TYPE (DW-FIELD)|QUANTITY       *
      *    (DW-DEC)|AMOUNT (TMP-TOTAL)                                *
           MOVE DW-FIELD TO OCHS-RECORD
           MOVE SPACES   TO DW-LINE
           MOVE 1        TO DW-PTR
           MOVE TMP-MONTH TO DW-FIELD
           PERFORM DW-FIELD-ADD
           MOVE TAB-DP-DEPT(TMP-D) TO DW-FIELD
           PERFORM DW-FIELD-ADD
           MOVE TAB-PF-ID(TMP-P) TO DW-FIELD
           PERFORM DW-FIELD-ADD
           MOVE OCHS-RECORD(1:8) TO DW-FIELD
           PERFORM DW-FIELD-ADD
           PERFORM DW-DEC-ADD
           MOVE TMP-TOTAL TO DW-DEC
           PERFORM DW-DEC-ADD
           MOVE DW-LINE TO OCHS-RECORD
           PERFORM FILE-WRITE-OCHS
           ADD 1 TO TMP-COUNT-SUMMARY
           .
       SUMMARY-ROW-WRITE-EXIT. EXIT.



      *****************************************************************
       DW-FIELD-ADD SECTION.
      *===============================================================*
      *    DW-FIELD, TRIMMED, AS THE NEXT FIELD OF DW-LINE (SEE       *
      *    TPL-DWH1)                                                  *
      *---------------------------------------------------------------*
           IF (DW-PTR > 1) THEN
              STRING DW-DELIM DELIMITED BY SIZE
                INTO DW-LINE WITH POINTER DW-PTR
              END-STRING
           END-IF
           IF (DW-FIELD NOT = SPACES) THEN
              STRING FUNCTION TRIM(DW-FIELD) DELIMITED BY SIZE
                INTO DW-LINE WITH POINTER DW-PTR
              END-STRING
           END-IF
           MOVE SPACES TO DW-FIELD
           .
       DW-FIELD-ADD-EXIT. EXIT.



      *****************************************************************
       DW-DEC-ADD SECTION.
      *===============================================================*
      *    PERIOD DECIMAL, AS IN THE TPL-BAT1 SNAPSHOT - A MACHINE    *
      *    CONSUMER MUST NOT DEPEND ON THE RUN'S DECIMAL SETTING      *
      *---------------------------------------------------------------*
           COMPUTE TMP-CSV-WHOLE = FUNCTION ABS(DW-DEC)
           COMPUTE TMP-CSV-FRAC  =
              FUNCTION MOD(FUNCTION ABS(DW-DEC) * 100, 100)
           MOVE TMP-CSV-WHOLE TO TMP-CSV-WHOLE-ED
           IF (DW-DEC < 0) THEN
              MOVE '-' TO TMP-CSV-SIGN
           ELSE
              MOVE SPACE TO TMP-CSV-SIGN
           END-IF
           MOVE SPACES TO DW-FIELD
           STRING FUNCTION TRIM(TMP-CSV-SIGN)
                  FUNCTION TRIM(TMP-CSV-WHOLE-ED) '.' TMP-CSV-FRAC
             DELIMITED BY SIZE
             INTO DW-FIELD
           END-STRING
           PERFORM DW-FIELD-ADD
           .
       DW-DEC-ADD-EXIT. EXIT.



      *****************************************************************
       OCHB-WRITE SECTION.
      *===============================================================*
           MOVE OCHB-REC TO OCHB-RECORD
           PERFORM FILE-WRITE-OCHB
           MOVE SPACES TO OCHB-REC
           .
       OCHB-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-STEPS TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'CHARGED MONTH........: ' TMP-MONTH
           DISPLAY 'PORTFOLIOS...........: ' TAB-PF-MAX
           DISPLAY 'DEPARTMENTS..........: ' TAB-DP-MAX
           DISPLAY 'STEPS CHARGED........: ' TMP-COUNT-STEPS
           DISPLAY 'STEPS WITHOUT PRICE..: ' TMP-COUNT-UNPRICED
           DISPLAY 'REPORTS READ.........: ' TMP-COUNT-REPORTS
           DISPLAY 'SUMMARY ROWS.........: ' TMP-COUNT-SUMMARY
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
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRATE==
            ==:V2:== BY ==IRATE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPORT==
            ==:V2:== BY ==IPORT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREPT==
            ==:V2:== BY ==IREPT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCHB==
            ==:V2:== BY ==OCHB-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCHS==
            ==:V2:== BY ==OCHS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CHRG1.
      *****************************************************************
