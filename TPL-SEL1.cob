       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-SEL1.
      *****************************************************************
      * TPL-SEL1: AD-HOC SELECTION EXTRACT FROM REQUEST CARDS         *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * "ALL SOFTWARE COMPANIES IN TX AND OK WITH GROWTH UNDER 2" WAS *
      * A ONE-OFF JOB WRITTEN BY A PROGRAMMER EVERY TIME. HERE THE    *
      * ANALYST NAMES THE CRITERIA AND THE COLUMNS ON REQUEST CARDS;  *
      * EVERY REQUEST OF THE CARD FILE PRODUCES ITS OWN DELIMITED     *
      * FILE AND A PRINTED COVER PAGE SAYING WHAT WAS ASKED FOR, BY   *
      * WHOM, AND HOW MANY COMPANIES CAME OUT. NOTHING IS WRITTEN     *
      * BACK TO ANY MASTER (SEE JCL SELXTRCT).                        *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt)            *
      * ISECT  - OPTIONAL INDUSTRY-TO-SECTOR HIERARCHY                *
      *          (IO/sectors.txt, SAME FILE AS TPL-BAT1)              *
      * ISREG  - OPTIONAL STATE-TO-CENSUS-REGION MAPPING              *
      *          (IO/stateregion.txt, SEE TPL-MAINT4)                 *
      * ILIFE  - OPTIONAL LIFECYCLE MASTER (IO/lifecycle.txt)         *
      * IWATCH - OPTIONAL WATCHLIST MASTER (IO/watchlist.txt)         *
      * IATTR  - OPTIONAL COMPANY ATTRIBUTES (IO/companyattr.txt)     *
      * ISEL   - REQUEST CARDS (IO/selreq.txt), KEYWORD=VALUE, '*' IN *
      *          COLUMN 1 IS A COMMENT:                               *
      *          REQUEST=<NAME>      STARTS A REQUEST; NAMES ITS FILE *
      *          TITLE=<TEXT>        COVER-PAGE TITLE                 *
      *          REQUESTOR=<NAME>    WHO ASKED                        *
      *          INDUSTRY=<INDUSTRY> SECTOR=<SECTOR> STATE=<ST>       *
      *          CENSUS=<REGION>     REGION=<CD>   STATUS=<A/S/C>     *
      *          WATCH=<Y/N>         - MATCHED AS SPELT IN THE MASTER *
      *          GROWTH=<LO>|<HI>    REVENUE=<LO>|<HI>                *
      *          EMPLOYEES=<LO>|<HI> FOUNDED=<LO>|<HI>                *
      *                              - INCLUSIVE, EITHER END MAY BE   *
      *                                LEFT EMPTY (E.G. GROWTH=|1,99) *
      *          COLUMNS=<C>,<C>,... FROM ID NAME STATE INDUSTRY      *
      *                              SECTOR GROWTH REGION CENSUS      *
      *                              STATUS WATCH REVENUE EMPLOYEES   *
      *                              FOUNDED (DEFAULT NAME, STATE,    *
      *                              INDUSTRY, GROWTH)                *
      *          DELIMITER=<CHAR>    FIELD DELIMITER (DEFAULT ',')    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSEL   - ONE DELIMITED FILE PER REQUEST                       *
      *          (IO/SELECT_<NAME>.csv), COLUMN NAMES ON THE FIRST    *
      *          LINE, GROWTH WITH A PERIOD DECIMAL LIKE THE TPL-BAT1 *
      *          SNAPSHOT                                             *
      * OCOVER - COVER PAGES, ONE PER REQUEST (IO/selcover.txt)       *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CRITERIA OF THE SAME KIND ARE ALTERNATIVES (STATE=TX AND      *
      * STATE=OK SELECT BOTH STATES); CRITERIA OF DIFFERENT KINDS     *
      * MUST ALL HOLD. A REQUEST WITHOUT CRITERIA SELECTS EVERY       *
      * COMPANY. A COMPANY NOT ON THE LIFECYCLE MAP IS ACTIVE (SEE    *
      * LIFEWS.cob); ONE WITHOUT ATTRIBUTES FAILS EVERY REVENUE,      *
      * EMPLOYEES OR FOUNDED CRITERION. ONLY RECORD VERSIONS IN FORCE *
      * TODAY ARE SELECTED. THE COMPANIES ARE HELD IN NAME + STATE    *
      * ORDER (SORT PASS, AS IN TPL-MERG1), SO THE EXTRACTS COME OUT  *
      * IN THAT ORDER. A BAD CARD ENDS THE RUN (RC 905/906) BEFORE    *
      * A HALF-SPECIFIED EXTRACT IS HANDED OUT.                       *
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISREG==
            ==:V2:== BY ==ISREG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISEL==
            ==:V2:== BY ==ISEL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCOVER==
            ==:V2:== BY ==OCOVER-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSEL==
            ==:V2:== BY ==OSEL-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE FOR THE NAME + STATE ORDER OF THE COMPANIES
      *    (SEE COMPANIES-LOAD) - THE RUNTIME OWNS ITS PLACEMENT
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISREG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISEL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCOVER==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSEL==
            ==:V2:== BY ==300==.
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

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE AND THE IN-STORAGE COPY  *
      * EVERY REQUEST IS SELECTED FROM, WITH THE COMPANION MASTERS'   *
      * FIELDS ALREADY ATTACHED                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE SELECTED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
      *    COMPANY-ID STAMP (SEE TPL-CID1)
           05 ICOMP-ID                 PIC X(9).
           05 FILLER                   PIC X(4).

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
                10 TAB-CO-GROWTH      PIC S9(3)V99.
                10 TAB-CO-REGION      PIC X(2).
                10 TAB-CO-ID          PIC X(9).
                10 TAB-CO-SECTOR      PIC X(23).
                10 TAB-CO-CENSUS      PIC X(14).
                10 TAB-CO-STATUS      PIC X(1).
                10 TAB-CO-WATCH       PIC X(1).
                10 TAB-CO-ATTR-SW     PIC X(1).
                10 TAB-CO-REVENUE     PIC 9(9).
                10 TAB-CO-EMPLOYEES   PIC 9(6).
                10 TAB-CO-FOUNDED     PIC 9(4).

      *---------------------------------------------------------------*
      * INPUT ISECT = INDUSTRY-TO-SECTOR HIERARCHY (SEE TPL-BAT1)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISECT==.
       01 ISECT-REC.
           05 ISECT-INDUSTRY          PIC X(23).
           05 ISECT-SECTOR            PIC X(23).
           05 FILLER                  PIC X(34).
       01 SECTOR-TABLE.
           05 TAB-SECT-MAX            PIC S9(9) BINARY.
           05 TAB-SECT-DIM            PIC S9(9) BINARY  VALUE 199.
           05 TAB-SECT                OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-SECT-MAX.
                10 TAB-SECT-INDUSTRY  PIC X(23).
                10 TAB-SECT-SECTOR    PIC X(23).

      *---------------------------------------------------------------*
      * INPUT ISREG = STATE-TO-CENSUS-REGION MAPPING (SEE TPL-BAT4)   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISREG==.
       01 ISREG-REC.
           05 ISREG-ABB                PIC X(2).
           05 ISREG-REGION             PIC X(14).
           05 FILLER                   PIC X(64).
       01 STATE-REGIONS.
           05 TAB-SREG-MAX            PIC S9(9) BINARY.
           05 TAB-SREG-DIM            PIC S9(9) BINARY  VALUE 99.
           05 TAB-SREG                OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-SREG-MAX.
                10 TAB-SREG-ABB       PIC X(2).
                10 TAB-SREG-REGION    PIC X(14).

      *---------------------------------------------------------------*
      * INPUT ILIFE = LIFECYCLE STATUS MAP (SEE LIFEWS.cob)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * INPUT IWATCH = WATCHLIST MASTER (LAYOUT WRITTEN BY TPL-WTCH1) *
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
      * INPUT ISEL = REQUEST CARDS AND THE REQUEST IN HAND            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISEL==.
       01 ISEL-KEY                    PIC X(20).
       01 ISEL-VAL                    PIC X(60).

      *    CRITERION KINDS - THE CARD KEYWORD IS THE KIND NAME
       01 KIND-NAMES-INIT.
           05 FILLER                  PIC X(10)  VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(10)  VALUE 'SECTOR'.
           05 FILLER                  PIC X(10)  VALUE 'STATE'.
           05 FILLER                  PIC X(10)  VALUE 'CENSUS'.
           05 FILLER                  PIC X(10)  VALUE 'REGION'.
           05 FILLER                  PIC X(10)  VALUE 'STATUS'.
           05 FILLER                  PIC X(10)  VALUE 'WATCH'.
           05 FILLER                  PIC X(10)  VALUE 'GROWTH'.
           05 FILLER                  PIC X(10)  VALUE 'REVENUE'.
           05 FILLER                  PIC X(10)  VALUE 'EMPLOYEES'.
           05 FILLER                  PIC X(10)  VALUE 'FOUNDED'.
       01 KIND-NAMES REDEFINES KIND-NAMES-INIT.
           05 TAB-KD-NAME             PIC X(10)  OCCURS 11.
       01 TAB-KD-DIM                  PIC S9(4)  BINARY VALUE 11.
      *    KINDS 1-7 MATCH A VALUE, KINDS 8-11 A RANGE
       01 TAB-KD-FIRST-RANGE          PIC S9(4)  BINARY VALUE 8.
       01 KIND-FLAGS.
           05 TAB-KF                  OCCURS 11.
                10 TAB-KF-USED-SW     PIC X(1).
                10 TAB-KF-HIT-SW      PIC X(1).

       01 CRITERIA.
           05 TAB-CR-MAX              PIC S9(4) BINARY.
           05 TAB-CR-DIM              PIC S9(4) BINARY  VALUE 100.
           05 TAB-CR                  OCCURS 100.
                10 TAB-CR-KIND        PIC S9(4) BINARY.
                10 TAB-CR-KEY         PIC X(23).
                10 TAB-CR-LO-SW       PIC X(1).
                10 TAB-CR-LO          PIC S9(9)V99.
                10 TAB-CR-HI-SW       PIC X(1).
                10 TAB-CR-HI          PIC S9(9)V99.

      *    OUTPUT COLUMNS - THE COLUMNS= CODES
       01 COLUMN-NAMES-INIT.
           05 FILLER                  PIC X(10)  VALUE 'ID'.
           05 FILLER                  PIC X(10)  VALUE 'NAME'.
           05 FILLER                  PIC X(10)  VALUE 'STATE'.
           05 FILLER                  PIC X(10)  VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(10)  VALUE 'SECTOR'.
           05 FILLER                  PIC X(10)  VALUE 'GROWTH'.
           05 FILLER                  PIC X(10)  VALUE 'REGION'.
           05 FILLER                  PIC X(10)  VALUE 'CENSUS'.
           05 FILLER                  PIC X(10)  VALUE 'STATUS'.
           05 FILLER                  PIC X(10)  VALUE 'WATCH'.
           05 FILLER                  PIC X(10)  VALUE 'REVENUE'.
           05 FILLER                  PIC X(10)  VALUE 'EMPLOYEES'.
           05 FILLER                  PIC X(10)  VALUE 'FOUNDED'.
       01 COLUMN-NAMES REDEFINES COLUMN-NAMES-INIT.
           05 TAB-CN-NAME             PIC X(10)  OCCURS 13.
       01 TAB-CN-DIM                  PIC S9(4)  BINARY VALUE 13.
       01 COLUMNS-CHOSEN.
           05 TAB-COL-MAX             PIC S9(4) BINARY.
           05 TAB-COL-DIM             PIC S9(4) BINARY  VALUE 20.
           05 TAB-COL                 PIC S9(4) BINARY  OCCURS 20.

       01 REQUEST-WORK.
           05 TMP-REQ-NAME            PIC X(20).
           05 TMP-REQ-TITLE           PIC X(60).
           05 TMP-REQ-BY              PIC X(30).
           05 TMP-REQ-OPEN-SW         PIC X(1)   VALUE 'N'.
           05 TMP-DELIM               PIC X(1).
           05 TMP-KIND                PIC S9(4)  BINARY.
           05 TMP-COL                 PIC S9(4)  BINARY.
           05 TMP-COL-CODE            PIC X(20).
           05 TMP-COL-PTR             PIC S9(4)  BINARY.
           05 TMP-LO-X                PIC X(30).
           05 TMP-HI-X                PIC X(30).
           05 TMP-VALUE               PIC S9(9)V99.
           05 TMP-SELECTED-SW         PIC X(1).
           05 TMP-RANGE-OK-SW         PIC X(1).
           05 TMP-ATTR-WARN-SW        PIC X(1).
           05 TMP-SPACES-IN-NAME      PIC S9(4)  BINARY.
           05 TMP-COUNT-SELECTED      PIC 9(7).

      *---------------------------------------------------------------*
      * OUTPUT OSEL = DELIMITED EXTRACT OF ONE REQUEST                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSEL==.
       01 OSEL-REC                    PIC X(300).
       01 OSEL-PUB-PATH               PIC X(40).
       01 OSEL-PTR                    PIC S9(4)  BINARY.
       01 OSEL-FIELD                  PIC X(40).
       01 TMP-CSV-WHOLE               PIC S9(9).
       01 TMP-CSV-FRAC                PIC  9(2).
       01 TMP-CSV-WHOLE-ED            PIC -(8)9.
       01 TMP-CSV-SIGN                PIC X(1).
       01 TMP-CSV-INT-ED              PIC Z(8)9.

      *---------------------------------------------------------------*
      * OUTPUT OCOVER = COVER PAGES                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCOVER==.
       01 OCOVER-REC                  PIC X(132).
       01 OCOVER-HR1                  PIC X(132) VALUE ALL '-'.
       01 OCOVER-HR2                  PIC X(132) VALUE ALL '='.
       01 OCOVER-H1.
           05 FILLER                  PIC X(35)
              VALUE 'AD-HOC SELECTION EXTRACT - REQUEST '.
           05 OCOVER-H1-NAME          PIC X(20).
           05 FILLER                  PIC X(7)  VALUE ' - RUN '.
           05 OCOVER-H1-DATE          PIC X(8).
       01 OCOVER-L1.
           05 OCOVER-L1-LABEL         PIC X(22).
           05 OCOVER-L1-TEXT          PIC X(100).
       01 OCOVER-C1.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 OCOVER-C1-KIND          PIC X(11).
           05 OCOVER-C1-KEY           PIC X(23).
       01 OCOVER-C2.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 OCOVER-C2-KIND          PIC X(11).
           05 FILLER                  PIC X(5)  VALUE 'FROM '.
           05 OCOVER-C2-LO            PIC X(15).
           05 FILLER                  PIC X(4)  VALUE ' TO '.
           05 OCOVER-C2-HI            PIC X(15).
       01 OCOVER-NUM-ED               PIC -(9)9,99.
       01 OCOVER-CNT-ED               PIC Z(6)9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-K-TABLE             PIC S9(9)   BINARY.
       01 TMP-CO-KEY                  PIC X(40).
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-REQUESTS      PIC 9(7).
           05 TMP-COUNT-FULL-SW       PIC X(1).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ISECT-PATH                 PIC X(40)
                                      VALUE 'IO/sectors.txt'.
       01 ISREG-PATH                 PIC X(40)
                                      VALUE 'IO/stateregion.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IATTR-PATH                 PIC X(40)
                                      VALUE 'IO/companyattr.txt'.
       01 ISEL-PATH                  PIC X(40)
                                      VALUE 'IO/selreq.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCOVER-PATH                PIC X(40)
                                      VALUE 'IO/selcover.txt'.
       01 OSEL-PATH                  PIC X(40)
                                      VALUE SPACES.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
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

           PERFORM COMPANIES-LOAD
           PERFORM COMPANIES-ENRICH

           PERFORM FILE-OPEN-OUTPUT-OCOVER
           PERFORM REQUESTS-RUN
           PERFORM FILE-CLOSE-OCOVER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-SEL1'                           TO PGM-NAME
           MOVE 'AD-HOC SELECTION EXTRACT FROM REQUEST CARDS'
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
           MOVE ISECT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISECT-PATH
           MOVE ISREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISREG-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IATTR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IATTR-PATH
           MOVE ISEL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISEL-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCOVER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCOVER-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 'N' TO TMP-COUNT-FULL-SW
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-SECT-MAX
           MOVE 0 TO TAB-SREG-MAX
           MOVE 0 TO TAB-CR-MAX
           MOVE 0 TO TAB-COL-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * INDUSTRY-TO-SECTOR HIERARCHY (ISECT IS OPTIONAL - WITHOUT IT  *
      * THE SECTOR COLUMN STAYS EMPTY AND SECTOR= SELECTS NOTHING)    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ISECT
           IF (ISECT-YES) THEN
              PERFORM FILE-READ-ISECT
              PERFORM UNTIL (ISECT-EOF)
                 MOVE ISECT-RECORD TO ISECT-REC
                 ADD 1 TO TAB-SECT-MAX
                 IF (TAB-SECT-MAX > TAB-SECT-DIM) THEN
                    MOVE TAB-SECT-DIM TO TAB-SECT-MAX
                    MOVE 'TAB-SECT OVERFLOW - HIERARCHY INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE ISECT-INDUSTRY
                      TO TAB-SECT-INDUSTRY(TAB-SECT-MAX)
                    MOVE ISECT-SECTOR
                      TO TAB-SECT-SECTOR(TAB-SECT-MAX)
                 END-IF
                 PERFORM FILE-READ-ISECT
              END-PERFORM
              PERFORM FILE-CLOSE-ISECT
           END-IF

      *---------------------------------------------------------------*
      * STATE-TO-CENSUS-REGION MAPPING (ISREG IS OPTIONAL - WITHOUT   *
      * IT THE CENSUS COLUMN STAYS EMPTY)                             *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ISREG
           IF (ISREG-YES) THEN
              PERFORM FILE-READ-ISREG
              PERFORM UNTIL (ISREG-EOF)
                 MOVE ISREG-RECORD TO ISREG-REC
                 ADD 1 TO TAB-SREG-MAX
                 IF (TAB-SREG-MAX > TAB-SREG-DIM) THEN
                    MOVE TAB-SREG-DIM TO TAB-SREG-MAX
                    MOVE 'TAB-SREG OVERFLOW - REGION MAP INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE ISREG-ABB    TO TAB-SREG-ABB(TAB-SREG-MAX)
                    MOVE ISREG-REGION TO TAB-SREG-REGION(TAB-SREG-MAX)
                 END-IF
                 PERFORM FILE-READ-ISREG
              END-PERFORM
              PERFORM FILE-CLOSE-ISREG
           END-IF

      *---------------------------------------------------------------*
      * LIFECYCLE STATUS MAP (SEE LIFESE.cob)                         *
      *---------------------------------------------------------------*
           PERFORM LOAD-LIFECYCLE-MAP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY IN FORCE TODAY, IN NAME + STATE ORDER SO THE *
      *    COMPANION MASTERS CAN BE MATCHED WITH SEARCH ALL           *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING TO SELECT FROM' TO PGM-ERR-MSG2
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
              IF (ICOMP-GROWTH NUMERIC)
                 AND (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 MOVE ICOMP-RECORD TO SWORK-REC
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
              IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-CO OVERFLOW - MASTER TOO LARGE TO SELECT'
                   TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE SWORK-REC TO ICOMP-REC
              ADD 1 TO TAB-CO-MAX
              INITIALIZE TAB-CO(TAB-CO-MAX)
              MOVE ICOMP-NAME     TO TAB-CO-NAME(TAB-CO-MAX)
              MOVE ICOMP-STATE    TO TAB-CO-STATE(TAB-CO-MAX)
              MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
              MOVE ICOMP-GROWTH   TO TAB-CO-GROWTH(TAB-CO-MAX)
              MOVE ICOMP-REGION   TO TAB-CO-REGION(TAB-CO-MAX)
              IF (ICOMP-ID NUMERIC) THEN
                 MOVE ICOMP-ID    TO TAB-CO-ID(TAB-CO-MAX)
              END-IF
              MOVE 'N'            TO TAB-CO-WATCH(TAB-CO-MAX)
              MOVE 'N'            TO TAB-CO-ATTR-SW(TAB-CO-MAX)
           END-PERFORM
           .
       COMPANIES-RETURN-EXIT. EXIT.



      *****************************************************************
       COMPANIES-ENRICH SECTION.
      *===============================================================*
      *    ATTACH SECTOR, CENSUS REGION AND LIFECYCLE STATUS, THEN    *
      *    THE WATCHLIST FLAG AND THE ATTRIBUTES                      *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-SECT-MAX)
                 IF (TAB-SECT-INDUSTRY(TMP-J-TABLE) =
                     TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                    MOVE TAB-SECT-SECTOR(TMP-J-TABLE)
                      TO TAB-CO-SECTOR(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-SREG-MAX)
                 IF (TAB-SREG-ABB(TMP-J-TABLE) =
                     TAB-CO-STATE(TMP-I-TABLE)) THEN
                    MOVE TAB-SREG-REGION(TMP-J-TABLE)
                      TO TAB-CO-CENSUS(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              MOVE TAB-CO-NAME(TMP-I-TABLE)  TO LIFE-ARG-NAME
              MOVE TAB-CO-STATE(TMP-I-TABLE) TO LIFE-ARG-STATE
              PERFORM LIFECYCLE-STATUS-LOOKUP
              MOVE LIFE-ARG-STATUS TO TAB-CO-STATUS(TMP-I-TABLE)
           END-PERFORM

      *---------------------------------------------------------------*
      * WATCHLIST (OPTIONAL - NO LIST MEANS NOBODY IS WATCHED)        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-YES) THEN
              PERFORM FILE-READ-IWATCH
              PERFORM UNTIL (IWATCH-EOF)
                 MOVE IWATCH-RECORD TO WL-REC
                 IF (WL-ON-LIST) AND (TAB-CO-MAX > 0) THEN
                    MOVE WL-NAME  TO TMP-CO-KEY(1:38)
                    MOVE WL-STATE TO TMP-CO-KEY(39:2)
                    SEARCH ALL TAB-CO
                      WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                        MOVE 'Y' TO TAB-CO-WATCH(TAB-CO-IDX)
                    END-SEARCH
                 END-IF
                 PERFORM FILE-READ-IWATCH
              END-PERFORM
              PERFORM FILE-CLOSE-IWATCH
           END-IF

      *---------------------------------------------------------------*
      * ATTRIBUTES (OPTIONAL - WITHOUT THEM THE ATTRIBUTE COLUMNS     *
      * STAY EMPTY AND ATTRIBUTE RANGES SELECT NOTHING)               *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-YES) THEN
              PERFORM FILE-READ-IATTR
              PERFORM UNTIL (IATTR-EOF)
                 MOVE IATTR-RECORD TO IATTR-REC
                 IF (IATTR-REVENUE NUMERIC)
                    AND (IATTR-EMPLOYEES NUMERIC)
                    AND (IATTR-FOUNDED NUMERIC)
                    AND (TAB-CO-MAX > 0) THEN
                    MOVE IATTR-NAME  TO TMP-CO-KEY(1:38)
                    MOVE IATTR-STATE TO TMP-CO-KEY(39:2)
                    SEARCH ALL TAB-CO
                      WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                        MOVE 'Y' TO TAB-CO-ATTR-SW(TAB-CO-IDX)
                        MOVE IATTR-REVENUE
                          TO TAB-CO-REVENUE(TAB-CO-IDX)
                        MOVE IATTR-EMPLOYEES
                          TO TAB-CO-EMPLOYEES(TAB-CO-IDX)
                        MOVE IATTR-FOUNDED
                          TO TAB-CO-FOUNDED(TAB-CO-IDX)
                    END-SEARCH
                 END-IF
                 PERFORM FILE-READ-IATTR
              END-PERFORM
              PERFORM FILE-CLOSE-IATTR
           END-IF
           .
       COMPANIES-ENRICH-EXIT. EXIT.



      *****************************************************************
       REQUESTS-RUN SECTION.
      *===============================================================*
      *    A REQUEST= CARD CLOSES THE REQUEST BEFORE IT; END OF FILE  *
      *    CLOSES THE LAST ONE                                        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ISEL
           IF (ISEL-NO) THEN
              MOVE 'NO REQUEST CARDS - NOTHING TO SELECT'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 'NO REQUEST CARDS - NOTHING TO SELECT' TO OCOVER-REC
              PERFORM OCOVER-WRITE
              GO TO REQUESTS-RUN-EXIT
           END-IF

           PERFORM FILE-READ-ISEL
           PERFORM UNTIL (ISEL-EOF)
              IF (ISEL-RECORD NOT = SPACES)
                 AND (ISEL-RECORD(1:1) NOT = '*') THEN
                 MOVE SPACES TO ISEL-KEY ISEL-VAL
                 UNSTRING ISEL-RECORD DELIMITED BY '='
                   INTO ISEL-KEY ISEL-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(ISEL-KEY) = 'REQUEST') THEN
                    IF (TMP-REQ-OPEN-SW = 'Y') THEN
                       PERFORM REQUEST-EXTRACT
                    END-IF
                    PERFORM REQUEST-START
                 ELSE
                    PERFORM REQUEST-CARD-ADD
                 END-IF
              END-IF
              PERFORM FILE-READ-ISEL
           END-PERFORM
           PERFORM FILE-CLOSE-ISEL

           IF (TMP-REQ-OPEN-SW = 'Y') THEN
              PERFORM REQUEST-EXTRACT
           ELSE
              MOVE 'REQUEST FILE HOLDS NO REQUEST= CARD'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 'REQUEST FILE HOLDS NO REQUEST= CARD' TO OCOVER-REC
              PERFORM OCOVER-WRITE
           END-IF
           .
       REQUESTS-RUN-EXIT. EXIT.



      *****************************************************************
       REQUEST-START SECTION.
      *===============================================================*
      *    THE NAME BECOMES PART OF THE FILE NAME - ONE WORD, NO      *
      *    LONGER THAN 20 CHARACTERS                                  *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-SPACES-IN-NAME
           IF (ISEL-VAL NOT = SPACES) THEN
              INSPECT FUNCTION TRIM(ISEL-VAL)
                TALLYING TMP-SPACES-IN-NAME FOR ALL SPACE
           END-IF
           IF (ISEL-VAL = SPACES)
              OR (ISEL-VAL(21:40) NOT = SPACES)
              OR (TMP-SPACES-IN-NAME > 0) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID REQUEST NAME: ' ISEL-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'ONE WORD OF AT MOST 20 CHARACTERS, NO BLANKS'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE FUNCTION TRIM(ISEL-VAL) TO TMP-REQ-NAME
           MOVE SPACES TO TMP-REQ-TITLE
           MOVE SPACES TO TMP-REQ-BY
           MOVE ','    TO TMP-DELIM
           MOVE 0      TO TAB-CR-MAX
           MOVE 0      TO TAB-COL-MAX
           MOVE 'Y'    TO TMP-REQ-OPEN-SW
           .
       REQUEST-START-EXIT. EXIT.



      *****************************************************************
       REQUEST-CARD-ADD SECTION.
      *===============================================================*
           IF (TMP-REQ-OPEN-SW NOT = 'Y') THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'CARD BEFORE ANY REQUEST: ' ISEL-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'START EACH REQUEST WITH A REQUEST=<NAME> CARD'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           EVALUATE FUNCTION TRIM(ISEL-KEY)
             WHEN 'TITLE'
               MOVE ISEL-VAL TO TMP-REQ-TITLE
               GO TO REQUEST-CARD-ADD-EXIT
             WHEN 'REQUESTOR'
               MOVE ISEL-VAL TO TMP-REQ-BY
               GO TO REQUEST-CARD-ADD-EXIT
             WHEN 'DELIMITER'
               MOVE ISEL-VAL(1:1) TO TMP-DELIM
               IF (TMP-DELIM = SPACE) THEN
                  MOVE ',' TO TMP-DELIM
               END-IF
               GO TO REQUEST-CARD-ADD-EXIT
             WHEN 'COLUMNS'
               PERFORM COLUMNS-CARD-ADD
               GO TO REQUEST-CARD-ADD-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE 0 TO TMP-KIND
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-KD-DIM)
              IF (TAB-KD-NAME(TMP-K-TABLE) = FUNCTION TRIM(ISEL-KEY))
                 THEN
                 MOVE TMP-K-TABLE TO TMP-KIND
              END-IF
           END-PERFORM
           IF (TMP-KIND = 0) OR (ISEL-VAL = SPACES) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID CARD IN REQUEST '
                     FUNCTION TRIM(TMP-REQ-NAME) ': ' ISEL-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'UNKNOWN KEYWORD OR EMPTY VALUE - SEE TPL-SEL1'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           IF (TAB-CR-MAX >= TAB-CR-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              STRING 'TAB-CR OVERFLOW - REQUEST '
                     FUNCTION TRIM(TMP-REQ-NAME)
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RAISE TAB-CR-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CR-MAX
           MOVE TMP-KIND TO TAB-CR-KIND(TAB-CR-MAX)
           MOVE SPACES   TO TAB-CR-KEY(TAB-CR-MAX)
           MOVE 'N'      TO TAB-CR-LO-SW(TAB-CR-MAX)
           MOVE 'N'      TO TAB-CR-HI-SW(TAB-CR-MAX)
           MOVE 0        TO TAB-CR-LO(TAB-CR-MAX)
           MOVE 0        TO TAB-CR-HI(TAB-CR-MAX)

           IF (TMP-KIND < TAB-KD-FIRST-RANGE) THEN
      *       CODES ARE UPPER CASE IN THE MASTERS; NAMES ARE MATCHED
      *       AS SPELT
              EVALUATE TMP-KIND
                WHEN 3
                WHEN 5
                WHEN 6
                WHEN 7
                  MOVE FUNCTION UPPER-CASE(ISEL-VAL)
                    TO TAB-CR-KEY(TAB-CR-MAX)
                WHEN OTHER
                  MOVE ISEL-VAL TO TAB-CR-KEY(TAB-CR-MAX)
              END-EVALUATE
              GO TO REQUEST-CARD-ADD-EXIT
           END-IF

           MOVE SPACES TO TMP-LO-X TMP-HI-X
           UNSTRING ISEL-VAL DELIMITED BY '|'
             INTO TMP-LO-X TMP-HI-X
           END-UNSTRING
           IF ((TMP-LO-X = SPACES) AND (TMP-HI-X = SPACES))
              OR ((TMP-LO-X NOT = SPACES)
                  AND (FUNCTION TEST-NUMVAL(TMP-LO-X) NOT = 0))
              OR ((TMP-HI-X NOT = SPACES)
                  AND (FUNCTION TEST-NUMVAL(TMP-HI-X) NOT = 0)) THEN
              MOVE '906' TO PGM-ERR-RC
              STRING 'INVALID RANGE IN REQUEST '
                     FUNCTION TRIM(TMP-REQ-NAME) ': ' ISEL-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED <KIND>=<FROM>|<TO>, EITHER MAY BE EMPTY'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-LO-X NOT = SPACES) THEN
              MOVE 'Y' TO TAB-CR-LO-SW(TAB-CR-MAX)
              COMPUTE TAB-CR-LO(TAB-CR-MAX) = FUNCTION NUMVAL(TMP-LO-X)
           END-IF
           IF (TMP-HI-X NOT = SPACES) THEN
              MOVE 'Y' TO TAB-CR-HI-SW(TAB-CR-MAX)
              COMPUTE TAB-CR-HI(TAB-CR-MAX) = FUNCTION NUMVAL(TMP-HI-X)
           END-IF
           .
       REQUEST-CARD-ADD-EXIT. EXIT.



      *****************************************************************
       COLUMNS-CARD-ADD SECTION.
      *===============================================================*
      *    COMMA-SEPARATED COLUMN CODES, IN OUTPUT ORDER; SEVERAL     *
      *    COLUMNS= CARDS ADD UP                                      *
      *---------------------------------------------------------------*
           MOVE 1 TO TMP-COL-PTR
           PERFORM UNTIL (TMP-COL-PTR > 60)
              MOVE SPACES TO TMP-COL-CODE
              UNSTRING ISEL-VAL DELIMITED BY ','
                INTO TMP-COL-CODE
                WITH POINTER TMP-COL-PTR
              END-UNSTRING
              IF (TMP-COL-CODE NOT = SPACES) THEN
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TMP-COL-CODE))
                   TO TMP-COL-CODE
                 MOVE 0 TO TMP-COL
                 PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                           UNTIL (TMP-K-TABLE > TAB-CN-DIM)
                    IF (TAB-CN-NAME(TMP-K-TABLE) = TMP-COL-CODE) THEN
                       MOVE TMP-K-TABLE TO TMP-COL
                    END-IF
                 END-PERFORM
                 IF (TMP-COL = 0) THEN
                    MOVE '905' TO PGM-ERR-RC
                    STRING 'UNKNOWN COLUMN IN REQUEST '
                           FUNCTION TRIM(TMP-REQ-NAME) ': '
                           TMP-COL-CODE
                      DELIMITED BY SIZE INTO PGM-ERR-MSG1
                    END-STRING
                    MOVE 'SEE THE COLUMNS= LIST IN TPL-SEL1'
                      TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 IF (TAB-COL-MAX >= TAB-COL-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    STRING 'TAB-COL OVERFLOW - REQUEST '
                           FUNCTION TRIM(TMP-REQ-NAME)
                      DELIMITED BY SIZE INTO PGM-ERR-MSG1
                    END-STRING
                    MOVE 'RAISE TAB-COL-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-COL-MAX
                 MOVE TMP-COL TO TAB-COL(TAB-COL-MAX)
              END-IF
           END-PERFORM
           .
       COLUMNS-CARD-ADD-EXIT. EXIT.



      *****************************************************************
       REQUEST-EXTRACT SECTION.
      *===============================================================*
      *    WRITE THE DELIMITED FILE OF THE REQUEST IN HAND, THEN ITS  *
      *    COVER PAGE                                                 *
      *---------------------------------------------------------------*
           ADD 1 TO TMP-COUNT-REQUESTS
           MOVE 0 TO TMP-COUNT-SELECTED
           IF (TAB-COL-MAX = 0) THEN
              MOVE 4 TO TAB-COL-MAX
              MOVE 2 TO TAB-COL(1)
              MOVE 3 TO TAB-COL(2)
              MOVE 4 TO TAB-COL(3)
              MOVE 6 TO TAB-COL(4)
           END-IF
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-KD-DIM)
              MOVE 'N' TO TAB-KF-USED-SW(TMP-K-TABLE)
           END-PERFORM
           MOVE 'N' TO TMP-ATTR-WARN-SW
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-CR-MAX)
              MOVE 'Y' TO TAB-KF-USED-SW(TAB-CR-KIND(TMP-K-TABLE))
              IF (TAB-CR-KIND(TMP-K-TABLE) > TAB-KD-FIRST-RANGE)
                 AND (IATTR-NO) THEN
                 MOVE 'Y' TO TMP-ATTR-WARN-SW
              END-IF
           END-PERFORM
           IF (TMP-ATTR-WARN-SW = 'Y') THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO ATTRIBUTES FILE - ATTRIBUTE RANGES OF REQUEST '
                     FUNCTION TRIM(TMP-REQ-NAME) ' SELECT NOTHING'
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

           MOVE SPACES TO OSEL-PUB-PATH
           STRING 'IO/SELECT_' FUNCTION TRIM(TMP-REQ-NAME) '.csv'
             DELIMITED BY SIZE
             INTO OSEL-PUB-PATH
           END-STRING
           MOVE OSEL-PUB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSEL-PATH
           PERFORM FILE-OPEN-OUTPUT-OSEL

      *    COLUMN NAMES FIRST
           MOVE SPACES TO OSEL-REC
           MOVE 1 TO OSEL-PTR
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-COL-MAX)
              IF (TMP-J-TABLE > 1) THEN
                 STRING TMP-DELIM DELIMITED BY SIZE
                   INTO OSEL-REC WITH POINTER OSEL-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(TAB-CN-NAME(TAB-COL(TMP-J-TABLE)))
                DELIMITED BY SIZE
                INTO OSEL-REC WITH POINTER OSEL-PTR
              END-STRING
           END-PERFORM
           MOVE OSEL-REC TO OSEL-RECORD
           PERFORM FILE-WRITE-OSEL

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              PERFORM ROW-SELECT
              IF (TMP-SELECTED-SW = 'Y') THEN
                 ADD 1 TO TMP-COUNT-SELECTED
                 PERFORM ROW-WRITE
              END-IF
           END-PERFORM
           PERFORM FILE-CLOSE-OSEL

           PERFORM COVER-WRITE
           DISPLAY 'REQUEST ' TMP-REQ-NAME ' SELECTED: '
                   TMP-COUNT-SELECTED
           .
       REQUEST-EXTRACT-EXIT. EXIT.



      *****************************************************************
       ROW-SELECT SECTION.
      *===============================================================*
      *    TMP-SELECTED-SW = 'Y' WHEN COMPANY TMP-I-TABLE MEETS ONE   *
      *    CRITERION OF EVERY KIND THE REQUEST NAMES                  *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-KD-DIM)
              MOVE 'N' TO TAB-KF-HIT-SW(TMP-K-TABLE)
           END-PERFORM

           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-CR-MAX)
              MOVE TAB-CR-KIND(TMP-K-TABLE) TO TMP-KIND
              MOVE 'N' TO TMP-RANGE-OK-SW
              EVALUATE TMP-KIND
                WHEN 1
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 2
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-SECTOR(TMP-I-TABLE))
                     AND (TAB-CO-SECTOR(TMP-I-TABLE) NOT = SPACES) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 3
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-STATE(TMP-I-TABLE)) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 4
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-CENSUS(TMP-I-TABLE))
                     AND (TAB-CO-CENSUS(TMP-I-TABLE) NOT = SPACES) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 5
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-REGION(TMP-I-TABLE)) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 6
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-STATUS(TMP-I-TABLE)) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 7
                  IF (TAB-CR-KEY(TMP-K-TABLE) =
                      TAB-CO-WATCH(TMP-I-TABLE)) THEN
                     MOVE 'Y' TO TMP-RANGE-OK-SW
                  END-IF
                WHEN 8
                  MOVE TAB-CO-GROWTH(TMP-I-TABLE) TO TMP-VALUE
                  PERFORM RANGE-CHECK
                WHEN OTHER
                  IF (TAB-CO-ATTR-SW(TMP-I-TABLE) = 'Y') THEN
                     EVALUATE TMP-KIND
                       WHEN 9
                         MOVE TAB-CO-REVENUE(TMP-I-TABLE)
                           TO TMP-VALUE
                       WHEN 10
                         MOVE TAB-CO-EMPLOYEES(TMP-I-TABLE)
                           TO TMP-VALUE
                       WHEN OTHER
                         MOVE TAB-CO-FOUNDED(TMP-I-TABLE)
                           TO TMP-VALUE
                     END-EVALUATE
                     PERFORM RANGE-CHECK
                  END-IF
              END-EVALUATE
              IF (TMP-RANGE-OK-SW = 'Y') THEN
                 MOVE 'Y' TO TAB-KF-HIT-SW(TMP-KIND)
              END-IF
           END-PERFORM

           MOVE 'Y' TO TMP-SELECTED-SW
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-KD-DIM)
              IF (TAB-KF-USED-SW(TMP-K-TABLE) = 'Y')
                 AND (TAB-KF-HIT-SW(TMP-K-TABLE) NOT = 'Y') THEN
                 MOVE 'N' TO TMP-SELECTED-SW
              END-IF
           END-PERFORM
           .
       ROW-SELECT-EXIT. EXIT.



      *****************************************************************
       RANGE-CHECK SECTION.
      *===============================================================*
      *    TMP-VALUE AGAINST CRITERION TMP-K-TABLE, BOTH ENDS         *
      *    INCLUSIVE                                                  *
      *---------------------------------------------------------------*
           MOVE 'Y' TO TMP-RANGE-OK-SW
           IF (TAB-CR-LO-SW(TMP-K-TABLE) = 'Y')
              AND (TMP-VALUE < TAB-CR-LO(TMP-K-TABLE)) THEN
              MOVE 'N' TO TMP-RANGE-OK-SW
           END-IF
           IF (TAB-CR-HI-SW(TMP-K-TABLE) = 'Y')
              AND (TMP-VALUE > TAB-CR-HI(TMP-K-TABLE)) THEN
              MOVE 'N' TO TMP-RANGE-OK-SW
           END-IF
           .
       RANGE-CHECK-EXIT. EXIT.



      *****************************************************************
       ROW-WRITE SECTION.
      *===============================================================*
      *    THE CHOSEN COLUMNS OF COMPANY TMP-I-TABLE, TRIMMED AND     *
      *    DELIMITED                                                  *
      *---------------------------------------------------------------*
           MOVE SPACES TO OSEL-REC
           MOVE 1 TO OSEL-PTR
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-COL-MAX)
              MOVE SPACES TO OSEL-FIELD
              EVALUATE TAB-COL(TMP-J-TABLE)
                WHEN 1
                  MOVE TAB-CO-ID(TMP-I-TABLE)       TO OSEL-FIELD
                WHEN 2
                  MOVE TAB-CO-NAME(TMP-I-TABLE)     TO OSEL-FIELD
                WHEN 3
                  MOVE TAB-CO-STATE(TMP-I-TABLE)    TO OSEL-FIELD
                WHEN 4
                  MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO OSEL-FIELD
                WHEN 5
                  MOVE TAB-CO-SECTOR(TMP-I-TABLE)   TO OSEL-FIELD
                WHEN 6
                  PERFORM GROWTH-FIELD-EDIT
                WHEN 7
                  MOVE TAB-CO-REGION(TMP-I-TABLE)   TO OSEL-FIELD
                WHEN 8
                  MOVE TAB-CO-CENSUS(TMP-I-TABLE)   TO OSEL-FIELD
                WHEN 9
                  MOVE TAB-CO-STATUS(TMP-I-TABLE)   TO OSEL-FIELD
                WHEN 10
                  MOVE TAB-CO-WATCH(TMP-I-TABLE)    TO OSEL-FIELD
                WHEN OTHER
      *           ATTRIBUTE COLUMNS STAY EMPTY WITHOUT ATTRIBUTES
                  IF (TAB-CO-ATTR-SW(TMP-I-TABLE) = 'Y') THEN
                     EVALUATE TAB-COL(TMP-J-TABLE)
                       WHEN 11
                         MOVE TAB-CO-REVENUE(TMP-I-TABLE)
                           TO TMP-CSV-INT-ED
                       WHEN 12
                         MOVE TAB-CO-EMPLOYEES(TMP-I-TABLE)
                           TO TMP-CSV-INT-ED
                       WHEN OTHER
                         MOVE TAB-CO-FOUNDED(TMP-I-TABLE)
                           TO TMP-CSV-INT-ED
                     END-EVALUATE
                     MOVE FUNCTION TRIM(TMP-CSV-INT-ED) TO OSEL-FIELD
                  END-IF
              END-EVALUATE
              IF (TMP-J-TABLE > 1) THEN
                 STRING TMP-DELIM DELIMITED BY SIZE
                   INTO OSEL-REC WITH POINTER OSEL-PTR
                 END-STRING
              END-IF
              IF (OSEL-FIELD NOT = SPACES) THEN
                 STRING FUNCTION TRIM(OSEL-FIELD) DELIMITED BY SIZE
                   INTO OSEL-REC WITH POINTER OSEL-PTR
                 END-STRING
              END-IF
           END-PERFORM
           MOVE OSEL-REC TO OSEL-RECORD
           PERFORM FILE-WRITE-OSEL
           .
       ROW-WRITE-EXIT. EXIT.



      *****************************************************************
       GROWTH-FIELD-EDIT SECTION.
      *===============================================================*
      *    PERIOD DECIMAL, AS IN THE TPL-BAT1 SNAPSHOT - A MACHINE    *
      *    CONSUMER MUST NOT DEPEND ON THE RUN'S DECIMAL SETTING      *
      *---------------------------------------------------------------*
           COMPUTE TMP-CSV-WHOLE =
              FUNCTION ABS(TAB-CO-GROWTH(TMP-I-TABLE))
           COMPUTE TMP-CSV-FRAC  =
              FUNCTION MOD(FUNCTION ABS(TAB-CO-GROWTH(TMP-I-TABLE))
                           * 100, 100)
           MOVE TMP-CSV-WHOLE TO TMP-CSV-WHOLE-ED
           IF (TAB-CO-GROWTH(TMP-I-TABLE) < 0) THEN
              MOVE '-' TO TMP-CSV-SIGN
           ELSE
              MOVE SPACE TO TMP-CSV-SIGN
           END-IF
           STRING FUNCTION TRIM(TMP-CSV-SIGN)
                  FUNCTION TRIM(TMP-CSV-WHOLE-ED) '.' TMP-CSV-FRAC
             DELIMITED BY SIZE
             INTO OSEL-FIELD
           END-STRING
           .
       GROWTH-FIELD-EDIT-EXIT. EXIT.



      *****************************************************************
       COVER-WRITE SECTION.
      *===============================================================*
           MOVE TMP-REQ-NAME TO OCOVER-H1-NAME
           MOVE TMP-TODAY    TO OCOVER-H1-DATE
           MOVE OCOVER-HR2   TO OCOVER-REC
           PERFORM OCOVER-WRITE
           MOVE OCOVER-H1    TO OCOVER-REC
           PERFORM OCOVER-WRITE
           MOVE OCOVER-HR2   TO OCOVER-REC
           PERFORM OCOVER-WRITE

           MOVE 'TITLE:'              TO OCOVER-L1-LABEL
           MOVE TMP-REQ-TITLE         TO OCOVER-L1-TEXT
           PERFORM COVER-LINE-WRITE
           MOVE 'REQUESTED BY:'       TO OCOVER-L1-LABEL
           MOVE TMP-REQ-BY            TO OCOVER-L1-TEXT
           PERFORM COVER-LINE-WRITE
           MOVE SPACES TO OCOVER-REC
           PERFORM OCOVER-WRITE

      *---------------------------------------------------------------*
      * THE CRITERIA AS READ                                          *
      *---------------------------------------------------------------*
           MOVE 'SELECTION CRITERIA (SAME KIND: ANY OF, KINDS: ALL OF):'
             TO OCOVER-REC
           PERFORM OCOVER-WRITE
           IF (TAB-CR-MAX = 0) THEN
              MOVE '    NONE - EVERY COMPANY IN FORCE IS SELECTED'
                TO OCOVER-REC
              PERFORM OCOVER-WRITE
           END-IF
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-CR-MAX)
              MOVE TAB-CR-KIND(TMP-K-TABLE) TO TMP-KIND
              IF (TMP-KIND < TAB-KD-FIRST-RANGE) THEN
                 MOVE TAB-KD-NAME(TMP-KIND)   TO OCOVER-C1-KIND
                 MOVE TAB-CR-KEY(TMP-K-TABLE) TO OCOVER-C1-KEY
                 MOVE SPACES    TO OCOVER-REC
                 MOVE OCOVER-C1 TO OCOVER-REC
              ELSE
                 MOVE TAB-KD-NAME(TMP-KIND)   TO OCOVER-C2-KIND
                 MOVE '(OPEN)' TO OCOVER-C2-LO
                 MOVE '(OPEN)' TO OCOVER-C2-HI
                 IF (TAB-CR-LO-SW(TMP-K-TABLE) = 'Y') THEN
                    MOVE TAB-CR-LO(TMP-K-TABLE) TO OCOVER-NUM-ED
                    MOVE FUNCTION TRIM(OCOVER-NUM-ED) TO OCOVER-C2-LO
                 END-IF
                 IF (TAB-CR-HI-SW(TMP-K-TABLE) = 'Y') THEN
                    MOVE TAB-CR-HI(TMP-K-TABLE) TO OCOVER-NUM-ED
                    MOVE FUNCTION TRIM(OCOVER-NUM-ED) TO OCOVER-C2-HI
                 END-IF
                 MOVE SPACES    TO OCOVER-REC
                 MOVE OCOVER-C2 TO OCOVER-REC
              END-IF
              PERFORM OCOVER-WRITE
           END-PERFORM
           MOVE SPACES TO OCOVER-REC
           PERFORM OCOVER-WRITE

      *---------------------------------------------------------------*
      * WHAT CAME OUT AND WHERE                                       *
      *---------------------------------------------------------------*
           MOVE SPACES TO OCOVER-L1-TEXT
           MOVE 1 TO OSEL-PTR
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-COL-MAX)
              IF (TMP-J-TABLE > 1) THEN
                 STRING ', ' DELIMITED BY SIZE
                   INTO OCOVER-L1-TEXT WITH POINTER OSEL-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(TAB-CN-NAME(TAB-COL(TMP-J-TABLE)))
                DELIMITED BY SIZE
                INTO OCOVER-L1-TEXT WITH POINTER OSEL-PTR
              END-STRING
           END-PERFORM
           MOVE 'COLUMNS:'            TO OCOVER-L1-LABEL
           PERFORM COVER-LINE-WRITE
           MOVE 'DELIMITER:'          TO OCOVER-L1-LABEL
           MOVE TMP-DELIM             TO OCOVER-L1-TEXT
           PERFORM COVER-LINE-WRITE
           MOVE 'COMPANIES IN FORCE:' TO OCOVER-L1-LABEL
           MOVE TAB-CO-MAX            TO OCOVER-CNT-ED
           MOVE OCOVER-CNT-ED         TO OCOVER-L1-TEXT
           PERFORM COVER-LINE-WRITE
           MOVE 'COMPANIES SELECTED:' TO OCOVER-L1-LABEL
           MOVE TMP-COUNT-SELECTED    TO OCOVER-CNT-ED
           MOVE OCOVER-CNT-ED         TO OCOVER-L1-TEXT
           PERFORM COVER-LINE-WRITE
           MOVE 'OUTPUT FILE:'        TO OCOVER-L1-LABEL
           MOVE OSEL-PATH             TO OCOVER-L1-TEXT
           PERFORM COVER-LINE-WRITE
           IF (TMP-ATTR-WARN-SW = 'Y') THEN
              MOVE 'NOTE:'            TO OCOVER-L1-LABEL
              MOVE 'NO ATTRIBUTES FILE - ATTRIBUTE RANGES MATCH NOTHING'
                TO OCOVER-L1-TEXT
              PERFORM COVER-LINE-WRITE
           END-IF
           MOVE OCOVER-HR1 TO OCOVER-REC
           PERFORM OCOVER-WRITE
           MOVE SPACES TO OCOVER-REC
           PERFORM OCOVER-WRITE
           .
       COVER-WRITE-EXIT. EXIT.



      *****************************************************************
       COVER-LINE-WRITE SECTION.
      *===============================================================*
           MOVE SPACES    TO OCOVER-REC
           MOVE OCOVER-L1 TO OCOVER-REC
           PERFORM OCOVER-WRITE
           .
       COVER-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       OCOVER-WRITE SECTION.
      *===============================================================*
           MOVE OCOVER-REC TO OCOVER-RECORD
           PERFORM FILE-WRITE-OCOVER
           .
       OCOVER-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICOMP.........: ' TMP-COUNT-READ
           DISPLAY 'ROWS NOT IN FORCE...: ' TMP-COUNT-SKIPPED
           DISPLAY 'REQUESTS EXTRACTED..: ' TMP-COUNT-REQUESTS
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISREG==
            ==:V2:== BY ==ISREG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISEL==
            ==:V2:== BY ==ISEL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCOVER==
            ==:V2:== BY ==OCOVER-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSEL==
            ==:V2:== BY ==OSEL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-SEL1.
      *****************************************************************
