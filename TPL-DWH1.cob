       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-DWH1.
      *****************************************************************
      * TPL-DWH1: DATA-WAREHOUSE FEED (DIMENSIONS AND GROWTH FACTS)   *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE BI TEAM SCRAPED THE CSV ARCHIVES AND SAW EVERY COMPANY    *
      * ONLY AS IT IS TODAY. THIS STEP WRITES A NIGHTLY WAREHOUSE     *
      * LOAD: DIMENSION FILES FOR COMPANY, INDUSTRY/SECTOR,           *
      * STATE/CENSUS REGION AND PERIOD, AND ONE FACT FILE CARRYING    *
      * GROWTH, PRIOR GROWTH AND REVENUE ON THE DIMENSIONS' SURROGATE *
      * KEYS. THE COMPANY DIMENSION KEEPS ITS HISTORY: WHEN A         *
      * COMPANY'S INDUSTRY, STATE OR LIFECYCLE STATUS CHANGES, THE    *
      * OLD ROW IS CLOSED WITH AN END DATE AND A NEW ROW IS OPENED,   *
      * SO A PAST PERIOD IS REPORTED WITH THE ATTRIBUTES THAT WERE    *
      * TRUE AT THE TIME.                                             *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt)            *
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt, SEE    *
      *          TPL-CID1) - THE COMPANIES OF THE DIMENSION           *
      * ISECT  - OPTIONAL INDUSTRY-TO-SECTOR HIERARCHY                *
      *          (IO/sectors.txt)                                     *
      * IIMAST - OPTIONAL INDUSTRY MASTER WITH THE STANDARD           *
      *          CLASSIFICATION CODE (IO/industries.txt, TPL-MAINT5)  *
      * ISREG  - OPTIONAL STATE-TO-CENSUS-REGION MAPPING              *
      *          (IO/stateregion.txt, SEE TPL-MAINT4)                 *
      * ILIFE  - OPTIONAL LIFECYCLE MASTER (IO/lifecycle.txt)         *
      * IATTR  - OPTIONAL COMPANY ATTRIBUTES (IO/companyattr.txt)     *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt)            *
      * IDWCO  - COMPANY-DIMENSION MASTER OF THE LAST RUN             *
      *          (IO/dwcompdim.txt - NONE ON THE FIRST RUN)           *
      * IGENP  - OPTIONAL GENERATION-DEPTH CONFIG (IO/genparm.txt)    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ODWCO    - NEW COMPANY-DIMENSION MASTER (IO/dwcompdim.txt.new,*
      *            PROMOTED OVER dwcompdim.txt AS A NEW GENERATION)   *
      * ODWCOMP  - COMPANY DIMENSION (IO/dwcompany.txt): COMPANY-SK,  *
      *            COMPANY-ID, NAME, STATE, INDUSTRY, SECTOR, CENSUS  *
      *            REGION, REGION CODE, STATUS, REVENUE, EMPLOYEES,   *
      *            FOUNDED, VALID-FROM, VALID-TO, CURRENT (Y/N)       *
      * ODWIND   - INDUSTRY DIMENSION (IO/dwindustry.txt):            *
      *            INDUSTRY-SK, INDUSTRY, SECTOR, SIC CODE            *
      * ODWSTATE - STATE DIMENSION (IO/dwstate.txt):                  *
      *            STATE-SK, STATE, CENSUS REGION                     *
      * ODWPER   - PERIOD DIMENSION (IO/dwperiod.txt): PERIOD-KEY     *
      *            (YYYYMM), YEAR, MONTH, QUARTER, FIRST DAY, LAST    *
      *            DAY                                                *
      * ODWFACT  - GROWTH FACTS (IO/dwfact.txt): COMPANY-SK,          *
      *            INDUSTRY-SK, STATE-SK, PERIOD-KEY, GROWTH, PRIOR   *
      *            GROWTH, REVENUE                                    *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE FEED FILES ARE '|'-DELIMITED (COMPANY NAMES MAY CARRY     *
      * COMMAS), HAVE NO HEADER LINE AND WRITE DECIMALS WITH A PERIOD *
      * LIKE THE TPL-BAT1 SNAPSHOT. EVERY FEED FILE AND THE MASTER    *
      * CLOSE WITH THE IN-BAND TRAILER OF LIB/UTIL/CTRL1, SO THE      *
      * LOADER CAN CHECK THE RECORD COUNT BEFORE IT LOADS A FILE.     *
      * A DIMENSION ROW IS VALID FROM ITS VALID-FROM DATE UP TO, NOT  *
      * INCLUDING, ITS VALID-TO DATE (99991231 WHILE CURRENT). A      *
      * COMPANY'S FIRST ROW IS VALID FROM 19000101, SO HISTORY OLDER  *
      * THAN THE FEED ITSELF STILL FINDS A ROW. A CHANGE IS DATED     *
      * WITH THE RUN DATE; A SECOND CHANGE ON THE SAME DAY OVERWRITES *
      * THE ROW OPENED THAT DAY. OTHER ATTRIBUTES (SECTOR, CENSUS     *
      * REGION, REGION CODE, REVENUE, EMPLOYEES, FOUNDED) ARE         *
      * CORRECTED ON THE CURRENT ROW WITHOUT A NEW VERSION. A COMPANY *
      * NO LONGER ON companies.txt KEEPS ITS LAST INDUSTRY. THE       *
      * COMPANY-SK OF A FACT IS THE ROW IN FORCE ON THE LAST DAY OF   *
      * ITS PERIOD; REVENUE IS THE ONE ON THAT ROW. THE INDUSTRY AND  *
      * STATE DIMENSIONS, THE PERIOD DIMENSION AND THE FACTS ARE      *
      * RELOADED WHOLE EACH NIGHT; KEY 0 OF THE INDUSTRY AND STATE    *
      * DIMENSIONS IS THE 'UNKNOWN' MEMBER. A HISTORY ROW OF A        *
      * COMPANY WITHOUT A COMPANY-ID IS LEFT OUT AND COUNTED (RUN     *
      * TPL-CID1). WHEN THE HISTORY HOLDS A COMPANY'S PERIOD TWICE    *
      * THE LATER ROW WINS, AS FOR THE OTHER HISTORY READERS.         *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * INDUSTRY DIMENSION CARRIES THE STANDARD CLASSIFICATION CODE   *
      * FROM industries.txt                                           *
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IIMAST==
            ==:V2:== BY ==IIMAST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISREG==
            ==:V2:== BY ==ISREG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IDWCO==
            ==:V2:== BY ==IDWCO-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODWCO==
            ==:V2:== BY ==ODWCO-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODWCOMP==
            ==:V2:== BY ==ODWCOMP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODWIND==
            ==:V2:== BY ==ODWIND-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODWSTATE==
            ==:V2:== BY ==ODWSTATE-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODWPER==
            ==:V2:== BY ==ODWPER-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODWFACT==
            ==:V2:== BY ==ODWFACT-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SXREF ASSIGN TO 'SORTXREF'.
           SELECT SDIM  ASSIGN TO 'SORTDIM'.
           SELECT SKEY  ASSIGN TO 'SORTKEY'.
           SELECT SHIST ASSIGN TO 'SORTHIST'.

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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IIMAST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISREG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDWCO==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODWCO==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODWCOMP==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODWIND==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODWSTATE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODWPER==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODWFACT==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SXREF.
       01  SXREF-REC.
           05 SXREF-KEY               PIC X(40).
           05 SXREF-ID                PIC X(9).
       SD  SDIM.
       01  SDIM-REC.
           05 SDIM-SK                 PIC X(9).
           05 SDIM-ID                 PIC X(9).
           05 FILLER                  PIC X(123).
           05 SDIM-FROM               PIC X(8).
           05 FILLER                  PIC X(9).
       SD  SKEY.
       01  SKEY-REC.
           05 SKEY-VALUE              PIC X(23).
       SD  SHIST.
       01  SHIST-REC.
           05 SHIST-KEY.
              10 SHIST-CO             PIC X(40).
              10 SHIST-PERIOD         PIC X(6).
           05 SHIST-GROWTH            PIC S9(3)V99.

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
      *    IN FORCE TODAY DESCRIBE THE COMPANY
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 ICOMP-ID                 PIC X(9).
           05 FILLER                   PIC X(4).

      *---------------------------------------------------------------*
      * INPUT IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1), AND  *
      * THE COMPANIES AS THEY ARE TONIGHT, IN NAME + STATE ORDER      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       01 CURRENT-COMPANIES.
           05 TAB-CC-MAX              PIC S9(9) BINARY.
           05 TAB-CC-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CC                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CC-MAX
                                      ASCENDING KEY IS TAB-CC-KEY
                                      INDEXED BY TAB-CC-IDX.
                10 TAB-CC-KEY.
                   15 TAB-CC-NAME     PIC X(38).
                   15 TAB-CC-STATE    PIC X(2).
                10 TAB-CC-ID          PIC 9(9).
                10 TAB-CC-ON-SW       PIC X(1).
                10 TAB-CC-INDUSTRY    PIC X(23).
                10 TAB-CC-SECTOR      PIC X(23).
                10 TAB-CC-CENSUS      PIC X(14).
                10 TAB-CC-REGION      PIC X(2).
                10 TAB-CC-STATUS      PIC X(1).
                10 TAB-CC-ATTR-SW     PIC X(1).
                10 TAB-CC-REVENUE     PIC 9(9).
                10 TAB-CC-EMPLOYEES   PIC 9(6).
                10 TAB-CC-FOUNDED     PIC 9(4).

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
      * INPUT IIMAST = INDUSTRY MASTER, FOR THE STANDARD              *
      * CLASSIFICATION CODE (SEE TPL-MAINT5)                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IIMAST==.
       01 IIMAST-REC.
           05 IIMAST-INDUSTRY         PIC X(23).
           05 IIMAST-SIC-CODE         PIC X(6).
           05 FILLER                  PIC X(51).
       01 SIC-TABLE.
           05 TAB-SIC-MAX             PIC S9(9) BINARY.
           05 TAB-SIC-DIM             PIC S9(9) BINARY  VALUE 199.
           05 TAB-SIC                 OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-SIC-MAX.
                10 TAB-SIC-INDUSTRY   PIC X(23).
                10 TAB-SIC-CODE       PIC X(6).

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
      * INPUT IDWCO / OUTPUT ODWCO = COMPANY-DIMENSION MASTER. ONE    *
      * ROW PER COMPANY VERSION, IN COMPANY-ID + VALID-FROM ORDER.    *
      * TAB-DC HOLDS THE WHOLE DIMENSION (SAME FIELDS AS DC-ROW) AND  *
      * TAB-CI THE FIRST AND LAST ROW OF EVERY COMPANY-ID IN IT       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDWCO==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODWCO==.
       01 DC-REC.
           05 DC-ROW.
              10 DC-SK                 PIC 9(9).
              10 DC-ID                 PIC 9(9).
              10 DC-NAME               PIC X(38).
              10 DC-STATE              PIC X(2).
              10 DC-INDUSTRY           PIC X(23).
              10 DC-SECTOR             PIC X(23).
              10 DC-CENSUS             PIC X(14).
              10 DC-REGION             PIC X(2).
              10 DC-STATUS             PIC X(1).
              10 DC-ATTR-SW            PIC X(1).
              10 DC-REVENUE            PIC 9(9).
              10 DC-EMPLOYEES          PIC 9(6).
              10 DC-FOUNDED            PIC 9(4).
              10 DC-FROM               PIC X(8).
              10 DC-TO                 PIC X(8).
              10 DC-CURRENT            PIC X(1).
           05 FILLER                   PIC X(42).
       01 DC-FIRST-FROM                PIC X(8)  VALUE '19000101'.
       01 DC-OPEN-TO                   PIC X(8)  VALUE '99991231'.

       01 DIMENSION-ROWS.
           05 TAB-DC-MAX              PIC S9(9) BINARY.
           05 TAB-DC-DIM              PIC S9(9) BINARY  VALUE 29999.
           05 TAB-DC                  OCCURS 1   TO        29999
                                      DEPENDING  ON  TAB-DC-MAX.
                10 TAB-DC-SK          PIC 9(9).
                10 TAB-DC-ID          PIC 9(9).
                10 TAB-DC-NAME        PIC X(38).
                10 TAB-DC-STATE       PIC X(2).
                10 TAB-DC-INDUSTRY    PIC X(23).
                10 TAB-DC-SECTOR      PIC X(23).
                10 TAB-DC-CENSUS      PIC X(14).
                10 TAB-DC-REGION      PIC X(2).
                10 TAB-DC-STATUS      PIC X(1).
                10 TAB-DC-ATTR-SW     PIC X(1).
                10 TAB-DC-REVENUE     PIC 9(9).
                10 TAB-DC-EMPLOYEES   PIC 9(6).
                10 TAB-DC-FOUNDED     PIC 9(4).
                10 TAB-DC-FROM        PIC X(8).
                10 TAB-DC-TO          PIC X(8).
                10 TAB-DC-CURRENT     PIC X(1).
       01 DIMENSION-COMPANIES.
           05 TAB-CI-MAX              PIC S9(9) BINARY.
           05 TAB-CI-DIM              PIC S9(9) BINARY  VALUE 19999.
           05 TAB-CI                  OCCURS 1   TO        19999
                                      DEPENDING  ON  TAB-CI-MAX
                                      ASCENDING KEY IS TAB-CI-ID
                                      INDEXED BY TAB-CI-IDX.
                10 TAB-CI-ID          PIC 9(9).
                10 TAB-CI-FIRST       PIC S9(9) BINARY.
                10 TAB-CI-LAST        PIC S9(9) BINARY.

      *---------------------------------------------------------------*
      * INDUSTRY AND STATE DIMENSIONS - SURROGATE KEY = POSITION IN   *
      * THE SORTED LIST                                               *
      *---------------------------------------------------------------*
       01 INDUSTRY-KEYS.
           05 TAB-IN-MAX              PIC S9(9) BINARY.
           05 TAB-IN-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-IN                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-IN-MAX
                                      ASCENDING KEY IS TAB-IN-NAME
                                      INDEXED BY TAB-IN-IDX.
                10 TAB-IN-NAME        PIC X(23).
       01 STATE-KEYS.
           05 TAB-ST-MAX              PIC S9(9) BINARY.
           05 TAB-ST-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-ST                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-ST-MAX
                                      ASCENDING KEY IS TAB-ST-ABB
                                      INDEXED BY TAB-ST-IDX.
                10 TAB-ST-ABB         PIC X(2).

      *---------------------------------------------------------------*
      * PERIOD DIMENSION - THE PERIODS THE FACTS CARRY, IN ORDER      *
      *---------------------------------------------------------------*
       01 PERIOD-KEYS.
           05 TAB-PE-MAX              PIC S9(9) BINARY.
           05 TAB-PE-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-PE                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-PE-MAX.
                10 TAB-PE-PERIOD      PIC X(6).

      *---------------------------------------------------------------*
      * OUTPUT FEED FILES                                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODWCOMP==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODWIND==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODWSTATE==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODWPER==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODWFACT==.
       01 DW-LINE                     PIC X(200).
       01 DW-PTR                      PIC S9(4)  BINARY.
       01 DW-DELIM                    PIC X(1)   VALUE '|'.
       01 DW-FIELD                    PIC X(40).
       01 DW-INT                      PIC 9(9).
       01 DW-INT-ED                   PIC Z(8)9.
       01 DW-DEC                      PIC S9(3)V99.
       01 TMP-CSV-WHOLE               PIC S9(9).
       01 TMP-CSV-FRAC                PIC  9(2).
       01 TMP-CSV-WHOLE-ED            PIC -(8)9.
       01 TMP-CSV-SIGN                PIC X(1).

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-MASTER            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-K-TABLE             PIC S9(9)   BINARY.
           05 TMP-ROW                 PIC S9(9)   BINARY.
       01 DIM-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-SK-MAX              PIC 9(9).
           05 TMP-PREV-ID             PIC 9(9).
           05 TMP-NEW-INDUSTRY        PIC X(23).
           05 TMP-PREV-KEY            PIC X(23).
           05 TMP-FOUND-SW            PIC X(1).
       01 FACT-WORK.
           05 TMP-PEND-SW             PIC X(1).
           05 TMP-PEND-CO             PIC X(40).
           05 TMP-PEND-PERIOD         PIC X(6).
           05 TMP-PEND-GROWTH         PIC S9(3)V99.
           05 TMP-PRIOR-CO            PIC X(40).
           05 TMP-PRIOR-GROWTH        PIC S9(3)V99.
           05 TMP-ASOF                PIC X(8).
           05 TMP-IND-SK              PIC 9(9).
           05 TMP-ST-SK               PIC 9(9).
       01 PERIOD-WORK.
           05 TMP-PE-YEAR             PIC 9(4).
           05 TMP-PE-MONTH            PIC 9(2).
           05 TMP-PE-QUARTER          PIC 9(1).
           05 TMP-PE-NEXT             PIC 9(8).
           05 TMP-PE-LAST             PIC 9(8).
       01 COUNTER.
           05 TMP-COUNT-NO-ID         PIC 9(7).
           05 TMP-COUNT-DIM-NEW       PIC 9(7).
           05 TMP-COUNT-DIM-CHANGED   PIC 9(7).
           05 TMP-COUNT-HIST-DUP      PIC 9(7).
           05 TMP-COUNT-FACT-NO-ID    PIC 9(7).

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
       01 ISECT-PATH                 PIC X(40)
                                      VALUE 'IO/sectors.txt'.
       01 IIMAST-PATH                PIC X(40)
                                      VALUE 'IO/industries.txt'.
       01 ISREG-PATH                 PIC X(40)
                                      VALUE 'IO/stateregion.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IATTR-PATH                 PIC X(40)
                                      VALUE 'IO/companyattr.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IDWCO-PATH                 PIC X(40)
                                      VALUE 'IO/dwcompdim.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ODWCO-PATH                 PIC X(40)
                                      VALUE 'IO/dwcompdim.txt.new'.
       01 ODWCOMP-PATH               PIC X(40)
                                      VALUE 'IO/dwcompany.txt'.
       01 ODWIND-PATH                PIC X(40)
                                      VALUE 'IO/dwindustry.txt'.
       01 ODWSTATE-PATH              PIC X(40)
                                      VALUE 'IO/dwstate.txt'.
       01 ODWPER-PATH                PIC X(40)
                                      VALUE 'IO/dwperiod.txt'.
       01 ODWFACT-PATH               PIC X(40)
                                      VALUE 'IO/dwfact.txt'.
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

           PERFORM CURRENT-COMPANIES-LOAD
           PERFORM DIMENSION-LOAD
           PERFORM DIMENSION-APPLY
           PERFORM DIMENSION-WRITE
           PERFORM INDUSTRY-DIMENSION-WRITE
           PERFORM STATE-DIMENSION-WRITE
           PERFORM FACTS-WRITE
           PERFORM PERIOD-DIMENSION-WRITE

           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE (SEE GENPROSE.cob) - THE LAST   *
      * RUN'S DIMENSION MASTER IS KEPT AS A GENERATION, SO A BAD NIGHT*
      * CAN BE BACKED OUT WITH TPL-REST1. CALLED FROM MAIN, NOT FROM  *
      * PGM-FINISH, SO A FAILED RENAME CAN ROUTE THROUGH PGM-ERR      *
      *---------------------------------------------------------------*
           MOVE 'IO/dwcompdim.txt'     TO GEN-MASTER-PATH
           MOVE 'IO/dwcompdim.txt.new' TO GEN-NEW-PATH
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

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-DWH1'                           TO PGM-NAME
           MOVE 'DATA-WAREHOUSE FEED'                TO PGM-DESCRIPTION
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
           MOVE ISECT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISECT-PATH
           MOVE IIMAST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IIMAST-PATH
           MOVE ISREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISREG-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IATTR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IATTR-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IDWCO-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDWCO-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ODWCO-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODWCO-PATH
           MOVE ODWCOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODWCOMP-PATH
           MOVE ODWIND-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODWIND-PATH
           MOVE ODWSTATE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODWSTATE-PATH
           MOVE ODWPER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODWPER-PATH
           MOVE ODWFACT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODWFACT-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CC-MAX
           MOVE 0 TO TAB-SECT-MAX
           MOVE 0 TO TAB-SIC-MAX
           MOVE 0 TO TAB-SREG-MAX
           MOVE 0 TO TAB-DC-MAX
           MOVE 0 TO TAB-CI-MAX
           MOVE 0 TO TAB-IN-MAX
           MOVE 0 TO TAB-ST-MAX
           MOVE 0 TO TAB-PE-MAX
           MOVE 0 TO TMP-SK-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * INDUSTRY-TO-SECTOR HIERARCHY (ISECT IS OPTIONAL - WITHOUT IT  *
      * THE SECTOR STAYS EMPTY)                                       *
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
      * STANDARD CLASSIFICATION CODES (IIMAST IS OPTIONAL - WITHOUT   *
      * IT THE CODE STAYS EMPTY)                                      *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IIMAST
           IF (IIMAST-YES) THEN
              PERFORM FILE-READ-IIMAST
              PERFORM UNTIL (IIMAST-EOF)
                 MOVE IIMAST-RECORD TO IIMAST-REC
                 ADD 1 TO TAB-SIC-MAX
                 IF (TAB-SIC-MAX > TAB-SIC-DIM) THEN
                    MOVE TAB-SIC-DIM TO TAB-SIC-MAX
                    MOVE 'TAB-SIC OVERFLOW - CODES INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE IIMAST-INDUSTRY
                      TO TAB-SIC-INDUSTRY(TAB-SIC-MAX)
                    MOVE IIMAST-SIC-CODE
                      TO TAB-SIC-CODE(TAB-SIC-MAX)
                 END-IF
                 PERFORM FILE-READ-IIMAST
              END-PERFORM
              PERFORM FILE-CLOSE-IIMAST
           END-IF

      *---------------------------------------------------------------*
      * STATE-TO-CENSUS-REGION MAPPING (ISREG IS OPTIONAL - WITHOUT   *
      * IT THE CENSUS REGION STAYS EMPTY)                             *
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
       CURRENT-COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY OF THE CROSS-REFERENCE, IN NAME + STATE      *
      *    ORDER, WITH TONIGHT'S INDUSTRY, LOCATION, STATUS AND       *
      *    ATTRIBUTES ATTACHED                                        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANY-ID XREF MISSING: ' IXREF-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RUN TPL-CID1 BEFORE THE WAREHOUSE FEED'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SXREF
             ON ASCENDING KEY SXREF-KEY
             INPUT  PROCEDURE IS XREF-RELEASE
             OUTPUT PROCEDURE IS XREF-RETURN

      *---------------------------------------------------------------*
      * TONIGHT'S INDUSTRY AND REGION CODE FROM THE MASTER            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO FEED WITHOUT THE MASTER' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES)
                 AND (TAB-CC-MAX > 0)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 SEARCH ALL TAB-CC
                   WHEN (TAB-CC-KEY(TAB-CC-IDX) = ICOMP-REC(1:40))
                     MOVE 'Y'            TO TAB-CC-ON-SW(TAB-CC-IDX)
                     MOVE ICOMP-INDUSTRY TO TAB-CC-INDUSTRY(TAB-CC-IDX)
                     MOVE ICOMP-REGION   TO TAB-CC-REGION(TAB-CC-IDX)
                 END-SEARCH
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP

      *---------------------------------------------------------------*
      * SECTOR, CENSUS REGION AND LIFECYCLE STATUS                    *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CC-MAX)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-SREG-MAX)
                 IF (TAB-SREG-ABB(TMP-J-TABLE) =
                     TAB-CC-STATE(TMP-I-TABLE)) THEN
                    MOVE TAB-SREG-REGION(TMP-J-TABLE)
                      TO TAB-CC-CENSUS(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              MOVE TAB-CC-NAME(TMP-I-TABLE)  TO LIFE-ARG-NAME
              MOVE TAB-CC-STATE(TMP-I-TABLE) TO LIFE-ARG-STATE
              PERFORM LIFECYCLE-STATUS-LOOKUP
              MOVE LIFE-ARG-STATUS TO TAB-CC-STATUS(TMP-I-TABLE)
           END-PERFORM

      *---------------------------------------------------------------*
      * ATTRIBUTES (OPTIONAL - WITHOUT THEM REVENUE, EMPLOYEES AND    *
      * FOUNDED STAY EMPTY)                                           *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-YES) THEN
              PERFORM FILE-READ-IATTR
              PERFORM UNTIL (IATTR-EOF)
                 MOVE IATTR-RECORD TO IATTR-REC
                 IF (IATTR-REVENUE NUMERIC)
                    AND (IATTR-EMPLOYEES NUMERIC)
                    AND (IATTR-FOUNDED NUMERIC)
                    AND (TAB-CC-MAX > 0) THEN
                    SEARCH ALL TAB-CC
                      WHEN (TAB-CC-KEY(TAB-CC-IDX) = IATTR-REC(1:40))
                        MOVE 'Y' TO TAB-CC-ATTR-SW(TAB-CC-IDX)
                        MOVE IATTR-REVENUE
                          TO TAB-CC-REVENUE(TAB-CC-IDX)
                        MOVE IATTR-EMPLOYEES
                          TO TAB-CC-EMPLOYEES(TAB-CC-IDX)
                        MOVE IATTR-FOUNDED
                          TO TAB-CC-FOUNDED(TAB-CC-IDX)
                    END-SEARCH
                 END-IF
                 PERFORM FILE-READ-IATTR
              END-PERFORM
              PERFORM FILE-CLOSE-IATTR
           END-IF
           .
       CURRENT-COMPANIES-LOAD-EXIT. EXIT.



      *****************************************************************
       XREF-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-IXREF
           PERFORM UNTIL (IXREF-EOF)
              IF (IXREF-RECORD(1:9) NUMERIC)
                 AND (IXREF-RECORD(10:38) NOT = SPACES) THEN
                 MOVE IXREF-RECORD(10:40) TO SXREF-KEY
                 MOVE IXREF-RECORD(1:9)   TO SXREF-ID
                 RELEASE SXREF-REC
              END-IF
              PERFORM FILE-READ-IXREF
           END-PERFORM
           PERFORM FILE-CLOSE-IXREF
           .
       XREF-RELEASE-EXIT. EXIT.



      *****************************************************************
       XREF-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN SXREF
                AT END
                  GO TO XREF-RETURN-EXIT
              END-RETURN
              PERFORM XREF-ROW-ADD
           END-PERFORM
           .
       XREF-RETURN-EXIT. EXIT.


      *****************************************************************
       XREF-ROW-ADD SECTION.
      *===============================================================*
      *    A KEY LISTED TWICE KEEPS ITS FIRST COMPANY-ID              *
      *---------------------------------------------------------------*
           IF (TAB-CC-MAX > 0) THEN
              IF (SXREF-KEY = TAB-CC-KEY(TAB-CC-MAX)) THEN
                 GO TO XREF-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CC-MAX >= TAB-CC-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CC OVERFLOW - TOO MANY COMPANY-IDS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CC-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CC-MAX
           INITIALIZE TAB-CC(TAB-CC-MAX)
           MOVE SXREF-KEY TO TAB-CC-KEY(TAB-CC-MAX)
           MOVE SXREF-ID  TO TAB-CC-ID(TAB-CC-MAX)
           MOVE 'N'       TO TAB-CC-ON-SW(TAB-CC-MAX)
           MOVE 'N'       TO TAB-CC-ATTR-SW(TAB-CC-MAX)
           .
       XREF-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       DIMENSION-LOAD SECTION.
      *===============================================================*
      *    THE DIMENSION AS THE LAST RUN LEFT IT. NONE ON THE FIRST   *
      *    RUN - EVERY COMPANY THEN STARTS WITH ONE ROW               *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED DIMENSION MASTER BEFORE READING A ROW
      *    (SEE CTRL1) - A LOST ROW WOULD LOSE A COMPANY'S HISTORY
           MOVE IDWCO-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           MOVE 0 TO TMP-PREV-ID
           PERFORM FILE-OPEN-INPUT-IDWCO
           IF (IDWCO-NO) THEN
              MOVE 'NO COMPANY-DIMENSION MASTER - FIRST LOAD'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO DIMENSION-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IDWCO
           PERFORM UNTIL (IDWCO-EOF)
              MOVE IDWCO-RECORD TO DC-REC
              IF (DC-SK NUMERIC) AND (DC-ID NUMERIC) THEN
                 PERFORM DIMENSION-ROW-ADD
                 IF (DC-SK > TMP-SK-MAX) THEN
                    MOVE DC-SK TO TMP-SK-MAX
                 END-IF
              END-IF
              PERFORM FILE-READ-IDWCO
           END-PERFORM
           PERFORM FILE-CLOSE-IDWCO
           .
       DIMENSION-LOAD-EXIT. EXIT.



      *****************************************************************
       DIMENSION-ROW-ADD SECTION.
      *===============================================================*
      *    DC-ROW ONTO TAB-DC, KEEPING TAB-CI IN STEP. THE ROWS COME  *
      *    IN COMPANY-ID + VALID-FROM ORDER                           *
      *---------------------------------------------------------------*
           IF (TAB-DC-MAX >= TAB-DC-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-DC OVERFLOW - COMPANY DIMENSION TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-DC-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-DC-MAX
           MOVE DC-ROW TO TAB-DC(TAB-DC-MAX)
           IF (TAB-CI-MAX = 0) OR (DC-ID NOT = TMP-PREV-ID) THEN
              IF (TAB-CI-MAX >= TAB-CI-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-CI OVERFLOW - TOO MANY DIMENSION COMPANIES'
                   TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-CI-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-CI-MAX
              MOVE DC-ID      TO TAB-CI-ID(TAB-CI-MAX)
              MOVE TAB-DC-MAX TO TAB-CI-FIRST(TAB-CI-MAX)
              MOVE DC-ID      TO TMP-PREV-ID
           END-IF
           MOVE TAB-DC-MAX TO TAB-CI-LAST(TAB-CI-MAX)
           .
       DIMENSION-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       DIMENSION-APPLY SECTION.
      *===============================================================*
      *    COMPARE EVERY COMPANY WITH ITS CURRENT DIMENSION ROW. NEW  *
      *    ROWS GO TO THE END OF TAB-DC; DIMENSION-WRITE PUTS THEM IN *
      *    ORDER                                                      *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CC-MAX)
              MOVE 'N' TO TMP-FOUND-SW
              IF (TAB-CI-MAX > 0) THEN
                 SEARCH ALL TAB-CI
                   WHEN (TAB-CI-ID(TAB-CI-IDX) = TAB-CC-ID(TMP-I-TABLE))
                     MOVE 'Y' TO TMP-FOUND-SW
                     MOVE TAB-CI-LAST(TAB-CI-IDX) TO TMP-ROW
                 END-SEARCH
              END-IF
              IF (TMP-FOUND-SW = 'Y') THEN
                 PERFORM DIMENSION-COMPANY-COMPARE
              ELSE
                 MOVE DC-FIRST-FROM TO DC-FROM
                 PERFORM DIMENSION-ROW-OPEN
                 ADD 1 TO TMP-COUNT-DIM-NEW
              END-IF
           END-PERFORM
           .
       DIMENSION-APPLY-EXIT. EXIT.



      *****************************************************************
       DIMENSION-COMPANY-COMPARE SECTION.
      *===============================================================*
      *    TMP-ROW = THE COMPANY'S CURRENT ROW. A COMPANY NO LONGER   *
      *    ON THE MASTER KEEPS THE INDUSTRY IT LAST HAD               *
      *---------------------------------------------------------------*
           IF (TAB-CC-ON-SW(TMP-I-TABLE) = 'Y') THEN
              MOVE TAB-CC-INDUSTRY(TMP-I-TABLE) TO TMP-NEW-INDUSTRY
           ELSE
              MOVE TAB-DC-INDUSTRY(TMP-ROW)     TO TMP-NEW-INDUSTRY
           END-IF

           IF (TMP-NEW-INDUSTRY = TAB-DC-INDUSTRY(TMP-ROW))
              AND (TAB-CC-STATE(TMP-I-TABLE) = TAB-DC-STATE(TMP-ROW))
              AND (TAB-CC-STATUS(TMP-I-TABLE) = TAB-DC-STATUS(TMP-ROW))
              THEN
      *       NO NEW VERSION - CORRECT THE REST ON THE CURRENT ROW
              MOVE TAB-DC(TMP-ROW) TO DC-ROW
              PERFORM DIMENSION-ROW-FILL
              MOVE DC-ROW TO TAB-DC(TMP-ROW)
              GO TO DIMENSION-COMPANY-COMPARE-EXIT
           END-IF

           ADD 1 TO TMP-COUNT-DIM-CHANGED
           IF (TAB-DC-FROM(TMP-ROW) = TMP-TODAY) THEN
      *       OPENED TODAY ALREADY (A RERUN) - NO ZERO-LENGTH VERSION
              MOVE TAB-DC(TMP-ROW) TO DC-ROW
              PERFORM DIMENSION-ROW-FILL
              MOVE TMP-NEW-INDUSTRY TO DC-INDUSTRY
              PERFORM DIMENSION-SECTOR-FILL
              MOVE DC-ROW TO TAB-DC(TMP-ROW)
              GO TO DIMENSION-COMPANY-COMPARE-EXIT
           END-IF

           MOVE TMP-TODAY TO TAB-DC-TO(TMP-ROW)
           MOVE 'N'       TO TAB-DC-CURRENT(TMP-ROW)
           MOVE TMP-TODAY TO DC-FROM
           PERFORM DIMENSION-ROW-OPEN
           .
       DIMENSION-COMPANY-COMPARE-EXIT. EXIT.



      *****************************************************************
       DIMENSION-ROW-OPEN SECTION.
      *===============================================================*
      *    A NEW CURRENT ROW FOR COMPANY TMP-I-TABLE, VALID FROM      *
      *    DC-FROM. A KNOWN COMPANY (TMP-FOUND-SW) STARTS FROM ITS    *
      *    CURRENT ROW TMP-ROW WITH INDUSTRY TMP-NEW-INDUSTRY         *
      *---------------------------------------------------------------*
           MOVE DC-FROM TO TMP-ASOF
           IF (TMP-FOUND-SW = 'Y') THEN
              MOVE TAB-DC(TMP-ROW) TO DC-ROW
              MOVE TMP-NEW-INDUSTRY TO DC-INDUSTRY
           ELSE
              MOVE SPACES TO DC-REC
              MOVE TAB-CC-INDUSTRY(TMP-I-TABLE) TO DC-INDUSTRY
           END-IF
           MOVE TMP-ASOF TO DC-FROM
           ADD 1 TO TMP-SK-MAX
           MOVE TMP-SK-MAX                  TO DC-SK
           MOVE TAB-CC-ID(TMP-I-TABLE)      TO DC-ID
           PERFORM DIMENSION-ROW-FILL
           MOVE DC-OPEN-TO                  TO DC-TO
           MOVE 'Y'                         TO DC-CURRENT
           IF (TAB-DC-MAX >= TAB-DC-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-DC OVERFLOW - COMPANY DIMENSION TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-DC-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-DC-MAX
           MOVE DC-ROW TO TAB-DC(TAB-DC-MAX)
           .
       DIMENSION-ROW-OPEN-EXIT. EXIT.



      *****************************************************************
       DIMENSION-ROW-FILL SECTION.
      *===============================================================*
      *    THE ATTRIBUTES OF COMPANY TMP-I-TABLE THAT ARE CORRECTED   *
      *    IN PLACE, PLUS ITS STATE AND STATUS                        *
      *---------------------------------------------------------------*
           MOVE TAB-CC-NAME(TMP-I-TABLE)    TO DC-NAME
           MOVE TAB-CC-STATE(TMP-I-TABLE)   TO DC-STATE
           MOVE TAB-CC-CENSUS(TMP-I-TABLE)  TO DC-CENSUS
           MOVE TAB-CC-STATUS(TMP-I-TABLE)  TO DC-STATUS
           IF (TAB-CC-ON-SW(TMP-I-TABLE) = 'Y') THEN
              MOVE TAB-CC-REGION(TMP-I-TABLE) TO DC-REGION
           END-IF
           MOVE TAB-CC-ATTR-SW(TMP-I-TABLE)   TO DC-ATTR-SW
           MOVE TAB-CC-REVENUE(TMP-I-TABLE)   TO DC-REVENUE
           MOVE TAB-CC-EMPLOYEES(TMP-I-TABLE) TO DC-EMPLOYEES
           MOVE TAB-CC-FOUNDED(TMP-I-TABLE)   TO DC-FOUNDED
           PERFORM DIMENSION-SECTOR-FILL
           .
       DIMENSION-ROW-FILL-EXIT. EXIT.



      *****************************************************************
       DIMENSION-SECTOR-FILL SECTION.
      *===============================================================*
           MOVE SPACES TO DC-SECTOR
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-SECT-MAX)
              IF (TAB-SECT-INDUSTRY(TMP-J-TABLE) = DC-INDUSTRY)
                 AND (DC-INDUSTRY NOT = SPACES) THEN
                 MOVE TAB-SECT-SECTOR(TMP-J-TABLE) TO DC-SECTOR
              END-IF
           END-PERFORM
           .
       DIMENSION-SECTOR-FILL-EXIT. EXIT.



      *****************************************************************
       DIMENSION-WRITE SECTION.
      *===============================================================*
      *    PUT THE DIMENSION BACK IN COMPANY-ID + VALID-FROM ORDER,   *
      *    WRITING THE MASTER AND THE FEED FILE AS THE ROWS COME BACK *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-ODWCO
           PERFORM FILE-OPEN-OUTPUT-ODWCOMP
           SORT SDIM
             ON ASCENDING KEY SDIM-ID SDIM-FROM
             INPUT  PROCEDURE IS DIMENSION-RELEASE
             OUTPUT PROCEDURE IS DIMENSION-RETURN
           PERFORM FILE-CLOSE-ODWCO
           PERFORM FILE-CLOSE-ODWCOMP
      *    CERTIFY THE FRESH MASTER AND THE FEED FILE (SEE CTRL1)
           MOVE ODWCO-PATH   TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           MOVE ODWCOMP-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           .
       DIMENSION-WRITE-EXIT. EXIT.



      *****************************************************************
       DIMENSION-RELEASE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-DC-MAX)
              MOVE TAB-DC(TMP-I-TABLE) TO SDIM-REC
              RELEASE SDIM-REC
           END-PERFORM
           .
       DIMENSION-RELEASE-EXIT. EXIT.



      *****************************************************************
       DIMENSION-RETURN SECTION.
      *===============================================================*
      *    TAB-DC AND TAB-CI ARE REBUILT IN THE NEW ORDER FOR THE     *
      *    FACT PASS                                                  *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-DC-MAX
           MOVE 0 TO TAB-CI-MAX
           MOVE 0 TO TMP-PREV-ID
           PERFORM UNTIL (1 = 2)
              RETURN SDIM
                AT END
                  GO TO DIMENSION-RETURN-EXIT
              END-RETURN
              MOVE SPACES   TO DC-REC
              MOVE SDIM-REC TO DC-ROW
              PERFORM DIMENSION-ROW-ADD
              MOVE DC-REC   TO ODWCO-RECORD
              PERFORM FILE-WRITE-ODWCO

              MOVE SPACES TO DW-LINE
              MOVE 1 TO DW-PTR
              MOVE DC-SK TO DW-INT
              PERFORM DW-INT-ADD
              MOVE DC-ID TO DW-INT
              PERFORM DW-INT-ADD
              MOVE DC-NAME     TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-STATE    TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-INDUSTRY TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-SECTOR   TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-CENSUS   TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-REGION   TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-STATUS   TO DW-FIELD
              PERFORM DW-FIELD-ADD
              IF (DC-ATTR-SW = 'Y') THEN
                 MOVE DC-REVENUE   TO DW-INT
                 PERFORM DW-INT-ADD
                 MOVE DC-EMPLOYEES TO DW-INT
                 PERFORM DW-INT-ADD
                 MOVE DC-FOUNDED   TO DW-INT
                 PERFORM DW-INT-ADD
              ELSE
                 MOVE SPACES TO DW-FIELD
                 PERFORM DW-FIELD-ADD
                 PERFORM DW-FIELD-ADD
                 PERFORM DW-FIELD-ADD
              END-IF
              MOVE DC-FROM     TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-TO       TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DC-CURRENT  TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DW-LINE TO ODWCOMP-RECORD
              PERFORM FILE-WRITE-ODWCOMP
           END-PERFORM
           .
       DIMENSION-RETURN-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-DIMENSION-WRITE SECTION.
      *===============================================================*
      *    EVERY INDUSTRY ANY DIMENSION ROW CARRIES - A CLOSED ROW    *
      *    STILL NEEDS ITS INDUSTRY FOR THE PERIODS IT COVERS         *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-ODWIND
           MOVE SPACES TO DW-LINE
           MOVE '0|UNKNOWN||' TO DW-LINE
           MOVE DW-LINE TO ODWIND-RECORD
           PERFORM FILE-WRITE-ODWIND
           SORT SKEY
             ON ASCENDING KEY SKEY-VALUE
             INPUT  PROCEDURE IS INDUSTRY-RELEASE
             OUTPUT PROCEDURE IS INDUSTRY-RETURN
           PERFORM FILE-CLOSE-ODWIND
           MOVE ODWIND-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           .
       INDUSTRY-DIMENSION-WRITE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-RELEASE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-DC-MAX)
              IF (TAB-DC-INDUSTRY(TMP-I-TABLE) NOT = SPACES) THEN
                 MOVE TAB-DC-INDUSTRY(TMP-I-TABLE) TO SKEY-VALUE
                 RELEASE SKEY-REC
              END-IF
           END-PERFORM
           .
       INDUSTRY-RELEASE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-RETURN SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-PREV-KEY
           PERFORM UNTIL (1 = 2)
              RETURN SKEY
                AT END
                  GO TO INDUSTRY-RETURN-EXIT
              END-RETURN
              IF (SKEY-VALUE NOT = TMP-PREV-KEY) THEN
                 MOVE SKEY-VALUE TO TMP-PREV-KEY
                 IF (TAB-IN-MAX >= TAB-IN-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-IN OVERFLOW - TOO MANY INDUSTRIES'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-IN-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-IN-MAX
                 MOVE SKEY-VALUE TO TAB-IN-NAME(TAB-IN-MAX)
                 MOVE SKEY-VALUE TO DC-INDUSTRY
                 PERFORM DIMENSION-SECTOR-FILL
                 MOVE SPACES TO DW-LINE
                 MOVE 1 TO DW-PTR
                 MOVE TAB-IN-MAX  TO DW-INT
                 PERFORM DW-INT-ADD
                 MOVE DC-INDUSTRY TO DW-FIELD
                 PERFORM DW-FIELD-ADD
                 MOVE DC-SECTOR   TO DW-FIELD
                 PERFORM DW-FIELD-ADD
                 PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                           UNTIL (TMP-J-TABLE > TAB-SIC-MAX)
                    IF (TAB-SIC-INDUSTRY(TMP-J-TABLE) = DC-INDUSTRY)
                       MOVE TAB-SIC-CODE(TMP-J-TABLE) TO DW-FIELD
                    END-IF
                 END-PERFORM
                 PERFORM DW-FIELD-ADD
                 MOVE DW-LINE TO ODWIND-RECORD
                 PERFORM FILE-WRITE-ODWIND
              END-IF
           END-PERFORM
           .
       INDUSTRY-RETURN-EXIT. EXIT.



      *****************************************************************
       STATE-DIMENSION-WRITE SECTION.
      *===============================================================*
      *    EVERY STATE OF THE REGION MAP AND OF THE DIMENSION ROWS    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-ODWSTATE
           MOVE SPACES TO DW-LINE
           MOVE '0|??|UNKNOWN' TO DW-LINE
           MOVE DW-LINE TO ODWSTATE-RECORD
           PERFORM FILE-WRITE-ODWSTATE
           SORT SKEY
             ON ASCENDING KEY SKEY-VALUE
             INPUT  PROCEDURE IS STATE-RELEASE
             OUTPUT PROCEDURE IS STATE-RETURN
           PERFORM FILE-CLOSE-ODWSTATE
           MOVE ODWSTATE-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           .
       STATE-DIMENSION-WRITE-EXIT. EXIT.



      *****************************************************************
       STATE-RELEASE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SREG-MAX)
              IF (TAB-SREG-ABB(TMP-I-TABLE) NOT = SPACES) THEN
                 MOVE TAB-SREG-ABB(TMP-I-TABLE) TO SKEY-VALUE
                 RELEASE SKEY-REC
              END-IF
           END-PERFORM
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-DC-MAX)
              IF (TAB-DC-STATE(TMP-I-TABLE) NOT = SPACES) THEN
                 MOVE TAB-DC-STATE(TMP-I-TABLE) TO SKEY-VALUE
                 RELEASE SKEY-REC
              END-IF
           END-PERFORM
           .
       STATE-RELEASE-EXIT. EXIT.



      *****************************************************************
       STATE-RETURN SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-PREV-KEY
           PERFORM UNTIL (1 = 2)
              RETURN SKEY
                AT END
                  GO TO STATE-RETURN-EXIT
              END-RETURN
              IF (SKEY-VALUE NOT = TMP-PREV-KEY) THEN
                 MOVE SKEY-VALUE TO TMP-PREV-KEY
                 IF (TAB-ST-MAX >= TAB-ST-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-ST OVERFLOW - TOO MANY STATES'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-ST-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-ST-MAX
                 MOVE SKEY-VALUE(1:2) TO TAB-ST-ABB(TAB-ST-MAX)
                 MOVE SPACES TO DC-CENSUS
                 PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                           UNTIL (TMP-J-TABLE > TAB-SREG-MAX)
                    IF (TAB-SREG-ABB(TMP-J-TABLE) =
                        TAB-ST-ABB(TAB-ST-MAX)) THEN
                       MOVE TAB-SREG-REGION(TMP-J-TABLE) TO DC-CENSUS
                    END-IF
                 END-PERFORM
                 MOVE SPACES TO DW-LINE
                 MOVE 1 TO DW-PTR
                 MOVE TAB-ST-MAX  TO DW-INT
                 PERFORM DW-INT-ADD
                 MOVE TAB-ST-ABB(TAB-ST-MAX) TO DW-FIELD
                 PERFORM DW-FIELD-ADD
                 MOVE DC-CENSUS   TO DW-FIELD
                 PERFORM DW-FIELD-ADD
                 MOVE DW-LINE TO ODWSTATE-RECORD
                 PERFORM FILE-WRITE-ODWSTATE
              END-IF
           END-PERFORM
           .
       STATE-RETURN-EXIT. EXIT.



      *****************************************************************
       FACTS-WRITE SECTION.
      *===============================================================*
      *    THE HISTORY IN COMPANY + PERIOD ORDER, SO EACH ROW'S PRIOR *
      *    GROWTH IS THE ROW BEFORE IT                                *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED HISTORY MASTER BEFORE READING A ROW
      *    (SEE CTRL1)
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-OUTPUT-ODWFACT
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE 'NO GROWTH HISTORY - FACT FILE EMPTY'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           ELSE
              MOVE 'N'    TO TMP-PEND-SW
              MOVE SPACES TO TMP-PRIOR-CO
              SORT SHIST
                ON ASCENDING KEY SHIST-KEY
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS FACTS-RELEASE
                OUTPUT PROCEDURE IS FACTS-RETURN
           END-IF
           PERFORM FILE-CLOSE-ODWFACT
           MOVE ODWFACT-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           .
       FACTS-WRITE-EXIT. EXIT.



      *****************************************************************
       FACTS-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-NAME NOT = SPACES)
                 AND (HIST-PERIOD NUMERIC)
                 AND (HIST-GROWTH NUMERIC) THEN
                 MOVE HIST-REC(1:40) TO SHIST-CO
                 MOVE HIST-PERIOD    TO SHIST-PERIOD
                 MOVE HIST-GROWTH    TO SHIST-GROWTH
                 RELEASE SHIST-REC
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       FACTS-RELEASE-EXIT. EXIT.



      *****************************************************************
       FACTS-RETURN SECTION.
      *===============================================================*
      *    ONE ROW IS HELD BACK UNTIL THE NEXT ONE SHOWS IT IS NOT    *
      *    FOLLOWED BY A LATER ROW FOR THE SAME COMPANY AND PERIOD    *
      *---------------------------------------------------------------*
           PERFORM UNTIL (1 = 2)
              RETURN SHIST
                AT END
                  IF (TMP-PEND-SW = 'Y') THEN
                     PERFORM FACT-ROW-WRITE
                  END-IF
                  GO TO FACTS-RETURN-EXIT
              END-RETURN
              IF (TMP-PEND-SW = 'Y')
                 AND (SHIST-CO = TMP-PEND-CO)
                 AND (SHIST-PERIOD = TMP-PEND-PERIOD) THEN
                 MOVE SHIST-GROWTH TO TMP-PEND-GROWTH
                 ADD 1 TO TMP-COUNT-HIST-DUP
              ELSE
                 IF (TMP-PEND-SW = 'Y') THEN
                    PERFORM FACT-ROW-WRITE
                 END-IF
                 MOVE 'Y'          TO TMP-PEND-SW
                 MOVE SHIST-CO     TO TMP-PEND-CO
                 MOVE SHIST-PERIOD TO TMP-PEND-PERIOD
                 MOVE SHIST-GROWTH TO TMP-PEND-GROWTH
              END-IF
           END-PERFORM
           .
       FACTS-RETURN-EXIT. EXIT.



      *****************************************************************
       FACT-ROW-WRITE SECTION.
      *===============================================================*
      *    THE HELD ROW (TMP-PEND-*) ON THE DIMENSION ROW IN FORCE ON *
      *    THE LAST DAY OF ITS PERIOD                                 *
      *---------------------------------------------------------------*
           PERFORM PERIOD-KEY-ADD

           MOVE 'N' TO TMP-FOUND-SW
           IF (TAB-CC-MAX > 0) THEN
              SEARCH ALL TAB-CC
                WHEN (TAB-CC-KEY(TAB-CC-IDX) = TMP-PEND-CO)
                  MOVE TAB-CC-ID(TAB-CC-IDX) TO DC-ID
                  MOVE 'Y' TO TMP-FOUND-SW
              END-SEARCH
           END-IF
           IF (TMP-FOUND-SW = 'Y') THEN
              MOVE 'N' TO TMP-FOUND-SW
              SEARCH ALL TAB-CI
                WHEN (TAB-CI-ID(TAB-CI-IDX) = DC-ID)
                  MOVE 'Y' TO TMP-FOUND-SW
              END-SEARCH
           END-IF
           IF (TMP-FOUND-SW NOT = 'Y') THEN
              ADD 1 TO TMP-COUNT-FACT-NO-ID
              GO TO FACT-ROW-WRITE-END
           END-IF

           STRING TMP-PEND-PERIOD '31' DELIMITED BY SIZE INTO TMP-ASOF
           END-STRING
           MOVE TAB-CI-FIRST(TAB-CI-IDX) TO TMP-ROW
           PERFORM VARYING TMP-K-TABLE FROM TAB-CI-FIRST(TAB-CI-IDX)
                     BY 1 UNTIL (TMP-K-TABLE > TAB-CI-LAST(TAB-CI-IDX))
              IF (TAB-DC-FROM(TMP-K-TABLE) <= TMP-ASOF)
                 AND (TAB-DC-TO(TMP-K-TABLE) > TMP-ASOF) THEN
                 MOVE TMP-K-TABLE TO TMP-ROW
              END-IF
           END-PERFORM

           MOVE 0 TO TMP-IND-SK
           IF (TAB-IN-MAX > 0) THEN
              SEARCH ALL TAB-IN
                WHEN (TAB-IN-NAME(TAB-IN-IDX) =
                      TAB-DC-INDUSTRY(TMP-ROW))
                  SET TMP-IND-SK TO TAB-IN-IDX
              END-SEARCH
           END-IF
           MOVE 0 TO TMP-ST-SK
           IF (TAB-ST-MAX > 0) THEN
              SEARCH ALL TAB-ST
                WHEN (TAB-ST-ABB(TAB-ST-IDX) = TAB-DC-STATE(TMP-ROW))
                  SET TMP-ST-SK TO TAB-ST-IDX
              END-SEARCH
           END-IF

           MOVE SPACES TO DW-LINE
           MOVE 1 TO DW-PTR
           MOVE TAB-DC-SK(TMP-ROW) TO DW-INT
           PERFORM DW-INT-ADD
           MOVE TMP-IND-SK         TO DW-INT
           PERFORM DW-INT-ADD
           MOVE TMP-ST-SK          TO DW-INT
           PERFORM DW-INT-ADD
           MOVE TMP-PEND-PERIOD    TO DW-FIELD
           PERFORM DW-FIELD-ADD
           MOVE TMP-PEND-GROWTH    TO DW-DEC
           PERFORM DW-DEC-ADD
           IF (TMP-PRIOR-CO = TMP-PEND-CO) THEN
              MOVE TMP-PRIOR-GROWTH TO DW-DEC
              PERFORM DW-DEC-ADD
           ELSE
              MOVE SPACES TO DW-FIELD
              PERFORM DW-FIELD-ADD
           END-IF
           IF (TAB-DC-ATTR-SW(TMP-ROW) = 'Y') THEN
              MOVE TAB-DC-REVENUE(TMP-ROW) TO DW-INT
              PERFORM DW-INT-ADD
           ELSE
              MOVE SPACES TO DW-FIELD
              PERFORM DW-FIELD-ADD
           END-IF
           MOVE DW-LINE TO ODWFACT-RECORD
           PERFORM FILE-WRITE-ODWFACT
           .
       FACT-ROW-WRITE-END.
           MOVE TMP-PEND-CO     TO TMP-PRIOR-CO
           MOVE TMP-PEND-GROWTH TO TMP-PRIOR-GROWTH
           .
       FACT-ROW-WRITE-EXIT. EXIT.



      *****************************************************************
       PERIOD-KEY-ADD SECTION.
      *===============================================================*
      *    TMP-PEND-PERIOD INTO THE ORDERED PERIOD LIST, ONCE         *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-PE-MAX)
                   OR (TAB-PE-PERIOD(TMP-J-TABLE) >= TMP-PEND-PERIOD)
              CONTINUE
           END-PERFORM
           IF (TMP-J-TABLE <= TAB-PE-MAX) THEN
              IF (TAB-PE-PERIOD(TMP-J-TABLE) = TMP-PEND-PERIOD) THEN
                 GO TO PERIOD-KEY-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-PE-MAX >= TAB-PE-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-PE OVERFLOW - TOO MANY HISTORY PERIODS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-PE-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-PE-MAX
           PERFORM VARYING TMP-K-TABLE FROM TAB-PE-MAX BY -1
                     UNTIL (TMP-K-TABLE <= TMP-J-TABLE)
              MOVE TAB-PE-PERIOD(TMP-K-TABLE - 1)
                TO TAB-PE-PERIOD(TMP-K-TABLE)
           END-PERFORM
           MOVE TMP-PEND-PERIOD TO TAB-PE-PERIOD(TMP-J-TABLE)
           .
       PERIOD-KEY-ADD-EXIT. EXIT.



      *****************************************************************
       PERIOD-DIMENSION-WRITE SECTION.
      *===============================================================*
      *    THE PERIODS THE FACTS CARRY - KEY = YYYYMM                 *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-ODWPER
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PE-MAX)
              MOVE TAB-PE-PERIOD(TMP-I-TABLE)(1:4) TO TMP-PE-YEAR
              MOVE TAB-PE-PERIOD(TMP-I-TABLE)(5:2) TO TMP-PE-MONTH
              COMPUTE TMP-PE-QUARTER = (TMP-PE-MONTH + 2) / 3
              IF (TMP-PE-MONTH >= 12) THEN
                 COMPUTE TMP-PE-NEXT = (TMP-PE-YEAR + 1) * 10000 + 101
              ELSE
                 COMPUTE TMP-PE-NEXT = TMP-PE-YEAR * 10000
                                     + (TMP-PE-MONTH + 1) * 100 + 1
              END-IF
              COMPUTE TMP-PE-LAST = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(TMP-PE-NEXT) - 1)

              MOVE SPACES TO DW-LINE
              MOVE 1 TO DW-PTR
              MOVE TAB-PE-PERIOD(TMP-I-TABLE) TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE TMP-PE-YEAR    TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE TMP-PE-MONTH   TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE TMP-PE-QUARTER TO DW-FIELD
              PERFORM DW-FIELD-ADD
              STRING TAB-PE-PERIOD(TMP-I-TABLE) '01'
                DELIMITED BY SIZE INTO DW-FIELD
              END-STRING
              PERFORM DW-FIELD-ADD
              MOVE TMP-PE-LAST    TO DW-FIELD
              PERFORM DW-FIELD-ADD
              MOVE DW-LINE TO ODWPER-RECORD
              PERFORM FILE-WRITE-ODWPER
           END-PERFORM
           PERFORM FILE-CLOSE-ODWPER
           MOVE ODWPER-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           .
       PERIOD-DIMENSION-WRITE-EXIT. EXIT.



      *****************************************************************
       DW-FIELD-ADD SECTION.
      *===============================================================*
      *    DW-FIELD, TRIMMED, AS THE NEXT FIELD OF DW-LINE (THE FIRST *
      *    FIELD OF A LINE IS ALWAYS A KEY, NEVER EMPTY)              *
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
       DW-INT-ADD SECTION.
      *===============================================================*
           MOVE DW-INT TO DW-INT-ED
           MOVE DW-INT-ED TO DW-FIELD
           PERFORM DW-FIELD-ADD
           .
       DW-INT-ADD-EXIT. EXIT.



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
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE IHIST-COUNT TO PGM-THROUGHPUT-COUNT

           IF (TMP-COUNT-FACT-NO-ID > 0) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'HISTORY ROWS WITHOUT COMPANY-ID LEFT OUT: '
                     TMP-COUNT-FACT-NO-ID ' - RUN TPL-CID1'
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'COMPANIES (XREF)....: ' TAB-CC-MAX
           DISPLAY 'DIMENSION ROWS......: ' TAB-DC-MAX
           DISPLAY 'NEW COMPANIES.......: ' TMP-COUNT-DIM-NEW
           DISPLAY 'CHANGED COMPANIES...: ' TMP-COUNT-DIM-CHANGED
           DISPLAY 'INDUSTRIES..........: ' TAB-IN-MAX
           DISPLAY 'STATES..............: ' TAB-ST-MAX
           DISPLAY 'PERIODS.............: ' TAB-PE-MAX
           DISPLAY 'INPUT IHIST.........: ' IHIST-COUNT
           DISPLAY 'OUTPUT ODWFACT......: ' ODWFACT-COUNT
           DISPLAY 'HISTORY DUPLICATES..: ' TMP-COUNT-HIST-DUP
           DISPLAY 'ROWS WITHOUT ID.....: ' TMP-COUNT-FACT-NO-ID
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IIMAST==
            ==:V2:== BY ==IIMAST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISREG==
            ==:V2:== BY ==ISREG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDWCO==
            ==:V2:== BY ==IDWCO-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODWCO==
            ==:V2:== BY ==ODWCO-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODWCOMP==
            ==:V2:== BY ==ODWCOMP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODWIND==
            ==:V2:== BY ==ODWIND-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODWSTATE==
            ==:V2:== BY ==ODWSTATE-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODWPER==
            ==:V2:== BY ==ODWPER-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODWFACT==
            ==:V2:== BY ==ODWFACT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-DWH1.
      *****************************************************************
