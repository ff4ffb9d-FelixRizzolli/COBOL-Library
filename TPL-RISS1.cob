       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-RISS1.
      *****************************************************************
      * TPL-RISS1: RESTATED RE-ISSUE OF A PAST PERIOD'S REPORT        *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * WHEN TPL-RSTM1 RESTATES A CLOSED MONTH, THE ARCHIVED REPORT   *
      * OF THAT MONTH KEEPS SHOWING THE OLD NUMBERS. THIS PROGRAM     *
      * REBUILDS THE FULL TPL-BAT1 INDUSTRY REPORT OF A PAST PERIOD   *
      * FROM THE GROWTH HISTORY WITH THE RESTATEMENTS APPLIED, IN     *
      * THAT PERIOD'S INDUSTRY STRUCTURE, STAMPS IT AS SUPERSEDING    *
      * THE ORIGINAL AND SHOWS THE ORIGINAL VALUE NEXT TO EVERY       *
      * RESTATED FIGURE AND TOTAL. THE RE-ISSUE IS WRITTEN AS A DRAFT *
      * AND CATALOGUED UNDER THE ORIGINAL'S DATE, SO TPL-RELS1        *
      * RELEASES IT THROUGH THE NORMAL SIGN-OFF GATE AND TPL-ARCH1    *
      * RETIRES IT TOGETHER WITH THE ORIGINAL.                        *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IPARM  - IO/rissparm.txt, KEYWORD=VALUE:                      *
      *          PERIOD=YYYYMM    PERIOD TO RE-ISSUE (REQUIRED)       *
      *          ORIGDATE=YYYYMMDD DATE OF THE REPORT SUPERSEDED      *
      *                           (DEFAULT: LAST TPL-BAT1 REPORT OF   *
      *                           THE PERIOD ON THE ARCHIVE CATALOG)  *
      *          TITLE=...        REPORT TITLE (AS TPL-BAT1)          *
      *          COMPANY=...      LETTERHEAD COMPANY LINE (AS BAT1)   *
      * ICATLG - ARCHIVE CATALOG (IO/archivecatalog.txt)              *
      * IHIST  - GROWTH HISTORY (IO/growthhist.txt), TRAILER-CHECKED  *
      * ICOMP  - COMPANIES MASTER (IO/companies.txt) - THE VERSION IN *
      *          FORCE ON THE ORIGINAL DATE GIVES THE INDUSTRY        *
      * ISUCC  - SUCCESSION MASTER (IO/succession.txt), OPTIONAL      *
      * IALIAS - INDUSTRY ALIASES (IO/indalias.txt), OPTIONAL - THOSE *
      *          IN EFFECT ON THE ORIGINAL DATE                       *
      * ISECT  - INDUSTRY-TO-SECTOR HIERARCHY (IO/sectors.txt), OPT.  *
      * IMAST  - INDUSTRY MASTER (IO/industries.txt), OPTIONAL        *
      * ISABB  - STATE ABBREVIATIONS (IO/stateabb.txt)                *
      * ILIFE  - LIFECYCLE STATUS MASTER (IO/lifecycle.txt), OPTIONAL *
      * IRUNID - CHAIN RUN DATE (IO/runid.txt, SEE RUNDWS), OPTIONAL  *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OREPORT - IO/OREPORT_<ORIGDATE>_R<RUNDATE>.txt, WRITTEN AS    *
      *           .draft UNTIL TPL-RELS1 RELEASES IT                  *
      * OCATLG  - ONE ENTRY APPENDED TO THE ARCHIVE CATALOG, FLAG     *
      *           RESTATED                                            *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE PERIOD'S HISTORY ROWS AND THOSE OF THE PERIOD BEFORE      *
      * (FOR THE TREND COLUMN) ARE READ ONCE. EACH ROW OF THE PERIOD  *
      * IS GIVEN ITS INDUSTRY - FROM ITS OWN COMPANIES RECORD, OR     *
      * FROM ITS SUCCESSOR'S WHEN IT HAS BEEN ACQUIRED OR RENAMED     *
      * SINCE - AND SORTED BY INDUSTRY AND COMPANY. LEGALLY HELD      *
      * COMPANIES (CLGL1) AND COMPANIES ALREADY CLOSED ON THE         *
      * ORIGINAL DATE ARE LEFT OUT, AS TPL-BAT1 LEAVES THEM OUT. A    *
      * ROW IS RESTATED WHEN ITS RESTATEMENT MARKER IS SET AND THE    *
      * ORIGINAL VALUE DIFFERS FROM THE CURRENT ONE.                  *
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IALIAS==
            ==:V2:== BY ==IALIAS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==IMAST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISABB==
            ==:V2:== BY ==ISABB-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREPORT==
            ==:V2:== BY ==OREPORT-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCATLG==
            ==:V2:== BY ==OCATLG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
           SELECT SRISS ASSIGN TO 'SORTWORK'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IALIAS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISABB==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREPORT==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SRISS.
       01  SRISS-REC.
           05 SRISS-KEY.
              10 SRISS-INDUSTRY       PIC X(23).
              10 SRISS-NAME           PIC X(38).
              10 SRISS-STATE          PIC X(2).
           05 SRISS-GROWTH            PIC S9(3)V99.
           05 SRISS-ORIG              PIC S9(3)V99.
      *    R = RESTATED SINCE THE ORIGINAL REPORT
           05 SRISS-RST-SW            PIC X(1).
           05 SRISS-TREND             PIC X(1).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * IPARM = RE-ISSUE PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(40).

      *---------------------------------------------------------------*
      * ICATLG = ARCHIVE CATALOG (SAME LAYOUT AS TPL-BAT1 WRITES)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICATLG==.
       01 CATLG-REC.
           05 CATLG-DATE              PIC X(8).
           05 CATLG-PGM               PIC X(8).
           05 CATLG-PATH              PIC X(40).
           05 CATLG-COUNT             PIC 9(9).
           05 CATLG-RUN-ID            PIC X(12).
           05 CATLG-HASH              PIC X(13).
           05 CATLG-FLAG              PIC X(8).
           05 FILLER                  PIC X(6).
       01 TMP-CATLG-HASH-ED           PIC 9(13).

      *---------------------------------------------------------------*
      * IHIST = GROWTH HISTORY (RESTATED ROWS CARRY THE ORIGINAL)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME               PIC X(38).
           05 HIST-STATE              PIC X(2).
           05 HIST-PERIOD             PIC X(6).
           05 HIST-GROWTH             PIC S9(3)V99.
           05 HIST-RST-SW             PIC X(1).
              88 HIST-RESTATED            VALUE 'R'.
           05 HIST-RST-ORIG           PIC S9(3)V99.
           05 HIST-RST-REASON         PIC X(8).
           05 HIST-RST-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(7).

      *---------------------------------------------------------------*
      * ICOMP = COMPANIES MASTER                                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - THE VERSION IN
      *    FORCE ON THE ORIGINAL REPORT DATE GIVES THE INDUSTRY
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).

      *---------------------------------------------------------------*
      * COMPANY -> INDUSTRY, ONE ENTRY PER COMPANY. THE VERSION IN    *
      * FORCE ON THE ORIGINAL DATE WINS; A COMPANY WITH NO SUCH       *
      * VERSION KEEPS THE LAST ONE ON THE MASTER (TAB-CO-ASOF-SW N)   *
      *---------------------------------------------------------------*
       01 COMPANY-INDUSTRIES.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX.
                10 TAB-CO-NAME        PIC X(38).
                10 TAB-CO-STATE       PIC X(2).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-ASOF-SW     PIC X(1).

      *---------------------------------------------------------------*
      * PRIOR-PERIOD GROWTH (TREND COLUMN), FROM THE SAME HISTORY     *
      *---------------------------------------------------------------*
       01 PRIOR-GROWTH-TABLE.
           05 TAB-PRIOR-MAX           PIC S9(9) BINARY.
           05 TAB-PRIOR-DIM           PIC S9(9) BINARY  VALUE 9999.
           05 TAB-PRIOR               OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-PRIOR-MAX.
                10 TAB-PRIOR-NAME     PIC X(38).
                10 TAB-PRIOR-STATE    PIC X(2).
                10 TAB-PRIOR-GROWTH   PIC S9(3)V99.

      *---------------------------------------------------------------*
      * ISUCC = SUCCESSION MAP (SEE SUCCWS.cob)                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * ILIFE = LIFECYCLE MASTER (SEE LIFEWS.cob) - ONLY COMPANIES    *
      * ALREADY CLOSED ON THE ORIGINAL DATE ARE LOADED INTO THE MAP   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * IALIAS = INDUSTRY ALIAS MAP (SAME LAYOUT AS TPL-BAT1)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IALIAS==.
       01 ALIAS-REC.
           05 ALIAS-OLD               PIC X(23).
           05 ALIAS-NEW               PIC X(23).
           05 ALIAS-EFF               PIC X(8).
           05 FILLER                  PIC X(26).
       01 INDUSTRY-ALIASES.
           05 TAB-ALIAS-MAX           PIC S9(9) BINARY.
           05 TAB-ALIAS-DIM           PIC S9(9) BINARY  VALUE 99.
           05 TAB-ALIAS               OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-ALIAS-MAX.
                10 TAB-ALIAS-OLD      PIC X(23).
                10 TAB-ALIAS-NEW      PIC X(23).

      *---------------------------------------------------------------*
      * ISECT = INDUSTRY-TO-SECTOR HIERARCHY (SAME AS TPL-BAT1)       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISECT==.
       01 ISECT-REC.
           05 ISECT-INDUSTRY          PIC X(23).
           05 ISECT-SECTOR            PIC X(23).
           05 FILLER                  PIC X(34).
       01 SECTOR-MAP.
           05 TAB-SECT-MAX            PIC S9(9) BINARY.
           05 TAB-SECT-DIM            PIC S9(9) BINARY  VALUE 199.
           05 TAB-SECT                OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-SECT-MAX.
                10 TAB-SECT-INDUSTRY  PIC X(23).
                10 TAB-SECT-SECTOR    PIC X(23).
       01 SECTOR-SEEN.
           05 TAB-SSEEN-MAX           PIC S9(9) BINARY.
           05 TAB-SSEEN-DIM           PIC S9(9) BINARY  VALUE 50.
           05 TAB-SSEEN               OCCURS 1   TO           50
                                      DEPENDING  ON  TAB-SSEEN-MAX.
                10 TAB-SSEEN-SECTOR   PIC X(23).

      *---------------------------------------------------------------*
      * IMAST = INDUSTRY MASTER (STANDARD CLASSIFICATION CODES)       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMAST==.
       01 IMAST-REC.
           05 IMAST-INDUSTRY          PIC X(23).
           05 IMAST-SIC-CODE          PIC X(6).
           05 FILLER                  PIC X(51).
       01 INDUSTRY-MASTER.
           05 TAB-IMAST-MAX           PIC S9(9) BINARY.
           05 TAB-IMAST-DIM           PIC S9(9) BINARY  VALUE 199.
           05 TAB-IMAST               OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-IMAST-MAX.
                10 TAB-IMAST-INDUSTRY PIC X(23).
                10 TAB-IMAST-SIC-CODE PIC X(6).

      *---------------------------------------------------------------*
      * ISABB = USA STATE ABBREVIATIONS                               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISABB==.
       01 ISABB-REC.
           05 ISABB-ABB               PIC X(2).
           05 ISABB-STATE             PIC X(14).
           05 FILLER                  PIC X(64).
       01 STATE-ABBREVIATIONS.
           05 TAB-SABB-MAX            PIC S9(9) BINARY.
           05 TAB-SABB-DIM            PIC S9(9) BINARY  VALUE 999.
           05 TAB-SABB                OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-SABB-MAX.
                10 TAB-SABB-ABB       PIC X(2).
                10 TAB-SABB-STATE     PIC X(14).

      *---------------------------------------------------------------*
      * ROWS OF THE CURRENT INDUSTRY - HELD UNTIL ITS BREAK, SINCE    *
      * THE SHARE COLUMN NEEDS THE INDUSTRY TOTAL                     *
      *---------------------------------------------------------------*
       01 INDUSTRY-ROWS.
           05 TAB-ROW-MAX             PIC S9(9) BINARY.
           05 TAB-ROW-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-ROW                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-ROW-MAX.
                10 TAB-ROW-NAME       PIC X(38).
                10 TAB-ROW-STATE      PIC X(2).
                10 TAB-ROW-GROWTH     PIC S9(3)V99.
                10 TAB-ROW-ORIG       PIC S9(3)V99.
                10 TAB-ROW-RST-SW     PIC X(1).
                10 TAB-ROW-TREND      PIC X(1).

      *---------------------------------------------------------------*
      * OUTPUT OREPORT = THE RE-ISSUED REPORT (TPL-BAT1 LAYOUT, WITH  *
      * THE SUPERSEDES STAMP AND THE ORIGINAL-VALUE COLUMNS)          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREPORT==.
       01 OREPORT-REC.
           05 OREPORT-DATA            PIC X(132).
       01 OREPORT-PATH                PIC X(40).
       01 OREPORT-PUB-PATH            PIC X(40).

       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCATLG==.

      *-[ LETTERHEAD ]------------------------------------------------*
       01 OREPORT-LH-COMPANY.
           05 OREPORT-LH-COMPANY-NAME PIC X(30).
           05 FILLER                  PIC X(50)   VALUE SPACES.

       01 OREPORT-LH-TITLE.
           05 OREPORT-LH-TITLE-TEXT   PIC X(30).
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 FILLER                  PIC X(5)    VALUE 'DATE '.
           05 OREPORT-LH-TITLE-DATE   PIC X(10).
           05 FILLER                  PIC X(29)   VALUE SPACES.

       01 OREPORT-LH-STAMP.
           05 FILLER                  PIC X(36)
              VALUE '*** RESTATED - SUPERSEDES REPORT OF '.
           05 OREPORT-LH-STAMP-DATE   PIC X(10).
           05 FILLER                  PIC X(4)    VALUE ' ***'.
           05 FILLER                  PIC X(30)   VALUE SPACES.

       01 OREPORT-LH-ISSUE.
           05 FILLER                  PIC X(14)
              VALUE 'GROWTH PERIOD '.
           05 OREPORT-LH-ISSUE-PERIOD PIC X(7).
           05 FILLER                  PIC X(13)
              VALUE '   RE-ISSUED '.
           05 OREPORT-LH-ISSUE-DATE   PIC X(10).
           05 FILLER                  PIC X(21)
              VALUE '   RESTATED FIGURES: '.
           05 OREPORT-LH-ISSUE-COUNT  PIC ZZZZZZ9.
           05 FILLER                  PIC X(8)    VALUE SPACES.

      *-[ SECTOR HEADING AND FOOTER ]---------------------------------*
       01 OREPORT-SH1.
           05 FILLER                  PIC X(11)
                                      VALUE '== SECTOR: '.
           05 OREPORT-SH1-SECTOR      PIC X(23).
           05 FILLER                  PIC X(46)   VALUE ALL '='.
       01 OREPORT-SF1.
           05 FILLER                  PIC X(14)
                                      VALUE 'SECTOR TOTAL: '.
           05 OREPORT-SF1-TOTAL       PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(12)
                                      VALUE '  COMPANIES '.
           05 OREPORT-SF1-COUNT       PIC ZZZZ9.
           05 FILLER                  PIC X(10)
                                      VALUE '  AVERAGE '.
           05 OREPORT-SF1-AVG         PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 OREPORT-SF1-ORIG.
              10 FILLER               PIC X(13)
                                      VALUE '  ORIGINALLY '.
              10 OREPORT-SF1-OTOTAL   PIC -Z.ZZZ.ZZ9,99.
              10 FILLER               PIC X(1)    VALUE '%'.

      *-[ HEADINGS ]--------------------------------------------------*
       01 OREPORT-H1.
           05 FILLER                  PIC X(3)    VALUE '-> '.
           05 OREPORT-H1-INDUSTRY     PIC X(23).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREPORT-H1-SIC-LABEL    PIC X(5).
           05 OREPORT-H1-SIC-CODE     PIC X(6).
           05 FILLER                  PIC X(41)   VALUE SPACES.

       01 OREPORT-H2.
           05 FILLER                  PIC X(7)    VALUE 'COMPANY'.
           05 FILLER                  PIC X(32)   VALUE ALL SPACES.
           05 FILLER                  PIC X(5)    VALUE 'STATE'.
           05 FILLER                  PIC X(10)   VALUE ALL SPACES.
           05 FILLER                  PIC X(6)    VALUE 'GROWTH'.
           05 FILLER                  PIC X(18)   VALUE SPACES.
           05 FILLER                  PIC X(14)
                                      VALUE 'ORIGINAL VALUE'.

      *-[ HORIZONTAL ROW ]--------------------------------------------*
       01 OREPORT-HR1.
           05 FILLER                  PIC X(80)   VALUE ALL '='.

       01 OREPORT-HR2.
           05 FILLER                  PIC X(80)   VALUE ALL '-'.

      *-[ RECORD ]----------------------------------------------------*
       01 OREPORT-R1.
           05 OREPORT-R1-COMPANY      PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-STATE        PIC X(14).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-GROWTH       PIC -ZZZ9,99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-DECLINE-MARK PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-PCT          PIC -ZZ9,9.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-TREND        PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-RST-MARK     PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-RST.
              10 FILLER               PIC X(14)
                                      VALUE 'RESTATED, WAS '.
              10 OREPORT-R1-RST-ORIG  PIC -ZZZ9,99.
              10 FILLER               PIC X(1)    VALUE '%'.

      *-[ FOOTER ]----------------------------------------------------*
       01 OREPORT-F1.
           05 FILLER                  PIC X(52)   VALUE SPACES.
           05 FILLER                  PIC X(10)   VALUE ALL '-'.
           05 FILLER                  PIC X(18)   VALUE SPACES.

       01 OREPORT-F2.
           05 FILLER                  PIC X(52)   VALUE SPACES.
           05 OREPORT-F2-TGROWTH      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 OREPORT-F2-ORIG.
              10 FILLER               PIC X(13)
                                      VALUE '  ORIGINALLY '.
              10 OREPORT-F2-OTOTAL    PIC -Z.ZZZ.ZZ9,99.
              10 FILLER               PIC X(1)    VALUE '%'.

       01 OREPORT-F3.
           05 FILLER                  PIC X(28)
                           VALUE 'COMPANIES IN THIS INDUSTRY: '.
           05 OREPORT-F3-COUNT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(13)   VALUE '   RESTATED: '.
           05 OREPORT-F3-RESTATED     PIC ZZZ9.
           05 FILLER                  PIC X(28)   VALUE SPACES.

       01 OREPORT-F4.
           05 FILLER                  PIC X(28)
                           VALUE 'AVERAGE GROWTH PER COMPANY: '.
           05 OREPORT-F4-AVG          PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 OREPORT-F4-ORIG.
              10 FILLER               PIC X(13)
                                      VALUE '  ORIGINALLY '.
              10 OREPORT-F4-OAVG      PIC -Z.ZZZ.ZZ9,99.
              10 FILLER               PIC X(1)    VALUE '%'.

      *-[ GRAND TOTAL FOOTER ]----------------------------------------*
       01 OREPORT-G1.
           05 FILLER                  PIC X(80)   VALUE ALL '='.

       01 OREPORT-G2.
           05 FILLER                  PIC X(52)
                           VALUE 'GRAND TOTAL GROWTH (ALL INDUSTRIES):'.
           05 OREPORT-G2-TGROWTH      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 OREPORT-G2-ORIG.
              10 FILLER               PIC X(13)
                                      VALUE '  ORIGINALLY '.
              10 OREPORT-G2-OTOTAL    PIC -Z.ZZZ.ZZ9,99.
              10 FILLER               PIC X(1)    VALUE '%'.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 RISS-PARMS.
           05 TMP-PERIOD              PIC X(6)    VALUE SPACES.
           05 TMP-PERIOD-N REDEFINES TMP-PERIOD.
              10 TMP-PERIOD-YYYY      PIC 9(4).
              10 TMP-PERIOD-MM        PIC 9(2).
           05 TMP-PREV-PERIOD         PIC X(6).
           05 TMP-PREV-N REDEFINES TMP-PREV-PERIOD.
              10 TMP-PREV-YYYY        PIC 9(4).
              10 TMP-PREV-MM          PIC 9(2).
           05 TMP-ORIG-DATE           PIC X(8)    VALUE SPACES.
           05 TMP-ORIG-PARM-SW        PIC X(1)    VALUE 'N'.
           05 TMP-REPORT-TITLE        PIC X(30)
                                      VALUE 'COMPANY GROWTH REPORT'.
           05 TMP-COMPANY-NAME        PIC X(30)   VALUE SPACES.
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-HIT-IDX             PIC S9(9)   BINARY.
       01 TMP-OREPORT-TALLY           PIC S9(4)   BINARY.
       01 TMP-EOF-SW                  PIC X(1).
          88 TMP-SORT-EOF                 VALUE 'Y'.
       01 ROW-WORK.
           05 TMP-ROW-INDUSTRY        PIC X(23).
           05 TMP-ROW-FOUND-SW        PIC X(1).
           05 TMP-ROW-PCT             PIC S9(3)V9.
       01 INDUSTRY-WORK.
           05 TMP-CUR-INDUSTRY        PIC X(23).
           05 TMP-IND-SIC-CODE        PIC X(6).
           05 TMP-IND-TOTAL           PIC S9(7)V99.
           05 TMP-IND-OTOTAL          PIC S9(7)V99.
           05 TMP-IND-COUNT           PIC 9(7).
           05 TMP-IND-RESTATED        PIC 9(7).
           05 TMP-IND-AVG             PIC S9(7)V99.
           05 TMP-IND-OAVG            PIC S9(7)V99.
       01 SECTOR-WORK.
           05 TMP-CUR-SECTOR          PIC X(23).
           05 TMP-NEW-SECTOR          PIC X(23).
           05 TMP-SECT-TOTAL          PIC S9(7)V99.
           05 TMP-SECT-OTOTAL         PIC S9(7)V99.
           05 TMP-SECT-COUNT          PIC 9(5).
           05 TMP-SECT-AVG            PIC S9(7)V99.
           05 TMP-SECT-I              PIC S9(9) BINARY.
           05 TMP-SSEEN-FOUND-SW      PIC X(1).
       01 TOTALS.
           05 TMP-GRAND-TOTAL         PIC S9(7)V99.
           05 TMP-GRAND-OTOTAL        PIC S9(7)V99.
       01 COUNTER.
           05 TMP-COUNT-PERIOD        PIC 9(7).
           05 TMP-COUNT-PRIOR         PIC 9(7).
           05 TMP-COUNT-RELEASED      PIC 9(7).
           05 TMP-COUNT-RESTATED      PIC 9(7).
           05 TMP-COUNT-HELD          PIC 9(7).
           05 TMP-COUNT-CLOSED        PIC 9(7).
           05 TMP-COUNT-VIA-SUCC      PIC 9(7).
           05 TMP-COUNT-UNKNOWN       PIC 9(7).
           05 TMP-COUNT-ALIASED       PIC 9(7).
           05 TMP-COUNT-INDUSTRIES    PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/rissparm.txt'.
       01 ICATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 IALIAS-PATH                PIC X(40)
                                      VALUE 'IO/indalias.txt'.
       01 ISECT-PATH                 PIC X(40)
                                      VALUE 'IO/sectors.txt'.
       01 IMAST-PATH                 PIC X(40)
                                      VALUE 'IO/industries.txt'.
       01 ISABB-PATH                 PIC X(40)
                                      VALUE 'IO/stateabb.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       COPY 'LIB/FILE/RUNDWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CLGLWS.cob'.
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

           SORT SRISS
             ON ASCENDING KEY SRISS-KEY
             INPUT  PROCEDURE IS RISS-RELEASE
             OUTPUT PROCEDURE IS RISS-RETURN

           PERFORM CATALOG-REISSUE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-RISS1'                          TO PGM-NAME
           MOVE 'RESTATED RE-ISSUE OF A PAST PERIOD REPORT'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ICATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICATLG-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE IALIAS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IALIAS-PATH
           MOVE ISECT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISECT-PATH
           MOVE IMAST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IMAST-PATH
           MOVE ISABB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISABB-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCATLG-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE TOTALS
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-PRIOR-MAX
           MOVE 0 TO TAB-SABB-MAX
           MOVE 0 TO TAB-IMAST-MAX
           MOVE 0 TO TAB-ROW-MAX

      *---------------------------------------------------------------*
      * CHAIN RUN DATE - THE RE-ISSUE DATE IN THE ARCHIVE NAME        *
      *---------------------------------------------------------------*
           PERFORM RUND-READ-DATE

      *---------------------------------------------------------------*
      * RE-ISSUE PARAMETERS - THE PERIOD IS REQUIRED, A DEFAULT WOULD *
      * BE GUESSING WHICH PUBLISHED REPORT TO SUPERSEDE               *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO RE-ISSUE PARAMETERS (IO/rissparm.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IPARM
           PERFORM UNTIL (IPARM-EOF)
              MOVE SPACES TO IPARM-KEY IPARM-VAL
              UNSTRING IPARM-RECORD DELIMITED BY '='
                INTO IPARM-KEY IPARM-VAL
              END-UNSTRING
              EVALUATE FUNCTION TRIM(IPARM-KEY)
                WHEN 'PERIOD'
                  MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-PERIOD
                WHEN 'ORIGDATE'
                  MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-ORIG-DATE
                  MOVE 'Y' TO TMP-ORIG-PARM-SW
                WHEN 'TITLE'
                  MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-REPORT-TITLE
                WHEN 'COMPANY'
                  MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-COMPANY-NAME
                WHEN SPACES
                  CONTINUE
                WHEN OTHER
                  MOVE SPACES TO APP-LOG-LINE
                  STRING 'UNKNOWN RISSPARM KEYWORD IGNORED: '
                         IPARM-KEY
                    DELIMITED BY SIZE
                    INTO APP-LOG-LINE
                  END-STRING
                  PERFORM SCHREIBE-APP-LOG-LINE
              END-EVALUATE
              PERFORM FILE-READ-IPARM
           END-PERFORM
           PERFORM FILE-CLOSE-IPARM
           IF (TMP-PERIOD NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'PERIOD=YYYYMM IS REQUIRED' TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-PERIOD-MM < 1) OR (TMP-PERIOD-MM > 12) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'PERIOD IS NOT A MONTH: ' TMP-PERIOD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-ORIG-PARM-SW = 'Y')
              AND (TMP-ORIG-DATE NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'ORIGDATE IS NOT YYYYMMDD: ' TMP-ORIG-DATE
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE TMP-PERIOD TO TMP-PREV-PERIOD
           IF (TMP-PREV-MM = 1) THEN
              MOVE 12 TO TMP-PREV-MM
              SUBTRACT 1 FROM TMP-PREV-YYYY
           ELSE
              SUBTRACT 1 FROM TMP-PREV-MM
           END-IF

      *---------------------------------------------------------------*
      * THE REPORT BEING SUPERSEDED                                   *
      *---------------------------------------------------------------*
           PERFORM FIND-ORIGINAL-REPORT

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * REFERENCE DATA AS OF THE ORIGINAL DATE                        *
      *---------------------------------------------------------------*
           PERFORM LOAD-STATE-NAMES
           PERFORM LOAD-INDUSTRY-MASTER
           PERFORM LOAD-INDUSTRY-ALIASES
           PERFORM LOAD-SECTOR-MAP
           PERFORM LOAD-CLOSED-COMPANIES
           PERFORM LOAD-SUCCESSION-MAP
           PERFORM LOAD-COMPANY-INDUSTRIES

      *---------------------------------------------------------------*
      * ARCHIVE NAME: THE ORIGINAL'S NAME WITH THE RE-ISSUE DATE,     *
      * WRITTEN AS .draft FOR TPL-RELS1 (SAME CONVENTION AS TPL-BAT1) *
      *---------------------------------------------------------------*
           MOVE SPACES TO OREPORT-PUB-PATH
           STRING 'IO/OREPORT_' TMP-ORIG-DATE '_R' RUND-DATE '.txt'
             DELIMITED BY SIZE
             INTO OREPORT-PUB-PATH
           END-STRING
           MOVE OREPORT-PUB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREPORT-PUB-PATH
           MOVE SPACES TO OREPORT-PATH
           STRING FUNCTION TRIM(OREPORT-PUB-PATH) '.draft'
             DELIMITED BY SIZE
             INTO OREPORT-PATH
           END-STRING
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       FIND-ORIGINAL-REPORT SECTION.
      *===============================================================*
      *    THE LAST TPL-BAT1 PRINT ARCHIVE CATALOGUED FOR A DATE IN   *
      *    THE PERIOD IS THE ONE THE RE-ISSUE SUPERSEDES. ORIGDATE=   *
      *    OVERRIDES IT (A CATALOG ALREADY PURGED BY TPL-ARCH1)       *
           IF (TMP-ORIG-PARM-SW = 'Y') THEN
              GO TO FIND-ORIGINAL-REPORT-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-ICATLG
           IF (ICATLG-YES) THEN
              PERFORM FILE-READ-ICATLG
              PERFORM UNTIL (ICATLG-EOF)
                 MOVE ICATLG-RECORD TO CATLG-REC
                 MOVE 0 TO TMP-OREPORT-TALLY
                 INSPECT CATLG-PATH TALLYING TMP-OREPORT-TALLY
                   FOR ALL 'OREPORT_'
                 IF (CATLG-PGM = 'TPL-BAT1')
                    AND (CATLG-DATE(1:6) = TMP-PERIOD)
                    AND (TMP-OREPORT-TALLY > 0) THEN
                    MOVE CATLG-DATE TO TMP-ORIG-DATE
                 END-IF
                 PERFORM FILE-READ-ICATLG
              END-PERFORM
              PERFORM FILE-CLOSE-ICATLG
           END-IF
           IF (TMP-ORIG-DATE = SPACES) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'NO TPL-BAT1 REPORT CATALOGUED FOR PERIOD '
                     TMP-PERIOD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'GIVE ORIGDATE=YYYYMMDD IN IO/rissparm.txt'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       FIND-ORIGINAL-REPORT-EXIT. EXIT.



      *****************************************************************
       LOAD-STATE-NAMES SECTION.
      *===============================================================*
      *    THE ROWS PRINT THE FULL STATE NAME, AS IN TPL-BAT1         *
           PERFORM FILE-OPEN-INPUT-ISABB
           IF (ISABB-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'STATE TABLE MISSING: ' ISABB-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ISABB
           PERFORM UNTIL (ISABB-EOF)
              MOVE ISABB-RECORD TO ISABB-REC
              IF (ISABB-ABB NOT = SPACES) THEN
                 ADD 1 TO TAB-SABB-MAX
                 IF (TAB-SABB-MAX > TAB-SABB-DIM) THEN
                    MOVE TAB-SABB-DIM TO TAB-SABB-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-SABB OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-SABB-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE ISABB-ABB   TO TAB-SABB-ABB(TAB-SABB-MAX)
                 MOVE ISABB-STATE TO TAB-SABB-STATE(TAB-SABB-MAX)
              END-IF
              PERFORM FILE-READ-ISABB
           END-PERFORM
           PERFORM FILE-CLOSE-ISABB
           .
       LOAD-STATE-NAMES-EXIT. EXIT.



      *****************************************************************
       LOAD-INDUSTRY-MASTER SECTION.
      *===============================================================*
      *    OPTIONAL - WITHOUT IT THE HEADINGS CARRY NO SIC CODE       *
           PERFORM FILE-OPEN-INPUT-IMAST
           IF (IMAST-NO) THEN
              GO TO LOAD-INDUSTRY-MASTER-EXIT
           END-IF
           PERFORM FILE-READ-IMAST
           PERFORM UNTIL (IMAST-EOF)
              MOVE IMAST-RECORD TO IMAST-REC
              IF (IMAST-INDUSTRY NOT = SPACES) THEN
                 ADD 1 TO TAB-IMAST-MAX
                 IF (TAB-IMAST-MAX > TAB-IMAST-DIM) THEN
                    MOVE TAB-IMAST-DIM TO TAB-IMAST-MAX
                    MOVE 'TAB-IMAST OVERFLOW - SIC CODES INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE IMAST-INDUSTRY
                      TO TAB-IMAST-INDUSTRY(TAB-IMAST-MAX)
                    MOVE IMAST-SIC-CODE
                      TO TAB-IMAST-SIC-CODE(TAB-IMAST-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-IMAST
           END-PERFORM
           PERFORM FILE-CLOSE-IMAST
           .
       LOAD-INDUSTRY-MASTER-EXIT. EXIT.



      *****************************************************************
       LOAD-INDUSTRY-ALIASES SECTION.
      *===============================================================*
      *    IMPORT THE ALIAS MAP (IALIAS IS OPTIONAL) - ONLY ALIASES   *
      *    ALREADY IN EFFECT ON THE ORIGINAL DATE, SO THE INDUSTRIES  *
      *    CARRY THE NAMES THE ORIGINAL REPORT PRINTED                *
           MOVE 0 TO TAB-ALIAS-MAX
           PERFORM FILE-OPEN-INPUT-IALIAS
           IF (IALIAS-YES) THEN
              PERFORM FILE-READ-IALIAS
              PERFORM UNTIL (IALIAS-EOF)
                 MOVE IALIAS-RECORD TO ALIAS-REC
                 IF (ALIAS-OLD NOT = SPACES)
                    AND (ALIAS-EFF <= TMP-ORIG-DATE) THEN
                    ADD 1 TO TAB-ALIAS-MAX
                    IF (TAB-ALIAS-MAX > TAB-ALIAS-DIM) THEN
                       MOVE TAB-ALIAS-DIM TO TAB-ALIAS-MAX
                       MOVE 'TAB-ALIAS OVERFLOW - MAP INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       MOVE ALIAS-OLD TO TAB-ALIAS-OLD(TAB-ALIAS-MAX)
                       MOVE ALIAS-NEW TO TAB-ALIAS-NEW(TAB-ALIAS-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IALIAS
              END-PERFORM
              PERFORM FILE-CLOSE-IALIAS
           END-IF
           .
       LOAD-INDUSTRY-ALIASES-EXIT. EXIT.



      *****************************************************************
       LOAD-SECTOR-MAP SECTION.
      *===============================================================*
      *    IMPORT THE INDUSTRY-TO-SECTOR HIERARCHY (ISECT IS          *
      *    OPTIONAL - WITHOUT IT THERE IS NO SECTOR LEVEL)            *
           MOVE 0          TO TAB-SECT-MAX
           MOVE 0          TO TAB-SSEEN-MAX
           MOVE LOW-VALUES TO TMP-CUR-SECTOR
           MOVE 0          TO TMP-SECT-TOTAL
           MOVE 0          TO TMP-SECT-OTOTAL
           MOVE 0          TO TMP-SECT-COUNT
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
           .
       LOAD-SECTOR-MAP-EXIT. EXIT.



      *****************************************************************
       LOAD-CLOSED-COMPANIES SECTION.
      *===============================================================*
      *    THE LIFECYCLE MAP (LIFEWS.cob) IS FILLED WITH THE          *
      *    COMPANIES ALREADY CLOSED ON THE ORIGINAL DATE ONLY - ONE   *
      *    CLOSED SINCE WAS STILL ON THE ORIGINAL REPORT AND STAYS    *
      *    ON THE RE-ISSUE. ILIFE IS OPTIONAL                         *
           MOVE 0 TO TAB-LIFE-MAX
           PERFORM FILE-OPEN-INPUT-ILIFE
           IF (ILIFE-NO) THEN
              GO TO LOAD-CLOSED-COMPANIES-EXIT
           END-IF
           PERFORM FILE-READ-ILIFE
           PERFORM UNTIL (ILIFE-EOF)
              MOVE ILIFE-RECORD TO LIFE-REC
              IF (LIFE-REC-NAME NOT = SPACES)
                 AND (LIFE-REC-CLOSED)
                 AND (LIFE-REC-EFF <= TMP-ORIG-DATE) THEN
                 ADD 1 TO TAB-LIFE-MAX
                 IF (TAB-LIFE-MAX > TAB-LIFE-DIM) THEN
                    MOVE TAB-LIFE-DIM TO TAB-LIFE-MAX
                    MOVE 'TAB-LIFE OVERFLOW - MAP INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE LIFE-REC-NAME   TO TAB-LIFE-NAME(TAB-LIFE-MAX)
                    MOVE LIFE-REC-STATE  TO TAB-LIFE-STATE(TAB-LIFE-MAX)
                    MOVE LIFE-REC-STATUS
                      TO TAB-LIFE-STATUS(TAB-LIFE-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-ILIFE
           END-PERFORM
           PERFORM FILE-CLOSE-ILIFE
           .
       LOAD-CLOSED-COMPANIES-EXIT. EXIT.



      *****************************************************************
       LOAD-COMPANY-INDUSTRIES SECTION.
      *===============================================================*
      *    ONE ENTRY PER COMPANY ON THE MASTER: THE INDUSTRY OF THE   *
      *    VERSION IN FORCE ON THE ORIGINAL DATE (EFF <= DATE < EXP,  *
      *    V1 RECORDS ALWAYS), ELSE THE LAST VERSION ON FILE          *
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES) THEN
                 PERFORM COMPANY-INDUSTRY-ADD
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       LOAD-COMPANY-INDUSTRIES-EXIT. EXIT.



      *****************************************************************
       COMPANY-INDUSTRY-ADD SECTION.
      *===============================================================*
           MOVE 0 TO TMP-HIT-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                        OR (TMP-HIT-IDX > 0)
              IF (TAB-CO-NAME(TMP-I-TABLE) = ICOMP-NAME)
                 AND (TAB-CO-STATE(TMP-I-TABLE) = ICOMP-STATE) THEN
                 MOVE TMP-I-TABLE TO TMP-HIT-IDX
              END-IF
           END-PERFORM
           IF (TMP-HIT-IDX = 0) THEN
              ADD 1 TO TAB-CO-MAX
              IF (TAB-CO-MAX > TAB-CO-DIM) THEN
                 MOVE TAB-CO-DIM TO TAB-CO-MAX
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-CO OVERFLOW' TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE TAB-CO-MAX  TO TMP-HIT-IDX
              MOVE ICOMP-NAME  TO TAB-CO-NAME(TMP-HIT-IDX)
              MOVE ICOMP-STATE TO TAB-CO-STATE(TMP-HIT-IDX)
              MOVE 'N'         TO TAB-CO-ASOF-SW(TMP-HIT-IDX)
           END-IF
           IF (NOT ICOMP-LAYOUT-V2)
              OR ((ICOMP-EFF-DATE <= TMP-ORIG-DATE)
                  AND (ICOMP-EXP-DATE > TMP-ORIG-DATE)) THEN
              MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TMP-HIT-IDX)
              MOVE 'Y'            TO TAB-CO-ASOF-SW(TMP-HIT-IDX)
           ELSE
              IF (TAB-CO-ASOF-SW(TMP-HIT-IDX) = 'N') THEN
                 MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TMP-HIT-IDX)
              END-IF
           END-IF
           .
       COMPANY-INDUSTRY-ADD-EXIT. EXIT.



      *****************************************************************
       RISS-RELEASE SECTION.
      *===============================================================*
      *    ONE PASS OVER THE HISTORY: THE PERIOD BEFORE GOES TO THE   *
      *    TREND TABLE, THE PERIOD ITSELF TO THE SORT                 *
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'GROWTH HISTORY MISSING: ' IHIST-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              EVALUATE TRUE
                WHEN (HIST-NAME = SPACES)
                  CONTINUE
                WHEN (HIST-PERIOD = TMP-PREV-PERIOD)
                  PERFORM PRIOR-ROW-ADD
                WHEN (HIST-PERIOD = TMP-PERIOD)
                  ADD 1 TO TMP-COUNT-PERIOD
                  PERFORM RISS-RELEASE-ONE
              END-EVALUATE
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       RISS-RELEASE-EXIT. EXIT.



      *****************************************************************
       PRIOR-ROW-ADD SECTION.
      *===============================================================*
           IF (HIST-GROWTH NOT NUMERIC) THEN
              GO TO PRIOR-ROW-ADD-EXIT
           END-IF
           ADD 1 TO TAB-PRIOR-MAX
           IF (TAB-PRIOR-MAX > TAB-PRIOR-DIM) THEN
              MOVE TAB-PRIOR-DIM TO TAB-PRIOR-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-PRIOR OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-PRIOR-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TMP-COUNT-PRIOR
           MOVE HIST-NAME   TO TAB-PRIOR-NAME(TAB-PRIOR-MAX)
           MOVE HIST-STATE  TO TAB-PRIOR-STATE(TAB-PRIOR-MAX)
           MOVE HIST-GROWTH TO TAB-PRIOR-GROWTH(TAB-PRIOR-MAX)
           .
       PRIOR-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       RISS-RELEASE-ONE SECTION.
      *===============================================================*
           IF (HIST-GROWTH NOT NUMERIC) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NON-NUMERIC HISTORY GROWTH SKIPPED: '
                     HIST-NAME ' ' HIST-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO RISS-RELEASE-ONE-EXIT
           END-IF

      *    LEGAL HOLD (CLGL1 AUDITS THE HIT ITSELF)
           MOVE HIST-NAME  TO CLGL1CA-NAME
           MOVE HIST-STATE TO CLGL1CA-STATE
           PERFORM CHECK-LEGAL-HOLD
           IF (CLGL1CA-HELD) THEN
              ADD 1 TO TMP-COUNT-HELD
              GO TO RISS-RELEASE-ONE-EXIT
           END-IF

      *    CLOSED ON THE ORIGINAL DATE - NOT ON THE ORIGINAL EITHER
           MOVE HIST-NAME  TO LIFE-ARG-NAME
           MOVE HIST-STATE TO LIFE-ARG-STATE
           PERFORM LIFECYCLE-STATUS-LOOKUP
           IF (LIFE-ARG-CLOSED) THEN
              ADD 1 TO TMP-COUNT-CLOSED
              GO TO RISS-RELEASE-ONE-EXIT
           END-IF

           PERFORM ROW-INDUSTRY-LOOKUP

           MOVE SPACES            TO SRISS-REC
           MOVE TMP-ROW-INDUSTRY  TO SRISS-INDUSTRY
           MOVE HIST-NAME         TO SRISS-NAME
           MOVE HIST-STATE        TO SRISS-STATE
           MOVE HIST-GROWTH       TO SRISS-GROWTH
           MOVE HIST-GROWTH       TO SRISS-ORIG
           IF (HIST-RESTATED)
              AND (HIST-RST-ORIG NUMERIC) THEN
              IF (HIST-RST-ORIG NOT = HIST-GROWTH) THEN
                 MOVE HIST-RST-ORIG TO SRISS-ORIG
                 MOVE 'R'           TO SRISS-RST-SW
                 ADD 1 TO TMP-COUNT-RESTATED
              END-IF
           END-IF

      *    TREND AGAINST THE PERIOD BEFORE, AS TPL-BAT1 PRINTS IT
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PRIOR-MAX)
                        OR (SRISS-TREND NOT = SPACE)
              IF (TAB-PRIOR-NAME(TMP-I-TABLE) = HIST-NAME)
                 AND (TAB-PRIOR-STATE(TMP-I-TABLE) = HIST-STATE) THEN
                 EVALUATE TRUE
                   WHEN (HIST-GROWTH > TAB-PRIOR-GROWTH(TMP-I-TABLE))
                     MOVE '+' TO SRISS-TREND
                   WHEN (HIST-GROWTH < TAB-PRIOR-GROWTH(TMP-I-TABLE))
                     MOVE '-' TO SRISS-TREND
                   WHEN OTHER
                     MOVE '=' TO SRISS-TREND
                 END-EVALUATE
              END-IF
           END-PERFORM

           ADD 1 TO TMP-COUNT-RELEASED
           RELEASE SRISS-REC
           .
       RISS-RELEASE-ONE-EXIT. EXIT.



      *****************************************************************
       ROW-INDUSTRY-LOOKUP SECTION.
      *===============================================================*
      *    THE COMPANY'S OWN MASTER RECORD, ELSE ITS SUCCESSOR'S (A   *
      *    COMPANY ACQUIRED OR RENAMED SINCE HAS LEFT THE MASTER      *
      *    UNDER ITS OLD NAME), ELSE (UNKNOWN). THE ALIASES OF THE    *
      *    ORIGINAL DATE ARE APPLIED LAST                             *
           MOVE 'N'         TO TMP-ROW-FOUND-SW
           MOVE '(UNKNOWN)' TO TMP-ROW-INDUSTRY
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                        OR (TMP-ROW-FOUND-SW = 'Y')
              IF (TAB-CO-NAME(TMP-I-TABLE) = HIST-NAME)
                 AND (TAB-CO-STATE(TMP-I-TABLE) = HIST-STATE) THEN
                 MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO TMP-ROW-INDUSTRY
                 MOVE 'Y' TO TMP-ROW-FOUND-SW
              END-IF
           END-PERFORM

           IF (TMP-ROW-FOUND-SW = 'N') THEN
              MOVE HIST-NAME  TO SUCC-ARG-NAME
              MOVE SPACES     TO SUCC-ARG-STATE
              MOVE HIST-STATE TO SUCC-ARG-STATE(1:2)
              PERFORM APPLY-SUCCESSION
              IF (SUCC-HIT-SW = 'Y') THEN
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                              OR (TMP-ROW-FOUND-SW = 'Y')
                    IF (TAB-CO-NAME(TMP-I-TABLE) = SUCC-ARG-NAME)
                       AND (TAB-CO-STATE(TMP-I-TABLE)
                            = SUCC-ARG-STATE(1:2)) THEN
                       MOVE TAB-CO-INDUSTRY(TMP-I-TABLE)
                         TO TMP-ROW-INDUSTRY
                       MOVE 'Y' TO TMP-ROW-FOUND-SW
                       ADD 1 TO TMP-COUNT-VIA-SUCC
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           IF (TMP-ROW-FOUND-SW = 'N') THEN
              ADD 1 TO TMP-COUNT-UNKNOWN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO INDUSTRY FOR HISTORY ROW, SHOWN UNKNOWN: '
                     HIST-NAME ' ' HIST-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO ROW-INDUSTRY-LOOKUP-EXIT
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ALIAS-MAX)
              IF (TAB-ALIAS-OLD(TMP-I-TABLE) = TMP-ROW-INDUSTRY) THEN
                 MOVE TAB-ALIAS-NEW(TMP-I-TABLE) TO TMP-ROW-INDUSTRY
                 ADD 1 TO TMP-COUNT-ALIASED
              END-IF
           END-PERFORM
           .
       ROW-INDUSTRY-LOOKUP-EXIT. EXIT.



      *****************************************************************
       RISS-RETURN SECTION.
      *===============================================================*
      *    LETTERHEAD, THEN ONE INDUSTRY BLOCK PER BREAK, SECTOR      *
      *    SUBTOTALS AROUND THEM AND THE GRAND TOTAL AT THE END       *
           IF (TMP-COUNT-PERIOD = 0) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'NO GROWTH HISTORY ROWS FOR PERIOD ' TMP-PERIOD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'PERIOD NEVER RECORDED OR ALREADY COMPACTED'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OREPORT
           PERFORM WRITE-REPORT-LETTERHEAD

           MOVE LOW-VALUES TO TMP-CUR-INDUSTRY
           MOVE 'N'        TO TMP-EOF-SW
           PERFORM RISS-RETURN-NEXT
           PERFORM UNTIL (TMP-SORT-EOF)
              IF (SRISS-INDUSTRY NOT = TMP-CUR-INDUSTRY) THEN
                 IF (TMP-CUR-INDUSTRY NOT = LOW-VALUES) THEN
                    PERFORM INDUSTRY-END
                 END-IF
                 MOVE SRISS-INDUSTRY TO TMP-CUR-INDUSTRY
              END-IF
              PERFORM INDUSTRY-ROW-ADD
              PERFORM RISS-RETURN-NEXT
           END-PERFORM
           IF (TMP-CUR-INDUSTRY NOT = LOW-VALUES) THEN
              PERFORM INDUSTRY-END
           END-IF
           IF (TMP-CUR-SECTOR NOT = LOW-VALUES) THEN
              PERFORM SECTOR-END
           END-IF
           PERFORM GRAND-TOTAL-WRITE
           .
       RISS-RETURN-EXIT. EXIT.



      *****************************************************************
       RISS-RETURN-NEXT SECTION.
      *===============================================================*
           RETURN SRISS
             AT END
               MOVE 'Y' TO TMP-EOF-SW
           END-RETURN
           .
       RISS-RETURN-NEXT-EXIT. EXIT.



      *****************************************************************
       WRITE-REPORT-LETTERHEAD SECTION.
      *===============================================================*
      * TPL-BAT1'S LETTERHEAD DATED AS THE ORIGINAL, THEN THE         *
      * SUPERSEDES STAMP AND THE RE-ISSUE LINE                        *
      *---------------------------------------------------------------*
           IF (TMP-COMPANY-NAME NOT = SPACES) THEN
              MOVE SPACES                TO OREPORT-LH-COMPANY
              MOVE TMP-COMPANY-NAME      TO OREPORT-LH-COMPANY-NAME
              MOVE OREPORT-LH-COMPANY    TO OREPORT-REC
              PERFORM OREPORT-WRITE
           END-IF

           MOVE TMP-REPORT-TITLE         TO OREPORT-LH-TITLE-TEXT
           MOVE SPACES                   TO OREPORT-LH-TITLE-DATE
           STRING TMP-ORIG-DATE(5:2) '/' TMP-ORIG-DATE(7:2) '/'
                  TMP-ORIG-DATE(1:4)
             DELIMITED BY SIZE
             INTO OREPORT-LH-TITLE-DATE
           END-STRING
           MOVE OREPORT-LH-TITLE         TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE OREPORT-LH-TITLE-DATE    TO OREPORT-LH-STAMP-DATE
           MOVE OREPORT-LH-STAMP         TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE SPACES                   TO OREPORT-LH-ISSUE-PERIOD
           STRING TMP-PERIOD(5:2) '/' TMP-PERIOD(1:4)
             DELIMITED BY SIZE
             INTO OREPORT-LH-ISSUE-PERIOD
           END-STRING
           MOVE SPACES                   TO OREPORT-LH-ISSUE-DATE
           STRING RUND-DATE(5:2) '/' RUND-DATE(7:2) '/'
                  RUND-DATE(1:4)
             DELIMITED BY SIZE
             INTO OREPORT-LH-ISSUE-DATE
           END-STRING
           MOVE TMP-COUNT-RESTATED       TO OREPORT-LH-ISSUE-COUNT
           MOVE OREPORT-LH-ISSUE         TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE SPACES                   TO OREPORT-REC
           PERFORM OREPORT-WRITE
           .
       WRITE-REPORT-LETTERHEAD-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-ROW-ADD SECTION.
      *===============================================================*
           ADD 1 TO TAB-ROW-MAX
           IF (TAB-ROW-MAX > TAB-ROW-DIM) THEN
              MOVE TAB-ROW-DIM TO TAB-ROW-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-ROW OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-ROW-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE SRISS-NAME   TO TAB-ROW-NAME(TAB-ROW-MAX)
           MOVE SRISS-STATE  TO TAB-ROW-STATE(TAB-ROW-MAX)
           MOVE SRISS-GROWTH TO TAB-ROW-GROWTH(TAB-ROW-MAX)
           MOVE SRISS-ORIG   TO TAB-ROW-ORIG(TAB-ROW-MAX)
           MOVE SRISS-RST-SW TO TAB-ROW-RST-SW(TAB-ROW-MAX)
           MOVE SRISS-TREND  TO TAB-ROW-TREND(TAB-ROW-MAX)
           .
       INDUSTRY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-END SECTION.
      *===============================================================*
      *    SECTOR BREAK, HEADINGS, THE HELD ROWS AND THE FOOTER OF    *
      *    THE INDUSTRY JUST COMPLETED                                *
           ADD 1 TO TMP-COUNT-INDUSTRIES
           MOVE 0 TO TMP-IND-TOTAL
           MOVE 0 TO TMP-IND-OTOTAL
           MOVE 0 TO TMP-IND-RESTATED
           MOVE TAB-ROW-MAX TO TMP-IND-COUNT
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-ROW-MAX)
              ADD TAB-ROW-GROWTH(TMP-J-TABLE) TO TMP-IND-TOTAL
              ADD TAB-ROW-ORIG(TMP-J-TABLE)   TO TMP-IND-OTOTAL
              IF (TAB-ROW-RST-SW(TMP-J-TABLE) = 'R') THEN
                 ADD 1 TO TMP-IND-RESTATED
              END-IF
           END-PERFORM

           PERFORM SECTOR-BREAK-CHECK
           PERFORM INDUSTRY-HEADER-WRITE
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-ROW-MAX)
              PERFORM INDUSTRY-ROW-WRITE
           END-PERFORM
           PERFORM INDUSTRY-FOOTER-WRITE

           ADD TMP-IND-TOTAL  TO TMP-SECT-TOTAL
           ADD TMP-IND-OTOTAL TO TMP-SECT-OTOTAL
           ADD TMP-IND-COUNT  TO TMP-SECT-COUNT
           ADD TMP-IND-TOTAL  TO TMP-GRAND-TOTAL
           ADD TMP-IND-OTOTAL TO TMP-GRAND-OTOTAL
           MOVE 0 TO TAB-ROW-MAX
           .
       INDUSTRY-END-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-HEADER-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-IND-SIC-CODE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IMAST-MAX)
              IF (TAB-IMAST-INDUSTRY(TMP-I-TABLE) = TMP-CUR-INDUSTRY)
                 THEN
                 MOVE TAB-IMAST-SIC-CODE(TMP-I-TABLE)
                   TO TMP-IND-SIC-CODE
              END-IF
           END-PERFORM

           MOVE SPACES TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE TMP-CUR-INDUSTRY TO OREPORT-H1-INDUSTRY
           IF (TMP-IND-SIC-CODE NOT = SPACES) THEN
              MOVE 'SIC: '          TO OREPORT-H1-SIC-LABEL
              MOVE TMP-IND-SIC-CODE TO OREPORT-H1-SIC-CODE
           ELSE
              MOVE SPACES           TO OREPORT-H1-SIC-LABEL
              MOVE SPACES           TO OREPORT-H1-SIC-CODE
           END-IF
           MOVE OREPORT-H1  TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE OREPORT-HR1 TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE OREPORT-H2  TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE OREPORT-HR2 TO OREPORT-REC
           PERFORM OREPORT-WRITE
           .
       INDUSTRY-HEADER-WRITE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-ROW-WRITE SECTION.
      *===============================================================*
      *    ONE COMPANY ROW (TMP-J-TABLE) - THE SHARE COLUMN IS THE    *
      *    ROW'S PERCENTAGE OF THE INDUSTRY TOTAL                     *
           MOVE TAB-ROW-NAME(TMP-J-TABLE)   TO OREPORT-R1-COMPANY
           MOVE TAB-ROW-STATE(TMP-J-TABLE)  TO OREPORT-R1-STATE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SABB-MAX)
              IF (TAB-SABB-ABB(TMP-I-TABLE)
                  = TAB-ROW-STATE(TMP-J-TABLE)) THEN
                 MOVE TAB-SABB-STATE(TMP-I-TABLE) TO OREPORT-R1-STATE
              END-IF
           END-PERFORM
           MOVE TAB-ROW-GROWTH(TMP-J-TABLE) TO OREPORT-R1-GROWTH
           IF (TAB-ROW-GROWTH(TMP-J-TABLE) < 0) THEN
              MOVE '*'   TO OREPORT-R1-DECLINE-MARK
           ELSE
              MOVE SPACE TO OREPORT-R1-DECLINE-MARK
           END-IF
           MOVE 0 TO TMP-ROW-PCT
           IF (TMP-IND-TOTAL NOT = 0) THEN
              COMPUTE TMP-ROW-PCT ROUNDED =
                 TAB-ROW-GROWTH(TMP-J-TABLE) * 100 / TMP-IND-TOTAL
                ON SIZE ERROR
                  MOVE 0 TO TMP-ROW-PCT
              END-COMPUTE
           END-IF
           MOVE TMP-ROW-PCT                 TO OREPORT-R1-PCT
           MOVE TAB-ROW-TREND(TMP-J-TABLE)  TO OREPORT-R1-TREND
           IF (TAB-ROW-RST-SW(TMP-J-TABLE) = 'R') THEN
              MOVE 'R' TO OREPORT-R1-RST-MARK
              MOVE TAB-ROW-ORIG(TMP-J-TABLE) TO OREPORT-R1-RST-ORIG
              MOVE OREPORT-R1 TO OREPORT-REC
           ELSE
              MOVE SPACE  TO OREPORT-R1-RST-MARK
              MOVE SPACES TO OREPORT-REC
              MOVE OREPORT-R1(1:78) TO OREPORT-REC
           END-IF
           PERFORM OREPORT-WRITE
           .
       INDUSTRY-ROW-WRITE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-FOOTER-WRITE SECTION.
      *===============================================================*
      *    TOTAL, COUNT AND AVERAGE AS TPL-BAT1 PRINTS THEM - THE     *
      *    ORIGINAL TOTAL AND AVERAGE ONLY WHERE A RESTATEMENT MOVED  *
      *    THEM                                                       *
           MOVE OREPORT-F1 TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE TMP-IND-TOTAL  TO OREPORT-F2-TGROWTH
           MOVE SPACES         TO OREPORT-REC
           IF (TMP-IND-OTOTAL NOT = TMP-IND-TOTAL) THEN
              MOVE TMP-IND-OTOTAL TO OREPORT-F2-OTOTAL
              MOVE OREPORT-F2     TO OREPORT-REC
           ELSE
              MOVE OREPORT-F2(1:66) TO OREPORT-REC
           END-IF
           PERFORM OREPORT-WRITE

           MOVE TMP-IND-COUNT    TO OREPORT-F3-COUNT
           MOVE TMP-IND-RESTATED TO OREPORT-F3-RESTATED
           MOVE OREPORT-F3       TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE 0 TO TMP-IND-AVG
           MOVE 0 TO TMP-IND-OAVG
           IF (TMP-IND-COUNT > 0) THEN
              COMPUTE TMP-IND-AVG ROUNDED =
                 TMP-IND-TOTAL / TMP-IND-COUNT
              COMPUTE TMP-IND-OAVG ROUNDED =
                 TMP-IND-OTOTAL / TMP-IND-COUNT
           END-IF
           MOVE TMP-IND-AVG    TO OREPORT-F4-AVG
           MOVE SPACES         TO OREPORT-REC
           IF (TMP-IND-OAVG NOT = TMP-IND-AVG) THEN
              MOVE TMP-IND-OAVG TO OREPORT-F4-OAVG
              MOVE OREPORT-F4   TO OREPORT-REC
           ELSE
              MOVE OREPORT-F4(1:42) TO OREPORT-REC
           END-IF
           PERFORM OREPORT-WRITE
           .
       INDUSTRY-FOOTER-WRITE-EXIT. EXIT.



      *****************************************************************
       SECTOR-BREAK-CHECK SECTION.
      *===============================================================*
      *    AS IN TPL-BAT1: WHEN THE INDUSTRY BELONGS TO A DIFFERENT   *
      *    SECTOR, THE SECTOR JUST LEFT GETS ITS SUBTOTAL AND THE NEW *
      *    ONE ITS HEADING. AN INDUSTRY MISSING FROM THE HIERARCHY    *
      *    ROLLS UP UNDER 'UNASSIGNED'. NO HIERARCHY, NO SECTOR LEVEL *
           IF (TAB-SECT-MAX = 0) THEN
              GO TO SECTOR-BREAK-CHECK-EXIT
           END-IF
           MOVE 'UNASSIGNED' TO TMP-NEW-SECTOR
           PERFORM VARYING TMP-SECT-I FROM 1 BY 1
                     UNTIL (TMP-SECT-I > TAB-SECT-MAX)
              IF (TAB-SECT-INDUSTRY(TMP-SECT-I) = TMP-CUR-INDUSTRY) THEN
                 MOVE TAB-SECT-SECTOR(TMP-SECT-I) TO TMP-NEW-SECTOR
              END-IF
           END-PERFORM

           IF (TMP-NEW-SECTOR = TMP-CUR-SECTOR) THEN
              GO TO SECTOR-BREAK-CHECK-EXIT
           END-IF

           IF (TMP-CUR-SECTOR NOT = LOW-VALUES) THEN
              PERFORM SECTOR-END
           END-IF
           MOVE TMP-NEW-SECTOR TO TMP-CUR-SECTOR

           MOVE 'N' TO TMP-SSEEN-FOUND-SW
           PERFORM VARYING TMP-SECT-I FROM 1 BY 1
                     UNTIL (TMP-SECT-I > TAB-SSEEN-MAX)
              IF (TAB-SSEEN-SECTOR(TMP-SECT-I) = TMP-NEW-SECTOR) THEN
                 MOVE 'Y' TO TMP-SSEEN-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-SSEEN-FOUND-SW = 'Y') THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'SECTOR SPLIT ACROSS THE INDUSTRY ORDER: '
                     TMP-NEW-SECTOR
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           ELSE
              ADD 1 TO TAB-SSEEN-MAX
              IF (TAB-SSEEN-MAX > TAB-SSEEN-DIM) THEN
                 MOVE TAB-SSEEN-DIM TO TAB-SSEEN-MAX
              ELSE
                 MOVE TMP-NEW-SECTOR
                   TO TAB-SSEEN-SECTOR(TAB-SSEEN-MAX)
              END-IF
           END-IF

           MOVE SPACES         TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE TMP-CUR-SECTOR TO OREPORT-SH1-SECTOR
           MOVE OREPORT-SH1    TO OREPORT-REC
           PERFORM OREPORT-WRITE
           .
       SECTOR-BREAK-CHECK-EXIT. EXIT.



      *****************************************************************
       SECTOR-END SECTION.
      *===============================================================*
           MOVE TMP-SECT-TOTAL TO OREPORT-SF1-TOTAL
           MOVE TMP-SECT-COUNT TO OREPORT-SF1-COUNT
           IF (TMP-SECT-COUNT = 0) THEN
              MOVE 0 TO TMP-SECT-AVG
           ELSE
              COMPUTE TMP-SECT-AVG ROUNDED =
                 TMP-SECT-TOTAL / TMP-SECT-COUNT
           END-IF
           MOVE TMP-SECT-AVG   TO OREPORT-SF1-AVG

           MOVE SPACES TO OREPORT-REC
           PERFORM OREPORT-WRITE
           IF (TMP-SECT-OTOTAL NOT = TMP-SECT-TOTAL) THEN
              MOVE TMP-SECT-OTOTAL TO OREPORT-SF1-OTOTAL
              MOVE OREPORT-SF1     TO OREPORT-REC
           ELSE
              MOVE OREPORT-SF1(1:69) TO OREPORT-REC
           END-IF
           PERFORM OREPORT-WRITE
           MOVE SPACES TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE 0 TO TMP-SECT-TOTAL
           MOVE 0 TO TMP-SECT-OTOTAL
           MOVE 0 TO TMP-SECT-COUNT
           .
       SECTOR-END-EXIT. EXIT.



      *****************************************************************
       GRAND-TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE SPACES     TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE OREPORT-G1 TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE TMP-GRAND-TOTAL TO OREPORT-G2-TGROWTH
           MOVE SPACES     TO OREPORT-REC
           IF (TMP-GRAND-OTOTAL NOT = TMP-GRAND-TOTAL) THEN
              MOVE TMP-GRAND-OTOTAL TO OREPORT-G2-OTOTAL
              MOVE OREPORT-G2       TO OREPORT-REC
           ELSE
              MOVE OREPORT-G2(1:66) TO OREPORT-REC
           END-IF
           PERFORM OREPORT-WRITE
           .
       GRAND-TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       CATALOG-REISSUE SECTION.
      *===============================================================*
      *    CATALOGUED UNDER THE ORIGINAL'S DATE, FLAGGED RESTATED -   *
      *    TPL-RELS1 RELEASES THE DRAFT, TPL-ARCH1 RETIRES IT WITH    *
      *    THE ORIGINAL. THE REPORT IS CLOSED FIRST SO THE CONTENT    *
      *    HASH SEES EVERY LINE                                       *
           PERFORM FILE-CLOSE-OREPORT
           PERFORM FILE-OPEN-EXTEND-OCATLG
           MOVE SPACES              TO CATLG-REC
           MOVE TMP-ORIG-DATE       TO CATLG-DATE
           MOVE PGM-NAME            TO CATLG-PGM
           MOVE OREPORT-PUB-PATH    TO CATLG-PATH
           MOVE OREPORT-COUNT       TO CATLG-COUNT
           MOVE RUND-RUN-ID         TO CATLG-RUN-ID
           MOVE OREPORT-PATH        TO CTRL1CA-PATH
           PERFORM MASTER-CONTENT-HASH
           IF (CTRL1CA-OK) THEN
              MOVE CTRL1CA-HASH     TO TMP-CATLG-HASH-ED
              MOVE TMP-CATLG-HASH-ED TO CATLG-HASH
           ELSE
              MOVE SPACES           TO CATLG-HASH
           END-IF
           MOVE 'RESTATED'          TO CATLG-FLAG
           MOVE CATLG-REC           TO OCATLG-RECORD
           PERFORM FILE-WRITE-OCATLG
           PERFORM FILE-CLOSE-OCATLG

           MOVE SPACES TO APP-LOG-LINE
           STRING 'RESTATED RE-ISSUE DRAFTED: ' OREPORT-PUB-PATH
                  ' SUPERSEDES ' TMP-ORIG-DATE
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       CATALOG-REISSUE-EXIT. EXIT.



      *****************************************************************
       OREPORT-WRITE SECTION.
      *===============================================================*
           MOVE OREPORT-REC TO OREPORT-RECORD
           PERFORM FILE-WRITE-OREPORT
           .
       OREPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE TMP-COUNT-RELEASED TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'PERIOD RE-ISSUED....: ' TMP-PERIOD
           DISPLAY 'SUPERSEDES REPORT OF: ' TMP-ORIG-DATE
           DISPLAY 'HISTORY ROWS PERIOD.: ' TMP-COUNT-PERIOD
           DISPLAY 'HISTORY ROWS PRIOR..: ' TMP-COUNT-PRIOR
           DISPLAY 'ROWS REPORTED.......: ' TMP-COUNT-RELEASED
           DISPLAY 'ROWS RESTATED.......: ' TMP-COUNT-RESTATED
           DISPLAY 'LEGAL HOLD (LEFT OUT): ' TMP-COUNT-HELD
           DISPLAY 'CLOSED (LEFT OUT)...: ' TMP-COUNT-CLOSED
           DISPLAY 'INDUSTRY VIA SUCCESS: ' TMP-COUNT-VIA-SUCC
           DISPLAY 'INDUSTRY UNKNOWN....: ' TMP-COUNT-UNKNOWN
           DISPLAY 'INDUSTRIES ALIASED..: ' TMP-COUNT-ALIASED
           DISPLAY 'INDUSTRIES..........: ' TMP-COUNT-INDUSTRIES
           DISPLAY 'OUTPUT OREPORT......: ' OREPORT-COUNT
           DISPLAY 'ARCHIVE.............: ' OREPORT-PUB-PATH
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
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CLGLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IALIAS==
            ==:V2:== BY ==IALIAS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==IMAST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISABB==
            ==:V2:== BY ==ISABB-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREPORT==
            ==:V2:== BY ==OREPORT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCATLG==
            ==:V2:== BY ==OCATLG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-RISS1.
      *****************************************************************
