       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PARL1.
      *****************************************************************
      * TPL-PARL1: PARALLEL-RUN COMPARISON                            *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * A PARAMETER CHANGE OR A NEW PROGRAM VERSION IS RUN UNDER A    *
      * TEST PREFIX (env.cfg) AGAINST A MASKED CLONE BEFORE IT GOES   *
      * LIVE, AND THE TWO OREPORTS USED TO BE COMPARED BY EYE. THIS   *
      * PROGRAM COMPARES EVERY OUTPUT THE CHAIN PRODUCES ON TWO       *
      * SIDES - TWO PREFIXES, TWO RUNS, OR BOTH - ON THE BUSINESS     *
      * KEY OF EACH OUTPUT RATHER THAN ON LINE POSITIONS, LEAVES OUT  *
      * THE RUN DATE, THE RUN ID AND PAGE-HEADER NOISE, AND GIVES A   *
      * PASS/FAIL VERDICT PER OUTPUT WITH EVERY DIFFERING VALUE       *
      * LISTED - THE SIGNED-OFF PARALLEL RUN BEFORE A PROMOTION.      *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IPARM - COMPARISON REQUEST (IO/parlparm.txt), KEYWORD=VALUE:  *
      *         PREFIXA=xxx/  IO-TREE PREFIX OF SIDE A (DEFAULT NONE  *
      *                       = PRODUCTION)                           *
      *         PREFIXB=xxx/  IO-TREE PREFIX OF SIDE B (THE TEST RUN) *
      *         RUNA=/RUNB=   RUN ID OF THE SIDE (SEE TPL-RUN1) - ITS *
      *                       FIRST EIGHT DIGITS ARE THE RUN DATE     *
      *         DATEA=/DATEB= RUN DATE YYYYMMDD INSTEAD OF A RUN ID   *
      *                       (DEFAULT FOR BOTH: THE RUN DATE)        *
      *         MASK=A|B      THE SIDE THAT RAN ON UNMASKED NAMES -   *
      *                       ITS COMPANY NAMES ARE MASKED THE WAY    *
      *                       TPL-MASK1 DOES BEFORE THEY ARE MATCHED  *
      *                       AGAINST THE MASKED CLONE (DEFAULT NONE) *
      *         MAXLIST=n     DIFFERENCES LISTED PER OUTPUT (DEFAULT  *
      *                       500; ALL ARE COUNTED)                   *
      * IOUT  - EACH OUTPUT OF EACH SIDE IN TURN (DYNAMIC PATH); A    *
      *         DATED ARCHIVE NOT YET RELEASED IS READ AS ITS .draft  *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORPT  - COMPARISON REPORT (IO/parallelrpt.txt)                *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE OUTPUTS AND THEIR KEYS ARE IN TAB-OU BELOW:               *
      *  C  CSV WITH A HEADER ROW (SNAPSHOT, CSV-MODE REPORT) - KEYED *
      *     ON THE FIRST COLUMNS (COMPANY, STATE), THE HEADER NAMES   *
      *     THE OTHER VALUES                                          *
      *  J  JSON LINES (JSON-MODE REPORT) - KEYED ON THE FIRST PAIR   *
      *     AND THE STATE PAIR, EVERY OTHER PAIR IS A VALUE           *
      *  F  FIXED RECORDS DESCRIBED FIELD BY FIELD IN TAB-LF (STATS   *
      *     MASTER, RECON SUMMARIES, GL EXTRACT) - THE GL HEADER'S    *
      *     RUN DATE AND THE RECON RUN ID ARE NOT COMPARED            *
      *  T  PRINTED ROLLUP (STATE, REGION) - KEYED ON THE LABEL       *
      *     COLUMNS UNDER THE LAST SECTION LINE; HEADINGS, RULES AND  *
      *     ANY LINE CARRYING THE RUN DATE OR A PAGE NUMBER ARE NOISE *
      *  N  RECORD COUNT ONLY (REJECT AND BAD-ROW FILES)              *
      *  R  THE REPORT - C OR J BY ITS CONTENT; A PRINT-LAYOUT REPORT *
      *     IS NOT COMPARED (ITS ROWS ARE THE SNAPSHOT'S)             *
      * BOTH SIDES OF ONE OUTPUT ARE NORMALIZED INTO KEY + NAMED      *
      * VALUES AND SORTED TOGETHER ON THE KEY (FILE-SORT PASS AS IN   *
      * TPL-AUDT2); ROWS WITH THE SAME KEY ARE PAIRED IN FILE ORDER.  *
      * AN OUTPUT FOUND ON ONE SIDE ONLY FAILS; ONE FOUND ON NEITHER  *
      * IS NOT PRODUCED BY THIS CHAIN AND IS LISTED AS SUCH. ANY      *
      * FAILED OUTPUT ENDS RC 4, AS TPL-DIFF1 DOES.                   *
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
            ==:V1:== BY ==IOUT==
            ==:V2:== BY ==TMP-IOUT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORPT==
            ==:V2:== BY ==ORPT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE FOR THE KEY MATCH OF ONE OUTPUT (SEE
      *    COMPARE-ONE-OUTPUT) - THE RUNTIME OWNS ITS PLACEMENT
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IOUT==
            ==:V2:== BY ==256==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORPT==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
      *    ONE NORMALIZED ROW: KEY, SIDE, FILE ORDER, NAMED VALUES
       SD  SWORK.
       01  SWORK-REC.
           05 SW-KEY                  PIC X(80).
           05 SW-SIDE                 PIC X(1).
           05 SW-SEQ                  PIC 9(7).
           05 SW-NF                   PIC 9(2).
           05 SW-FLD                  OCCURS 12.
              10 SW-FNAME             PIC X(16).
              10 SW-FVAL              PIC X(40).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IPARM = COMPARISON REQUEST (KEYWORD=VALUE)              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).

      *---------------------------------------------------------------*
      * INPUT IOUT = ONE OUTPUT OF ONE SIDE                           *
      *---------------------------------------------------------------*
       01 TMP-IOUT-PATH               PIC X(80).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IOUT==.

      *---------------------------------------------------------------*
      * THE OUTPUTS COMPARED - ID, PATH ('@' = THE SIDE'S RUN DATE),  *
      * FORMAT (SEE HEADER), KEY (C: KEY COLUMNS, T: LABEL WIDTH),    *
      * FIELD LAYOUT (F, SEE TAB-LF) AND VALUE NAMES (T)              *
      *---------------------------------------------------------------*
       01 OUTPUTS-DEF.
           05 FILLER PIC X(8)  VALUE 'SNAPSHOT'.
           05 FILLER PIC X(30) VALUE 'IO/SNAPSHOT_@.csv'.
           05 FILLER PIC X(1)  VALUE 'C'.
           05 FILLER PIC 9(3)  VALUE 2.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'REPORT'.
           05 FILLER PIC X(30) VALUE 'IO/OREPORT_@.txt'.
           05 FILLER PIC X(1)  VALUE 'R'.
           05 FILLER PIC 9(3)  VALUE 2.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'INDSTATS'.
           05 FILLER PIC X(30) VALUE 'IO/industrystats.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE 'INDSTATS'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RECON1'.
           05 FILLER PIC X(30) VALUE 'IO/reconsummary.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE 'RECON'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RECON2'.
           05 FILLER PIC X(30) VALUE 'IO/reconsummary2.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE 'RECON'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RECONX'.
           05 FILLER PIC X(30) VALUE 'IO/reconsummaryx.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE 'RECON'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'STATE'.
           05 FILLER PIC X(30) VALUE 'IO/OSTATE.txt'.
           05 FILLER PIC X(1)  VALUE 'T'.
           05 FILLER PIC 9(3)  VALUE 14.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'COMPANIES/TOTAL-GROWTH'.
           05 FILLER PIC X(8)  VALUE 'REGION'.
           05 FILLER PIC X(30) VALUE 'IO/OREGION.txt'.
           05 FILLER PIC X(1)  VALUE 'T'.
           05 FILLER PIC 9(3)  VALUE 47.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'COMPANIES/TOTAL-GROWTH'.
           05 FILLER PIC X(8)  VALUE 'GLEXTR'.
           05 FILLER PIC X(30) VALUE 'IO/glextract.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE 'GLEXTR'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'REJECT'.
           05 FILLER PIC X(30) VALUE 'IO/reject.txt'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'XREJECT'.
           05 FILLER PIC X(30) VALUE 'IO/xtrreject.txt'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BADROW'.
           05 FILLER PIC X(30) VALUE 'IO/badrow.txt'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'XBADROW'.
           05 FILLER PIC X(30) VALUE 'IO/xtrbadrow.txt'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
       01 OUTPUTS-TAB REDEFINES OUTPUTS-DEF.
           05 TAB-OU                  OCCURS 13.
              10 TAB-OU-ID            PIC X(8).
              10 TAB-OU-PATH          PIC X(30).
              10 TAB-OU-FMT           PIC X(1).
              10 TAB-OU-KEY           PIC 9(3).
              10 TAB-OU-LAYOUT        PIC X(8).
              10 TAB-OU-NAMES         PIC X(30).
       01 TAB-OU-MAX                  PIC S9(4)   BINARY VALUE 13.

      *---------------------------------------------------------------*
      * FIELD LAYOUTS OF THE F OUTPUTS (AS THE WRITING PROGRAMS       *
      * DECLARE THEM) - LAYOUT, RECORD TYPE IN COLUMN 1 (BLANK = ANY),*
      * NAME, OFFSET, LENGTH, ROLE (K = KEY, V = VALUE, R = RUN ID,   *
      * NOT COMPARED), TYPE (A TEXT, N DIGITS, S SIGNED ZONED) AND    *
      * DECIMALS                                                      *
      *---------------------------------------------------------------*
       01 LAYOUTS-DEF.
      *    TPL-BAT1 STATS-REC
           05 FILLER PIC X(34) VALUE
              'INDSTATS INDUSTRY        001023KA0'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS COUNT           024007VN0'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS TOTAL           031009VS2'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS AVG             040005VS2'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS MIN             045005VS2'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS MAX             050005VS2'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS MEDIAN          055005VS2'.
           05 FILLER PIC X(34) VALUE
              'INDSTATS STDDEV          060005VS2'.
      *    ORECON-REC - ONE LAYOUT FOR TPL-BAT1, TPL-BAT2, TPL-XTR1
           05 FILLER PIC X(34) VALUE
              'RECON    ICOMP-COUNT     001009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    ISABB-COUNT     010009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    IMAST-COUNT     019009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    OREPORT-COUNT   028009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    OREJECT-COUNT   037009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    FILTERED-COUNT  046009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    RECON-STATUS    055008VA0'.
           05 FILLER PIC X(34) VALUE
              'RECON    EXPECTED-COUNT  063009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    OBADROW-COUNT   072009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    REVIEW-COUNT    081009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    ACCEPTED-COUNT  090009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    ASOF-COUNT      099009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    DUP-COUNT       108009VN0'.
           05 FILLER PIC X(34) VALUE
              'RECON    RUN-ID          117012RA0'.
      *    TPL-BAT1 GL-HEADER / GL-DETAIL / GL-TRAILER
           05 FILLER PIC X(34) VALUE
              'GLEXTR  HPROGRAM         010008VA0'.
           05 FILLER PIC X(34) VALUE
              'GLEXTR  DINDUSTRY        002023KA0'.
           05 FILLER PIC X(34) VALUE
              'GLEXTR  DCOUNT           025007VN0'.
           05 FILLER PIC X(34) VALUE
              'GLEXTR  DTOTAL           032009VS2'.
           05 FILLER PIC X(34) VALUE
              'GLEXTR  DSIC-CODE        041006VA0'.
           05 FILLER PIC X(34) VALUE
              'GLEXTR  TCOUNT           002007VN0'.
           05 FILLER PIC X(34) VALUE
              'GLEXTR  THASH            009013VS2'.
       01 LAYOUTS-TAB REDEFINES LAYOUTS-DEF.
           05 TAB-LF                  OCCURS 29.
              10 TAB-LF-LAYOUT        PIC X(8).
              10 TAB-LF-RECTYPE       PIC X(1).
              10 TAB-LF-NAME          PIC X(16).
              10 TAB-LF-OFFSET        PIC 9(3).
              10 TAB-LF-LENGTH        PIC 9(3).
              10 TAB-LF-ROLE          PIC X(1).
              10 TAB-LF-TYPE          PIC X(1).
              10 TAB-LF-DEC           PIC 9(1).
       01 TAB-LF-MAX                  PIC S9(4)   BINARY VALUE 29.

      *---------------------------------------------------------------*
      * THE TWO SIDES, AND THE CURRENT OUTPUT ON EACH                 *
      *---------------------------------------------------------------*
       01 SIDES.
           05 TAB-SD                  OCCURS 2.
              10 TAB-SD-LETTER        PIC X(1).
              10 TAB-SD-PREFIX        PIC X(24).
              10 TAB-SD-RUN-ID        PIC X(12).
              10 TAB-SD-DATE          PIC X(8).
              10 TAB-SD-DATE-N REDEFINES TAB-SD-DATE
                                      PIC 9(8).
              10 TAB-SD-DATE-ED       PIC X(10).
              10 TAB-SD-MASK-SW       PIC X(1).
              10 TAB-SD-PATH          PIC X(80).
              10 TAB-SD-FOUND-SW      PIC X(1).
              10 TAB-SD-DRAFT-SW      PIC X(1).
              10 TAB-SD-FMT           PIC X(1).
              10 TAB-SD-ROWS          PIC 9(7).
              10 TAB-SD-NOTE          PIC X(80).

      *---------------------------------------------------------------*
      * VERDICT PER OUTPUT                                            *
      *---------------------------------------------------------------*
       01 RESULTS.
           05 TAB-RS                  OCCURS 13.
              10 TAB-RS-VERDICT       PIC X(12).
              10 TAB-RS-ROWS-A        PIC 9(7).
              10 TAB-RS-ROWS-B        PIC 9(7).
              10 TAB-RS-MATCHED       PIC 9(7).
              10 TAB-RS-CHANGED       PIC 9(7).
              10 TAB-RS-ONLY-A        PIC 9(7).
              10 TAB-RS-ONLY-B        PIC 9(7).
              10 TAB-RS-NOTE          PIC X(40).

      *---------------------------------------------------------------*
      * ROWS OF ONE KEY, PER SIDE, AS THEY COME OFF THE SORT          *
      *---------------------------------------------------------------*
       01 GROUP-A.
           05 TAB-GA-MAX              PIC S9(4)   BINARY.
           05 TAB-GA-DIM              PIC S9(4)   BINARY VALUE 20.
           05 TAB-GA                  OCCURS 20.
              10 TAB-GA-NF            PIC 9(2).
              10 TAB-GA-FLD           OCCURS 12.
                 15 TAB-GA-FNAME      PIC X(16).
                 15 TAB-GA-FVAL       PIC X(40).
       01 GROUP-B.
           05 TAB-GB-MAX              PIC S9(4)   BINARY.
           05 TAB-GB-DIM              PIC S9(4)   BINARY VALUE 20.
           05 TAB-GB                  OCCURS 20.
              10 TAB-GB-NF            PIC 9(2).
              10 TAB-GB-FLD           OCCURS 12.
                 15 TAB-GB-FNAME      PIC X(16).
                 15 TAB-GB-FVAL       PIC X(40).
       01 TMP-GROUP-KEY               PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT ORPT = COMPARISON REPORT                               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORPT==.
       01 ORPT-REC                    PIC X(132).
       01 ORPT-H1.
           05 FILLER                  PIC X(36)
              VALUE 'PARALLEL-RUN COMPARISON - RUN DATE '.
           05 ORPT-H1-DATE            PIC X(10).
       01 ORPT-DH.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(44)   VALUE 'KEY'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(16)   VALUE 'VALUE'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(32)   VALUE 'SIDE A'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(32)   VALUE 'SIDE B'.
       01 ORPT-D.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORPT-D-KEY              PIC X(44).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 ORPT-D-FIELD            PIC X(16).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 ORPT-D-A                PIC X(32).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORPT-D-B                PIC X(32).
       01 ORPT-SH.
           05 FILLER                  PIC X(10)   VALUE 'OUTPUT'.
           05 FILLER                  PIC X(13)   VALUE 'VERDICT'.
           05 FILLER                  PIC X(9)    VALUE '   ROWS A'.
           05 FILLER                  PIC X(9)    VALUE '   ROWS B'.
           05 FILLER                  PIC X(9)    VALUE '  MATCHED'.
           05 FILLER                  PIC X(9)    VALUE '  CHANGED'.
           05 FILLER                  PIC X(9)    VALUE '   ONLY A'.
           05 FILLER                  PIC X(9)    VALUE '   ONLY B'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(4)    VALUE 'NOTE'.
       01 ORPT-S.
           05 ORPT-S-ID               PIC X(10).
           05 ORPT-S-VERDICT          PIC X(13).
           05 ORPT-S-ROWS-A           PIC Z(8)9.
           05 ORPT-S-ROWS-B           PIC Z(8)9.
           05 ORPT-S-MATCHED          PIC Z(8)9.
           05 ORPT-S-CHANGED          PIC Z(8)9.
           05 ORPT-S-ONLY-A           PIC Z(8)9.
           05 ORPT-S-ONLY-B           PIC Z(8)9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORPT-S-NOTE             PIC X(40).
       01 ORPT-HR1                    PIC X(132)  VALUE ALL '-'.
       01 ORPT-HR2                    PIC X(132)  VALUE ALL '='.

      *---------------------------------------------------------------*
      * REQUEST FIELDS                                                *
      *---------------------------------------------------------------*
       01 TMP-MAXLIST                 PIC 9(7)    VALUE 500.

      *---------------------------------------------------------------*
      * NORMALIZING ONE LINE                                          *
      *---------------------------------------------------------------*
       01 PARSE-WORK.
           05 TMP-LINE                PIC X(256).
           05 TMP-LEN                 PIC S9(4)   BINARY.
           05 TMP-PTR                 PIC S9(4)   BINARY.
           05 TMP-KEY-PTR             PIC S9(4)   BINARY.
           05 TMP-START               PIC S9(4)   BINARY.
           05 TMP-END                 PIC S9(4)   BINARY.
           05 TMP-CELL-MAX            PIC S9(4)   BINARY.
           05 TMP-CELL                PIC X(40)   OCCURS 12.
           05 TMP-CSV-NAME            PIC X(16)   OCCURS 12.
           05 TMP-CSV-HDR-SW          PIC X(1).
           05 TMP-T-NAME              PIC X(16)   OCCURS 6.
           05 TMP-CONTEXT             PIC X(30).
           05 TMP-K-PART              PIC X(60).
           05 TMP-F-NAME              PIC X(16).
           05 TMP-F-VAL               PIC X(40).
           05 TMP-REC-TYPE            PIC X(1).
           05 TMP-TALLY               PIC S9(4)   BINARY.
           05 TMP-HIT-SW              PIC X(1).
           05 TMP-STATE-VAL           PIC X(40).
           05 TMP-DATE-ISO            PIC X(10).
           05 TMP-ZONED-X             PIC X(18).
           05 TMP-ZONED REDEFINES TMP-ZONED-X
                                      PIC S9(18).
           05 TMP-DEC-VAL             PIC S9(16)V99.
           05 TMP-DEC-ED              PIC -(15)9,99.
           05 TMP-INT-ED              PIC -(17)9.
           05 TMP-COUNT-ED            PIC Z(8)9.
           05 TMP-NUM2                PIC 9(2).
           05 TMP-SEQ                 PIC 9(7).
           05 TMP-REC-COUNT           PIC 9(9).
           05 TMP-FMT                 PIC X(1).
           05 TMP-PART1               PIC X(30).
           05 TMP-PART2               PIC X(30).
           05 TMP-PARTS               PIC S9(4)   BINARY.
           05 TMP-BUILT-PATH          PIC X(80).

      *---------------------------------------------------------------*
      * THE NAME MASK OF TPL-MASK1 (MASK-ONE-NAME)                    *
      *---------------------------------------------------------------*
       01 MASK-WORK.
           05 MASK-NAME               PIC X(38).
           05 MASK-P                  PIC S9(4)   BINARY.
           05 MASK-ORD                PIC S9(4)   BINARY.
           05 MASK-NEW                PIC S9(4)   BINARY.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-O                   PIC S9(4)   BINARY.
           05 TMP-S                   PIC S9(4)   BINARY.
           05 TMP-L                   PIC S9(4)   BINARY.
           05 TMP-G                   PIC S9(4)   BINARY.
           05 TMP-F                   PIC S9(4)   BINARY.
           05 TMP-F2                  PIC S9(4)   BINARY.
       01 COMPARE-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-SORT-EOF-SW         PIC X(1).
           05 TMP-ROW-DIFF-SW         PIC X(1).
           05 TMP-DIFF-FIELD          PIC X(16).
           05 TMP-DIFF-A              PIC X(40).
           05 TMP-DIFF-B              PIC X(40).
           05 TMP-LISTED              PIC 9(7).
           05 TMP-UNLISTED            PIC 9(7).
       01 COUNTER.
           05 TMP-COUNT-PASS          PIC 9(3).
           05 TMP-COUNT-FAIL          PIC 9(3).
           05 TMP-COUNT-OTHER         PIC 9(3).
           05 TMP-COUNT-VALUES        PIC 9(9).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg; THE COMPARED OUTPUTS ARE  *
      * BUILT PER SIDE                                                *
      *---------------------------------------------------------------*
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/parlparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORPT-PATH                  PIC X(40)
                                      VALUE 'IO/parallelrpt.txt'.
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

           PERFORM VARYING TMP-O FROM 1 BY 1
                     UNTIL (TMP-O > TAB-OU-MAX)
              PERFORM COMPARE-ONE-OUTPUT
           END-PERFORM

           PERFORM SUMMARY-WRITE
           IF (TMP-COUNT-FAIL > 0) THEN
              MOVE '004' TO PGM-END-RC
           END-IF

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-PARL1'                          TO PGM-NAME
           MOVE 'PARALLEL-RUN COMPARISON'            TO PGM-DESCRIPTION
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ORPT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORPT-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE RESULTS
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-TODAY

           INITIALIZE SIDES
           MOVE 'A' TO TAB-SD-LETTER(1)
           MOVE 'B' TO TAB-SD-LETTER(2)
           MOVE TMP-TODAY TO TAB-SD-DATE(1)
           MOVE TMP-TODAY TO TAB-SD-DATE(2)
           MOVE 'N' TO TAB-SD-MASK-SW(1)
           MOVE 'N' TO TAB-SD-MASK-SW(2)

      *---------------------------------------------------------------*
      * READ THE COMPARISON REQUEST (OPTIONAL - WITHOUT ONE BOTH      *
      * SIDES ARE THE SAME RUN AND THE REQUEST IS REFUSED BELOW)      *
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
                   WHEN 'PREFIXA'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TAB-SD-PREFIX(1)
                   WHEN 'PREFIXB'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TAB-SD-PREFIX(2)
                   WHEN 'RUNA'
                     MOVE 1 TO TMP-S
                     PERFORM PARM-RUN-ID
                   WHEN 'RUNB'
                     MOVE 2 TO TMP-S
                     PERFORM PARM-RUN-ID
                   WHEN 'DATEA'
                     MOVE 1 TO TMP-S
                     PERFORM PARM-DATE
                   WHEN 'DATEB'
                     MOVE 2 TO TMP-S
                     PERFORM PARM-DATE
                   WHEN 'MASK'
                     EVALUATE IPARM-VAL(1:1)
                       WHEN 'A'
                         MOVE 'Y' TO TAB-SD-MASK-SW(1)
                       WHEN 'B'
                         MOVE 'Y' TO TAB-SD-MASK-SW(2)
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                   WHEN 'MAXLIST'
                     IF (FUNCTION TEST-NUMVAL(IPARM-VAL) = 0) THEN
                        COMPUTE TMP-MAXLIST =
                           FUNCTION NUMVAL(IPARM-VAL)
                     END-IF
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN PARLPARM KEYWORD IGNORED: '
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

      *    TWO SIDES THAT ARE THE SAME FILES PROVE NOTHING
           IF (TAB-SD-PREFIX(1) = TAB-SD-PREFIX(2))
              AND (TAB-SD-DATE(1) = TAB-SD-DATE(2)) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'BOTH SIDES ARE THE SAME RUN OF THE SAME PREFIX'
                TO PGM-ERR-MSG1
              MOVE 'SET PREFIXB= (AND/OR RUNA=/RUNB=) IN parlparm.txt'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM VARYING TMP-S FROM 1 BY 1 UNTIL (TMP-S > 2)
              STRING TAB-SD-DATE(TMP-S)(7:2) '.'
                     TAB-SD-DATE(TMP-S)(5:2) '.'
                     TAB-SD-DATE(TMP-S)(1:4)
                DELIMITED BY SIZE
                INTO TAB-SD-DATE-ED(TMP-S)
              END-STRING
           END-PERFORM

      *---------------------------------------------------------------*
      * REPORT HEADING - WHAT IS COMPARED WITH WHAT                   *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-ORPT
           STRING TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO ORPT-H1-DATE
           END-STRING
           MOVE ORPT-H1 TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE ORPT-HR2 TO ORPT-REC
           PERFORM ORPT-WRITE
           PERFORM VARYING TMP-S FROM 1 BY 1 UNTIL (TMP-S > 2)
              PERFORM SIDE-LINE-WRITE
           END-PERFORM
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       PARM-RUN-ID SECTION.
      *===============================================================*
      *    RUNA=/RUNB= - THE RUN ID'S DATE PART IS THE RUN DATE THE   *
      *    SIDE'S OUTPUTS ARE STAMPED WITH (SEE TPL-RUN1)             *
           MOVE IPARM-VAL(1:12) TO TAB-SD-RUN-ID(TMP-S)
           MOVE IPARM-VAL(1:8)  TO TAB-SD-DATE(TMP-S)
           IF (TAB-SD-DATE(TMP-S) NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID PARLPARM RUN ID: ' IPARM-VAL(1:12)
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'A RUN ID STARTS WITH ITS RUN DATE YYYYMMDD'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (FUNCTION TEST-DATE-YYYYMMDD(TAB-SD-DATE-N(TMP-S))
               NOT = 0) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID PARLPARM RUN ID: ' IPARM-VAL(1:12)
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'A RUN ID STARTS WITH ITS RUN DATE YYYYMMDD'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       PARM-RUN-ID-EXIT. EXIT.



      *****************************************************************
       PARM-DATE SECTION.
      *===============================================================*
           MOVE IPARM-VAL(1:8) TO TAB-SD-DATE(TMP-S)
           IF (TAB-SD-DATE(TMP-S) NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID PARLPARM DATE: ' IPARM-VAL(1:20)
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED DATEA=/DATEB=YYYYMMDD' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (FUNCTION TEST-DATE-YYYYMMDD(TAB-SD-DATE-N(TMP-S))
               NOT = 0) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID PARLPARM DATE: ' IPARM-VAL(1:20)
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED DATEA=/DATEB=YYYYMMDD' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       PARM-DATE-EXIT. EXIT.



      *****************************************************************
       SIDE-LINE-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-PART1
           IF (TAB-SD-PREFIX(TMP-S) = SPACES) THEN
              MOVE '(PRODUCTION)' TO TMP-PART1
           ELSE
              MOVE TAB-SD-PREFIX(TMP-S) TO TMP-PART1
           END-IF
           STRING 'SIDE ' TAB-SD-LETTER(TMP-S) ': PREFIX '
                  TMP-PART1(1:24) ' RUN DATE '
                  TAB-SD-DATE-ED(TMP-S) ' RUN ID '
                  TAB-SD-RUN-ID(TMP-S)
             DELIMITED BY SIZE
             INTO ORPT-REC
           END-STRING
           IF (TAB-SD-MASK-SW(TMP-S) = 'Y') THEN
              STRING ' - NAMES MASKED AS TPL-MASK1'
                DELIMITED BY SIZE
                INTO ORPT-REC(96:)
              END-STRING
           END-IF
           PERFORM ORPT-WRITE
           .
       SIDE-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       COMPARE-ONE-OUTPUT SECTION.
      *===============================================================*
      *    OUTPUT TMP-O ON BOTH SIDES: FIND IT, THEN MATCH ITS ROWS   *
           MOVE TAB-OU-FMT(TMP-O) TO TMP-FMT
           PERFORM VARYING TMP-S FROM 1 BY 1 UNTIL (TMP-S > 2)
              PERFORM OUTPUT-PROBE
           END-PERFORM
           IF (TAB-SD-FOUND-SW(1) = 'N')
              AND (TAB-SD-FOUND-SW(2) = 'N') THEN
              MOVE 'NOT PRODUCED' TO TAB-RS-VERDICT(TMP-O)
              ADD 1 TO TMP-COUNT-OTHER
              GO TO COMPARE-ONE-OUTPUT-EXIT
           END-IF

           PERFORM ORPT-WRITE
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           STRING 'OUTPUT ' TAB-OU-ID(TMP-O)
             DELIMITED BY SIZE
             INTO ORPT-REC
           END-STRING
           PERFORM ORPT-WRITE
           PERFORM VARYING TMP-S FROM 1 BY 1 UNTIL (TMP-S > 2)
              STRING '  ' TAB-SD-LETTER(TMP-S) ': '
                     TAB-SD-PATH(TMP-S)(1:60)
                DELIMITED BY SIZE
                INTO ORPT-REC
              END-STRING
              EVALUATE TRUE
                WHEN (TAB-SD-FOUND-SW(TMP-S) = 'N')
                  MOVE '(NOT FOUND)' TO ORPT-REC(70:)
                WHEN (TAB-SD-DRAFT-SW(TMP-S) = 'Y')
                  MOVE '(DRAFT, NOT YET RELEASED)' TO ORPT-REC(70:)
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              PERFORM ORPT-WRITE
           END-PERFORM

      *    PRESENT ON ONE SIDE ONLY
           IF (TAB-SD-FOUND-SW(1) = 'N')
              OR (TAB-SD-FOUND-SW(2) = 'N') THEN
              MOVE 'FAIL' TO TAB-RS-VERDICT(TMP-O)
              IF (TAB-SD-FOUND-SW(1) = 'N') THEN
                 MOVE 'NOT PRODUCED ON SIDE A' TO TAB-RS-NOTE(TMP-O)
              ELSE
                 MOVE 'NOT PRODUCED ON SIDE B' TO TAB-RS-NOTE(TMP-O)
              END-IF
              ADD 1 TO TMP-COUNT-FAIL
              PERFORM VERDICT-LINE-WRITE
              GO TO COMPARE-ONE-OUTPUT-EXIT
           END-IF

      *    THE REPORT: BOTH IN THE SAME MODE, AND NOT THE PRINT LAYOUT
           IF (TMP-FMT = 'R') THEN
              IF (TAB-SD-FMT(1) NOT = TAB-SD-FMT(2)) THEN
                 MOVE 'FAIL' TO TAB-RS-VERDICT(TMP-O)
                 STRING 'REPORT MODE DIFFERS (A ' TAB-SD-FMT(1)
                        ', B ' TAB-SD-FMT(2) ')'
                   DELIMITED BY SIZE
                   INTO TAB-RS-NOTE(TMP-O)
                 END-STRING
                 ADD 1 TO TMP-COUNT-FAIL
                 PERFORM VERDICT-LINE-WRITE
                 GO TO COMPARE-ONE-OUTPUT-EXIT
              END-IF
              IF (TAB-SD-FMT(1) = 'P') THEN
                 MOVE 'SKIPPED' TO TAB-RS-VERDICT(TMP-O)
                 MOVE 'PRINT LAYOUT - ROWS COMPARED IN SNAPSHOT'
                   TO TAB-RS-NOTE(TMP-O)
                 ADD 1 TO TMP-COUNT-OTHER
                 PERFORM VERDICT-LINE-WRITE
                 GO TO COMPARE-ONE-OUTPUT-EXIT
              END-IF
              MOVE TAB-SD-FMT(1) TO TMP-FMT
           END-IF

           MOVE ORPT-DH TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE 0 TO TMP-LISTED
           MOVE 0 TO TMP-UNLISTED
           MOVE SPACES TO TAB-SD-NOTE(1) TAB-SD-NOTE(2)
           SORT SWORK
             ON ASCENDING KEY SW-KEY SW-SIDE SW-SEQ
             INPUT  PROCEDURE IS OUTPUT-SORT-RELEASE
             OUTPUT PROCEDURE IS OUTPUT-SORT-RETURN
           IF (TMP-UNLISTED > 0) THEN
              STRING '  ... ' TMP-UNLISTED
                     ' FURTHER DIFFERENCES NOT LISTED (MAXLIST)'
                DELIMITED BY SIZE
                INTO ORPT-REC
              END-STRING
              PERFORM ORPT-WRITE
           END-IF
           PERFORM VARYING TMP-S FROM 1 BY 1 UNTIL (TMP-S > 2)
              IF (TAB-SD-NOTE(TMP-S) NOT = SPACES) THEN
                 MOVE TAB-SD-NOTE(TMP-S) TO ORPT-REC(3:)
                 PERFORM ORPT-WRITE
              END-IF
           END-PERFORM

           MOVE TAB-SD-ROWS(1) TO TAB-RS-ROWS-A(TMP-O)
           MOVE TAB-SD-ROWS(2) TO TAB-RS-ROWS-B(TMP-O)
           IF (TAB-RS-CHANGED(TMP-O) = 0)
              AND (TAB-RS-ONLY-A(TMP-O) = 0)
              AND (TAB-RS-ONLY-B(TMP-O) = 0) THEN
              MOVE 'PASS' TO TAB-RS-VERDICT(TMP-O)
              ADD 1 TO TMP-COUNT-PASS
           ELSE
              MOVE 'FAIL' TO TAB-RS-VERDICT(TMP-O)
              ADD 1 TO TMP-COUNT-FAIL
           END-IF
           PERFORM VERDICT-LINE-WRITE
           .
       COMPARE-ONE-OUTPUT-EXIT. EXIT.



      *****************************************************************
       OUTPUT-PROBE SECTION.
      *===============================================================*
      *    SIDE TMP-S'S COPY OF OUTPUT TMP-O: ITS PATH, WHETHER IT IS *
      *    THERE (A DATED ARCHIVE MAY STILL BE A .draft) AND, FOR THE *
      *    REPORT, ITS MODE FROM THE FIRST LINE                       *
           MOVE 'N'    TO TAB-SD-FOUND-SW(TMP-S)
           MOVE 'N'    TO TAB-SD-DRAFT-SW(TMP-S)
           MOVE SPACE  TO TAB-SD-FMT(TMP-S)
           MOVE ZERO   TO TAB-SD-ROWS(TMP-S)

      *    '@' IN THE PATH IS THE SIDE'S RUN DATE
           MOVE SPACES TO TMP-PART1 TMP-PART2 TMP-BUILT-PATH
           MOVE 0 TO TMP-PARTS
           UNSTRING TAB-OU-PATH(TMP-O) DELIMITED BY '@'
             INTO TMP-PART1 TMP-PART2
             TALLYING IN TMP-PARTS
           END-UNSTRING
           IF (TMP-PARTS > 1) THEN
              STRING FUNCTION TRIM(TMP-PART1)
                     TAB-SD-DATE(TMP-S)
                     FUNCTION TRIM(TMP-PART2)
                DELIMITED BY SIZE
                INTO TMP-BUILT-PATH
              END-STRING
           ELSE
              MOVE TAB-OU-PATH(TMP-O) TO TMP-BUILT-PATH
           END-IF
      *    THEN THE SIDE'S PREFIX, THEN THE ENVIRONMENT'S
           MOVE SPACES TO ENV-ARG-PATH
           IF (TAB-SD-PREFIX(TMP-S) = SPACES) THEN
              MOVE TMP-BUILT-PATH TO ENV-ARG-PATH
           ELSE
              STRING FUNCTION TRIM(TAB-SD-PREFIX(TMP-S))
                     FUNCTION TRIM(TMP-BUILT-PATH)
                DELIMITED BY SIZE
                INTO ENV-ARG-PATH
              END-STRING
           END-IF
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO TAB-SD-PATH(TMP-S)

           MOVE TAB-SD-PATH(TMP-S) TO TMP-IOUT-PATH
           PERFORM FILE-OPEN-INPUT-IOUT
           IF (IOUT-NO) AND (TMP-PARTS > 1) THEN
              MOVE SPACES TO TMP-IOUT-PATH
              STRING FUNCTION TRIM(TAB-SD-PATH(TMP-S)) '.draft'
                DELIMITED BY SIZE
                INTO TMP-IOUT-PATH
              END-STRING
              PERFORM FILE-OPEN-INPUT-IOUT
              IF (IOUT-YES) THEN
                 MOVE 'Y' TO TAB-SD-DRAFT-SW(TMP-S)
                 MOVE TMP-IOUT-PATH TO TAB-SD-PATH(TMP-S)
              END-IF
           END-IF
           IF (IOUT-NO) THEN
              GO TO OUTPUT-PROBE-EXIT
           END-IF
           MOVE 'Y' TO TAB-SD-FOUND-SW(TMP-S)

           IF (TMP-FMT = 'R') THEN
              MOVE SPACES TO TMP-LINE
              PERFORM FILE-READ-IOUT
              PERFORM UNTIL (IOUT-EOF) OR (TMP-LINE NOT = SPACES)
                 MOVE IOUT-RECORD TO TMP-LINE
                 PERFORM FILE-READ-IOUT
              END-PERFORM
              EVALUATE TRUE
                WHEN (FUNCTION TRIM(TMP-LINE)(1:1) = '{')
                  MOVE 'J' TO TAB-SD-FMT(TMP-S)
                WHEN (TMP-LINE(1:8) = 'COMPANY,')
                  MOVE 'C' TO TAB-SD-FMT(TMP-S)
                WHEN OTHER
                  MOVE 'P' TO TAB-SD-FMT(TMP-S)
              END-EVALUATE
           END-IF
           PERFORM FILE-CLOSE-IOUT
           .
       OUTPUT-PROBE-EXIT. EXIT.



      *****************************************************************
       OUTPUT-SORT-RELEASE SECTION.
      *===============================================================*
      *    BOTH SIDES OF OUTPUT TMP-O, ONE NORMALIZED ROW PER LINE    *
           PERFORM VARYING TMP-S FROM 1 BY 1 UNTIL (TMP-S > 2)
              MOVE TAB-SD-PATH(TMP-S) TO TMP-IOUT-PATH
              MOVE 0      TO TMP-SEQ
              MOVE SPACES TO TMP-CONTEXT
              MOVE 'N'    TO TMP-CSV-HDR-SW
              MOVE 0      TO TMP-REC-COUNT
              PERFORM FILE-OPEN-INPUT-IOUT
              PERFORM FILE-READ-IOUT
              PERFORM UNTIL (IOUT-EOF)
                 MOVE IOUT-RECORD TO TMP-LINE
                 ADD 1 TO TMP-REC-COUNT
                 IF (TMP-LINE NOT = SPACES) THEN
                    EVALUATE TMP-FMT
                      WHEN 'C'
                        PERFORM PARSE-CSV
                      WHEN 'J'
                        PERFORM PARSE-JSON
                      WHEN 'F'
                        PERFORM PARSE-FIXED
                      WHEN 'T'
                        PERFORM PARSE-ROLLUP
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                 END-IF
                 PERFORM FILE-READ-IOUT
              END-PERFORM
      *       A COUNT-ONLY OUTPUT IS ONE ROW: ITS RECORD COUNT
              IF (TMP-FMT = 'N') THEN
                 PERFORM ROW-START
                 MOVE 'RECORDS' TO SW-KEY
                 MOVE 'COUNT'   TO TMP-F-NAME
                 MOVE TMP-REC-COUNT TO TMP-COUNT-ED
                 MOVE FUNCTION TRIM(TMP-COUNT-ED) TO TMP-F-VAL
                 PERFORM FIELD-ADD
                 PERFORM ROW-RELEASE
              END-IF
              PERFORM FILE-CLOSE-IOUT
           END-PERFORM
           .
       OUTPUT-SORT-RELEASE-EXIT. EXIT.



      *****************************************************************
       ROW-START SECTION.
      *===============================================================*
           MOVE SPACES TO SW-KEY
           MOVE 1      TO TMP-KEY-PTR
           MOVE 0      TO SW-NF
           PERFORM VARYING TMP-F FROM 1 BY 1 UNTIL (TMP-F > 12)
              MOVE SPACES TO SW-FNAME(TMP-F) SW-FVAL(TMP-F)
           END-PERFORM
           .
       ROW-START-EXIT. EXIT.



      *****************************************************************
       KEY-ADD SECTION.
      *===============================================================*
      *    TMP-K-PART AS THE NEXT PART OF THE ROW'S KEY ('/' BETWEEN) *
           IF (TMP-KEY-PTR > 1) THEN
              STRING '/' DELIMITED BY SIZE
                INTO SW-KEY WITH POINTER TMP-KEY-PTR
              END-STRING
           END-IF
           IF (TMP-K-PART NOT = SPACES) THEN
              STRING FUNCTION TRIM(TMP-K-PART) DELIMITED BY SIZE
                INTO SW-KEY WITH POINTER TMP-KEY-PTR
              END-STRING
           END-IF
           .
       KEY-ADD-EXIT. EXIT.



      *****************************************************************
       FIELD-ADD SECTION.
      *===============================================================*
      *    TMP-F-NAME = TMP-F-VAL AS THE ROW'S NEXT VALUE             *
           IF (SW-NF < 12) THEN
              ADD 1 TO SW-NF
              MOVE TMP-F-NAME TO SW-FNAME(SW-NF)
              MOVE TMP-F-VAL  TO SW-FVAL(SW-NF)
           END-IF
           .
       FIELD-ADD-EXIT. EXIT.



      *****************************************************************
       ROW-RELEASE SECTION.
      *===============================================================*
           MOVE TAB-SD-LETTER(TMP-S) TO SW-SIDE
           ADD 1 TO TMP-SEQ
           MOVE TMP-SEQ TO SW-SEQ
           RELEASE SWORK-REC
           ADD 1 TO TAB-SD-ROWS(TMP-S)
           .
       ROW-RELEASE-EXIT. EXIT.



      *****************************************************************
       LINE-SPLIT SECTION.
      *===============================================================*
      *    TMP-LINE(1:TMP-LEN) INTO TMP-CELL(1..TMP-CELL-MAX) ON ','  *
           MOVE 0 TO TMP-CELL-MAX
           MOVE 1 TO TMP-PTR
           PERFORM UNTIL (TMP-PTR > TMP-LEN) OR (TMP-CELL-MAX >= 12)
              ADD 1 TO TMP-CELL-MAX
              MOVE SPACES TO TMP-CELL(TMP-CELL-MAX)
              UNSTRING TMP-LINE(1:TMP-LEN) DELIMITED BY ','
                INTO TMP-CELL(TMP-CELL-MAX)
                WITH POINTER TMP-PTR
              END-UNSTRING
           END-PERFORM
           .
       LINE-SPLIT-EXIT. EXIT.



      *****************************************************************
       PARSE-CSV SECTION.
      *===============================================================*
      *    THE FIRST LINE NAMES THE COLUMNS; A ROW IS KEYED ON ITS    *
      *    FIRST TAB-OU-KEY COLUMNS                                   *
           COMPUTE TMP-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(TMP-LINE TRAILING))
           PERFORM LINE-SPLIT
           IF (TMP-CSV-HDR-SW = 'N') THEN
              MOVE 'Y' TO TMP-CSV-HDR-SW
              PERFORM VARYING TMP-F FROM 1 BY 1 UNTIL (TMP-F > 12)
                 IF (TMP-F > TMP-CELL-MAX) THEN
                    MOVE SPACES TO TMP-CSV-NAME(TMP-F)
                 ELSE
                    MOVE TMP-CELL(TMP-F) TO TMP-CSV-NAME(TMP-F)
                 END-IF
              END-PERFORM
              GO TO PARSE-CSV-EXIT
           END-IF

           PERFORM ROW-START
           PERFORM VARYING TMP-F FROM 1 BY 1
                     UNTIL (TMP-F > TMP-CELL-MAX)
              IF (TMP-F <= TAB-OU-KEY(TMP-O)) THEN
                 MOVE TMP-CELL(TMP-F) TO TMP-K-PART
                 IF (TMP-F = 1)
                    AND (TAB-SD-MASK-SW(TMP-S) = 'Y') THEN
                    MOVE TMP-CELL(TMP-F) TO MASK-NAME
                    PERFORM MASK-ONE-NAME
                    MOVE MASK-NAME TO TMP-K-PART
                 END-IF
                 PERFORM KEY-ADD
              ELSE
                 IF (TMP-CSV-NAME(TMP-F) = SPACES) THEN
                    MOVE SPACES TO TMP-F-NAME
                    MOVE TMP-F TO TMP-NUM2
                    STRING 'COLUMN-' TMP-NUM2
                      DELIMITED BY SIZE
                      INTO TMP-F-NAME
                    END-STRING
                 ELSE
                    MOVE TMP-CSV-NAME(TMP-F) TO TMP-F-NAME
                 END-IF
                 MOVE TMP-CELL(TMP-F) TO TMP-F-VAL
                 PERFORM FIELD-ADD
              END-IF
           END-PERFORM
           PERFORM ROW-RELEASE
           .
       PARSE-CSV-EXIT. EXIT.



      *****************************************************************
       PARSE-JSON SECTION.
      *===============================================================*
      *    ONE FLAT JSON OBJECT PER LINE - "NAME":"TEXT" OR           *
      *    "NAME":NUMBER PAIRS. THE FIRST PAIR (COMPANY, INDUSTRY,    *
      *    STATE ...) AND A LATER STATE PAIR ARE THE KEY              *
           COMPUTE TMP-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(TMP-LINE TRAILING))
           PERFORM ROW-START
           MOVE SPACES TO TMP-STATE-VAL
           MOVE 0 TO TMP-CELL-MAX
           MOVE 1 TO TMP-PTR
           PERFORM UNTIL (TMP-PTR > TMP-LEN)
      *       THE NAME BETWEEN THE NEXT TWO QUOTES
              PERFORM UNTIL (TMP-PTR > TMP-LEN)
                         OR (TMP-LINE(TMP-PTR:1) = '"')
                 ADD 1 TO TMP-PTR
              END-PERFORM
              IF (TMP-PTR > TMP-LEN) THEN
                 EXIT PERFORM
              END-IF
              ADD 1 TO TMP-PTR
              MOVE TMP-PTR TO TMP-START
              PERFORM UNTIL (TMP-PTR > TMP-LEN)
                         OR (TMP-LINE(TMP-PTR:1) = '"')
                 ADD 1 TO TMP-PTR
              END-PERFORM
              MOVE SPACES TO TMP-F-NAME
              IF (TMP-PTR > TMP-START) THEN
                 MOVE TMP-LINE(TMP-START:TMP-PTR - TMP-START)
                   TO TMP-F-NAME
              END-IF
      *       PAST THE COLON TO THE VALUE
              PERFORM UNTIL (TMP-PTR > TMP-LEN)
                         OR (TMP-LINE(TMP-PTR:1) = ':')
                 ADD 1 TO TMP-PTR
              END-PERFORM
              ADD 1 TO TMP-PTR
              IF (TMP-PTR > TMP-LEN) THEN
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO TMP-F-VAL
              IF (TMP-LINE(TMP-PTR:1) = '"') THEN
                 ADD 1 TO TMP-PTR
                 MOVE TMP-PTR TO TMP-START
                 PERFORM UNTIL (TMP-PTR > TMP-LEN)
                            OR (TMP-LINE(TMP-PTR:1) = '"')
                    ADD 1 TO TMP-PTR
                 END-PERFORM
                 IF (TMP-PTR > TMP-START) THEN
                    MOVE TMP-LINE(TMP-START:TMP-PTR - TMP-START)
                      TO TMP-F-VAL
                 END-IF
                 ADD 1 TO TMP-PTR
              ELSE
                 MOVE TMP-PTR TO TMP-START
                 PERFORM UNTIL (TMP-PTR > TMP-LEN)
                            OR (TMP-LINE(TMP-PTR:1) = ',')
                            OR (TMP-LINE(TMP-PTR:1) = '}')
                    ADD 1 TO TMP-PTR
                 END-PERFORM
                 IF (TMP-PTR > TMP-START) THEN
                    MOVE TMP-LINE(TMP-START:TMP-PTR - TMP-START)
                      TO TMP-F-VAL
                 END-IF
              END-IF
              ADD 1 TO TMP-CELL-MAX
              EVALUATE TRUE
                WHEN (TMP-CELL-MAX = 1)
                  IF (TMP-F-NAME = 'company')
                     AND (TAB-SD-MASK-SW(TMP-S) = 'Y') THEN
                     MOVE TMP-F-VAL TO MASK-NAME
                     PERFORM MASK-ONE-NAME
                     MOVE MASK-NAME TO TMP-F-VAL
                  END-IF
                  MOVE SPACES TO TMP-K-PART
                  STRING FUNCTION TRIM(TMP-F-NAME) ':'
                         FUNCTION TRIM(TMP-F-VAL)
                    DELIMITED BY SIZE
                    INTO TMP-K-PART
                  END-STRING
                  PERFORM KEY-ADD
                WHEN (TMP-F-NAME = 'state')
                  MOVE TMP-F-VAL TO TMP-STATE-VAL
                WHEN OTHER
                  PERFORM FIELD-ADD
              END-EVALUATE
           END-PERFORM
           IF (TMP-STATE-VAL NOT = SPACES) THEN
              MOVE TMP-STATE-VAL TO TMP-K-PART
              PERFORM KEY-ADD
           END-IF
           PERFORM ROW-RELEASE
           .
       PARSE-JSON-EXIT. EXIT.



      *****************************************************************
       PARSE-FIXED SECTION.
      *===============================================================*
      *    THE FIELDS OF TAB-LF FOR THE OUTPUT'S LAYOUT AND THE       *
      *    RECORD'S TYPE; A RECORD TYPE THE LAYOUT DOES NOT KNOW IS   *
      *    COMPARED WHOLE                                             *
           PERFORM ROW-START
           MOVE SPACE TO TMP-REC-TYPE
           MOVE 'N'   TO TMP-HIT-SW
           PERFORM VARYING TMP-L FROM 1 BY 1
                     UNTIL (TMP-L > TAB-LF-MAX)
              IF (TAB-LF-LAYOUT(TMP-L) = TAB-OU-LAYOUT(TMP-O))
                 AND ((TAB-LF-RECTYPE(TMP-L) = SPACE)
                   OR (TAB-LF-RECTYPE(TMP-L) = TMP-LINE(1:1))) THEN
                 IF (TMP-HIT-SW = 'N') THEN
                    MOVE 'Y' TO TMP-HIT-SW
                    IF (TAB-LF-RECTYPE(TMP-L) NOT = SPACE) THEN
                       MOVE TAB-LF-RECTYPE(TMP-L) TO TMP-REC-TYPE
                       MOVE TMP-REC-TYPE TO TMP-K-PART
                       PERFORM KEY-ADD
                    END-IF
                 END-IF
                 PERFORM FIXED-FIELD-TAKE
              END-IF
           END-PERFORM
           IF (TMP-HIT-SW = 'N') THEN
              MOVE TMP-LINE(1:1) TO TMP-K-PART
              PERFORM KEY-ADD
              MOVE 'RECORD'      TO TMP-F-NAME
              MOVE TMP-LINE(1:40) TO TMP-F-VAL
              PERFORM FIELD-ADD
           END-IF
      *    A ONE-RECORD SUMMARY HAS NO KEY FIELD OF ITS OWN
           IF (SW-KEY = SPACES) THEN
              MOVE 'SUMMARY' TO SW-KEY
           END-IF
           PERFORM ROW-RELEASE
           .
       PARSE-FIXED-EXIT. EXIT.



      *****************************************************************
       FIXED-FIELD-TAKE SECTION.
      *===============================================================*
      *    FIELD TMP-L OF TMP-LINE: KEY PART, VALUE (NUMBERS SHOWN    *
      *    EDITED) OR THE RUN ID CHECKED AGAINST THE SIDE'S RUN       *
           MOVE SPACES TO TMP-F-VAL
           MOVE TMP-LINE(TAB-LF-OFFSET(TMP-L):TAB-LF-LENGTH(TMP-L))
             TO TMP-F-VAL
           EVALUATE TAB-LF-ROLE(TMP-L)
             WHEN 'K'
               MOVE TMP-F-VAL TO TMP-K-PART
               PERFORM KEY-ADD
             WHEN 'R'
               IF (TAB-SD-RUN-ID(TMP-S) NOT = SPACES)
                  AND (TMP-F-VAL NOT = SPACES)
                  AND (TMP-F-VAL(1:12) NOT = TAB-SD-RUN-ID(TMP-S))
                  THEN
                  MOVE SPACES TO TAB-SD-NOTE(TMP-S)
                  STRING 'NOTE: SIDE ' TAB-SD-LETTER(TMP-S)
                         ' FILE IS FROM RUN ' TMP-F-VAL(1:12)
                         ', NOT FROM RUN ' TAB-SD-RUN-ID(TMP-S)
                    DELIMITED BY SIZE
                    INTO TAB-SD-NOTE(TMP-S)
                  END-STRING
               END-IF
             WHEN OTHER
               IF (TAB-LF-TYPE(TMP-L) = 'N')
                  OR (TAB-LF-TYPE(TMP-L) = 'S') THEN
                  MOVE ALL '0' TO TMP-ZONED-X
                  MOVE TMP-F-VAL(1:TAB-LF-LENGTH(TMP-L))
                    TO TMP-ZONED-X(19 - TAB-LF-LENGTH(TMP-L):
                                   TAB-LF-LENGTH(TMP-L))
                  IF (TMP-ZONED IS NUMERIC) THEN
                     IF (TAB-LF-DEC(TMP-L) = 2) THEN
                        COMPUTE TMP-DEC-VAL = TMP-ZONED / 100
                        MOVE TMP-DEC-VAL TO TMP-DEC-ED
                        MOVE FUNCTION TRIM(TMP-DEC-ED) TO TMP-F-VAL
                     ELSE
                        MOVE TMP-ZONED TO TMP-INT-ED
                        MOVE FUNCTION TRIM(TMP-INT-ED) TO TMP-F-VAL
                     END-IF
                  END-IF
               END-IF
               MOVE TAB-LF-NAME(TMP-L) TO TMP-F-NAME
               PERFORM FIELD-ADD
           END-EVALUATE
           .
       FIXED-FIELD-TAKE-EXIT. EXIT.



      *****************************************************************
       PARSE-ROLLUP SECTION.
      *===============================================================*
      *    A PRINTED ROLLUP LINE. NOISE (RULES, COLUMN HEADINGS, THE  *
      *    RUN DATE, PAGE NUMBERS) IS DROPPED; A LINE WITHOUT DIGITS  *
      *    IS A SECTION LINE AND QUALIFIES THE KEYS BELOW IT; ANY     *
      *    OTHER LINE IS KEYED ON ITS LABEL COLUMNS AND ITS FIGURES   *
      *    ARE THE VALUES                                             *
           COMPUTE TMP-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(TMP-LINE TRAILING))
           MOVE 0 TO TMP-TALLY
           INSPECT TMP-LINE(1:TMP-LEN) TALLYING TMP-TALLY
             FOR ALL '=' ALL '-'
           IF (TMP-TALLY >= TMP-LEN - 1) THEN
              GO TO PARSE-ROLLUP-EXIT
           END-IF
           STRING TAB-SD-DATE(TMP-S)(1:4) '-' TAB-SD-DATE(TMP-S)(5:2)
                  '-' TAB-SD-DATE(TMP-S)(7:2)
             DELIMITED BY SIZE
             INTO TMP-DATE-ISO
           END-STRING
           MOVE 0 TO TMP-TALLY
           INSPECT TMP-LINE(1:TMP-LEN) TALLYING TMP-TALLY
             FOR ALL TAB-SD-DATE(TMP-S)
                 ALL TAB-SD-DATE-ED(TMP-S)
                 ALL TMP-DATE-ISO
                 ALL 'PAGE '
           IF (TMP-TALLY > 0) THEN
              GO TO PARSE-ROLLUP-EXIT
           END-IF

           MOVE 0 TO TMP-TALLY
           INSPECT TMP-LINE(1:TMP-LEN) TALLYING TMP-TALLY
             FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                 ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF (TMP-TALLY = 0) THEN
      *       A COLUMN HEADING SPACES ITS WORDS OUT; A SECTION LINE
      *       ('REGION: WEST', A TITLE) DOES NOT
              MOVE FUNCTION TRIM(TMP-LINE) TO TMP-LINE
              COMPUTE TMP-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(TMP-LINE TRAILING))
              MOVE 0 TO TMP-TALLY
              INSPECT TMP-LINE(1:TMP-LEN) TALLYING TMP-TALLY
                FOR ALL '  '
              IF (TMP-TALLY = 0) THEN
                 MOVE TMP-LINE TO TMP-CONTEXT
              END-IF
              GO TO PARSE-ROLLUP-EXIT
           END-IF

           PERFORM ROW-START
           IF (TMP-CONTEXT NOT = SPACES) THEN
              MOVE TMP-CONTEXT TO TMP-K-PART
              PERFORM KEY-ADD
           END-IF
           MOVE TMP-LINE(1:TAB-OU-KEY(TMP-O)) TO TMP-K-PART
           PERFORM KEY-ADD

      *    THE VALUE NAMES OF THE OUTPUT, THEN THE FIGURES IN ORDER
           MOVE SPACES TO TMP-T-NAME(1) TMP-T-NAME(2) TMP-T-NAME(3)
                          TMP-T-NAME(4) TMP-T-NAME(5) TMP-T-NAME(6)
           UNSTRING TAB-OU-NAMES(TMP-O) DELIMITED BY '/'
             INTO TMP-T-NAME(1) TMP-T-NAME(2) TMP-T-NAME(3)
                  TMP-T-NAME(4) TMP-T-NAME(5) TMP-T-NAME(6)
           END-UNSTRING
           MOVE 0 TO TMP-CELL-MAX
           COMPUTE TMP-PTR = TAB-OU-KEY(TMP-O) + 1
           PERFORM UNTIL (TMP-PTR > TMP-LEN) OR (TMP-CELL-MAX >= 12)
              MOVE SPACES TO TMP-F-VAL
              UNSTRING TMP-LINE(1:TMP-LEN) DELIMITED BY ALL SPACE
                INTO TMP-F-VAL
                WITH POINTER TMP-PTR
              END-UNSTRING
              IF (TMP-F-VAL NOT = SPACES) THEN
                 ADD 1 TO TMP-CELL-MAX
                 MOVE SPACES TO TMP-F-NAME
                 IF (TMP-CELL-MAX <= 6) THEN
                    MOVE TMP-T-NAME(TMP-CELL-MAX) TO TMP-F-NAME
                 END-IF
                 IF (TMP-F-NAME = SPACES) THEN
                    MOVE TMP-CELL-MAX TO TMP-NUM2
                    STRING 'VALUE-' TMP-NUM2
                      DELIMITED BY SIZE
                      INTO TMP-F-NAME
                    END-STRING
                 END-IF
                 PERFORM FIELD-ADD
              END-IF
           END-PERFORM
           PERFORM ROW-RELEASE
           .
       PARSE-ROLLUP-EXIT. EXIT.



      *****************************************************************
       MASK-ONE-NAME SECTION.
      *===============================================================*
      *    FIXED PER-POSITION SUBSTITUTION OVER MASK-NAME - THE SAME  *
      *    ROTATION AS TPL-MASK1, SO AN UNMASKED SIDE'S NAMES MATCH   *
      *    THE MASKED CLONE'S                                         *
           PERFORM VARYING MASK-P FROM 1 BY 1
                     UNTIL (MASK-P > 38)
              COMPUTE MASK-ORD = FUNCTION ORD(MASK-NAME(MASK-P:1))
              EVALUATE TRUE
                WHEN (MASK-NAME(MASK-P:1) >= 'A')
                     AND (MASK-NAME(MASK-P:1) <= 'Z')
                  COMPUTE MASK-NEW =
                     FUNCTION MOD(MASK-ORD - FUNCTION ORD('A')
                                  + 7 * MASK-P + 11, 26)
                     + FUNCTION ORD('A')
                  MOVE FUNCTION CHAR(MASK-NEW)
                    TO MASK-NAME(MASK-P:1)
                WHEN (MASK-NAME(MASK-P:1) >= '0')
                     AND (MASK-NAME(MASK-P:1) <= '9')
                  COMPUTE MASK-NEW =
                     FUNCTION MOD(MASK-ORD - FUNCTION ORD('0')
                                  + 3 * MASK-P + 7, 10)
                     + FUNCTION ORD('0')
                  MOVE FUNCTION CHAR(MASK-NEW)
                    TO MASK-NAME(MASK-P:1)
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-PERFORM
           .
       MASK-ONE-NAME-EXIT. EXIT.



      *****************************************************************
       OUTPUT-SORT-RETURN SECTION.
      *===============================================================*
      *    THE ROWS IN KEY ORDER - EACH KEY'S A AND B ROWS ARE        *
      *    COLLECTED, THEN COMPARED PAIR BY PAIR                      *
           MOVE 'N' TO TMP-SORT-EOF-SW
           MOVE 0   TO TAB-GA-MAX
           MOVE 0   TO TAB-GB-MAX
           MOVE LOW-VALUES TO TMP-GROUP-KEY
           PERFORM UNTIL (TMP-SORT-EOF-SW = 'Y')
              RETURN SWORK
                AT END
                  MOVE 'Y' TO TMP-SORT-EOF-SW
              END-RETURN
              IF (TMP-SORT-EOF-SW = 'Y')
                 OR (SW-KEY NOT = TMP-GROUP-KEY) THEN
                 IF (TAB-GA-MAX > 0) OR (TAB-GB-MAX > 0) THEN
                    PERFORM GROUP-COMPARE
                 END-IF
                 MOVE 0      TO TAB-GA-MAX
                 MOVE 0      TO TAB-GB-MAX
                 MOVE SW-KEY TO TMP-GROUP-KEY
              END-IF
              IF (TMP-SORT-EOF-SW = 'N') THEN
                 PERFORM GROUP-ADD
              END-IF
           END-PERFORM
           .
       OUTPUT-SORT-RETURN-EXIT. EXIT.



      *****************************************************************
       GROUP-ADD SECTION.
      *===============================================================*
           IF (SW-SIDE = 'A') THEN
              IF (TAB-GA-MAX >= TAB-GA-DIM) THEN
                 PERFORM GROUP-OVERFLOW-LOG
                 GO TO GROUP-ADD-EXIT
              END-IF
              ADD 1 TO TAB-GA-MAX
              MOVE SW-NF TO TAB-GA-NF(TAB-GA-MAX)
              PERFORM VARYING TMP-F FROM 1 BY 1 UNTIL (TMP-F > 12)
                 MOVE SW-FNAME(TMP-F) TO TAB-GA-FNAME(TAB-GA-MAX TMP-F)
                 MOVE SW-FVAL(TMP-F)  TO TAB-GA-FVAL(TAB-GA-MAX TMP-F)
              END-PERFORM
           ELSE
              IF (TAB-GB-MAX >= TAB-GB-DIM) THEN
                 PERFORM GROUP-OVERFLOW-LOG
                 GO TO GROUP-ADD-EXIT
              END-IF
              ADD 1 TO TAB-GB-MAX
              MOVE SW-NF TO TAB-GB-NF(TAB-GB-MAX)
              PERFORM VARYING TMP-F FROM 1 BY 1 UNTIL (TMP-F > 12)
                 MOVE SW-FNAME(TMP-F) TO TAB-GB-FNAME(TAB-GB-MAX TMP-F)
                 MOVE SW-FVAL(TMP-F)  TO TAB-GB-FVAL(TAB-GB-MAX TMP-F)
              END-PERFORM
           END-IF
           .
       GROUP-ADD-EXIT. EXIT.



      *****************************************************************
       GROUP-OVERFLOW-LOG SECTION.
      *===============================================================*
           MOVE SPACES TO APP-LOG-LINE
           STRING 'TAB-GA/GB OVERFLOW - ROW NOT COMPARED: '
                  TAB-OU-ID(TMP-O) ' ' SW-SIDE ' ' SW-KEY(1:40)
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       GROUP-OVERFLOW-LOG-EXIT. EXIT.



      *****************************************************************
       GROUP-COMPARE SECTION.
      *===============================================================*
      *    THE N-TH A ROW OF THE KEY AGAINST ITS N-TH B ROW; A ROW    *
      *    WITHOUT A PARTNER IS ON ONE SIDE ONLY                      *
           PERFORM VARYING TMP-G FROM 1 BY 1
                     UNTIL (TMP-G > TAB-GA-MAX)
                       AND (TMP-G > TAB-GB-MAX)
              EVALUATE TRUE
                WHEN (TMP-G <= TAB-GA-MAX) AND (TMP-G <= TAB-GB-MAX)
                  PERFORM ROW-COMPARE
                WHEN (TMP-G <= TAB-GA-MAX)
                  ADD 1 TO TAB-RS-ONLY-A(TMP-O)
                  MOVE '(ROW)'   TO TMP-DIFF-FIELD
                  MOVE 'PRESENT' TO TMP-DIFF-A
                  MOVE 'MISSING' TO TMP-DIFF-B
                  PERFORM DIFF-LINE-WRITE
                WHEN OTHER
                  ADD 1 TO TAB-RS-ONLY-B(TMP-O)
                  MOVE '(ROW)'   TO TMP-DIFF-FIELD
                  MOVE 'MISSING' TO TMP-DIFF-A
                  MOVE 'PRESENT' TO TMP-DIFF-B
                  PERFORM DIFF-LINE-WRITE
              END-EVALUATE
           END-PERFORM
           .
       GROUP-COMPARE-EXIT. EXIT.



      *****************************************************************
       ROW-COMPARE SECTION.
      *===============================================================*
      *    EVERY VALUE OF ROW TMP-G BY NAME ON BOTH SIDES             *
           MOVE 'N' TO TMP-ROW-DIFF-SW
           PERFORM VARYING TMP-F FROM 1 BY 1
                     UNTIL (TMP-F > TAB-GA-NF(TMP-G))
              MOVE 0 TO TMP-F2
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-GB-NF(TMP-G))
                           OR (TMP-F2 > 0)
                 IF (TAB-GB-FNAME(TMP-G TMP-J-TABLE) =
                     TAB-GA-FNAME(TMP-G TMP-F)) THEN
                    MOVE TMP-J-TABLE TO TMP-F2
                 END-IF
              END-PERFORM
              MOVE TAB-GA-FNAME(TMP-G TMP-F) TO TMP-DIFF-FIELD
              MOVE TAB-GA-FVAL(TMP-G TMP-F)  TO TMP-DIFF-A
              IF (TMP-F2 = 0) THEN
                 MOVE '(NONE)' TO TMP-DIFF-B
                 PERFORM VALUE-DIFF
              ELSE
                 MOVE TAB-GB-FVAL(TMP-G TMP-F2) TO TMP-DIFF-B
                 IF (TMP-DIFF-A NOT = TMP-DIFF-B) THEN
                    PERFORM VALUE-DIFF
                 END-IF
              END-IF
           END-PERFORM
      *    VALUES ONLY THE B ROW CARRIES
           PERFORM VARYING TMP-F FROM 1 BY 1
                     UNTIL (TMP-F > TAB-GB-NF(TMP-G))
              MOVE 0 TO TMP-F2
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-GA-NF(TMP-G))
                           OR (TMP-F2 > 0)
                 IF (TAB-GA-FNAME(TMP-G TMP-J-TABLE) =
                     TAB-GB-FNAME(TMP-G TMP-F)) THEN
                    MOVE TMP-J-TABLE TO TMP-F2
                 END-IF
              END-PERFORM
              IF (TMP-F2 = 0) THEN
                 MOVE TAB-GB-FNAME(TMP-G TMP-F) TO TMP-DIFF-FIELD
                 MOVE '(NONE)'                  TO TMP-DIFF-A
                 MOVE TAB-GB-FVAL(TMP-G TMP-F)  TO TMP-DIFF-B
                 PERFORM VALUE-DIFF
              END-IF
           END-PERFORM
           IF (TMP-ROW-DIFF-SW = 'Y') THEN
              ADD 1 TO TAB-RS-CHANGED(TMP-O)
           ELSE
              ADD 1 TO TAB-RS-MATCHED(TMP-O)
           END-IF
           .
       ROW-COMPARE-EXIT. EXIT.



      *****************************************************************
       VALUE-DIFF SECTION.
      *===============================================================*
           MOVE 'Y' TO TMP-ROW-DIFF-SW
           ADD 1 TO TMP-COUNT-VALUES
           PERFORM DIFF-LINE-WRITE
           .
       VALUE-DIFF-EXIT. EXIT.



      *****************************************************************
       DIFF-LINE-WRITE SECTION.
      *===============================================================*
      *    ONE DIFFERENCE OF TMP-GROUP-KEY - LISTED UP TO MAXLIST     *
           IF (TMP-LISTED >= TMP-MAXLIST) THEN
              ADD 1 TO TMP-UNLISTED
              GO TO DIFF-LINE-WRITE-EXIT
           END-IF
           ADD 1 TO TMP-LISTED
           MOVE TMP-GROUP-KEY  TO ORPT-D-KEY
           MOVE TMP-DIFF-FIELD TO ORPT-D-FIELD
           MOVE TMP-DIFF-A     TO ORPT-D-A
           MOVE TMP-DIFF-B     TO ORPT-D-B
           MOVE ORPT-D TO ORPT-REC
           PERFORM ORPT-WRITE
           .
       DIFF-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       VERDICT-LINE-WRITE SECTION.
      *===============================================================*
           STRING '  VERDICT: ' TAB-RS-VERDICT(TMP-O) ' '
                  TAB-RS-NOTE(TMP-O)
             DELIMITED BY SIZE
             INTO ORPT-REC
           END-STRING
           PERFORM ORPT-WRITE
           .
       VERDICT-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
      *    THE VERDICT OF EVERY OUTPUT AND OF THE PARALLEL RUN        *
           PERFORM ORPT-WRITE
           MOVE ORPT-HR2 TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE 'SUMMARY' TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE ORPT-SH TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           PERFORM VARYING TMP-O FROM 1 BY 1
                     UNTIL (TMP-O > TAB-OU-MAX)
              MOVE SPACES TO ORPT-S
              MOVE TAB-OU-ID(TMP-O)      TO ORPT-S-ID
              MOVE TAB-RS-VERDICT(TMP-O) TO ORPT-S-VERDICT
              MOVE TAB-RS-ROWS-A(TMP-O)  TO ORPT-S-ROWS-A
              MOVE TAB-RS-ROWS-B(TMP-O)  TO ORPT-S-ROWS-B
              MOVE TAB-RS-MATCHED(TMP-O) TO ORPT-S-MATCHED
              MOVE TAB-RS-CHANGED(TMP-O) TO ORPT-S-CHANGED
              MOVE TAB-RS-ONLY-A(TMP-O)  TO ORPT-S-ONLY-A
              MOVE TAB-RS-ONLY-B(TMP-O)  TO ORPT-S-ONLY-B
              MOVE TAB-RS-NOTE(TMP-O)    TO ORPT-S-NOTE
              MOVE ORPT-S TO ORPT-REC
              PERFORM ORPT-WRITE
           END-PERFORM
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           IF (TMP-COUNT-FAIL = 0) THEN
              STRING 'PARALLEL RUN PASSED - ' TMP-COUNT-PASS
                     ' OUTPUT(S) IDENTICAL ON BOTH SIDES'
                DELIMITED BY SIZE
                INTO ORPT-REC
              END-STRING
           ELSE
              STRING 'PARALLEL RUN FAILED - ' TMP-COUNT-FAIL
                     ' OUTPUT(S) DIFFER, ' TMP-COUNT-VALUES
                     ' DIFFERING VALUE(S)'
                DELIMITED BY SIZE
                INTO ORPT-REC
              END-STRING
           END-IF
           PERFORM ORPT-WRITE
           PERFORM FILE-CLOSE-ORPT
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       ORPT-WRITE SECTION.
      *===============================================================*
           MOVE ORPT-REC TO ORPT-RECORD
           PERFORM FILE-WRITE-ORPT
           MOVE SPACES TO ORPT-REC
           .
       ORPT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           COMPUTE PGM-THROUGHPUT-COUNT =
              TMP-COUNT-PASS + TMP-COUNT-FAIL

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'OUTPUTS PASSED.......: ' TMP-COUNT-PASS
           DISPLAY 'OUTPUTS FAILED.......: ' TMP-COUNT-FAIL
           DISPLAY 'NOT COMPARED.........: ' TMP-COUNT-OTHER
           DISPLAY 'DIFFERING VALUES.....: ' TMP-COUNT-VALUES
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IOUT==
            ==:V2:== BY ==TMP-IOUT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORPT==
            ==:V2:== BY ==ORPT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PARL1.
      *****************************************************************
