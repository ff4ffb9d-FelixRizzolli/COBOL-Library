       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-IMPU1.
      *****************************************************************
      * TPL-IMPU1: IMPUTATION OF MISSING COMPANY FIGURES              *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * A COMPANY THAT MISSES A PERIOD (TPL-CHRN1 COUNTS IT MISSING)  *
      * SIMPLY DROPS OUT OF ITS INDUSTRY AVERAGE, WHICH BIASES SMALL  *
      * INDUSTRIES BADLY. THIS STEP RUNS AFTER TPL-XTR1 AND ADDS AN   *
      * ESTIMATED ROW TO THE VALIDATED EXTRACT FOR EVERY SUCH         *
      * COMPANY: ITS OWN LAST REPORTED GROWTH, MOVED BY THE CHANGE OF *
      * ITS INDUSTRY'S AVERAGE SINCE THAT PERIOD. AN IMPUTED ROW      *
      * CARRIES THE MARKER 'I' IN BYTE 97 OF THE COMPANIES LAYOUT     *
      * (BEHIND THE COMPANY-ID OF TPL-CID1 IN 88-96) SO THE REPORTS   *
      * SHOW AND COUNT IT; TPL-BAT1 KEEPS IT OUT OF THE               *
      * GENERAL-LEDGER EXTRACT. NOTHING IMPUTED EVER REACHES THE      *
      * GROWTH HISTORY (TPL-HIST1 APPENDS companies.txt, NOT THE      *
      * EXTRACT), SO THE STATISTICS OFFICE RETURN (TPL-STAT1) AND THE *
      * WAREHOUSE FEED ONLY EVER SEE REPORTED FIGURES.                *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IVALID - VALIDATED EXTRACT (IO/validated.txt, TPL-XTR1)       *
      * ICHURN - CHURN MASTER (IO/churn.txt, TPL-CHRN1) - THE MISSING *
      *          COMPANIES, THEIR LAST KNOWN INDUSTRY AND THE NUMBER  *
      *          OF CONSECUTIVE PERIODS MISSED                        *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt, TPL-HIST1) *
      * IXREF  - OPTIONAL COMPANY-ID CROSS-REFERENCE                  *
      *          (IO/companyid.txt, TPL-CID1) - THE ID STAMPED ON AN  *
      *          IMPUTED ROW                                          *
      * ILIFE  - OPTIONAL LIFECYCLE MASTER (IO/lifecycle.txt)         *
      * ISUCC  - OPTIONAL SUCCESSION MAP (IO/succession.txt)          *
      * IPARM  - OPTIONAL (IO/impuparm.txt) - WITHOUT IT THE STEP IS  *
      *          SWITCHED OFF AND LEAVES THE EXTRACT ALONE:           *
      *          MAXPERIODS=N  CONSECUTIVE PERIODS A COMPANY MAY BE   *
      *                        IMPUTED FOR (1-12, DEFAULT 2)          *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OVALID - NEW EXTRACT (IO/validated.txt.new), PROMOTED         *
      *          GENERATION-STYLE OVER IO/validated.txt - THE         *
      *          UNIMPUTED EXTRACT STAYS ON DISK AS A GENERATION      *
      * OVCTL  - RECORD COUNT OF THE EXTRACT (IO/validatedctl.txt),   *
      *          REWRITTEN WITH THE IMPUTED ROWS INCLUDED             *
      * OIMPU  - IMPUTATION LISTING (IO/imputation.txt): EVERY        *
      *          MISSING COMPANY, IMPUTED OR WHY NOT                  *
      * ORECON - RECON SUMMARY IN THE SHARED LAYOUT (IO/              *
      *          reconsummaryi.txt): REPORTED ROWS READ, ROWS ON THE  *
      *          EXTRACT NOW - TPL-BAL1 TAKES THE IMPUTED ROWS BACK   *
      *          OUT BEFORE IT BALANCES BAT1 AGAINST THE MERGE        *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A CHURN ENTRY COUNTED MISSING AND NOT ON THE EXTRACT IS A     *
      * CANDIDATE. IT IS NOT IMPUTED WHEN THE LIFECYCLE MASTER HAS IT *
      * CLOSED OR SUSPENDED, WHEN IT IS UNDER LEGAL HOLD (SEE CLGL1), *
      * WHEN IT HAS MISSED MORE THAN MAXPERIODS PERIODS IN A ROW,     *
      * WHEN THE HISTORY HOLDS NO FIGURE OF ITS OWN OR ALREADY ONE    *
      * FOR THE CURRENT PERIOD (REJECTED UPSTREAM, NOT MISSING), OR   *
      * WHEN ITS INDUSTRY HAS NO AVERAGE IN EITHER PERIOD. OTHERWISE  *
      *    ESTIMATE = G(LAST) + AVG(CURRENT) - AVG(LAST PERIOD)       *
      * WHERE THE CURRENT AVERAGE IS TAKEN OVER THE INDUSTRY'S ROWS   *
      * ON THE EXTRACT AND THE LAST-PERIOD AVERAGE OVER ITS ROWS ON   *
      * THE HISTORY; HELD AND CLOSED COMPANIES COUNT IN NEITHER. THE  *
      * IMPUTED ROWS FOLLOW THEIR INDUSTRY'S REPORTED ROWS, SO THE    *
      * EXTRACT KEEPS THE INDUSTRY GROUPING THE REPORTS DEPEND ON.    *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * IMPUTED MARKER MOVED TO BYTE 97, CLEAR OF THE COMPANY-ID; THE *
      * IMPUTED ROW CARRIES THE COMPANY'S ID FROM companyid.txt       *
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
            ==:V1:== BY ==IVALID==
            ==:V2:== BY ==IVALID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==ICHURN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
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
            ==:V1:== BY ==OVALID==
            ==:V2:== BY ==OVALID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OVCTL==
            ==:V2:== BY ==OVCTL-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OIMPU==
            ==:V2:== BY ==OIMPU-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORECON==
            ==:V2:== BY ==ORECON-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SMAP ASSIGN TO 'SORTMAP'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IVALID==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
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
            ==:V1:== BY ==OVALID==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OVCTL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OIMPU==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORECON==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
      *    EXTRACT AND CHURN KEYS TOGETHER - ON A KEY CARRIED BY BOTH
      *    THE EXTRACT ROW ('1') COMES FIRST AND NAMES THE INDUSTRY
       SD  SMAP.
       01  SMAP-REC.
           05 SMAP-KEY                PIC X(40).
           05 SMAP-SRC                PIC X(1).
           05 SMAP-INDUSTRY           PIC X(23).
           05 SMAP-MISSING            PIC 9(3).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IVALID / OUTPUT OVALID = VALIDATED EXTRACT, COMPANIES   *
      * LAYOUT (SEE TPL-XTR1)                                         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IVALID==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OVALID==.
       01 VALID-REC.
           05 VALID-NAME               PIC X(38).
           05 VALID-STATE              PIC X(2).
           05 VALID-INDUSTRY           PIC X(23).
           05 VALID-GROWTH             PIC S9(3)V99.
           05 VALID-REGION             PIC X(2).
           05 VALID-VERSION            PIC X(1).
           05 VALID-EFF-DATE           PIC X(8).
           05 VALID-EXP-DATE           PIC X(8).
      *    BYTES 88-96 THE COMPANY-ID STAMP OF TPL-CID1
           05 VALID-COMPANY-ID         PIC X(9).
      *    BYTE 97 - 'I' MARKS A ROW THIS PROGRAM ESTIMATED
           05 VALID-IMPUTED-SW         PIC X(1).
              88 VALID-IMPUTED             VALUE 'I'.
           05 FILLER                   PIC X(3).

       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OVCTL==.
       01 OVCTL-REC.
           05 OVCTL-REC-COUNT         PIC 9(9).
           05 FILLER                  PIC X(71).

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
      * INPUT IHIST = GROWTH HISTORY MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

      *---------------------------------------------------------------*
      * ILIFE = COMPANY LIFECYCLE STATUS MAP (SEE LIFEWS.cob)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * ISUCC = COMPANY SUCCESSION MAP (SEE SUCCWS.cob) - A RENAMED   *
      * COMPANY IS NOT MISSING, ITS HISTORY CARRIES ON UNDER THE NEW  *
      * KEY                                                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS - ITS PRESENCE SWITCHES THE *
      * STEP ON                                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-MAX-PERIODS             PIC 9(3)    VALUE 2.
       01 TMP-IMPU-SW                 PIC X(1)    VALUE 'N'.
          88 TMP-IMPU-ON                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-EXTRACT           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * EVERY KEY OF THE EXTRACT AND THE CHURN MASTER IN NAME + STATE *
      * ORDER: ITS INDUSTRY AND, FOR A MISSING COMPANY, ITS LAST      *
      * FIGURE ON THE HISTORY AND WHAT BECAME OF IT. STATUS:          *
      *    ' ' NOT MISSING       'I' IMPUTED          'C' CLOSED      *
      *    'S' SUSPENDED         'H' LEGAL HOLD       'X' OVER LIMIT  *
      *    'F' NO OWN FIGURE     'R' REPORTED IN THE CURRENT PERIOD   *
      *    'N' NO INDUSTRY AVERAGE IN ONE OF THE TWO PERIODS          *
      *    'P' STILL TO BE ESTIMATED (WORKING VALUE ONLY)             *
      *---------------------------------------------------------------*
       01 COMPANY-MAP.
           05 TAB-MAP-MAX             PIC S9(9) BINARY.
           05 TAB-MAP-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-MAP                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-MAP-MAX
                                      ASCENDING KEY IS TAB-MAP-KEY
                                      INDEXED BY TAB-MAP-IDX.
                10 TAB-MAP-KEY.
                   15 TAB-MAP-NAME    PIC X(38).
                   15 TAB-MAP-STATE   PIC X(2).
                10 TAB-MAP-INDUSTRY   PIC X(23).
                10 TAB-MAP-VALID-SW   PIC X(1).
                10 TAB-MAP-MISSING    PIC 9(3).
                10 TAB-MAP-LAST-PER   PIC X(6).
                10 TAB-MAP-LAST-GRW   PIC S9(3)V99.
                10 TAB-MAP-STATUS     PIC X(1).
                10 TAB-MAP-CHANGE     PIC S9(5)V99.
                10 TAB-MAP-ESTIMATE   PIC S9(3)V99.

      *---------------------------------------------------------------*
      * INDUSTRY SUMS AND COUNTS PER PERIOD - THE EXTRACT'S OWN       *
      * (CURRENT) FIGURES CARRY NO PERIOD AND ARE KEPT UNDER SPACES   *
      *---------------------------------------------------------------*
       01 INDUSTRY-AVERAGES.
           05 TAB-IA-MAX              PIC S9(9) BINARY.
           05 TAB-IA-DIM              PIC S9(9) BINARY  VALUE 3000.
           05 TAB-IA                  OCCURS 1   TO         3000
                                      DEPENDING  ON  TAB-IA-MAX.
                10 TAB-IA-INDUSTRY    PIC X(23).
                10 TAB-IA-PERIOD      PIC X(6).
                10 TAB-IA-SUM         PIC S9(9)V99.
                10 TAB-IA-COUNT       PIC 9(7).

      *---------------------------------------------------------------*
      * THE LAST PERIODS OF THE CANDIDATES - ONLY THEIR HISTORY ROWS  *
      * FEED THE LAST-PERIOD AVERAGES                                 *
      *---------------------------------------------------------------*
       01 NEEDED-PERIODS.
           05 TAB-NP-MAX              PIC S9(4) BINARY.
           05 TAB-NP-DIM              PIC S9(4) BINARY  VALUE 99.
           05 TAB-NP                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-NP-MAX.
                10 TAB-NP-PERIOD      PIC X(6).

      *---------------------------------------------------------------*
      * OUTPUT OIMPU = IMPUTATION LISTING                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OIMPU==.
       01 OIMPU-REC                   PIC X(132).
       01 OIMPU-H0.
           05 FILLER                  PIC X(37)
              VALUE 'IMPUTED COMPANY FIGURES - RUN DATE '.
           05 OIMPU-H0-DATE           PIC X(8).
           05 FILLER                  PIC X(18)
              VALUE '  CURRENT PERIOD '.
           05 OIMPU-H0-PERIOD         PIC X(6).
           05 FILLER                  PIC X(26)
              VALUE '  MAX CONSECUTIVE PERIODS '.
           05 OIMPU-H0-MAX            PIC ZZ9.
           05 FILLER                  PIC X(34)   VALUE SPACE.
       01 OIMPU-H1.
           05 FILLER                  PIC X(39)   VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)    VALUE 'ST'.
           05 FILLER                  PIC X(24)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(4)    VALUE 'MIS'.
           05 FILLER                  PIC X(7)    VALUE 'LAST'.
           05 FILLER                  PIC X(8)    VALUE ' LAST %'.
           05 FILLER                  PIC X(9)    VALUE ' IND CHG'.
           05 FILLER                  PIC X(8)    VALUE ' ESTIM.'.
           05 FILLER                  PIC X(30)   VALUE 'DISPOSITION'.
       01 OIMPU-R1.
           05 OIMPU-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-MISSING        PIC ZZ9.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-PERIOD         PIC X(6).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-LAST           PIC X(7).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-CHANGE         PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-ESTIMATE       PIC X(7).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OIMPU-R1-TEXT           PIC X(30).
       01 OIMPU-T9.
           05 OIMPU-T9-LABEL          PIC X(44).
           05 OIMPU-T9-VALUE          PIC Z(6)9.
           05 FILLER                  PIC X(81)   VALUE SPACE.
       01 OIMPU-HR2                   PIC X(132)  VALUE ALL '='.

      *---------------------------------------------------------------*
      * OUTPUT ORECON = RECON SUMMARY, SHARED LAYOUT (SEE TPL-XTR1)   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORECON==.
       01 ORECON-REC.
           05 ORECON-ICOMP-COUNT      PIC 9(9).
           05 ORECON-ISABB-COUNT      PIC 9(9).
           05 ORECON-IMAST-COUNT      PIC 9(9).
           05 ORECON-OREPORT-COUNT    PIC 9(9).
           05 ORECON-OREJECT-COUNT    PIC 9(9).
           05 ORECON-FILTERED-COUNT   PIC 9(9).
           05 ORECON-RECON-STATUS     PIC X(8).
           05 ORECON-EXPECTED-COUNT   PIC 9(9).
           05 ORECON-OBADROW-COUNT    PIC 9(9).
           05 ORECON-REVIEW-COUNT     PIC 9(9).
           05 ORECON-ACCEPTED-COUNT   PIC 9(9).
           05 ORECON-ASOF-COUNT       PIC 9(9).
           05 ORECON-DUP-COUNT        PIC 9(9).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-IA-CUR              PIC S9(9)   BINARY.
           05 TMP-IA-LAST             PIC S9(9)   BINARY.
       01 IMPUTATION-WORK.
           05 TMP-AVG-CUR             PIC S9(5)V9(4).
           05 TMP-AVG-LAST            PIC S9(5)V9(4).
           05 TMP-GRW-EDIT            PIC ---9,99.
           05 TMP-CHG-EDIT            PIC ----9,99.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-PER-CUR                 PIC X(6).
       01 TMP-CO-KEY                  PIC X(40).
       01 TMP-IA-INDUSTRY             PIC X(23).
       01 TMP-IA-PERIOD               PIC X(6).
       01 TMP-IND-BREAK               PIC X(23).
       01 TMP-FOUND-SW                PIC X(1).
          88 TMP-FOUND                    VALUE 'Y'.
          88 TMP-NOT-FOUND                VALUE 'N'.
       01 TMP-ELIGIBLE-SW             PIC X(1).
          88 TMP-ELIGIBLE                 VALUE 'Y'.
       01 COUNTER.
           05 TMP-COUNT-VALID         PIC 9(7).
           05 TMP-COUNT-CHURN         PIC 9(7).
           05 TMP-COUNT-HIST          PIC 9(7).
           05 TMP-COUNT-CAND          PIC 9(7).
           05 TMP-COUNT-IMPUTED       PIC 9(7).
           05 TMP-COUNT-STALE         PIC 9(7).
           05 TMP-COUNT-WRITTEN       PIC 9(7).
           05 TMP-COUNT-CLOSED        PIC 9(7).
           05 TMP-COUNT-SUSPENDED     PIC 9(7).
           05 TMP-COUNT-HELD          PIC 9(7).
           05 TMP-COUNT-LIMIT         PIC 9(7).
           05 TMP-COUNT-NO-FIGURE     PIC 9(7).
           05 TMP-COUNT-REPORTED      PIC 9(7).
           05 TMP-COUNT-NO-AVERAGE    PIC 9(7).

      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IVALID-PATH                PIC X(40)
                                      VALUE 'IO/validated.txt'.
       01 ICHURN-PATH                PIC X(40)
                                      VALUE 'IO/churn.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/impuparm.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OVALID-PATH                PIC X(40)
                                      VALUE 'IO/validated.txt.new'.
       01 OVCTL-PATH                 PIC X(40)
                                      VALUE 'IO/validatedctl.txt'.
       01 OIMPU-PATH                 PIC X(40)
                                      VALUE 'IO/imputation.txt'.
       01 ORECON-PATH                PIC X(40)
                                      VALUE 'IO/reconsummaryi.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
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
           IF (NOT TMP-IMPU-ON) THEN
              PERFORM PGM-END
           END-IF

           PERFORM COMPANY-MAP-LOAD
           PERFORM HISTORY-LAST-FIGURES
           PERFORM CANDIDATES-DECIDE
           IF (TMP-COUNT-CAND > 0) THEN
              PERFORM HISTORY-PERIOD-AVERAGES
              PERFORM ESTIMATES-COMPUTE
              PERFORM XREF-LOAD
           END-IF
           IF (TMP-COUNT-IMPUTED > 0) OR (TMP-COUNT-STALE > 0) THEN
              PERFORM EXTRACT-REWRITE
           END-IF
           PERFORM LISTING-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-IMPU1'                          TO PGM-NAME
           MOVE 'IMPUTATION OF MISSING COMPANY FIGURES'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IVALID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IVALID-PATH
           MOVE ICHURN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICHURN-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OVALID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OVALID-PATH
           MOVE OVCTL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OVCTL-PATH
           MOVE OIMPU-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OIMPU-PATH
           MOVE ORECON-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORECON-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-MAP-MAX
           MOVE 0 TO TAB-IA-MAX
           MOVE 0 TO TAB-NP-MAX
           MOVE 0 TO TAB-XR-MAX
           MOVE SPACES TO TMP-PER-CUR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
      *---------------------------------------------------------------*
      * PARAMETERS - NO impuparm.txt, NO IMPUTATION: THE EXTRACT IS   *
      * LEFT EXACTLY AS TPL-XTR1 WROTE IT                             *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-NO) THEN
              MOVE 'NO IMPUPARM - IMPUTATION SWITCHED OFF'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              DISPLAY 'IMPUTATION SWITCHED OFF (NO ' IPARM-PATH ')'
              GO TO PGM-INIT-EXIT
           END-IF
           MOVE 'Y' TO TMP-IMPU-SW
           PERFORM FILE-READ-IPARM
           PERFORM UNTIL (IPARM-EOF)
              MOVE SPACES TO IPARM-KEY IPARM-VAL
              UNSTRING IPARM-RECORD DELIMITED BY '='
                INTO IPARM-KEY IPARM-VAL
              END-UNSTRING
              EVALUATE FUNCTION TRIM(IPARM-KEY)
                WHEN 'MAXPERIODS'
                  IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
                     MOVE '906' TO PGM-ERR-RC
                     MOVE 'NON-NUMERIC MAXPERIODS IN IMPUPARM'
                       TO PGM-ERR-MSG1
                     MOVE IPARM-RECORD TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                  END-IF
                  COMPUTE TMP-MAX-PERIODS = FUNCTION NUMVAL(IPARM-VAL)
                  IF (TMP-MAX-PERIODS < 1) OR (TMP-MAX-PERIODS > 12)
                     THEN
                     MOVE '905' TO PGM-ERR-RC
                     MOVE 'MAXPERIODS IN IMPUPARM MUST BE 1-12'
                       TO PGM-ERR-MSG1
                     MOVE IPARM-RECORD TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                  END-IF
                WHEN SPACES
                  CONTINUE
                WHEN OTHER
                  MOVE SPACES TO APP-LOG-LINE
                  STRING 'UNKNOWN IMPUPARM KEYWORD IGNORED: '
                         IPARM-KEY
                    DELIMITED BY SIZE INTO APP-LOG-LINE
                  END-STRING
                  PERFORM SCHREIBE-APP-LOG-LINE
              END-EVALUATE
              PERFORM FILE-READ-IPARM
           END-PERFORM
           PERFORM FILE-CLOSE-IPARM
      *---------------------------------------------------------------*
      * LIFECYCLE AND SUCCESSION MAPS (BOTH OPTIONAL)                 *
      *---------------------------------------------------------------*
           PERFORM LOAD-LIFECYCLE-MAP
           PERFORM LOAD-SUCCESSION-MAP
      *    REFUSE A TRUNCATED EXTRACT OR HISTORY BEFORE READING A ROW
      *    (SEE CTRL1)
           MOVE IVALID-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANY-MAP-LOAD SECTION.
      *===============================================================*
      *    EVERY KEY ON THE EXTRACT OR THE CHURN MASTER, ONCE, IN     *
      *    NAME + STATE ORDER FOR SEARCH ALL. THE EXTRACT'S ROWS ALSO *
      *    GIVE THE CURRENT INDUSTRY AVERAGES ON THE WAY THROUGH      *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IVALID
           IF (IVALID-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'VALIDATED EXTRACT MISSING: ' IVALID-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RUN TPL-XTR1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SMAP
             ON ASCENDING KEY SMAP-KEY SMAP-SRC
             INPUT  PROCEDURE IS COMPANY-MAP-RELEASE
             OUTPUT PROCEDURE IS COMPANY-MAP-RETURN
           .
       COMPANY-MAP-LOAD-EXIT. EXIT.
      *****************************************************************
       COMPANY-MAP-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-IVALID
           PERFORM UNTIL (IVALID-EOF)
              MOVE IVALID-RECORD TO VALID-REC
              ADD 1 TO TMP-COUNT-VALID
      *       A RERUN FINDS LAST NIGHT'S ESTIMATES ALREADY IN - THEY
      *       ARE NEITHER A REPORTED FIGURE NOR PART OF AN AVERAGE
              IF (VALID-IMPUTED) THEN
                 ADD 1 TO TMP-COUNT-STALE
              ELSE
                 MOVE SPACES          TO SMAP-REC
                 MOVE VALID-NAME      TO SMAP-KEY(1:38)
                 MOVE VALID-STATE     TO SMAP-KEY(39:2)
                 MOVE '1'             TO SMAP-SRC
                 MOVE VALID-INDUSTRY  TO SMAP-INDUSTRY
                 MOVE 0               TO SMAP-MISSING
                 RELEASE SMAP-REC
                 MOVE VALID-NAME      TO LIFE-ARG-NAME
                 MOVE VALID-STATE     TO LIFE-ARG-STATE
                 PERFORM AVERAGE-ELIGIBLE-CHECK
                 IF (TMP-ELIGIBLE) THEN
                    MOVE VALID-INDUSTRY TO TMP-IA-INDUSTRY
                    MOVE SPACES         TO TMP-IA-PERIOD
                    PERFORM INDUSTRY-AVERAGE-FIND
                    ADD VALID-GROWTH TO TAB-IA-SUM(TMP-I-TABLE)
                    ADD 1            TO TAB-IA-COUNT(TMP-I-TABLE)
                 END-IF
              END-IF
              PERFORM FILE-READ-IVALID
           END-PERFORM
           PERFORM FILE-CLOSE-IVALID

           PERFORM FILE-OPEN-INPUT-ICHURN
           IF (ICHURN-NO) THEN
              MOVE 'NO CHURN MASTER - NO COMPANY COUNTED MISSING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO COMPANY-MAP-RELEASE-EXIT
           END-IF
           PERFORM FILE-READ-ICHURN
           PERFORM UNTIL (ICHURN-EOF)
              MOVE ICHURN-RECORD TO CH-REC
              ADD 1 TO TMP-COUNT-CHURN
              IF (CH-NAME NOT = SPACES)
                 AND (CH-MISSING NUMERIC) THEN
                 MOVE SPACES          TO SMAP-REC
                 MOVE CH-NAME         TO SMAP-KEY(1:38)
                 MOVE CH-STATE        TO SMAP-KEY(39:2)
                 MOVE '2'             TO SMAP-SRC
                 MOVE CH-INDUSTRY     TO SMAP-INDUSTRY
                 MOVE CH-MISSING      TO SMAP-MISSING
                 RELEASE SMAP-REC
              END-IF
              PERFORM FILE-READ-ICHURN
           END-PERFORM
           PERFORM FILE-CLOSE-ICHURN
           .
       COMPANY-MAP-RELEASE-EXIT. EXIT.
      *****************************************************************
       COMPANY-MAP-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN SMAP
                AT END
                  GO TO COMPANY-MAP-RETURN-EXIT
              END-RETURN
              PERFORM COMPANY-MAP-ADD
           END-PERFORM
           .
       COMPANY-MAP-RETURN-EXIT. EXIT.
      *****************************************************************
       COMPANY-MAP-ADD SECTION.
      *===============================================================*
      *    THE FIRST RECORD OF A KEY OPENS ITS ENTRY; A CHURN RECORD  *
      *    BEHIND AN EXTRACT ROW ONLY BRINGS THE MISSING COUNT - THE  *
      *    COMPANY IS ON THE EXTRACT, SO IT IS NOT MISSING TONIGHT    *
      *---------------------------------------------------------------*
           IF (TAB-MAP-MAX > 0) THEN
              IF (TAB-MAP-KEY(TAB-MAP-MAX) = SMAP-KEY) THEN
                 IF (SMAP-SRC = '2') THEN
                    MOVE SMAP-MISSING TO TAB-MAP-MISSING(TAB-MAP-MAX)
                 END-IF
                 GO TO COMPANY-MAP-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-MAP-MAX >= TAB-MAP-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-MAP OVERFLOW - EXTRACT PLUS CHURN TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-MAP-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-MAP-MAX
           MOVE SMAP-KEY       TO TAB-MAP-KEY(TAB-MAP-MAX)
           MOVE SMAP-INDUSTRY  TO TAB-MAP-INDUSTRY(TAB-MAP-MAX)
           MOVE SMAP-MISSING   TO TAB-MAP-MISSING(TAB-MAP-MAX)
           IF (SMAP-SRC = '1') THEN
              MOVE 'Y' TO TAB-MAP-VALID-SW(TAB-MAP-MAX)
           ELSE
              MOVE 'N' TO TAB-MAP-VALID-SW(TAB-MAP-MAX)
           END-IF
           MOVE SPACES         TO TAB-MAP-LAST-PER(TAB-MAP-MAX)
           MOVE 0              TO TAB-MAP-LAST-GRW(TAB-MAP-MAX)
           MOVE SPACE          TO TAB-MAP-STATUS(TAB-MAP-MAX)
           MOVE 0              TO TAB-MAP-CHANGE(TAB-MAP-MAX)
           MOVE 0              TO TAB-MAP-ESTIMATE(TAB-MAP-MAX)
           .
       COMPANY-MAP-ADD-EXIT. EXIT.



      *****************************************************************
       HISTORY-LAST-FIGURES SECTION.
      *===============================================================*
      *    FIRST PASS: THE CURRENT PERIOD (THE LATEST ON FILE) AND    *
      *    EVERY MISSING COMPANY'S LATEST OWN FIGURE - A LATER ROW    *
      *    FOR THE SAME PERIOD WINS, AS FOR THE OTHER HISTORY READERS *
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
           PERFORM IHIST-READ
           PERFORM UNTIL (IHIST-EOF)
              ADD 1 TO TMP-COUNT-HIST
              IF (HIST-PERIOD NUMERIC) THEN
                 IF (HIST-PERIOD > TMP-PER-CUR)
                    OR (TMP-PER-CUR = SPACES) THEN
                    MOVE HIST-PERIOD TO TMP-PER-CUR
                 END-IF
                 PERFORM MAP-KEY-FIND
                 IF (TMP-FOUND) THEN
                    IF (TAB-MAP-MISSING(TAB-MAP-IDX) > 0)
                       AND (TAB-MAP-VALID-SW(TAB-MAP-IDX) = 'N')
                       AND ((TAB-MAP-LAST-PER(TAB-MAP-IDX) = SPACES)
                         OR (HIST-PERIOD
                             >= TAB-MAP-LAST-PER(TAB-MAP-IDX))) THEN
                       MOVE HIST-PERIOD
                         TO TAB-MAP-LAST-PER(TAB-MAP-IDX)
                       MOVE HIST-GROWTH
                         TO TAB-MAP-LAST-GRW(TAB-MAP-IDX)
                    END-IF
                 END-IF
              END-IF
              PERFORM IHIST-READ
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-LAST-FIGURES-EXIT. EXIT.



      *****************************************************************
       CANDIDATES-DECIDE SECTION.
      *===============================================================*
      *    EVERY MISSING COMPANY NOT ON THE EXTRACT EITHER GETS A     *
      *    REASON IT IS NOT IMPUTED OR GOES ON TO THE ESTIMATE ('P'), *
      *    ITS LAST PERIOD REGISTERED FOR THE SECOND HISTORY PASS     *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-MAP-MAX)
              IF (TAB-MAP-MISSING(TMP-J-TABLE) > 0)
                 AND (TAB-MAP-VALID-SW(TMP-J-TABLE) = 'N') THEN
                 PERFORM CANDIDATE-CLASSIFY
              END-IF
           END-PERFORM
           .
       CANDIDATES-DECIDE-EXIT. EXIT.
      *****************************************************************
       CANDIDATE-CLASSIFY SECTION.
      *===============================================================*
           MOVE TAB-MAP-NAME(TMP-J-TABLE)  TO LIFE-ARG-NAME
           MOVE TAB-MAP-STATE(TMP-J-TABLE) TO LIFE-ARG-STATE
           PERFORM LIFECYCLE-STATUS-LOOKUP
           EVALUATE TRUE
             WHEN (LIFE-ARG-CLOSED)
               MOVE 'C' TO TAB-MAP-STATUS(TMP-J-TABLE)
               ADD 1 TO TMP-COUNT-CLOSED
               GO TO CANDIDATE-CLASSIFY-EXIT
             WHEN (LIFE-ARG-SUSPENDED)
               MOVE 'S' TO TAB-MAP-STATUS(TMP-J-TABLE)
               ADD 1 TO TMP-COUNT-SUSPENDED
               GO TO CANDIDATE-CLASSIFY-EXIT
           END-EVALUATE
           MOVE TAB-MAP-NAME(TMP-J-TABLE)  TO CLGL1CA-NAME
           MOVE TAB-MAP-STATE(TMP-J-TABLE) TO CLGL1CA-STATE
           PERFORM CHECK-LEGAL-HOLD
           IF (CLGL1CA-HELD) THEN
              MOVE 'H' TO TAB-MAP-STATUS(TMP-J-TABLE)
              ADD 1 TO TMP-COUNT-HELD
              GO TO CANDIDATE-CLASSIFY-EXIT
           END-IF
           IF (TAB-MAP-MISSING(TMP-J-TABLE) > TMP-MAX-PERIODS) THEN
              MOVE 'X' TO TAB-MAP-STATUS(TMP-J-TABLE)
              ADD 1 TO TMP-COUNT-LIMIT
              GO TO CANDIDATE-CLASSIFY-EXIT
           END-IF
           IF (TAB-MAP-LAST-PER(TMP-J-TABLE) = SPACES) THEN
              MOVE 'F' TO TAB-MAP-STATUS(TMP-J-TABLE)
              ADD 1 TO TMP-COUNT-NO-FIGURE
              GO TO CANDIDATE-CLASSIFY-EXIT
           END-IF
      *    A FIGURE FOR THE CURRENT PERIOD MEANS THE COMPANY DID
      *    REPORT - TPL-XTR1 REJECTED THE ROW, THAT IS NOT A GAP
           IF (TAB-MAP-LAST-PER(TMP-J-TABLE) = TMP-PER-CUR) THEN
              MOVE 'R' TO TAB-MAP-STATUS(TMP-J-TABLE)
              ADD 1 TO TMP-COUNT-REPORTED
              GO TO CANDIDATE-CLASSIFY-EXIT
           END-IF
           MOVE 'P' TO TAB-MAP-STATUS(TMP-J-TABLE)
           ADD 1 TO TMP-COUNT-CAND
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-NP-MAX)
              IF (TAB-NP-PERIOD(TMP-I-TABLE)
                  = TAB-MAP-LAST-PER(TMP-J-TABLE)) THEN
                 GO TO CANDIDATE-CLASSIFY-EXIT
              END-IF
           END-PERFORM
           IF (TAB-NP-MAX >= TAB-NP-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-NP OVERFLOW - TOO MANY DISTINCT LAST PERIODS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-NP-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-NP-MAX
           MOVE TAB-MAP-LAST-PER(TMP-J-TABLE)
             TO TAB-NP-PERIOD(TAB-NP-MAX)
           .
       CANDIDATE-CLASSIFY-EXIT. EXIT.



      *****************************************************************
       HISTORY-PERIOD-AVERAGES SECTION.
      *===============================================================*
      *    SECOND PASS: EACH INDUSTRY'S SUM AND COUNT IN EVERY PERIOD *
      *    A CANDIDATE LAST REPORTED IN. THE INDUSTRY OF A HISTORY    *
      *    ROW IS THE ONE THE MAP CARRIES FOR ITS KEY                 *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM IHIST-READ
           PERFORM UNTIL (IHIST-EOF)
              MOVE 'N' TO TMP-FOUND-SW
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-NP-MAX)
                 IF (TAB-NP-PERIOD(TMP-I-TABLE) = HIST-PERIOD) THEN
                    MOVE 'Y' TO TMP-FOUND-SW
                 END-IF
              END-PERFORM
              IF (TMP-FOUND) THEN
                 PERFORM HISTORY-ROW-AVERAGE
              END-IF
              PERFORM IHIST-READ
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-PERIOD-AVERAGES-EXIT. EXIT.
      *****************************************************************
       HISTORY-ROW-AVERAGE SECTION.
      *===============================================================*
           PERFORM MAP-KEY-FIND
           IF (TMP-NOT-FOUND) THEN
              GO TO HISTORY-ROW-AVERAGE-EXIT
           END-IF
           MOVE HIST-NAME  TO LIFE-ARG-NAME
           MOVE HIST-STATE TO LIFE-ARG-STATE
           PERFORM AVERAGE-ELIGIBLE-CHECK
           IF (NOT TMP-ELIGIBLE) THEN
              GO TO HISTORY-ROW-AVERAGE-EXIT
           END-IF
           MOVE TAB-MAP-INDUSTRY(TAB-MAP-IDX) TO TMP-IA-INDUSTRY
           MOVE HIST-PERIOD                   TO TMP-IA-PERIOD
           PERFORM INDUSTRY-AVERAGE-FIND
           ADD HIST-GROWTH TO TAB-IA-SUM(TMP-I-TABLE)
           ADD 1           TO TAB-IA-COUNT(TMP-I-TABLE)
           .
       HISTORY-ROW-AVERAGE-EXIT. EXIT.



      *****************************************************************
       ESTIMATES-COMPUTE SECTION.
      *===============================================================*
      *    ESTIMATE = LAST OWN FIGURE + CHANGE OF THE INDUSTRY        *
      *    AVERAGE FROM THAT PERIOD TO THE EXTRACT. NO AVERAGE ON     *
      *    EITHER SIDE (OR AN ESTIMATE OUT OF THE GROWTH FIELD'S      *
      *    RANGE) LEAVES THE COMPANY UNIMPUTED                        *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-MAP-MAX)
              IF (TAB-MAP-STATUS(TMP-J-TABLE) = 'P') THEN
                 PERFORM ESTIMATE-ONE
              END-IF
           END-PERFORM
           .
       ESTIMATES-COMPUTE-EXIT. EXIT.
      *****************************************************************
       ESTIMATE-ONE SECTION.
      *===============================================================*
           MOVE 'N' TO TAB-MAP-STATUS(TMP-J-TABLE)
           MOVE 0   TO TMP-IA-CUR TMP-IA-LAST
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IA-MAX)
              IF (TAB-IA-INDUSTRY(TMP-I-TABLE)
                  = TAB-MAP-INDUSTRY(TMP-J-TABLE)) THEN
                 IF (TAB-IA-PERIOD(TMP-I-TABLE) = SPACES) THEN
                    MOVE TMP-I-TABLE TO TMP-IA-CUR
                 END-IF
                 IF (TAB-IA-PERIOD(TMP-I-TABLE)
                     = TAB-MAP-LAST-PER(TMP-J-TABLE)) THEN
                    MOVE TMP-I-TABLE TO TMP-IA-LAST
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-IA-CUR = 0) OR (TMP-IA-LAST = 0) THEN
              ADD 1 TO TMP-COUNT-NO-AVERAGE
              GO TO ESTIMATE-ONE-EXIT
           END-IF
           COMPUTE TMP-AVG-CUR ROUNDED =
              TAB-IA-SUM(TMP-IA-CUR) / TAB-IA-COUNT(TMP-IA-CUR)
           COMPUTE TMP-AVG-LAST ROUNDED =
              TAB-IA-SUM(TMP-IA-LAST) / TAB-IA-COUNT(TMP-IA-LAST)
           COMPUTE TAB-MAP-CHANGE(TMP-J-TABLE) ROUNDED =
              TMP-AVG-CUR - TMP-AVG-LAST
           COMPUTE TAB-MAP-ESTIMATE(TMP-J-TABLE) ROUNDED =
              TAB-MAP-LAST-GRW(TMP-J-TABLE) + TMP-AVG-CUR
              - TMP-AVG-LAST
              ON SIZE ERROR
                 ADD 1 TO TMP-COUNT-NO-AVERAGE
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'ESTIMATE OUT OF RANGE, NOT IMPUTED: '
                        TAB-MAP-NAME(TMP-J-TABLE) ' '
                        TAB-MAP-STATE(TMP-J-TABLE)
                   DELIMITED BY SIZE INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
                 GO TO ESTIMATE-ONE-EXIT
           END-COMPUTE
           MOVE 'I' TO TAB-MAP-STATUS(TMP-J-TABLE)
           ADD 1 TO TMP-COUNT-IMPUTED
           .
       ESTIMATE-ONE-EXIT. EXIT.



      *****************************************************************
       EXTRACT-REWRITE SECTION.
      *===============================================================*
      *    COPY THE EXTRACT TO THE .new FILE AND PUT EACH INDUSTRY'S  *
      *    IMPUTED ROWS BEHIND ITS REPORTED ONES. ESTIMATES LEFT IN   *
      *    BY AN EARLIER RUN ARE DROPPED AND MADE AFRESH              *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IVALID
           PERFORM FILE-OPEN-OUTPUT-OVALID
           MOVE LOW-VALUES TO TMP-IND-BREAK
           MOVE 0 TO TMP-COUNT-WRITTEN
           PERFORM FILE-READ-IVALID
           PERFORM UNTIL (IVALID-EOF)
              MOVE IVALID-RECORD TO VALID-REC
              IF (NOT VALID-IMPUTED) THEN
                 IF (VALID-INDUSTRY NOT = TMP-IND-BREAK) THEN
                    IF (TMP-IND-BREAK NOT = LOW-VALUES) THEN
                       PERFORM IMPUTED-ROWS-WRITE
                       MOVE IVALID-RECORD TO VALID-REC
                    END-IF
                    MOVE VALID-INDUSTRY TO TMP-IND-BREAK
                 END-IF
                 MOVE IVALID-RECORD TO OVALID-RECORD
                 PERFORM FILE-WRITE-OVALID
                 ADD 1 TO TMP-COUNT-WRITTEN
              END-IF
              PERFORM FILE-READ-IVALID
           END-PERFORM
           IF (TMP-IND-BREAK NOT = LOW-VALUES) THEN
              PERFORM IMPUTED-ROWS-WRITE
           END-IF
           PERFORM FILE-CLOSE-IVALID
           PERFORM FILE-CLOSE-OVALID
      *    CERTIFY THE NEW EXTRACT (SEE CTRL1) BEFORE IT GOES LIVE
           MOVE OVALID-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           PERFORM PROMOTE-NEW-EXTRACT

      *    THE REPORTS RECONCILE THEIR READ COUNT AGAINST THIS FILE
           PERFORM FILE-OPEN-OUTPUT-OVCTL
           MOVE SPACES            TO OVCTL-REC
           MOVE TMP-COUNT-WRITTEN TO OVCTL-REC-COUNT
           MOVE OVCTL-REC         TO OVCTL-RECORD
           PERFORM FILE-WRITE-OVCTL
           PERFORM FILE-CLOSE-OVCTL
           .
       EXTRACT-REWRITE-EXIT. EXIT.
      *****************************************************************
       IMPUTED-ROWS-WRITE SECTION.
      *===============================================================*
      *    THE IMPUTED ROWS OF INDUSTRY TMP-IND-BREAK, IN KEY ORDER - *
      *    THE COMPANIES LAYOUT, NO REGION, THE COMPANY-ID FROM THE   *
      *    CROSS-REFERENCE (BLANK WHEN IT HAS NONE), MARKER 'I'       *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-MAP-MAX)
              IF (TAB-MAP-STATUS(TMP-I-TABLE) = 'I')
                 AND (TAB-MAP-INDUSTRY(TMP-I-TABLE) = TMP-IND-BREAK)
                 THEN
                 MOVE SPACES                       TO VALID-REC
                 MOVE TAB-MAP-NAME(TMP-I-TABLE)     TO VALID-NAME
                 MOVE TAB-MAP-STATE(TMP-I-TABLE)    TO VALID-STATE
                 MOVE TAB-MAP-INDUSTRY(TMP-I-TABLE) TO VALID-INDUSTRY
                 MOVE TAB-MAP-ESTIMATE(TMP-I-TABLE) TO VALID-GROWTH
                 PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                           UNTIL (TMP-J-TABLE > TAB-XR-MAX)
                    IF (TAB-XR-NAME(TMP-J-TABLE) = VALID-NAME)
                       AND (TAB-XR-STATE(TMP-J-TABLE) = VALID-STATE)
                       THEN
                       MOVE TAB-XR-ID(TMP-J-TABLE) TO VALID-COMPANY-ID
                    END-IF
                 END-PERFORM
                 MOVE 'I'                          TO VALID-IMPUTED-SW
                 MOVE VALID-REC                    TO OVALID-RECORD
                 PERFORM FILE-WRITE-OVALID
                 ADD 1 TO TMP-COUNT-WRITTEN
              END-IF
           END-PERFORM
           .
       IMPUTED-ROWS-WRITE-EXIT. EXIT.



      *****************************************************************
       XREF-LOAD SECTION.
      *===============================================================*
      *    COMPANY-ID CROSS-REFERENCE (OPTIONAL) - A MISSING COMPANY  *
      *    IS NOT ON THE EXTRACT, SO ITS ID STAMP IS NOT THERE TO     *
      *    COPY ONTO THE IMPUTED ROW                                  *
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-NO) THEN
              MOVE 'NO COMPANY-ID XREF - IMPUTED ROWS CARRY NO ID'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO XREF-LOAD-EXIT
           END-IF
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
           .
       XREF-LOAD-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-EXTRACT SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE (SEE GENPROSE.cob) - THE        *
      * EXTRACT AS TPL-XTR1 WROTE IT STAYS BEHIND AS A GENERATION     *
      *---------------------------------------------------------------*
           MOVE IVALID-PATH TO GEN-MASTER-PATH
           MOVE OVALID-PATH TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       PROMOTE-NEW-EXTRACT-EXIT. EXIT.



      *****************************************************************
       LISTING-WRITE SECTION.
      *===============================================================*
      *    EVERY MISSING COMPANY WITH ITS DISPOSITION, THEN THE COUNTS*
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OIMPU
           MOVE TMP-TODAY         TO OIMPU-H0-DATE
           MOVE TMP-PER-CUR       TO OIMPU-H0-PERIOD
           MOVE TMP-MAX-PERIODS   TO OIMPU-H0-MAX
           MOVE OIMPU-H0          TO OIMPU-REC
           PERFORM OIMPU-WRITE
           MOVE OIMPU-HR2         TO OIMPU-REC
           PERFORM OIMPU-WRITE
           MOVE OIMPU-H1          TO OIMPU-REC
           PERFORM OIMPU-WRITE

           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-MAP-MAX)
              IF (TAB-MAP-STATUS(TMP-J-TABLE) NOT = SPACE) THEN
                 PERFORM LISTING-ROW-WRITE
              END-IF
           END-PERFORM

           MOVE SPACES TO OIMPU-REC
           PERFORM OIMPU-WRITE
           MOVE OIMPU-HR2 TO OIMPU-REC
           PERFORM OIMPU-WRITE
           MOVE 'ROWS ON THE VALIDATED EXTRACT'  TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-VALID                  TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'COMPANIES IMPUTED'              TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-IMPUTED                TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - CLOSED'           TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-CLOSED                 TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - SUSPENDED'        TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-SUSPENDED              TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - LEGAL HOLD'       TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-HELD                   TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - MISSING TOO LONG' TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-LIMIT                  TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - NO OWN FIGURE ON HISTORY'
             TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-NO-FIGURE              TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - REPORTED, REJECTED UPSTREAM'
             TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-REPORTED               TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           MOVE 'NOT IMPUTED - NO INDUSTRY AVERAGE'
             TO OIMPU-T9-LABEL
           MOVE TMP-COUNT-NO-AVERAGE             TO OIMPU-T9-VALUE
           PERFORM LISTING-COUNT-WRITE
           PERFORM FILE-CLOSE-OIMPU
           .
       LISTING-WRITE-EXIT. EXIT.
      *****************************************************************
       LISTING-ROW-WRITE SECTION.
      *===============================================================*
           MOVE SPACES                        TO OIMPU-R1-LAST
                                                 OIMPU-R1-CHANGE
                                                 OIMPU-R1-ESTIMATE
           MOVE TAB-MAP-NAME(TMP-J-TABLE)     TO OIMPU-R1-NAME
           MOVE TAB-MAP-STATE(TMP-J-TABLE)    TO OIMPU-R1-STATE
           MOVE TAB-MAP-INDUSTRY(TMP-J-TABLE) TO OIMPU-R1-INDUSTRY
           MOVE TAB-MAP-MISSING(TMP-J-TABLE)  TO OIMPU-R1-MISSING
           MOVE TAB-MAP-LAST-PER(TMP-J-TABLE) TO OIMPU-R1-PERIOD
           IF (TAB-MAP-LAST-PER(TMP-J-TABLE) NOT = SPACES) THEN
              MOVE TAB-MAP-LAST-GRW(TMP-J-TABLE) TO TMP-GRW-EDIT
              MOVE TMP-GRW-EDIT                  TO OIMPU-R1-LAST
           END-IF
           EVALUATE TAB-MAP-STATUS(TMP-J-TABLE)
             WHEN 'I'
               MOVE TAB-MAP-CHANGE(TMP-J-TABLE)   TO TMP-CHG-EDIT
               MOVE TMP-CHG-EDIT                  TO OIMPU-R1-CHANGE
               MOVE TAB-MAP-ESTIMATE(TMP-J-TABLE) TO TMP-GRW-EDIT
               MOVE TMP-GRW-EDIT                  TO OIMPU-R1-ESTIMATE
               MOVE 'IMPUTED'                     TO OIMPU-R1-TEXT
             WHEN 'C'
               MOVE 'CLOSED - NOT IMPUTED'        TO OIMPU-R1-TEXT
             WHEN 'S'
               MOVE 'SUSPENDED - NOT IMPUTED'     TO OIMPU-R1-TEXT
             WHEN 'H'
               MOVE 'LEGAL HOLD - NOT IMPUTED'    TO OIMPU-R1-TEXT
             WHEN 'X'
               MOVE 'MISSING TOO LONG'            TO OIMPU-R1-TEXT
             WHEN 'F'
               MOVE 'NO OWN FIGURE ON HISTORY'    TO OIMPU-R1-TEXT
             WHEN 'R'
               MOVE 'REPORTED, REJECTED UPSTREAM' TO OIMPU-R1-TEXT
             WHEN OTHER
               MOVE 'NO INDUSTRY AVERAGE'         TO OIMPU-R1-TEXT
           END-EVALUATE
           MOVE OIMPU-R1 TO OIMPU-REC
           PERFORM OIMPU-WRITE
           .
       LISTING-ROW-WRITE-EXIT. EXIT.
      *****************************************************************
       LISTING-COUNT-WRITE SECTION.
      *===============================================================*
           MOVE OIMPU-T9 TO OIMPU-REC
           PERFORM OIMPU-WRITE
           MOVE SPACES   TO OIMPU-T9
           .
       LISTING-COUNT-WRITE-EXIT. EXIT.



      *****************************************************************
       AVERAGE-ELIGIBLE-CHECK SECTION.
      *===============================================================*
      *    A HELD OR CLOSED COMPANY COUNTS IN NO AVERAGE - THE SAME   *
      *    COMPANIES THE REPORTS LEAVE OUT (CALLER SETS LIFE-ARG-NAME *
      *    AND LIFE-ARG-STATE)                                        *
      *---------------------------------------------------------------*
           MOVE 'N' TO TMP-ELIGIBLE-SW
           PERFORM LIFECYCLE-STATUS-LOOKUP
           IF (LIFE-ARG-CLOSED) THEN
              GO TO AVERAGE-ELIGIBLE-CHECK-EXIT
           END-IF
           MOVE LIFE-ARG-NAME  TO CLGL1CA-NAME
           MOVE LIFE-ARG-STATE TO CLGL1CA-STATE
           PERFORM CHECK-LEGAL-HOLD
           IF (CLGL1CA-HELD) THEN
              GO TO AVERAGE-ELIGIBLE-CHECK-EXIT
           END-IF
           MOVE 'Y' TO TMP-ELIGIBLE-SW
           .
       AVERAGE-ELIGIBLE-CHECK-EXIT. EXIT.
      *****************************************************************
       INDUSTRY-AVERAGE-FIND SECTION.
      *===============================================================*
      *    TMP-I-TABLE = THE ENTRY OF TMP-IA-INDUSTRY/TMP-IA-PERIOD,  *
      *    OPENED EMPTY ON FIRST USE                                  *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IA-MAX)
              IF (TAB-IA-INDUSTRY(TMP-I-TABLE) = TMP-IA-INDUSTRY)
                 AND (TAB-IA-PERIOD(TMP-I-TABLE) = TMP-IA-PERIOD) THEN
                 GO TO INDUSTRY-AVERAGE-FIND-EXIT
              END-IF
           END-PERFORM
           IF (TAB-IA-MAX >= TAB-IA-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-IA OVERFLOW - TOO MANY INDUSTRY PERIODS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-IA-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-IA-MAX
           MOVE TAB-IA-MAX      TO TMP-I-TABLE
           MOVE TMP-IA-INDUSTRY TO TAB-IA-INDUSTRY(TMP-I-TABLE)
           MOVE TMP-IA-PERIOD   TO TAB-IA-PERIOD(TMP-I-TABLE)
           MOVE 0               TO TAB-IA-SUM(TMP-I-TABLE)
           MOVE 0               TO TAB-IA-COUNT(TMP-I-TABLE)
           .
       INDUSTRY-AVERAGE-FIND-EXIT. EXIT.
      *****************************************************************
       MAP-KEY-FIND SECTION.
      *===============================================================*
      *    TAB-MAP-IDX = THE MAP ENTRY OF THE CURRENT HISTORY ROW     *
      *---------------------------------------------------------------*
           MOVE 'N' TO TMP-FOUND-SW
           MOVE HIST-NAME  TO TMP-CO-KEY(1:38)
           MOVE HIST-STATE TO TMP-CO-KEY(39:2)
           IF (TAB-MAP-MAX > 0) THEN
              SEARCH ALL TAB-MAP
                WHEN (TAB-MAP-KEY(TAB-MAP-IDX) = TMP-CO-KEY)
                  MOVE 'Y' TO TMP-FOUND-SW
              END-SEARCH
           END-IF
           .
       MAP-KEY-FIND-EXIT. EXIT.
      *****************************************************************
       IHIST-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IHIST
           IF (NOT IHIST-EOF) THEN
              MOVE IHIST-RECORD TO HIST-REC
      *       A SUCCEEDED KEY IS TRANSLATED ON THE WAY IN SO A RENAMED
      *       COMPANY IS NOT TAKEN FOR A MISSING ONE
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
       OIMPU-WRITE SECTION.
      *===============================================================*
           MOVE OIMPU-REC TO OIMPU-RECORD
           PERFORM FILE-WRITE-OIMPU
           .
       OIMPU-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-VALID TO PGM-THROUGHPUT-COUNT

      *    WRITTEN SWITCHED OFF TOO (ALL ZERO) SO TPL-BAL1 NEVER
      *    BALANCES AGAINST AN EARLIER NIGHT'S IMPUTATION
           PERFORM FILE-OPEN-OUTPUT-ORECON
           MOVE SPACES            TO ORECON-REC
           COMPUTE ORECON-ICOMP-COUNT = TMP-COUNT-VALID
                                      - TMP-COUNT-STALE
           MOVE 0                 TO ORECON-ISABB-COUNT
           MOVE 0                 TO ORECON-IMAST-COUNT
           MOVE TMP-COUNT-IMPUTED TO ORECON-OREPORT-COUNT
           MOVE 0                 TO ORECON-OREJECT-COUNT
           MOVE 0                 TO ORECON-FILTERED-COUNT
           MOVE 'OK'              TO ORECON-RECON-STATUS
           MOVE ORECON-ICOMP-COUNT TO ORECON-EXPECTED-COUNT
           MOVE 0                 TO ORECON-OBADROW-COUNT
           MOVE 0                 TO ORECON-REVIEW-COUNT
           COMPUTE ORECON-ACCEPTED-COUNT = ORECON-ICOMP-COUNT
                                         + TMP-COUNT-IMPUTED
           MOVE 0                 TO ORECON-ASOF-COUNT
           MOVE 0                 TO ORECON-DUP-COUNT
           MOVE ORECON-REC        TO ORECON-RECORD
           PERFORM FILE-WRITE-ORECON
           PERFORM FILE-CLOSE-ORECON

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IVALID........: ' TMP-COUNT-VALID
           DISPLAY 'INPUT ICHURN........: ' TMP-COUNT-CHURN
           DISPLAY 'INPUT IHIST.........: ' TMP-COUNT-HIST
           DISPLAY 'CURRENT PERIOD......: ' TMP-PER-CUR
           DISPLAY 'COMPANIES IMPUTED...: ' TMP-COUNT-IMPUTED
           DISPLAY 'EXTRACT ROWS WRITTEN: ' TMP-COUNT-WRITTEN
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
            ==:V1:== BY ==IVALID==
            ==:V2:== BY ==IVALID-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==ICHURN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.
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
            ==:V1:== BY ==OVALID==
            ==:V2:== BY ==OVALID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OVCTL==
            ==:V2:== BY ==OVCTL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OIMPU==
            ==:V2:== BY ==OIMPU-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORECON==
            ==:V2:== BY ==ORECON-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-IMPU1.
      *****************************************************************
