       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-SAMP1.
      *****************************************************************
      * TPL-SAMP1: AUDIT SAMPLE SELECTION AND PICK LIST               *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EVERY YEAR THE EXTERNAL AUDITORS ASK FOR A SAMPLE OF          *
      * COMPANIES PER INDUSTRY TO CHECK BACK TO THE SOURCE REVENUE    *
      * DOCUMENTS, AND IT WAS PICKED BY HAND. THIS PROGRAM DRAWS A    *
      * REPRODUCIBLE STRATIFIED SAMPLE FROM THE CURRENT MASTER: PER   *
      * INDUSTRY EVERY WATCHLISTED, RESTATED AND IMPUTED COMPANY IS   *
      * TAKEN, THE REST OF THE INDUSTRY'S QUOTA IS DRAWN BY A SEEDED  *
      * SCORE, AND THE AUDITORS' PICK LIST SHOWS THE FIGURE WE        *
      * PUBLISHED WITH ITS LINEAGE REFERENCES (THE TOUCHPOINTS        *
      * TPL-TRCE1 WALKS, AND THE TRACE REQUEST THAT REPRINTS THEM).   *
      * THE FINDINGS ARE TRACKED AGAINST THE SAMPLE BY TPL-SAMP2.     *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IPARM  - OPTIONAL (IO/sampparm.txt), KEYWORD=VALUE:           *
      *          YEAR=YYYY      AUDIT YEAR (DEFAULT THE RUN YEAR)     *
      *          SEED=n         SEED OF THE DRAW (DEFAULT THE YEAR)   *
      *          SIZE=n         COMPANIES PER INDUSTRY (DEFAULT 5)    *
      *          INDUSTRY=<INDUSTRY>|<n>  QUOTA OF ONE INDUSTRY       *
      *          DATE=YYYYMMDD  RUN DATE OF THE PUBLISHED FIGURES     *
      *                         (DEFAULT THE RUN DATE)                *
      *          '*' IN COLUMN 1 IS A COMMENT                         *
      * ICOMP  - MERGED MASTER (IO/companies.txt)                     *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt), OPTIONAL        *
      * IHIST  - HISTORY MASTER (IO/growthhist.txt), OPTIONAL - A     *
      *          COMPANY WITH A RESTATED PERIOD IN THE AUDIT YEAR     *
      * IVALID - VALIDATED EXTRACT (IO/validated.txt), OPTIONAL - THE *
      *          ROWS TPL-IMPU1 ESTIMATED (MARKER 'I' IN BYTE 97). AN *
      *          ESTIMATED COMPANY IS MISSING FROM THE MASTER, SO ITS *
      *          ESTIMATE JOINS THE DRAW AS A ROW OF ITS OWN          *
      * ISNAP  - CSV SNAPSHOT OF THE DATE (IO/SNAPSHOT_<date>.csv, OR *
      *          ITS .draft WHEN NOT RELEASED YET) - THE PUBLISHED    *
      *          FIGURES                                              *
      * IMSTAT - MERGE SUMMARY (IO/mergestatus.txt), OPTIONAL         *
      * IGL    - GL EXTRACT (IO/glextract.txt), OPTIONAL              *
      * IJRNL  - MAINTENANCE JOURNAL (IO/companiesjrn.txt), OPTIONAL  *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSAMP  - THE SAMPLE (IO/auditsample.txt), ONE ROW PER PICK:   *
      *          YEAR X(4), INDUSTRY X(23), NAME X(38), STATE X(2),   *
      *          REASON X(1) (F FORCED, S SAMPLED), FORCE FLAGS X(3)  *
      *          (W WATCHLIST, R RESTATED, I IMPUTED), SCORE 9(9),    *
      *          PUBLISHED GROWTH X(8), REGION X(2)                   *
      * OPICK  - AUDITORS' PICK LIST (IO/auditpicklist.txt)           *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE SCORE OF A COMPANY IS A LINEAR-CONGRUENTIAL HASH OF THE   *
      * SEED AND ITS NAME + STATE (THE GENERATOR OF TPL-TGEN1), SO    *
      * THE DRAW DEPENDS NEITHER ON THE ORDER OF THE MASTER NOR ON    *
      * THE OTHER COMPANIES: THE SAME SEED DRAWS THE SAME COMPANIES   *
      * AGAIN, AND A NEW COMPANY CANNOT DISPLACE AN EXISTING PICK     *
      * UNLESS IT SCORES LOWER. THE MASTER IS SORTED BY INDUSTRY,     *
      * FORCED FIRST, THEN SCORE (FILE-SORT PASS AS IN TPL-AUDT2);    *
      * PER INDUSTRY THE FORCED COMPANIES ARE ALL TAKEN - EVEN BEYOND *
      * THE QUOTA - AND THE LOWEST SCORES FILL THE REST OF IT.        *
      * A PICK WITHOUT A PUBLISHED FIGURE ENDS THE RUN WITH RC 4.     *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * IMPUTED COMPANIES TAKEN FROM THE ESTIMATES ON validated.txt   *
      * (BYTE 88 OF THE MASTER IS THE COMPANY-ID, NOT A MARKER)       *
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IVALID==
            ==:V2:== BY ==IVALID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISNAP==
            ==:V2:== BY ==TMP-ISNAP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IMSTAT==
            ==:V2:== BY ==IMSTAT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGL==
            ==:V2:== BY ==IGL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSAMP==
            ==:V2:== BY ==OSAMP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPICK==
            ==:V2:== BY ==OPICK-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE FOR THE DRAW (SEE SAMPLE-DRAW) - THE
      *    RUNTIME OWNS ITS PLACEMENT
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IVALID==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISNAP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IMSTAT==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSAMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPICK==
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
      *    ONE COMPANY OF THE MASTER - INDUSTRY, FORCED FIRST ('0'),
      *    THEN THE SCORE OF THE DRAW; SOURCE 'E' = AN ESTIMATE OF
      *    TPL-IMPU1 FOR A COMPANY MISSING FROM THE MASTER
       SD  SWORK.
       01  SWORK-REC.
           05 SW-INDUSTRY             PIC X(23).
           05 SW-FORCED               PIC X(1).
           05 SW-SCORE                PIC 9(9).
           05 SW-NAME                 PIC X(38).
           05 SW-STATE                PIC X(2).
           05 SW-GROWTH               PIC S9(3)V99.
           05 SW-REGION               PIC X(2).
           05 SW-FLAGS                PIC X(3).
           05 SW-SOURCE               PIC X(1).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IPARM = SAMPLE REQUEST (KEYWORD=VALUE)                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).

       01 SAMP-REQUEST.
           05 SAMP-YEAR               PIC X(4).
           05 SAMP-SEED               PIC 9(9).
           05 SAMP-SIZE               PIC 9(5)    VALUE 5.
           05 SAMP-DATE               PIC X(8).
           05 SAMP-DATE-N REDEFINES SAMP-DATE
                                      PIC 9(8).
           05 SAMP-SEED-SW            PIC X(1)    VALUE 'N'.

      *---------------------------------------------------------------*
      * QUOTAS OF SINGLE INDUSTRIES (INDUSTRY=<INDUSTRY>|<n>)         *
      *---------------------------------------------------------------*
       01 QUOTAS.
           05 TAB-SZ-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-SZ-DIM              PIC S9(9) BINARY VALUE 99.
           05 TAB-SZ                  OCCURS 1   TO          99
                                      DEPENDING  ON  TAB-SZ-MAX.
              10 TAB-SZ-INDUSTRY      PIC X(23).
              10 TAB-SZ-SIZE          PIC 9(5).
       01 TMP-SZ-KEY                  PIC X(40).
       01 TMP-SZ-VAL-X                PIC X(20).

      *---------------------------------------------------------------*
      * INPUT ICOMP = MERGED MASTER (LAYOUT AS TPL-BAT1 READS IT)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
           05 ICOMP-VERSION            PIC X(1).
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 ICOMP-COMPANY-ID         PIC X(9).
           05 FILLER                   PIC X(4).

      *---------------------------------------------------------------*
      * FORCED COMPANIES - IMPUTED (TPL-IMPU1): THE ESTIMATE ROWS OF  *
      * THE VALIDATED EXTRACT                                         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IVALID==.
       01 VALID-REC.
           05 VALID-NAME               PIC X(38).
           05 VALID-STATE              PIC X(2).
           05 VALID-INDUSTRY           PIC X(23).
           05 VALID-GROWTH             PIC S9(3)V99.
           05 FILLER                   PIC X(19).
           05 VALID-COMPANY-ID         PIC X(9).
           05 VALID-IMPUTED-SW         PIC X(1).
              88 VALID-IMPUTED             VALUE 'I'.
           05 FILLER                   PIC X(3).
       01 ESTIMATES.
           05 TAB-ES-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-ES-DIM              PIC S9(9) BINARY VALUE 9999.
           05 TAB-ES                  OCCURS 1   TO          9999
                                      DEPENDING  ON  TAB-ES-MAX.
              10 TAB-ES-KEY           PIC X(40).
              10 TAB-ES-INDUSTRY      PIC X(23).
              10 TAB-ES-GROWTH        PIC S9(3)V99.
              10 TAB-ES-ON-MASTER-SW  PIC X(1).

      *---------------------------------------------------------------*
      * FORCED COMPANIES - WATCHLISTED (TPL-WTCH1) AND RESTATED IN    *
      * THE AUDIT YEAR (TPL-RSTM1)                                    *
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
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 HIST-RST-SW              PIC X(1).
              88 HIST-RESTATED             VALUE 'R'.
           05 FILLER                   PIC X(28).
       01 FORCED-KEYS.
           05 TAB-FK-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-FK-DIM              PIC S9(9) BINARY VALUE 9999.
           05 TAB-FK                  OCCURS 1   TO          9999
                                      DEPENDING  ON  TAB-FK-MAX.
              10 TAB-FK-KEY           PIC X(40).
              10 TAB-FK-FLAG          PIC X(1).

      *---------------------------------------------------------------*
      * THE SAMPLE, IN INDUSTRY ORDER AS IT COMES OFF THE SORT        *
      *---------------------------------------------------------------*
       01 SAMPLE.
           05 TAB-SM-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-SM-DIM              PIC S9(9) BINARY VALUE 2999.
           05 TAB-SM                  OCCURS 1   TO          2999
                                      DEPENDING  ON  TAB-SM-MAX.
              10 TAB-SM-INDUSTRY      PIC X(23).
              10 TAB-SM-KEY.
                 15 TAB-SM-NAME       PIC X(38).
                 15 TAB-SM-STATE      PIC X(2).
              10 TAB-SM-REASON        PIC X(1).
              10 TAB-SM-FLAGS         PIC X(3).
              10 TAB-SM-SOURCE        PIC X(1).
              10 TAB-SM-SCORE         PIC 9(9).
              10 TAB-SM-GROWTH        PIC S9(3)V99.
              10 TAB-SM-REGION        PIC X(2).
              10 TAB-SM-PUBLISHED     PIC X(8).
              10 TAB-SM-EXTRACT       PIC X(40).
              10 TAB-SM-GL-SW         PIC X(1).
              10 TAB-SM-TOUCHES       PIC 9(5).
              10 TAB-SM-LAST-TOUCH    PIC X(14).

      *---------------------------------------------------------------*
      * ONE INDUSTRY'S TALLY WHILE IT COMES OFF THE SORT              *
      *---------------------------------------------------------------*
       01 INDUSTRIES.
           05 TAB-IN-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-IN-DIM              PIC S9(9) BINARY VALUE 999.
           05 TAB-IN                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-IN-MAX.
              10 TAB-IN-INDUSTRY      PIC X(23).
              10 TAB-IN-POPULATION    PIC 9(7).
              10 TAB-IN-QUOTA         PIC 9(5).
              10 TAB-IN-FORCED        PIC 9(5).
              10 TAB-IN-DRAWN         PIC 9(5).

      *---------------------------------------------------------------*
      * LINEAGE SOURCES                                               *
      *---------------------------------------------------------------*
       01 TMP-ISNAP-PATH              PIC X(60).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISNAP==.
       01 SNAP-FIELDS.
           05 SNAP-NAME               PIC X(38).
           05 SNAP-STATE              PIC X(2).
           05 SNAP-INDUSTRY           PIC X(23).
           05 SNAP-GROWTH             PIC X(8).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMSTAT==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGL==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IJRNL==.
       01 TMP-JRNL-REC                PIC X(223).

      *---------------------------------------------------------------*
      * OUTPUT OSAMP = THE SAMPLE                                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSAMP==.
       01 OSAMP-REC.
           05 OSAMP-YEAR              PIC X(4).
           05 OSAMP-INDUSTRY          PIC X(23).
           05 OSAMP-NAME              PIC X(38).
           05 OSAMP-STATE             PIC X(2).
           05 OSAMP-REASON            PIC X(1).
           05 OSAMP-FLAGS             PIC X(3).
           05 OSAMP-SCORE             PIC 9(9).
           05 OSAMP-PUBLISHED         PIC X(8).
           05 OSAMP-REGION            PIC X(2).
           05 FILLER                  PIC X(10).

      *---------------------------------------------------------------*
      * OUTPUT OPICK = AUDITORS' PICK LIST                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPICK==.
       01 OPICK-REC                   PIC X(132)  VALUE SPACES.
       01 OPICK-HR1                   PIC X(132)  VALUE ALL '-'.
       01 OPICK-HR2                   PIC X(132)  VALUE ALL '='.
       01 OPICK-DH.
           05 FILLER                  PIC X(4)    VALUE ' NO.'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(38)   VALUE 'COMPANY'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(2)    VALUE 'ST'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(10)   VALUE 'PUBLISHED'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE '  MASTER'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(30)   VALUE 'SELECTED AS'.
       01 OPICK-D.
           05 OPICK-D-NO              PIC Z(3)9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OPICK-D-NAME            PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OPICK-D-STATE           PIC X(2).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OPICK-D-PUBLISHED       PIC X(10).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OPICK-D-MASTER          PIC -ZZ9,99.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OPICK-D-REASON          PIC X(40).

      *---------------------------------------------------------------*
      * THE DRAW                                                      *
      *---------------------------------------------------------------*
       01 RAND-FIELDS.
           05 RAND-SEED               PIC S9(18)  BINARY.
           05 RAND-P                  PIC S9(4)   BINARY.
           05 RAND-KEY                PIC X(40).
       01 DRAW-WORK.
           05 TMP-SORT-EOF-SW         PIC X(1).
           05 TMP-CUR-INDUSTRY        PIC X(23).
           05 TMP-KEY                 PIC X(40).
           05 TMP-FLAGS               PIC X(3).
           05 TMP-SOURCE              PIC X(1).
           05 TMP-FOUND-SW            PIC X(1).
           05 TMP-REASON-TXT          PIC X(40).
           05 TMP-PTR                 PIC S9(4)   BINARY.
           05 TMP-NUM-ED              PIC Z(6)9.
           05 TMP-TODAY               PIC X(8).
           05 TMP-TS-ED               PIC X(19).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
       01 COUNTER.
           05 TMP-COUNT-MASTER        PIC 9(7).
           05 TMP-COUNT-ESTIMATE      PIC 9(7).
           05 TMP-COUNT-SAMPLE        PIC 9(7).
           05 TMP-COUNT-FORCED        PIC 9(7).
           05 TMP-COUNT-UNPUBLISHED   PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/sampparm.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IVALID-PATH                PIC X(40)
                                      VALUE 'IO/validated.txt'.
       01 IMSTAT-PATH                PIC X(40)
                                      VALUE 'IO/mergestatus.txt'.
       01 IGL-PATH                   PIC X(40)
                                      VALUE 'IO/glextract.txt'.
       01 IJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSAMP-PATH                 PIC X(40)
                                      VALUE 'IO/auditsample.txt'.
       01 OPICK-PATH                 PIC X(40)
                                      VALUE 'IO/auditpicklist.txt'.
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

           PERFORM FORCED-WATCHLIST-LOAD
           PERFORM FORCED-RESTATED-LOAD
           PERFORM FORCED-IMPUTED-LOAD
           PERFORM SAMPLE-DRAW
           PERFORM LINEAGE-PUBLISHED
           PERFORM LINEAGE-EXTRACTS
           PERFORM LINEAGE-GL
           PERFORM LINEAGE-JOURNAL
           PERFORM SAMPLE-WRITE
           PERFORM PICKLIST-WRITE

           IF (TMP-COUNT-UNPUBLISHED > 0) THEN
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
           MOVE 'TPL-SAMP1'                          TO PGM-NAME
           MOVE 'AUDIT SAMPLE SELECTION AND PICK LIST'
             TO PGM-DESCRIPTION
      *    END-MOVE
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
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IVALID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IVALID-PATH
           MOVE IMSTAT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IMSTAT-PATH
           MOVE IGL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGL-PATH
           MOVE IJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNL-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSAMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSAMP-PATH
           MOVE OPICK-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPICK-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-TODAY
           MOVE TMP-TODAY(1:4)             TO SAMP-YEAR
           MOVE TMP-TODAY                  TO SAMP-DATE

      *---------------------------------------------------------------*
      * READ THE SAMPLE REQUEST (OPTIONAL)                            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 IF (IPARM-RECORD(1:1) NOT = '*') THEN
                    PERFORM PARM-CARD
                 END-IF
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF

           IF (SAMP-YEAR NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID SAMPPARM YEAR: ' SAMP-YEAR
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED YEAR=YYYY' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (SAMP-DATE NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID SAMPPARM DATE: ' SAMP-DATE
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED DATE=YYYYMMDD' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (FUNCTION TEST-DATE-YYYYMMDD(SAMP-DATE-N) NOT = 0) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID SAMPPARM DATE: ' SAMP-DATE
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED DATE=YYYYMMDD' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
      *    NO SEED GIVEN: THE AUDIT YEAR, SO A RERUN OF THE SAME YEAR
      *    DRAWS THE SAME SAMPLE
           IF (SAMP-SEED-SW = 'N') THEN
              MOVE SAMP-YEAR TO SAMP-SEED
           END-IF

           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO MASTER TO SAMPLE (IO/companies.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-CLOSE-ICOMP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       PARM-CARD SECTION.
      *===============================================================*
           MOVE SPACES TO IPARM-KEY IPARM-VAL
           UNSTRING IPARM-RECORD DELIMITED BY '='
             INTO IPARM-KEY IPARM-VAL
           END-UNSTRING
           EVALUATE FUNCTION TRIM(IPARM-KEY)
             WHEN 'YEAR'
               MOVE IPARM-VAL(1:4) TO SAMP-YEAR
             WHEN 'DATE'
               MOVE IPARM-VAL(1:8) TO SAMP-DATE
             WHEN 'SEED'
               IF (FUNCTION TEST-NUMVAL(IPARM-VAL) = 0) THEN
                  COMPUTE SAMP-SEED = FUNCTION NUMVAL(IPARM-VAL)
                  MOVE 'Y' TO SAMP-SEED-SW
               ELSE
                  PERFORM PARM-CARD-INVALID
               END-IF
             WHEN 'SIZE'
               IF (FUNCTION TEST-NUMVAL(IPARM-VAL) = 0) THEN
                  COMPUTE SAMP-SIZE = FUNCTION NUMVAL(IPARM-VAL)
               ELSE
                  PERFORM PARM-CARD-INVALID
               END-IF
             WHEN 'INDUSTRY'
               PERFORM QUOTA-CARD-ADD
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               STRING 'UNKNOWN SAMPPARM KEYWORD IGNORED: '
                      IPARM-KEY
                 DELIMITED BY SIZE
                 INTO APP-LOG-LINE
               END-STRING
               PERFORM SCHREIBE-APP-LOG-LINE
           END-EVALUATE
           .
       PARM-CARD-EXIT. EXIT.



      *****************************************************************
       PARM-CARD-INVALID SECTION.
      *===============================================================*
           MOVE '905' TO PGM-ERR-RC
           STRING 'INVALID SAMPPARM CARD: ' IPARM-RECORD
             DELIMITED BY SIZE INTO PGM-ERR-MSG1
           END-STRING
           MOVE 'SEED= AND SIZE= TAKE A WHOLE NUMBER' TO PGM-ERR-MSG2
           MOVE SPACE TO PGM-ERR-MSG3
           PERFORM PGM-ERR
           .
       PARM-CARD-INVALID-EXIT. EXIT.



      *****************************************************************
       QUOTA-CARD-ADD SECTION.
      *===============================================================*
      *    INDUSTRY=<INDUSTRY>|<n> - THE CARD SHAPE OF TPL-STRS1      *
           MOVE SPACES TO TMP-SZ-KEY TMP-SZ-VAL-X
           UNSTRING IPARM-VAL DELIMITED BY '|'
             INTO TMP-SZ-KEY TMP-SZ-VAL-X
           END-UNSTRING
           IF (TMP-SZ-KEY = SPACES)
              OR (TMP-SZ-VAL-X = SPACES)
              OR (FUNCTION TEST-NUMVAL(TMP-SZ-VAL-X) NOT = 0) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'INVALID SAMPPARM CARD: ' IPARM-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED INDUSTRY=<INDUSTRY>|<n>' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TAB-SZ-MAX >= TAB-SZ-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-SZ OVERFLOW - TOO MANY INDUSTRY= CARDS'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-SZ-MAX
           MOVE TMP-SZ-KEY TO TAB-SZ-INDUSTRY(TAB-SZ-MAX)
           COMPUTE TAB-SZ-SIZE(TAB-SZ-MAX) =
              FUNCTION NUMVAL(TMP-SZ-VAL-X)
           .
       QUOTA-CARD-ADD-EXIT. EXIT.



      *****************************************************************
       FORCED-WATCHLIST-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY ON THE WATCHLIST (NOT ONLY BEING TRACKED)    *
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-NO) THEN
              MOVE 'WATCHLIST NOT ON DISK - NO WATCHLIST FORCING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO FORCED-WATCHLIST-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IWATCH
           PERFORM UNTIL (IWATCH-EOF)
              MOVE IWATCH-RECORD TO WL-REC
              IF (WL-ON-LIST) THEN
                 MOVE WL-NAME  TO TMP-KEY(1:38)
                 MOVE WL-STATE TO TMP-KEY(39:2)
                 MOVE 'W'      TO TMP-FOUND-SW
                 PERFORM FORCED-KEY-ADD
              END-IF
              PERFORM FILE-READ-IWATCH
           END-PERFORM
           PERFORM FILE-CLOSE-IWATCH
           .
       FORCED-WATCHLIST-LOAD-EXIT. EXIT.



      *****************************************************************
       FORCED-RESTATED-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY WITH A PERIOD OF THE AUDIT YEAR RESTATED ON  *
      *    THE HISTORY MASTER (MARK 'R', SEE TPL-RSTM1)               *
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE 'HISTORY MASTER NOT ON DISK - NO RESTATED FORCING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO FORCED-RESTATED-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-RESTATED)
                 AND (HIST-PERIOD(1:4) = SAMP-YEAR) THEN
                 MOVE HIST-NAME  TO TMP-KEY(1:38)
                 MOVE HIST-STATE TO TMP-KEY(39:2)
                 MOVE 'R'        TO TMP-FOUND-SW
                 PERFORM FORCED-KEY-ADD
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       FORCED-RESTATED-LOAD-EXIT. EXIT.



      *****************************************************************
       FORCED-IMPUTED-LOAD SECTION.
      *===============================================================*
      *    EVERY ESTIMATE TPL-IMPU1 PUT ON THE VALIDATED EXTRACT      *
      *    (MARKER 'I' IN BYTE 97) - THE FIGURE THE REPORTS CARRIED   *
      *    FOR A COMPANY THAT DID NOT REPORT                          *
           PERFORM FILE-OPEN-INPUT-IVALID
           IF (IVALID-NO) THEN
              MOVE 'VALIDATED EXTRACT NOT ON DISK - NO IMPUTED FORCING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO FORCED-IMPUTED-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IVALID
           PERFORM UNTIL (IVALID-EOF)
              MOVE IVALID-RECORD TO VALID-REC
              IF (VALID-IMPUTED) THEN
                 IF (TAB-ES-MAX >= TAB-ES-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-ES OVERFLOW - TOO MANY IMPUTED COMPANIES'
                      TO PGM-ERR-MSG1
                    MOVE SPACE TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-ES-MAX
                 MOVE VALID-NAME     TO TAB-ES-KEY(TAB-ES-MAX)(1:38)
                 MOVE VALID-STATE    TO TAB-ES-KEY(TAB-ES-MAX)(39:2)
                 MOVE VALID-INDUSTRY TO TAB-ES-INDUSTRY(TAB-ES-MAX)
                 MOVE VALID-GROWTH   TO TAB-ES-GROWTH(TAB-ES-MAX)
                 MOVE 'N'            TO TAB-ES-ON-MASTER-SW(TAB-ES-MAX)
              END-IF
              PERFORM FILE-READ-IVALID
           END-PERFORM
           PERFORM FILE-CLOSE-IVALID
           .
       FORCED-IMPUTED-LOAD-EXIT. EXIT.



      *****************************************************************
       FORCED-KEY-ADD SECTION.
      *===============================================================*
      *    TMP-KEY FORCED FOR REASON TMP-FOUND-SW (ONCE PER REASON)   *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-FK-MAX)
              IF (TAB-FK-KEY(TMP-I-TABLE) = TMP-KEY)
                 AND (TAB-FK-FLAG(TMP-I-TABLE) = TMP-FOUND-SW) THEN
                 GO TO FORCED-KEY-ADD-EXIT
              END-IF
           END-PERFORM
           IF (TAB-FK-MAX >= TAB-FK-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-FK OVERFLOW - TOO MANY FORCED COMPANIES'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-FK-MAX
           MOVE TMP-KEY      TO TAB-FK-KEY(TAB-FK-MAX)
           MOVE TMP-FOUND-SW TO TAB-FK-FLAG(TAB-FK-MAX)
           .
       FORCED-KEY-ADD-EXIT. EXIT.



      *****************************************************************
       SAMPLE-DRAW SECTION.
      *===============================================================*
      *    THE MASTER SORTED BY INDUSTRY, FORCED FIRST, THEN SCORE -  *
      *    THE OUTPUT PROCEDURE TAKES EACH INDUSTRY'S QUOTA           *
           SORT SWORK
             ON ASCENDING KEY SW-INDUSTRY SW-FORCED SW-SCORE
                              SW-NAME SW-STATE
             INPUT  PROCEDURE IS DRAW-RELEASE
             OUTPUT PROCEDURE IS DRAW-RETURN
           .
       SAMPLE-DRAW-EXIT. EXIT.



      *****************************************************************
       DRAW-RELEASE SECTION.
      *===============================================================*
      *    THE MASTER, THEN EVERY ESTIMATE WHOSE COMPANY IS NOT ON IT *
           PERFORM FILE-OPEN-INPUT-ICOMP
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              ADD 1 TO TMP-COUNT-MASTER
              MOVE 'M' TO TMP-SOURCE
              PERFORM DRAW-RELEASE-ONE
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP

           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-ES-MAX)
              IF (TAB-ES-ON-MASTER-SW(TMP-J-TABLE) = 'N') THEN
                 MOVE SPACES TO ICOMP-REC
                 MOVE TAB-ES-KEY(TMP-J-TABLE)(1:38)  TO ICOMP-NAME
                 MOVE TAB-ES-KEY(TMP-J-TABLE)(39:2)  TO ICOMP-STATE
                 MOVE TAB-ES-INDUSTRY(TMP-J-TABLE)   TO ICOMP-INDUSTRY
                 MOVE TAB-ES-GROWTH(TMP-J-TABLE)     TO ICOMP-GROWTH
                 ADD 1 TO TMP-COUNT-ESTIMATE
                 MOVE 'E' TO TMP-SOURCE
                 PERFORM DRAW-RELEASE-ONE
              END-IF
           END-PERFORM
           .
       DRAW-RELEASE-EXIT. EXIT.



      *****************************************************************
       DRAW-RELEASE-ONE SECTION.
      *===============================================================*
      *    ICOMP-REC INTO THE DRAW, WITH ITS FORCE FLAGS AND SCORE    *
           MOVE ICOMP-NAME  TO TMP-KEY(1:38)
           MOVE ICOMP-STATE TO TMP-KEY(39:2)
      *    FORCE FLAGS: WATCHLIST, RESTATED, IMPUTED
           MOVE SPACES TO TMP-FLAGS
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-FK-MAX)
              IF (TAB-FK-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                 IF (TAB-FK-FLAG(TMP-I-TABLE) = 'W') THEN
                    MOVE 'W' TO TMP-FLAGS(1:1)
                 ELSE
                    MOVE 'R' TO TMP-FLAGS(2:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ES-MAX)
              IF (TAB-ES-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                 MOVE 'I' TO TMP-FLAGS(3:1)
                 MOVE 'Y' TO TAB-ES-ON-MASTER-SW(TMP-I-TABLE)
              END-IF
           END-PERFORM

           MOVE TMP-KEY TO RAND-KEY
           PERFORM DRAW-SCORE

           MOVE ICOMP-INDUSTRY TO SW-INDUSTRY
           IF (TMP-FLAGS = SPACES) THEN
              MOVE '1' TO SW-FORCED
           ELSE
              MOVE '0' TO SW-FORCED
           END-IF
           MOVE RAND-SEED      TO SW-SCORE
           MOVE ICOMP-NAME     TO SW-NAME
           MOVE ICOMP-STATE    TO SW-STATE
           MOVE ICOMP-GROWTH   TO SW-GROWTH
           MOVE ICOMP-REGION   TO SW-REGION
           MOVE TMP-FLAGS      TO SW-FLAGS
           MOVE TMP-SOURCE     TO SW-SOURCE
           RELEASE SWORK-REC
           .
       DRAW-RELEASE-ONE-EXIT. EXIT.



      *****************************************************************
       DRAW-SCORE SECTION.
      *===============================================================*
      *    THE SEED RUN THROUGH THE LINEAR-CONGRUENTIAL STEP OF       *
      *    TPL-TGEN1 ONCE PER CHARACTER OF RAND-KEY - THE SCORE OF    *
      *    THE COMPANY IN RAND-SEED (0 - 2147483647)                  *
           COMPUTE RAND-SEED = FUNCTION MOD(SAMP-SEED, 2147483648)
           PERFORM VARYING RAND-P FROM 1 BY 1 UNTIL (RAND-P > 40)
              COMPUTE RAND-SEED =
                 FUNCTION MOD(RAND-SEED * 1103515245 + 12345
                              + FUNCTION ORD(RAND-KEY(RAND-P:1)),
                              2147483648)
           END-PERFORM
           .
       DRAW-SCORE-EXIT. EXIT.



      *****************************************************************
       DRAW-RETURN SECTION.
      *===============================================================*
      *    PER INDUSTRY: EVERY FORCED COMPANY, THEN THE LOWEST SCORES *
      *    UP TO THE INDUSTRY'S QUOTA                                 *
           MOVE 'N'    TO TMP-SORT-EOF-SW
           MOVE SPACES TO TMP-CUR-INDUSTRY
           PERFORM UNTIL (TMP-SORT-EOF-SW = 'Y')
              RETURN SWORK
                AT END
                  MOVE 'Y' TO TMP-SORT-EOF-SW
              END-RETURN
              IF (TMP-SORT-EOF-SW = 'N') THEN
                 IF (TAB-IN-MAX = 0)
                    OR (SW-INDUSTRY NOT = TMP-CUR-INDUSTRY) THEN
                    PERFORM INDUSTRY-START
                 END-IF
                 ADD 1 TO TAB-IN-POPULATION(TAB-IN-MAX)
                 EVALUATE TRUE
                   WHEN (SW-FORCED = '0')
                     ADD 1 TO TAB-IN-FORCED(TAB-IN-MAX)
                     PERFORM SAMPLE-ADD
                   WHEN (TAB-IN-FORCED(TAB-IN-MAX)
                         + TAB-IN-DRAWN(TAB-IN-MAX)
                         < TAB-IN-QUOTA(TAB-IN-MAX))
                     ADD 1 TO TAB-IN-DRAWN(TAB-IN-MAX)
                     PERFORM SAMPLE-ADD
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
       DRAW-RETURN-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-START SECTION.
      *===============================================================*
           IF (TAB-IN-MAX >= TAB-IN-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-IN OVERFLOW - TOO MANY INDUSTRIES'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-IN-MAX
           MOVE SW-INDUSTRY TO TMP-CUR-INDUSTRY
           MOVE SW-INDUSTRY TO TAB-IN-INDUSTRY(TAB-IN-MAX)
           MOVE 0           TO TAB-IN-POPULATION(TAB-IN-MAX)
           MOVE 0           TO TAB-IN-FORCED(TAB-IN-MAX)
           MOVE 0           TO TAB-IN-DRAWN(TAB-IN-MAX)
           MOVE SAMP-SIZE   TO TAB-IN-QUOTA(TAB-IN-MAX)
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SZ-MAX)
              IF (TAB-SZ-INDUSTRY(TMP-I-TABLE) = SW-INDUSTRY) THEN
                 MOVE TAB-SZ-SIZE(TMP-I-TABLE)
                   TO TAB-IN-QUOTA(TAB-IN-MAX)
              END-IF
           END-PERFORM
           .
       INDUSTRY-START-EXIT. EXIT.



      *****************************************************************
       SAMPLE-ADD SECTION.
      *===============================================================*
           IF (TAB-SM-MAX >= TAB-SM-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-SM OVERFLOW - SAMPLE TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'LOWER SIZE= OR THE INDUSTRY= QUOTAS'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-SM-MAX
           ADD 1 TO TMP-COUNT-SAMPLE
           INITIALIZE TAB-SM(TAB-SM-MAX)
           MOVE SW-INDUSTRY TO TAB-SM-INDUSTRY(TAB-SM-MAX)
           MOVE SW-NAME     TO TAB-SM-NAME(TAB-SM-MAX)
           MOVE SW-STATE    TO TAB-SM-STATE(TAB-SM-MAX)
           MOVE SW-FLAGS    TO TAB-SM-FLAGS(TAB-SM-MAX)
           MOVE SW-SOURCE   TO TAB-SM-SOURCE(TAB-SM-MAX)
           MOVE SW-SCORE    TO TAB-SM-SCORE(TAB-SM-MAX)
           MOVE SW-GROWTH   TO TAB-SM-GROWTH(TAB-SM-MAX)
           MOVE SW-REGION   TO TAB-SM-REGION(TAB-SM-MAX)
           MOVE 'N'         TO TAB-SM-GL-SW(TAB-SM-MAX)
           MOVE 0           TO TAB-SM-TOUCHES(TAB-SM-MAX)
           IF (SW-FORCED = '0') THEN
              MOVE 'F' TO TAB-SM-REASON(TAB-SM-MAX)
              ADD 1 TO TMP-COUNT-FORCED
           ELSE
              MOVE 'S' TO TAB-SM-REASON(TAB-SM-MAX)
           END-IF
           .
       SAMPLE-ADD-EXIT. EXIT.



      *****************************************************************
       LINEAGE-PUBLISHED SECTION.
      *===============================================================*
      *    THE FIGURE WE PUBLISHED: THE CSV SNAPSHOT OF THE RUN DATE, *
      *    ITS .draft WHEN NOT RELEASED YET (SEE TPL-TRCE1)           *
           MOVE SPACES TO TMP-ISNAP-PATH
           STRING 'IO/SNAPSHOT_' SAMP-DATE '.csv'
             DELIMITED BY SIZE
             INTO TMP-ISNAP-PATH
           END-STRING
           MOVE TMP-ISNAP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO TMP-ISNAP-PATH
           PERFORM FILE-OPEN-INPUT-ISNAP
           IF (ISNAP-NO) THEN
              MOVE SPACES TO ENV-ARG-PATH
              STRING FUNCTION TRIM(TMP-ISNAP-PATH) '.draft'
                DELIMITED BY SIZE
                INTO ENV-ARG-PATH
              END-STRING
              MOVE ENV-ARG-PATH TO TMP-ISNAP-PATH
              PERFORM FILE-OPEN-INPUT-ISNAP
           END-IF
           IF (ISNAP-NO) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'PUBLISHED SNAPSHOT NOT ON DISK: '
                     TMP-ISNAP-PATH
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE SPACES TO TMP-ISNAP-PATH
              GO TO LINEAGE-PUBLISHED-EXIT
           END-IF
           PERFORM FILE-READ-ISNAP
           PERFORM UNTIL (ISNAP-EOF)
              MOVE SPACES TO SNAP-FIELDS
              UNSTRING ISNAP-RECORD DELIMITED BY ','
                INTO SNAP-NAME SNAP-STATE SNAP-INDUSTRY SNAP-GROWTH
              END-UNSTRING
              MOVE SNAP-NAME  TO TMP-KEY(1:38)
              MOVE SNAP-STATE TO TMP-KEY(39:2)
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-SM-MAX)
                 IF (TAB-SM-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                    MOVE SNAP-GROWTH TO TAB-SM-PUBLISHED(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              PERFORM FILE-READ-ISNAP
           END-PERFORM
           PERFORM FILE-CLOSE-ISNAP
           .
       LINEAGE-PUBLISHED-EXIT. EXIT.



      *****************************************************************
       LINEAGE-EXTRACTS SECTION.
      *===============================================================*
      *    THE REGIONAL EXTRACT THE MERGE READ THE COMPANY FROM       *
      *    ('REGION rr <path> ...' IN THE MERGE SUMMARY, TPL-MERG1)   *
           PERFORM FILE-OPEN-INPUT-IMSTAT
           IF (IMSTAT-NO) THEN
              GO TO LINEAGE-EXTRACTS-EXIT
           END-IF
           PERFORM FILE-READ-IMSTAT
           PERFORM UNTIL (IMSTAT-EOF)
              IF (IMSTAT-RECORD(1:7) = 'REGION ') THEN
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-SM-MAX)
                    IF (TAB-SM-REGION(TMP-I-TABLE) =
                        IMSTAT-RECORD(8:2)) THEN
                       MOVE IMSTAT-RECORD(11:40)
                         TO TAB-SM-EXTRACT(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM FILE-READ-IMSTAT
           END-PERFORM
           PERFORM FILE-CLOSE-IMSTAT
           .
       LINEAGE-EXTRACTS-EXIT. EXIT.



      *****************************************************************
       LINEAGE-GL SECTION.
      *===============================================================*
      *    THE INDUSTRY ROLL OF THE GL EXTRACT THE FIGURE IS INSIDE   *
           PERFORM FILE-OPEN-INPUT-IGL
           IF (IGL-NO) THEN
              GO TO LINEAGE-GL-EXIT
           END-IF
           PERFORM FILE-READ-IGL
           PERFORM UNTIL (IGL-EOF)
              IF (IGL-RECORD(1:1) = 'D') THEN
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-SM-MAX)
                    IF (TAB-SM-INDUSTRY(TMP-I-TABLE) =
                        IGL-RECORD(2:23)) THEN
                       MOVE 'Y' TO TAB-SM-GL-SW(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM FILE-READ-IGL
           END-PERFORM
           PERFORM FILE-CLOSE-IGL
           .
       LINEAGE-GL-EXIT. EXIT.



      *****************************************************************
       LINEAGE-JOURNAL SECTION.
      *===============================================================*
      *    MAINTENANCE TOUCHES OF THE COMPANY - BEFORE/AFTER IMAGES   *
      *    CARRY THE KEY AT 24 AND 124 (SEE TPL-MAINT1, TPL-TRCE1)    *
           PERFORM FILE-OPEN-INPUT-IJRNL
           IF (IJRNL-NO) THEN
              GO TO LINEAGE-JOURNAL-EXIT
           END-IF
           PERFORM FILE-READ-IJRNL
           PERFORM UNTIL (IJRNL-EOF)
              MOVE IJRNL-RECORD TO TMP-JRNL-REC
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-SM-MAX)
                 IF (TMP-JRNL-REC(24:40) = TAB-SM-KEY(TMP-I-TABLE))
                    OR (TMP-JRNL-REC(124:40) =
                        TAB-SM-KEY(TMP-I-TABLE)) THEN
                    ADD 1 TO TAB-SM-TOUCHES(TMP-I-TABLE)
                    MOVE TMP-JRNL-REC(1:14)
                      TO TAB-SM-LAST-TOUCH(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              PERFORM FILE-READ-IJRNL
           END-PERFORM
           PERFORM FILE-CLOSE-IJRNL
           .
       LINEAGE-JOURNAL-EXIT. EXIT.



      *****************************************************************
       SAMPLE-WRITE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-OUTPUT-OSAMP
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SM-MAX)
              MOVE SPACES TO OSAMP-REC
              MOVE SAMP-YEAR                     TO OSAMP-YEAR
              MOVE TAB-SM-INDUSTRY(TMP-I-TABLE)  TO OSAMP-INDUSTRY
              MOVE TAB-SM-NAME(TMP-I-TABLE)      TO OSAMP-NAME
              MOVE TAB-SM-STATE(TMP-I-TABLE)     TO OSAMP-STATE
              MOVE TAB-SM-REASON(TMP-I-TABLE)    TO OSAMP-REASON
              MOVE TAB-SM-FLAGS(TMP-I-TABLE)     TO OSAMP-FLAGS
              MOVE TAB-SM-SCORE(TMP-I-TABLE)     TO OSAMP-SCORE
              MOVE TAB-SM-PUBLISHED(TMP-I-TABLE) TO OSAMP-PUBLISHED
              MOVE TAB-SM-REGION(TMP-I-TABLE)    TO OSAMP-REGION
              MOVE OSAMP-REC TO OSAMP-RECORD
              PERFORM FILE-WRITE-OSAMP
           END-PERFORM
           PERFORM FILE-CLOSE-OSAMP
           .
       SAMPLE-WRITE-EXIT. EXIT.



      *****************************************************************
       PICKLIST-WRITE SECTION.
      *===============================================================*
      *    PER INDUSTRY ITS POPULATION AND QUOTA, THEN EVERY PICK     *
      *    WITH THE PUBLISHED FIGURE AND ITS LINEAGE REFERENCES       *
           PERFORM FILE-OPEN-OUTPUT-OPICK
           STRING 'AUDIT SAMPLE ' SAMP-YEAR ' - PICK LIST'
                  '   (SEED ' SAMP-SEED ', DEFAULT SIZE ' SAMP-SIZE
                  ' PER INDUSTRY, PUBLISHED FIGURES OF RUN DATE '
                  SAMP-DATE(7:2) '.' SAMP-DATE(5:2) '.'
                  SAMP-DATE(1:4) ')'
             DELIMITED BY SIZE
             INTO OPICK-REC
           END-STRING
           PERFORM OPICK-WRITE
           IF (TMP-ISNAP-PATH = SPACES) THEN
              MOVE 'PUBLISHED SNAPSHOT OF THE RUN DATE NOT ON DISK - '
                   & 'NO PUBLISHED FIGURES'
                TO OPICK-REC
           ELSE
              STRING 'PUBLISHED FIGURES FROM ' TMP-ISNAP-PATH
                DELIMITED BY SIZE
                INTO OPICK-REC
              END-STRING
           END-IF
           PERFORM OPICK-WRITE
           MOVE OPICK-HR2 TO OPICK-REC
           PERFORM OPICK-WRITE

           MOVE 0 TO TMP-J-TABLE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IN-MAX)
              PERFORM PICKLIST-INDUSTRY
           END-PERFORM

           PERFORM OPICK-WRITE
           MOVE OPICK-HR2 TO OPICK-REC
           PERFORM OPICK-WRITE
           MOVE TMP-COUNT-MASTER TO TMP-NUM-ED
           STRING 'COMPANIES ON THE MASTER.....: ' TMP-NUM-ED
             DELIMITED BY SIZE INTO OPICK-REC
           END-STRING
           PERFORM OPICK-WRITE
           MOVE TMP-COUNT-ESTIMATE TO TMP-NUM-ED
           STRING 'ESTIMATES NOT ON THE MASTER.: ' TMP-NUM-ED
             DELIMITED BY SIZE INTO OPICK-REC
           END-STRING
           PERFORM OPICK-WRITE
           MOVE TMP-COUNT-SAMPLE TO TMP-NUM-ED
           STRING 'COMPANIES IN THE SAMPLE.....: ' TMP-NUM-ED
             DELIMITED BY SIZE INTO OPICK-REC
           END-STRING
           PERFORM OPICK-WRITE
           MOVE TMP-COUNT-FORCED TO TMP-NUM-ED
           STRING '  OF THEM FORCED............: ' TMP-NUM-ED
                  '  (WATCHLIST, RESTATED IN ' SAMP-YEAR ', IMPUTED)'
             DELIMITED BY SIZE INTO OPICK-REC
           END-STRING
           PERFORM OPICK-WRITE
           MOVE TMP-COUNT-UNPUBLISHED TO TMP-NUM-ED
           STRING 'PICKS WITHOUT PUBLISHED FIG.: ' TMP-NUM-ED
             DELIMITED BY SIZE INTO OPICK-REC
           END-STRING
           PERFORM OPICK-WRITE
           MOVE 'THE SAME SEED ON THE SAME MASTER DRAWS THE SAME '
                & 'SAMPLE - FINDINGS ARE REPORTED BY TPL-SAMP2'
             TO OPICK-REC
           PERFORM OPICK-WRITE
           PERFORM FILE-CLOSE-OPICK
           .
       PICKLIST-WRITE-EXIT. EXIT.



      *****************************************************************
       PICKLIST-INDUSTRY SECTION.
      *===============================================================*
      *    INDUSTRY TMP-I-TABLE - ITS PICKS FOLLOW TMP-J-TABLE IN     *
      *    TAB-SM (SAME ORDER)                                        *
           PERFORM OPICK-WRITE
           MOVE TAB-IN-POPULATION(TMP-I-TABLE) TO TMP-NUM-ED
           STRING 'INDUSTRY: ' TAB-IN-INDUSTRY(TMP-I-TABLE)
                  '  COMPANIES ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPICK-REC
           END-STRING
           MOVE 53 TO TMP-PTR
           MOVE TAB-IN-QUOTA(TMP-I-TABLE) TO TMP-NUM-ED
           STRING '  QUOTA ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPICK-REC WITH POINTER TMP-PTR
           END-STRING
           MOVE TAB-IN-FORCED(TMP-I-TABLE) TO TMP-NUM-ED
           STRING '  FORCED ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPICK-REC WITH POINTER TMP-PTR
           END-STRING
           MOVE TAB-IN-DRAWN(TMP-I-TABLE) TO TMP-NUM-ED
           STRING '  DRAWN ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPICK-REC WITH POINTER TMP-PTR
           END-STRING
           PERFORM OPICK-WRITE
           MOVE OPICK-HR1 TO OPICK-REC
           PERFORM OPICK-WRITE
           MOVE OPICK-DH TO OPICK-REC
           PERFORM OPICK-WRITE

           PERFORM UNTIL (TMP-J-TABLE >= TAB-SM-MAX)
              IF (TAB-SM-INDUSTRY(TMP-J-TABLE + 1) NOT =
                  TAB-IN-INDUSTRY(TMP-I-TABLE)) THEN
                 EXIT PERFORM
              END-IF
              ADD 1 TO TMP-J-TABLE
              PERFORM PICKLIST-ONE
           END-PERFORM
           .
       PICKLIST-INDUSTRY-EXIT. EXIT.



      *****************************************************************
       PICKLIST-ONE SECTION.
      *===============================================================*
      *    PICK TMP-J-TABLE: FIGURES, THEN THE LINEAGE REFERENCES OF  *
      *    TPL-TRCE1 AND THE TRACE REQUEST THAT WALKS THEM IN FULL    *
           MOVE SPACES TO TMP-REASON-TXT
           IF (TAB-SM-REASON(TMP-J-TABLE) = 'S') THEN
              MOVE 'DRAWN' TO TMP-REASON-TXT
           ELSE
              MOVE 1 TO TMP-PTR
              STRING 'FORCED:' DELIMITED BY SIZE
                INTO TMP-REASON-TXT WITH POINTER TMP-PTR
              END-STRING
              IF (TAB-SM-FLAGS(TMP-J-TABLE)(1:1) = 'W') THEN
                 STRING ' WATCHLIST' DELIMITED BY SIZE
                   INTO TMP-REASON-TXT WITH POINTER TMP-PTR
                 END-STRING
              END-IF
              IF (TAB-SM-FLAGS(TMP-J-TABLE)(2:1) = 'R') THEN
                 STRING ' RESTATED' DELIMITED BY SIZE
                   INTO TMP-REASON-TXT WITH POINTER TMP-PTR
                 END-STRING
              END-IF
              IF (TAB-SM-FLAGS(TMP-J-TABLE)(3:1) = 'I') THEN
                 STRING ' IMPUTED' DELIMITED BY SIZE
                   INTO TMP-REASON-TXT WITH POINTER TMP-PTR
                 END-STRING
              END-IF
           END-IF
           MOVE SPACES TO OPICK-D
           MOVE TMP-J-TABLE                  TO OPICK-D-NO
           MOVE TAB-SM-NAME(TMP-J-TABLE)     TO OPICK-D-NAME
           MOVE TAB-SM-STATE(TMP-J-TABLE)    TO OPICK-D-STATE
           IF (TAB-SM-PUBLISHED(TMP-J-TABLE) = SPACES) THEN
              MOVE 'NOT PUBL.' TO OPICK-D-PUBLISHED
              ADD 1 TO TMP-COUNT-UNPUBLISHED
           ELSE
              MOVE TAB-SM-PUBLISHED(TMP-J-TABLE) TO OPICK-D-PUBLISHED
           END-IF
           MOVE TAB-SM-GROWTH(TMP-J-TABLE)   TO OPICK-D-MASTER
           MOVE TMP-REASON-TXT               TO OPICK-D-REASON
           MOVE OPICK-D TO OPICK-REC
           PERFORM OPICK-WRITE

           MOVE 1 TO TMP-PTR
           IF (TAB-SM-SOURCE(TMP-J-TABLE) = 'E') THEN
      *       NOT REPORTED - THE ESTIMATE NEVER CAME THROUGH A REGION
              STRING '      SOURCE: ESTIMATE OF TPL-IMPU1'
                     ' -> validated.txt -> SNAPSHOT_' SAMP-DATE
                DELIMITED BY SIZE
                INTO OPICK-REC WITH POINTER TMP-PTR
              END-STRING
           ELSE
              STRING '      SOURCE: REGION ' TAB-SM-REGION(TMP-J-TABLE)
                     ' '
                DELIMITED BY SIZE
                INTO OPICK-REC WITH POINTER TMP-PTR
              END-STRING
              IF (TAB-SM-EXTRACT(TMP-J-TABLE) = SPACES) THEN
                 STRING '(EXTRACT NOT IN THE MERGE SUMMARY)'
                   DELIMITED BY SIZE
                   INTO OPICK-REC WITH POINTER TMP-PTR
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(TAB-SM-EXTRACT(TMP-J-TABLE))
                   DELIMITED BY SIZE
                   INTO OPICK-REC WITH POINTER TMP-PTR
                 END-STRING
              END-IF
              STRING ' -> companies.txt -> SNAPSHOT_' SAMP-DATE
                DELIMITED BY SIZE
                INTO OPICK-REC WITH POINTER TMP-PTR
              END-STRING
           END-IF
           IF (TAB-SM-GL-SW(TMP-J-TABLE) = 'Y') THEN
              STRING ' -> GL ROLL '
                     FUNCTION TRIM(TAB-SM-INDUSTRY(TMP-J-TABLE))
                DELIMITED BY SIZE
                INTO OPICK-REC WITH POINTER TMP-PTR
              END-STRING
           END-IF
           PERFORM OPICK-WRITE

           MOVE TAB-SM-TOUCHES(TMP-J-TABLE) TO TMP-NUM-ED
           MOVE 1 TO TMP-PTR
           STRING '      JOURNAL: ' FUNCTION TRIM(TMP-NUM-ED)
                  ' TOUCH(ES)'
             DELIMITED BY SIZE
             INTO OPICK-REC WITH POINTER TMP-PTR
           END-STRING
           IF (TAB-SM-TOUCHES(TMP-J-TABLE) > 0) THEN
              STRING ', LAST ' TAB-SM-LAST-TOUCH(TMP-J-TABLE)
                DELIMITED BY SIZE
                INTO OPICK-REC WITH POINTER TMP-PTR
              END-STRING
           END-IF
           STRING '   TRACE: NAME='
                  FUNCTION TRIM(TAB-SM-NAME(TMP-J-TABLE))
                  ' STATE=' TAB-SM-STATE(TMP-J-TABLE)
                  ' DATE=' SAMP-DATE
             DELIMITED BY SIZE
             INTO OPICK-REC WITH POINTER TMP-PTR
           END-STRING
           PERFORM OPICK-WRITE
           .
       PICKLIST-ONE-EXIT. EXIT.



      *****************************************************************
       OPICK-WRITE SECTION.
      *===============================================================*
           MOVE OPICK-REC TO OPICK-RECORD
           PERFORM FILE-WRITE-OPICK
           MOVE SPACES TO OPICK-REC
           .
       OPICK-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-MASTER TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'MASTER COMPANIES.....: ' TMP-COUNT-MASTER
           DISPLAY 'ESTIMATES OFF MASTER.: ' TMP-COUNT-ESTIMATE
           DISPLAY 'SAMPLED COMPANIES....: ' TMP-COUNT-SAMPLE
           DISPLAY 'OF THEM FORCED.......: ' TMP-COUNT-FORCED
           DISPLAY 'WITHOUT PUBLISHED....: ' TMP-COUNT-UNPUBLISHED
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IVALID==
            ==:V2:== BY ==IVALID-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISNAP==
            ==:V2:== BY ==TMP-ISNAP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMSTAT==
            ==:V2:== BY ==IMSTAT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGL==
            ==:V2:== BY ==IGL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSAMP==
            ==:V2:== BY ==OSAMP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPICK==
            ==:V2:== BY ==OPICK-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-SAMP1.
      *****************************************************************
