      *****************************************************************
      * TPL-BAT1: TEMPLATE FOR COBOL BATCH-PROGRAMMS WITH I/O         *
      *===============================================================*
      * VERSION: V01.07.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * IN THIS TEMPLATE, RECORDS FROM A TEXT FILE ARE READ IN,       * 
      * PROCESSED, AND THE PROCESSED RECORDS ARE WRITTEN TO AN OUTPUT * 
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * RUN STAMP, ARCHIVE NAMES AND TARGET YEAR FROM THE CHAIN RUN   *
      * DATE (RUNDSE) SO A BACKLOG RUN FILES UNDER THE MISSED DATE    *
      * V01.02.00                  FR                      15.10.2026 *
      * KEY-RANGE PARTITIONS (IO/partition.txt, SET BY TPL-RUN1)      *
      * AND THE STITCH STEP THAT JOINS THEIR WORK FILES BACK INTO     *
      * THE SINGLE-RUN OUTPUTS                                        *
      * V01.03.00                  FR                      15.10.2026 *
      * LIKE-FOR-LIKE GROWTH OVER THE COMPANIES ON growthhist.txt IN  *
      * BOTH THE CURRENT AND THE PRIOR PERIOD (SUCCESSION-AWARE), BY  *
      * INDUSTRY, SECTOR, STATE AND GRAND TOTAL, IN CSV AND JSON TOO  *
      * V01.04.00                  FR                      15.10.2026 *
      * IMPUTED ROWS (TPL-IMPU1) MARKED I ON THE REPORT, COUNTED      *
      * PER INDUSTRY AND IN TOTAL, KEPT OUT OF THE GL EXTRACT         *
      * V01.05.00                  FR                      15.10.2026 *
      * STANDARD CLASSIFICATION CODE FROM industries.txt ON THE       *
      * INDUSTRY HEADING, AS A CSV COLUMN, A JSON LINE AHEAD OF EACH  *
      * INDUSTRY AND ON THE GL DETAIL RECORD                          *
      * V01.06.00                  FR                      15.10.2026 *
      * APPROVED ANALYST COMMENTARY (commentary.txt) UNDER THE FOOTER *
      * V01.07.00                  FR                      15.10.2026 *
      * IMPUTED MARKER READ FROM BYTE 97, CLEAR OF THE COMPANY-ID     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ITGT==
            ==:V2:== BY ==ITGT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICMT==
            ==:V2:== BY ==ICMT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPART==
            ==:V2:== BY ==IPART-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISTCH==
            ==:V2:== BY ==ISTCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILAYT==
            ==:V2:== BY ==ILAYT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISPILL==
            ==:V2:== BY ==SPILL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SLFL ASSIGN TO 'SORTLFL'.

      *****************************************************************
       DATA DIVISION.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ITGT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICMT==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPART==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISTCH==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILAYT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREVIEW==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
      *    THE CURRENT AND THE PRIOR HISTORY PERIOD BY COMPANY KEY
       SD  SLFL.
       01  SLFL-REC.
           05 SLFL-NAME               PIC X(38).
           05 SLFL-STATE              PIC X(2).
           05 SLFL-PERIOD             PIC X(6).
           05 SLFL-GROWTH             PIC S9(3)V99.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *    BYTES 69-70 CARRY THE MERGE'S REGION STAMP, BYTE 71 THE
      *    LAYOUT VERSION (' ' = ORIGINAL 70-BYTE LAYOUT, '2' = THE
      *    EXTENDED EFFECTIVE-DATED LAYOUT), BYTES 72-87 THE
      *    EFFECTIVE AND EXPIRY DATES OF A V2 RECORD, BYTES 88-96
      *    THE COMPANY-ID OF TPL-CID1, BYTE 97 THE MARKER OF A ROW
      *    TPL-IMPU1 ESTIMATED FOR A MISSING COMPANY
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 ICOMP-COMPANY-ID         PIC X(9).
           05 ICOMP-IMPUTED-SW         PIC X(1).
              88 ICOMP-IMPUTED             VALUE 'I'.
           05 FILLER                   PIC X(3).

      *-[ CURRENT ROW'S PRIOR-PERIOD GROWTH, LOOKED UP FROM IPRIOR ]---*
       01 ICOMP-PRIOR-GROWTH          PIC S9(3)V99.

       01 OREPORT-CSV-HEADER          PIC X(29)
                           VALUE 'COMPANY,STATE,INDUSTRY,GROWTH'.
      *    THE REPORT'S CSV ROWS ALSO CARRY THE LIKE-FOR-LIKE FLAG (Y
      *    CONTINUING, N JOINER OR LEAVER, EMPTY WITHOUT A HISTORY) -
      *    THE SNAPSHOT KEEPS THE FOUR COLUMNS ITS READERS PARSE. THE
      *    IMPUTED COLUMN IS Y FOR AN ESTIMATE (SEE TPL-IMPU1), THE
      *    LAST ONE THE INDUSTRY'S STANDARD CLASSIFICATION CODE
       01 OREPORT-CSV-RPT-HEADER      PIC X(52)
         VALUE 'COMPANY,STATE,INDUSTRY,GROWTH,CONTINUING,IMPUTED,SIC'.

       01 TMP-CSV-WHOLE               PIC S9(4).
       01 TMP-CSV-FRAC                PIC  9(2).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMAST==.
       01 IMAST-REC.
           05 IMAST-INDUSTRY          PIC X(23).
           05 IMAST-SIC-CODE          PIC X(6).
           05 FILLER                  PIC X(51).

      *---------------------------------------------------------------*
      * INPUT ICTL = EXPECTED RECORD-COUNT CONTROL FILE, DROPPED      *
       01 OREPORT-H1.
           05 FILLER                  PIC X(3)    VALUE '-> '.
           05 OREPORT-H1-INDUSTRY     PIC X(23).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREPORT-H1-SIC-LABEL    PIC X(5).
           05 OREPORT-H1-SIC-CODE     PIC X(6).
           05 FILLER                  PIC X(41)   VALUE SPACES.
        
       01 OREPORT-H2.
           05 OREPORT-H2-COMPANY      PIC X(7)    VALUE 'COMPANY'.
           05 OREPORT-R1-TREND        PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-REVIEW       PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-IMPUTED      PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           
      *-[ FOOTER ]----------------------------------------------------*
       01 OREPORT-F1.
           05 OREPORT-F3-COUNT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(13)   VALUE '   FILTERED: '.
           05 OREPORT-F3-FILTERED     PIC ZZZ9.
           05 OREPORT-F3-IMP-LABEL    PIC X(12)   VALUE SPACES.
           05 OREPORT-F3-IMPUTED      PIC ZZZ9    BLANK WHEN ZERO.
           05 FILLER                  PIC X(12)   VALUE SPACES.

       01 OREPORT-F4.
           05 OREPORT-F4-LABEL        PIC X(28)
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * ICMT = ANALYST COMMENTARY MASTER (IO/commentary.txt), KEPT BY *
      * TPL-MAINT10 - OPTIONAL; LINE 00 OF AN INDUSTRY + PERIOD IS    *
      * THE HEADER (AUTHOR, APPROVAL), LINES 01-10 THE TEXT. ONLY AN  *
      * APPROVED COMMENTARY FOR THE RUN MONTH IS LOADED AND PRINTED   *
      * UNDER THE INDUSTRY FOOTER, DIRECTLY BELOW THE LAST FOOTER     *
      * LINE SO THE PACK BINDER KEEPS BOTH ON ONE PAGE (TPL-PACK1)    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICMT==.
       01 CMT-REC.
           05 CMT-INDUSTRY            PIC X(23).
           05 CMT-PERIOD              PIC X(6).
           05 CMT-LINE                PIC 9(2).
           05 CMT-TEXT                PIC X(69).
           05 CMT-HDR                 REDEFINES CMT-TEXT.
              10 CMT-AUTHOR           PIC X(8).
              10 CMT-APPROVED-SW      PIC X(1).
              10 CMT-APPROVER         PIC X(8).
              10 CMT-APPR-DATE        PIC X(8).
              10 FILLER               PIC X(44).
       01 COMMENTARY.
           05 TAB-CMT-MAX             PIC S9(9) BINARY.
           05 TAB-CMT-DIM             PIC S9(9) BINARY  VALUE 199.
           05 TAB-CMT                 OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-CMT-MAX.
                10 TAB-CMT-INDUSTRY   PIC X(23).
                10 TAB-CMT-AUTHOR     PIC X(8).
                10 TAB-CMT-LINES      PIC S9(4) BINARY.
                10 TAB-CMT-TEXT       PIC X(69)  OCCURS 10.
       01 CMT-WORK.
           05 TMP-CMT-PERIOD          PIC X(6).
           05 TMP-CMT-OPEN-SW         PIC X(1).
           05 TMP-CMT-I               PIC S9(4) BINARY.
           05 TMP-CMT-J               PIC S9(4) BINARY.
       01 OREPORT-CMT-T.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OREPORT-CMT-T-TEXT      PIC X(69).
           05 FILLER                  PIC X(8)    VALUE SPACES.

       01 TGT-WORK.
           05 TMP-TGT-FOUND-SW        PIC X(1).
           05 TMP-TGT-TARGET          PIC S9(3)V99.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(17)   VALUE SPACES.

      *    ONLY WHEN THE EXTRACT CARRIED IMPUTED ROWS (SEE TPL-IMPU1)
       01 OREPORT-G9.
           05 FILLER                  PIC X(52)
              VALUE 'IMPUTED ESTIMATES (MARKED I, NOT IN GL EXTRACT):'.
           05 OREPORT-G9-COUNT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(21)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TABLES                                                        *
      *---------------------------------------------------------------* 
           05 TAB-IMAST               OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-IMAST-MAX.
                10 TAB-IMAST-INDUSTRY PIC X(23).
                10 TAB-IMAST-SIC-CODE PIC X(6).
      *    THE CURRENT INDUSTRY'S STANDARD CLASSIFICATION CODE (SPACES
      *    WHEN industries.txt HAS NONE OR ISN'T ALLOCATED)
       01 TMP-IND-SIC-CODE            PIC X(6)    VALUE SPACES.

      *---------------------------------------------------------------*
      * COMPANY NAMES SEEN SO FAR IN THE CURRENT INDUSTRY GROUP - USED*
           05 GL-D-INDUSTRY           PIC X(23).
           05 GL-D-COUNT              PIC 9(7).
           05 GL-D-TOTAL              PIC S9(7)V99.
           05 GL-D-SIC-CODE           PIC X(6).
           05 FILLER                  PIC X(34)   VALUE SPACES.

       01 GL-TRAILER.
           05 FILLER                  PIC X(1)    VALUE 'T'.
                10 TAB-INDROW-DECLINE PIC X(1).
                10 TAB-INDROW-TREND   PIC X(1).
                10 TAB-INDROW-REVIEW  PIC X(1).
                10 TAB-INDROW-IMPUTED PIC X(1).
           05 TMP-SWAP-INDROW-COMPANY PIC X(38).
           05 TMP-SWAP-INDROW-STATE   PIC X(14).
           05 TMP-SWAP-INDROW-GROWTH  PIC S9(3)V99.
           05 TMP-SWAP-INDROW-DECLINE PIC X(1).
           05 TMP-SWAP-INDROW-TREND   PIC X(1).
           05 TMP-SWAP-INDROW-REVIEW  PIC X(1).
           05 TMP-SWAP-INDROW-IMPUTED PIC X(1).
           05 TMP-SORT-SWAP-SW        PIC X(1).

      *---------------------------------------------------------------*
           05 SPILL-DECLINE           PIC X(1).
           05 SPILL-TREND             PIC X(1).
           05 SPILL-REVIEW            PIC X(1).
           05 SPILL-IMPUTED           PIC X(1).
           05 FILLER                  PIC X(18).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
           05 TMP-ROW-TAKEN-SW        PIC X(1).
           05 TMP-IND-COMPANY-COUNT   PIC 9(7).
           05 TMP-IND-FILTERED-COUNT  PIC 9(4).
      *    IMPUTED ROWS (SEE TPL-IMPU1) - IN EVERY AVERAGE, BUT NOT
      *    IN THE GENERAL-LEDGER EXTRACT, WHICH TAKES REPORTED
      *    FIGURES ONLY
           05 TMP-IND-IMPUTED-COUNT   PIC 9(7).
           05 TMP-IND-IMPUTED-TOTAL   PIC S9(7)V99.
           05 TMP-IMPUTED-COUNT       PIC 9(7).
           05 TMP-ACCEPTED-TOTAL      PIC 9(9).
           05 TMP-AVG-GROWTH          PIC S9(7)V99.
           05 TMP-WGT-GROWTH-SUM      PIC S9(16)V99.
           05 TMP-ALIAS-RUN-DATE      PIC X(8).
           05 TMP-ALIAS-HIT-SW        PIC X(1).

      *---------------------------------------------------------------*
      * KEY-RANGE PARTITIONING - IO/partition.txt (IPART, OPTIONAL,   *
      * PUBLISHED BY TPL-RUN1 FOR A STEP WITH PARTS IN THE RUN PLAN): *
      * COLUMNS 1-2 THE PARTITION NUMBER, 3-4 THE PARTITION COUNT.    *
      * PARTITION 00 IS THE STITCH STEP. ABSENT, BLANK OR A COUNT     *
      * BELOW 02 IS THE ORDINARY SINGLE RUN. SEE PART-INIT            *
      *---------------------------------------------------------------*
       01 IPART-PATH                 PIC X(40)
                                      VALUE 'IO/partition.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPART==.
       01 PART-CTL-REC.
           05 PART-CTL-NO             PIC X(2).
           05 PART-CTL-COUNT          PIC X(2).
           05 FILLER                  PIC X(76).
      *    ISTCH = ONE PARTITION'S WORK FILE, RE-READ BY THE STITCH
       01 ISTCH-PATH                 PIC X(40).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISTCH==.
       01 PART-WORK.
           05 TMP-PART-ROLE-SW        PIC X(1)    VALUE 'N'.
              88 PART-NONE                 VALUE 'N'.
              88 PART-FIRST                VALUE 'F'.
              88 PART-LATER                VALUE 'L'.
              88 PART-STITCH               VALUE 'S'.
      *       ONE KEY RANGE OF A PARTITIONED RUN
              88 PART-RUN                  VALUE 'F' 'L'.
      *       WRITES THE FRONT PAGE, THE CSV HEADER ROWS AND THE
      *       STATE-TABLE BAD ROWS - ONCE PER REPORT
              88 PART-FRONT                VALUE 'N' 'F'.
      *       WRITES THE GRAND TOTAL, THE GL HEADER AND TRAILER AND
      *       THE CATALOG ENTRIES - ONCE PER REPORT
              88 PART-WHOLE                VALUE 'N' 'S'.
           05 TMP-PART-NO             PIC 9(2)    VALUE ZERO.
           05 TMP-PART-COUNT          PIC 9(2)    VALUE ZERO.
           05 TMP-PART-I              PIC 9(2).
           05 TMP-PART-SUFFIX         PIC X(4)    VALUE SPACES.
           05 TMP-PART-PATH           PIC X(40).
           05 TMP-PART-BASE           PIC X(40).
      *    RECORD ORDINALS OF ICOMP: THIS PARTITION TAKES THE RECORDS
      *    AFTER TMP-PART-LO UP TO AND INCLUDING TMP-PART-HI
           05 TMP-PART-LO             PIC S9(9)   BINARY VALUE ZERO.
           05 TMP-PART-HI             PIC S9(9)   BINARY VALUE ZERO.
           05 TMP-PART-ROWS           PIC S9(9)   BINARY.
           05 TMP-PART-ROW            PIC S9(9)   BINARY.
           05 TMP-PART-TARGET         PIC S9(9)   BINARY.
           05 TMP-PART-K              PIC S9(9)   BINARY.
           05 TMP-PART-ALIAS-SAVE     PIC 9(7).
           05 TMP-PART-PREV-IND       PIC X(23).
           05 TMP-PART-PREV-SECT      PIC X(23).
           05 TMP-PART-SECT           PIC X(23).
           05 TMP-STCH-TARGET         PIC X(1).
           05 TMP-STCH-REQUIRED-SW    PIC X(1).
       01 PART-CUTS.
           05 TAB-PCUT-DIM            PIC S9(9) BINARY  VALUE 16.
           05 TAB-PCUT                PIC S9(9) BINARY  OCCURS 16.
      *    THE PARTITION'S CARRY RECORD - WRITTEN TO ITS OWN RECON
      *    WORK FILE INSTEAD OF THE RECON SUMMARY; THE STITCH ADDS
      *    THEM UP. WHOLE-FILE COUNTS (EVERY PARTITION READS ALL OF
      *    ICOMP) ARE TAKEN FROM PARTITION 01
       01 PART-CARRY-REC.
      *    A RESUBMIT AFTER A FAILED PARTITION ISSUES A NEW RUN ID -
      *    THE PARTITIONS BELONG TOGETHER BY RUN DATE AND COUNT
           05 PCARRY-RUN-DATE         PIC X(8).
           05 PCARRY-PART-NO          PIC 9(2).
           05 PCARRY-PART-COUNT       PIC 9(2).
           05 PCARRY-ICOMP-COUNT      PIC 9(9).
           05 PCARRY-ALIAS-COUNT      PIC 9(7).
           05 PCARRY-FILTERED-COUNT   PIC 9(7).
           05 PCARRY-DROPPED-COUNT    PIC 9(7).
           05 PCARRY-BADROW-COUNT     PIC 9(7).
           05 PCARRY-REVIEW-COUNT     PIC 9(7).
           05 PCARRY-ACCEPTED-TOTAL   PIC 9(9).
           05 PCARRY-ASOF-SKIPPED     PIC 9(7).
           05 PCARRY-DUP-COUNT        PIC 9(7).
           05 PCARRY-OUTLIER-COUNT    PIC 9(7).
           05 PCARRY-GL-COUNT         PIC 9(7).
           05 PCARRY-GL-HASH          PIC S9(11)V99.
           05 PCARRY-GRAND-TOTAL      PIC S9(7)V99.
           05 PCARRY-IMPUTED-COUNT    PIC 9(7).
           05 FILLER                  PIC X(10)   VALUE SPACES.
      *    ONE PER STATE BEHIND THE CARRY RECORD, TAGGED IN PLACE OF
      *    THE RUN DATE - THE PARTITION'S LIKE-FOR-LIKE ROW FIGURES
       01 PART-CARRY-LFL-REC.
           05 PCLFL-TAG               PIC X(8)    VALUE 'LFLSTATE'.
           05 PCLFL-STATE             PIC X(2).
           05 PCLFL-ALL-TOTAL         PIC S9(7)V99.
           05 PCLFL-ALL-COUNT         PIC 9(7).
           05 PCLFL-LFL-TOTAL         PIC S9(7)V99.
           05 PCLFL-LFL-COUNT         PIC 9(7).
           05 PCLFL-JOIN-COUNT        PIC 9(7).
           05 FILLER                  PIC X(83)   VALUE SPACES.

      *---------------------------------------------------------------*
      * LIKE-FOR-LIKE GROWTH - AN INDUSTRY AVERAGE THAT MIXES IN      *
      * COMPANIES WHICH JOINED OR LEFT CAN "GROW" ONLY BECAUSE A FAST *
      * GROWER WAS ADDED BY TPL-MERG1. THE LIKE-FOR-LIKE FIGURE       *
      * AVERAGES THE CONTINUING COMPANIES ONLY: THOSE ON THE GROWTH   *
      * HISTORY (IHIST, IO/growthhist.txt, TPL-HIST1) IN BOTH THE     *
      * CURRENT PERIOD - THE LATEST ONE UP TO THE RUN DATE - AND THE  *
      * PERIOD BEFORE IT, UNDER THEIR SUCCESSOR KEY (ISUCC, SEE       *
      * SUCCWS.cob) SO A RENAMED COMPANY STILL CONTINUES. A ROW NOT   *
      * ON THE PRIOR PERIOD IS A JOINER; A COMPANY ON THE PRIOR       *
      * PERIOD BUT NOT THE CURRENT ONE IS A LEAVER - ITS INDUSTRY IS  *
      * THE ONE OF ITS LAST companies.txt VERSION, A LEAVER WITH NO   *
      * VERSION LEFT ON FILE COUNTS IN ITS STATE AND THE GRAND TOTAL  *
      * ONLY. BOTH FILES ARE OPTIONAL - WITHOUT TWO HISTORY PERIODS   *
      * THE FIGURES PRINT N/A                                         *
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
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.
      *    EVERY COMPANY KEY OF THE TWO PERIODS, SORTED FOR SEARCH ALL
       01 LFL-COMPANIES.
           05 TAB-LFL-MAX             PIC S9(9) BINARY.
           05 TAB-LFL-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-LFL                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-LFL-MAX
                                      ASCENDING KEY IS TAB-LFL-KEY
                                      INDEXED BY TAB-LFL-IDX.
                10 TAB-LFL-KEY.
                   15 TAB-LFL-NAME    PIC X(38).
                   15 TAB-LFL-STATE   PIC X(2).
                10 TAB-LFL-PRIOR-SW   PIC X(1).
                10 TAB-LFL-CUR-SW     PIC X(1).
      *         A LEAVER'S INDUSTRY AND THE EFFECTIVE DATE OF THE
      *         VERSION IT CAME FROM
                10 TAB-LFL-INDUSTRY   PIC X(23).
                10 TAB-LFL-EFF-DATE   PIC X(8).
      *    LIKE-FOR-LIKE FIGURES BY STATE, KEPT ASCENDING BY STATE
       01 LFL-STATES.
           05 TAB-LST-MAX             PIC S9(9) BINARY.
           05 TAB-LST-DIM             PIC S9(9) BINARY  VALUE 99.
           05 TAB-LST                 OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-LST-MAX.
                10 TAB-LST-STATE      PIC X(2).
                10 TAB-LST-ALL-TOTAL  PIC S9(7)V99.
                10 TAB-LST-ALL-COUNT  PIC 9(7).
                10 TAB-LST-LFL-TOTAL  PIC S9(7)V99.
                10 TAB-LST-LFL-COUNT  PIC 9(7).
                10 TAB-LST-JOIN-COUNT PIC 9(7).
                10 TAB-LST-LEAVE-COUNT PIC 9(7).
       01 LFL-WORK.
           05 TMP-LFL-SW              PIC X(1)    VALUE 'N'.
              88 TMP-LFL-ACTIVE            VALUE 'Y'.
           05 TMP-LFL-PER-RUN         PIC X(6).
           05 TMP-LFL-PER-CUR         PIC X(6)    VALUE SPACES.
           05 TMP-LFL-PER-PRIOR       PIC X(6)    VALUE SPACES.
      *    THE CURRENT ROW: 'C' CONTINUING, 'J' JOINER, 'L' ON THE
      *    PRIOR PERIOD ONLY (A LEAVER STILL ON companies.txt)
           05 TMP-LFL-ROW-SW          PIC X(1).
              88 TMP-LFL-ROW-CONT          VALUE 'C'.
              88 TMP-LFL-ROW-JOIN          VALUE 'J'.
              88 TMP-LFL-ROW-LEAVE         VALUE 'L'.
           05 TMP-LFL-FOUND-SW        PIC X(1).
           05 TMP-LFL-KEY.
              10 TMP-LFL-NAME         PIC X(38).
              10 TMP-LFL-STATE        PIC X(2).
           05 TMP-LFL-IND-TOTAL       PIC S9(7)V99.
           05 TMP-LFL-IND-COUNT       PIC 9(7).
           05 TMP-LFL-IND-JOIN        PIC 9(7).
           05 TMP-LFL-IND-LEAVE       PIC 9(7).
           05 TMP-LFL-SECT-TOTAL      PIC S9(7)V99 VALUE ZERO.
           05 TMP-LFL-SECT-COUNT      PIC 9(7)    VALUE ZERO.
           05 TMP-LFL-SECT-JOIN       PIC 9(7)    VALUE ZERO.
           05 TMP-LFL-SECT-LEAVE      PIC 9(7)    VALUE ZERO.
           05 TMP-LFL-GRAND-TOTAL     PIC S9(7)V99.
           05 TMP-LFL-GRAND-COUNT     PIC 9(7).
           05 TMP-LFL-GRAND-JOIN      PIC 9(7).
           05 TMP-LFL-GRAND-LEAVE     PIC 9(7).
           05 TMP-LFL-ALL-TOTAL       PIC S9(7)V99.
           05 TMP-LFL-ALL-COUNT       PIC 9(7).
           05 TMP-LFL-AVG             PIC S9(7)V99.
           05 TMP-LFL-HELD-COUNT      PIC 9(7)    VALUE ZERO.
           05 TMP-LFL-READ-COUNT      PIC 9(7)    VALUE ZERO.
           05 TMP-LFL-I               PIC S9(9)   BINARY.
           05 TMP-LFL-J               PIC S9(9)   BINARY.
           05 TMP-LFL-K               PIC S9(9)   BINARY.
           05 TMP-LFL-PTR             PIC S9(4)   BINARY.
      *    AVERAGE OF TMP-LFL-AVG-SUM OVER TMP-LFL-AVG-N, FORMATTED BY
      *    LFL-AVG-BUILD. ON THE PRINTED REPORT (TMP-LFL-MASK-SW 'Y')
      *    A FIGURE BUILT FROM FEWER THAN MINCELL COMPANIES IS MASKED
      *    LIKE THE INDUSTRY FOOTER ITSELF; THE JSON EXPORT STAYS FULL
           05 TMP-LFL-AVG-SUM         PIC S9(7)V99.
           05 TMP-LFL-AVG-N           PIC 9(7).
           05 TMP-LFL-MASK-SW         PIC X(1).
           05 TMP-LFL-AVG-MODE-SW     PIC X(1).
              88 TMP-LFL-AVG-SHOWN         VALUE 'Y'.
              88 TMP-LFL-AVG-NA            VALUE 'N'.
              88 TMP-LFL-AVG-MASKED        VALUE 'M'.
      *    THE PRINTABLE FIGURE WITH ITS PERCENT SIGN - NONE AFTER
      *    N/A OR SUPPRESSED
           05 TMP-LFL-AVG-PCT.
              10 TMP-LFL-AVG-ED       PIC -Z.ZZZ.ZZ9,99.
              10 TMP-LFL-AVG-TXT      REDEFINES TMP-LFL-AVG-ED
                                      PIC X(13).
              10 TMP-LFL-AVG-SIGN     PIC X(1).
           05 OREPORT-JSON-LFL        PIC X(11).
           05 OREPORT-JSON-LFL-AVG    PIC X(11).
           05 TMP-LFL-JSON-KEY        PIC X(8).
           05 TMP-LFL-JSON-VALUE      PIC X(23).
           05 TMP-LFL-CONT-ED         PIC Z(6)9.
           05 TMP-LFL-JOIN-ED         PIC Z(6)9.
           05 TMP-LFL-LEAVE-ED        PIC Z(6)9.
           05 OREPORT-CSV-LFL         PIC X(1).

      *-[ LIKE-FOR-LIKE LINES - INDUSTRY FOOTER, SECTOR, GRAND TOTAL ]-*
       01 OREPORT-F8.
           05 OREPORT-F8-LABEL        PIC X(28)
                           VALUE 'LIKE-FOR-LIKE AVG GROWTH..: '.
           05 OREPORT-F8-AVG          PIC X(14).
           05 FILLER                  PIC X(13)   VALUE '  CONTINUING '.
           05 OREPORT-F8-COUNT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(19)
                           VALUE '  EXCLUDED JOINERS '.
           05 OREPORT-F8-JOIN         PIC ZZZZZZ9.
           05 FILLER                  PIC X(9)    VALUE ' LEAVERS '.
           05 OREPORT-F8-LEAVE        PIC ZZZZZZ9.
       01 OREPORT-SF2.
           05 FILLER                  PIC X(14)
                                      VALUE 'LIKE-FOR-LIKE '.
           05 OREPORT-SF2-AVG         PIC X(14).
           05 FILLER                  PIC X(13)   VALUE '  CONTINUING '.
           05 OREPORT-SF2-COUNT       PIC ZZZZZZ9.
           05 FILLER                  PIC X(19)
                           VALUE '  EXCLUDED JOINERS '.
           05 OREPORT-SF2-JOIN        PIC ZZZZZZ9.
           05 FILLER                  PIC X(9)    VALUE ' LEAVERS '.
           05 OREPORT-SF2-LEAVE       PIC ZZZZZZ9.
       01 OREPORT-G3.
           05 OREPORT-G3-LABEL        PIC X(52)
                           VALUE 'AVERAGE GROWTH, ALL COMPANIES:'.
           05 OREPORT-G3-AVG          PIC X(14).
           05 FILLER                  PIC X(13)   VALUE '  COMPANIES  '.
           05 OREPORT-G3-COUNT        PIC ZZZZZZ9.
       01 OREPORT-G4.
           05 OREPORT-G4-LABEL        PIC X(52)
                   VALUE 'LIKE-FOR-LIKE AVERAGE (CONTINUING ONLY):'.
           05 OREPORT-G4-AVG          PIC X(14).
           05 FILLER                  PIC X(13)   VALUE '  CONTINUING '.
           05 OREPORT-G4-COUNT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(19)
                           VALUE '  EXCLUDED JOINERS '.
           05 OREPORT-G4-JOIN         PIC ZZZZZZ9.
           05 FILLER                  PIC X(9)    VALUE ' LEAVERS '.
           05 OREPORT-G4-LEAVE        PIC ZZZZZZ9.
       01 OREPORT-LH1.
           05 FILLER                  PIC X(36)
                   VALUE 'LIKE-FOR-LIKE BY STATE - CONTINUING '.
           05 FILLER                  PIC X(20)
                   VALUE 'COMPANIES OF PERIOD '.
           05 OREPORT-LH1-CUR         PIC X(6).
           05 FILLER                  PIC X(5)    VALUE ' AND '.
           05 OREPORT-LH1-PRIOR       PIC X(6).
           05 FILLER                  PIC X(7)    VALUE SPACES.
       01 OREPORT-LH2.
           05 FILLER                  PIC X(18)   VALUE 'STATE'.
           05 FILLER                  PIC X(14)
                   VALUE '   ALL AVERAGE'.
           05 FILLER                  PIC X(11)   VALUE '  COMPANIES'.
           05 FILLER                  PIC X(14)
                   VALUE '   LFL AVERAGE'.
           05 FILLER                  PIC X(12)   VALUE '  CONTINUING'.
           05 FILLER                  PIC X(9)    VALUE '  JOINERS'.
           05 FILLER                  PIC X(9)    VALUE '  LEAVERS'.
       01 OREPORT-LR1.
           05 OREPORT-LR1-STATE       PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OREPORT-LR1-NAME        PIC X(14).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OREPORT-LR1-ALL-AVG     PIC X(14).
           05 OREPORT-LR1-ALL-COUNT   PIC Z(10)9.
           05 OREPORT-LR1-LFL-AVG     PIC X(14).
           05 OREPORT-LR1-LFL-COUNT   PIC Z(11)9.
           05 OREPORT-LR1-JOIN        PIC Z(8)9.
           05 OREPORT-LR1-LEAVE       PIC Z(8)9.
       01 OREPORT-LN1.
           05 FILLER                  PIC X(28)
                   VALUE 'LIKE-FOR-LIKE NOT AVAILABLE '.
           05 FILLER                  PIC X(20)
                   VALUE '- NO TWO PERIODS ON '.
           05 FILLER                  PIC X(31)
                   VALUE 'THE GROWTH HISTORY'.


      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
                                      VALUE 'IO/companyattr.txt'.
       01 ITGT-PATH                  PIC X(40)
                                      VALUE 'IO/growthtarget.txt'.
       01 ICMT-PATH                  PIC X(40)
                                      VALUE 'IO/commentary.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/reviewqueue.txt'.
       01 SPILL-PATH                 PIC X(40)
                                      VALUE 'IO/bat1spill.tmp'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
      *===============================================================*
           PERFORM PGM-INIT

      *    THE STITCH STEP OF A PARTITIONED RUN READS NO EXTRACT - IT
      *    PUTS THE PARTITIONS' WORK FILES BACK TOGETHER
           IF (PART-STITCH) THEN
              PERFORM PART-STITCH-ALL
              PERFORM GRAND-TOTAL-END
              PERFORM RECON-CHECK-COUNT
              PERFORM PGM-END
           END-IF

           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              PERFORM INDUSTRY-INIT
           MOVE ITGT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ITGT-PATH
           MOVE ICMT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICMT-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IPART-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPART-PATH
           MOVE ILAYT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILAYT-PATH
           MOVE SPILL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO SPILL-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE ZERO                                 TO PGM-END-RC
      
      *---------------------------------------------------------------*
      * CHAIN-WIDE RUN ID AND RUN DATE (IRUNID IS OPTIONAL - A        *
      * STANDALONE SUBMIT OUTSIDE TPL-RUN1 SIMPLY LEAVES THE STAMP    *
      * BLANK AND RUNS FOR TODAY; A BACKLOG RUN GETS THE MISSED DATE) *
      *---------------------------------------------------------------*
           PERFORM RUND-READ-DATE
           MOVE RUND-RUN-ID TO TMP-RUN-ID

      *---------------------------------------------------------------*
      * ARCHIVE OREPORT BY RUN DATE (SO TONIGHT'S BATCH DOESN'T       *
      * OVERWRITE LAST RUN'S REPORT)                                  *
      *---------------------------------------------------------------*
           MOVE RUND-DATE TO TMP-RUN-STAMP
           MOVE TMP-RUN-STAMP              TO TMP-ASOF-DATE
      *    BOTH ARCHIVES ARE WRITTEN IN DRAFT STATUS (.draft SUFFIX,
      *    INVISIBLE TO DISTRIBUTION) UNTIL A REVIEWER SIGNS OFF AND
             INTO OSNAP-PATH
           END-STRING

      *---------------------------------------------------------------*
      * PARTITIONED RUN? (SEE PART-INIT) - BEFORE ANY OUTPUT IS OPEN, *
      * A PARTITION WRITES TO ITS OWN WORK FILES                      *
      *---------------------------------------------------------------*
           PERFORM PART-INIT

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
      *    NOT FOR ONE PARTITION: THE PARTITIONS ONLY READ AND ARE
      *    MEANT TO RUN SIDE BY SIDE - THE STITCH TAKES THE LOCK
           IF (NOT PART-RUN) THEN
              PERFORM MASTER-LOCK-ACQUIRE
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
           PERFORM FILE-OPEN-INPUT-IATTR
           PERFORM FILE-OPEN-OUTPUT-OREPORT
           PERFORM FILE-OPEN-OUTPUT-OSNAP
           IF (PART-FRONT) THEN
              MOVE SPACES             TO OSNAP-REC
              MOVE OREPORT-CSV-HEADER TO OSNAP-REC
              MOVE OSNAP-REC          TO OSNAP-RECORD
              PERFORM FILE-WRITE-OSNAP
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OSTATS
           PERFORM FILE-OPEN-OUTPUT-OOUTLIER
           PERFORM FILE-OPEN-OUTPUT-OGL
           IF (PART-WHOLE) THEN
              MOVE TMP-RUN-STAMP TO GL-H-RUN-DATE
              MOVE PGM-NAME      TO GL-H-PROGRAM
              MOVE GL-HEADER     TO OGL-RECORD
              PERFORM FILE-WRITE-OGL
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OREJECT
           PERFORM FILE-OPEN-OUTPUT-OBADROW
           PERFORM FILE-OPEN-OUTPUT-ORECON
           MOVE 0 TO TMP-BADROW-COUNT
           MOVE 0 TO TMP-DUP-COUNT
           MOVE 0 TO TMP-ACCEPTED-TOTAL
           MOVE 0 TO TMP-IMPUTED-COUNT

           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
           END-IF.

       PGM-INIT-PARM-DONE.
      *    ONCE PER REPORT - BY PARTITION 01 OF A PARTITIONED RUN
           IF (PART-FRONT) THEN
              IF (OREPORT-CSV-MODE) THEN
                 MOVE SPACES                TO OREPORT-REC
                 MOVE OREPORT-CSV-RPT-HEADER TO OREPORT-REC
                 PERFORM OREPORT-WRITE
              ELSE
                 IF (NOT OREPORT-JSON-MODE) THEN
                    PERFORM WRITE-PARM-ECHO
                 END-IF
              END-IF
           END-IF

              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (ISABB-EOF)
                 IF (ISABB-ABB = SPACES) THEN
      *             LISTED ONCE - BY PARTITION 01 OF A PARTITIONED RUN
                    IF (PART-FRONT) THEN
                       ADD  1      TO TMP-BADROW-COUNT
                       MOVE SPACES TO OBADROW-REC
                       STRING 'UNPARSABLE ISABB ROW: ' ISABB-STATE
                         DELIMITED BY SIZE
                         INTO OBADROW-REC
                       END-STRING
                       MOVE OBADROW-REC TO OBADROW-RECORD
                       PERFORM FILE-WRITE-OBADROW
                    END-IF
                 ELSE
                    ADD  1           TO TAB-SABB-MAX
                    IF (TAB-SABB-MAX > TAB-SABB-DIM)
                 ELSE
                    MOVE IMAST-INDUSTRY
                      TO TAB-IMAST-INDUSTRY(TAB-IMAST-MAX)
                    MOVE IMAST-SIC-CODE
                      TO TAB-IMAST-SIC-CODE(TAB-IMAST-MAX)
                 END-IF

                 PERFORM IMAST-READ
      * RUN YEAR'S TARGETS ARE KEPT, A TARGET IS SET ONCE A YEAR      *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-TGT-MAX
           MOVE RUND-DATE(1:4) TO TMP-TGT-RUN-YEAR
           PERFORM FILE-OPEN-INPUT-ITGT
           IF (ITGT-YES) THEN
              PERFORM ITGT-READ
              PERFORM FILE-CLOSE-ITGT
           END-IF

      *---------------------------------------------------------------*
      * IMPORT THE RUN MONTH'S APPROVED ANALYST COMMENTARY (ICMT IS   *
      * OPTIONAL) - THE MASTER IS SORTED BY INDUSTRY + PERIOD + LINE, *
      * SO AN APPROVED HEADER OPENS A TABLE ENTRY AND THE TEXT LINES  *
      * BEHIND IT FILL IT; AN UNAPPROVED ONE IS SKIPPED WITH ITS TEXT *
      *---------------------------------------------------------------*
           MOVE 0   TO TAB-CMT-MAX
           MOVE 'N' TO TMP-CMT-OPEN-SW
           MOVE RUND-DATE(1:6) TO TMP-CMT-PERIOD
           PERFORM FILE-OPEN-INPUT-ICMT
           IF (ICMT-YES) THEN
              PERFORM ICMT-READ
              PERFORM UNTIL (ICMT-EOF)
                 EVALUATE TRUE
                    WHEN (CMT-PERIOD NOT = TMP-CMT-PERIOD)
                       OR (CMT-LINE NOT NUMERIC)
                       CONTINUE
                    WHEN (CMT-LINE = 0)
                       MOVE 'N' TO TMP-CMT-OPEN-SW
                       IF (CMT-APPROVED-SW = 'Y') THEN
                          ADD 1 TO TAB-CMT-MAX
                          IF (TAB-CMT-MAX > TAB-CMT-DIM) THEN
                             MOVE TAB-CMT-DIM TO TAB-CMT-MAX
                             MOVE 'TAB-CMT OVERFLOW - COMMENTARY SHORT'
                               TO APP-LOG-LINE
                             PERFORM SCHREIBE-APP-LOG-LINE
                          ELSE
                             MOVE 'Y' TO TMP-CMT-OPEN-SW
                             MOVE CMT-INDUSTRY
                               TO TAB-CMT-INDUSTRY(TAB-CMT-MAX)
                             MOVE CMT-AUTHOR
                               TO TAB-CMT-AUTHOR(TAB-CMT-MAX)
                             MOVE 0 TO TAB-CMT-LINES(TAB-CMT-MAX)
                          END-IF
                       END-IF
                    WHEN (TMP-CMT-OPEN-SW = 'Y')
                       AND (CMT-INDUSTRY
                            = TAB-CMT-INDUSTRY(TAB-CMT-MAX))
                       AND (TAB-CMT-LINES(TAB-CMT-MAX) < 10)
                       ADD 1 TO TAB-CMT-LINES(TAB-CMT-MAX)
                       MOVE TAB-CMT-LINES(TAB-CMT-MAX) TO TMP-CMT-J
                       MOVE CMT-TEXT
                         TO TAB-CMT-TEXT(TAB-CMT-MAX, TMP-CMT-J)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 PERFORM ICMT-READ
              END-PERFORM
              PERFORM FILE-CLOSE-ICMT
           END-IF

      *---------------------------------------------------------------*
      * IMPORT THE LIFECYCLE STATUS MAP (ILIFE IS OPTIONAL - SEE      *
      * LIFESE.cob)                                                   *
           PERFORM LOAD-LIFECYCLE-MAP

      *---------------------------------------------------------------*
      * LIKE-FOR-LIKE COMPANY SET FROM THE GROWTH HISTORY (IHIST AND  *
      * ISUCC ARE OPTIONAL - SEE LOAD-LIKE-FOR-LIKE)                  *
      *---------------------------------------------------------------*
           PERFORM LOAD-LIKE-FOR-LIKE

      *---------------------------------------------------------------*
      * COLUMN LAYOUT (LAYOUT= IN THE PARM FILE - SEE LAYOUT-COLUMNS) *
      *---------------------------------------------------------------*
           IF (TMP-LAYOUT-NAME NOT = SPACES) THEN
              PERFORM LOAD-COLUMN-LAYOUT
           END-IF

      *---------------------------------------------------------------*
              PERFORM FILE-CLOSE-IRULE
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OREVIEW

      *---------------------------------------------------------------*
      * A PARTITION'S RECORD RANGE NEEDS THE ALIASES, THE INDUSTRY    *
      * MASTER, THE SECTOR MAP AND THE AS-OF DATE - ALL LOADED NOW    *
      *---------------------------------------------------------------*
           IF (PART-RUN) THEN
              PERFORM PART-PLAN-CUTS
           END-IF
           .
       PGM-INIT-EXIT. EXIT.

      *    IMPORT THE ALIAS MAP (IALIAS IS OPTIONAL) - ONLY ALIASES   *
      *    ALREADY IN EFFECT ON THE RUN DATE ARE LOADED               *
           MOVE 0 TO TAB-ALIAS-MAX
           MOVE RUND-DATE TO TMP-ALIAS-RUN-DATE
           PERFORM FILE-OPEN-INPUT-IALIAS
           IF (IALIAS-YES) THEN
              PERFORM FILE-READ-IALIAS
                 TMP-SECT-TOTAL / TMP-SECT-COUNT
           END-IF
           MOVE TMP-SECT-AVG   TO OREPORT-SF1-AVG

           MOVE TMP-LFL-SECT-TOTAL TO TMP-LFL-AVG-SUM
           MOVE TMP-LFL-SECT-COUNT TO TMP-LFL-AVG-N
           MOVE 'Y'                TO TMP-LFL-MASK-SW
           PERFORM LFL-AVG-BUILD
           MOVE TMP-LFL-AVG-PCT    TO OREPORT-SF2-AVG
           MOVE TMP-LFL-SECT-COUNT TO OREPORT-SF2-COUNT
           MOVE TMP-LFL-SECT-JOIN  TO OREPORT-SF2-JOIN
           MOVE TMP-LFL-SECT-LEAVE TO OREPORT-SF2-LEAVE

           PERFORM SECTOR-LINE-FOOT
           MOVE 0 TO TMP-SECT-TOTAL
           MOVE 0 TO TMP-SECT-COUNT
           MOVE 0 TO TMP-LFL-SECT-TOTAL
           MOVE 0 TO TMP-LFL-SECT-COUNT
           MOVE 0 TO TMP-LFL-SECT-JOIN
           MOVE 0 TO TMP-LFL-SECT-LEAVE
           .
       SECTOR-END-EXIT. EXIT.
      *****************************************************************
           MOVE SPACES       TO OREPORT-REC
           MOVE OREPORT-SF1  TO OREPORT-REC
           PERFORM OREPORT-WRITE
           IF (TMP-LFL-ACTIVE) THEN
              MOVE SPACES       TO OREPORT-REC
              MOVE OREPORT-SF2  TO OREPORT-REC
              PERFORM OREPORT-WRITE
           END-IF
           MOVE SPACES       TO OREPORT-REC
           PERFORM OREPORT-WRITE
           .
           PERFORM LABEL-FETCH
           MOVE LBL-ARG-TEXT          TO OREPORT-G2-LABEL

           MOVE 'FTR-LFL'             TO LBL-ARG-ID
           MOVE OREPORT-F8-LABEL      TO LBL-ARG-TEXT
           PERFORM LABEL-FETCH
           MOVE LBL-ARG-TEXT          TO OREPORT-F8-LABEL

           MOVE 'RPT-TITLE'           TO LBL-ARG-ID
           MOVE TMP-REPORT-TITLE      TO LBL-ARG-TEXT
           PERFORM LABEL-FETCH

           MOVE ICOMP-INDUSTRY   TO OREPORT-H1-INDUSTRY
           MOVE ICOMP-INDUSTRY   TO TMP-SW-INDUSTRY
           MOVE SPACES           TO TMP-IND-SIC-CODE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IMAST-MAX)
              IF (TAB-IMAST-INDUSTRY(TMP-I-TABLE) = ICOMP-INDUSTRY)
                 MOVE TAB-IMAST-SIC-CODE(TMP-I-TABLE)
                   TO TMP-IND-SIC-CODE
              END-IF
           END-PERFORM
           MOVE TMP-IND-SIC-CODE TO OREPORT-H1-SIC-CODE
           IF (TMP-IND-SIC-CODE = SPACES) THEN
              MOVE SPACES        TO OREPORT-H1-SIC-LABEL
           ELSE
              MOVE 'SIC: '       TO OREPORT-H1-SIC-LABEL
           END-IF
           MOVE 0                TO TAB-SEEN-MAX
           MOVE 0                TO TAB-INDROW-MAX
           MOVE 0                TO TMP-IND-COMPANY-COUNT
           MOVE 0                TO TMP-IND-FILTERED-COUNT
           MOVE 0                TO TMP-IND-IMPUTED-COUNT
           MOVE 0                TO TMP-IND-IMPUTED-TOTAL
           MOVE 0                TO TMP-WGT-GROWTH-SUM
           MOVE 0                TO TMP-WGT-REVENUE-SUM
           MOVE 0                TO TAB-STAT-MAX
           MOVE 0                TO TMP-LFL-IND-TOTAL
           MOVE 0                TO TMP-LFL-IND-COUNT
           MOVE 0                TO TMP-LFL-IND-JOIN
           MOVE 0                TO TMP-LFL-IND-LEAVE

      *---------------------------------------------------------------*
      * WRITE HEADINGS (CSV MODE HAS ONE HEADER ROW FOR THE WHOLE     *
           IF (OREPORT-CSV-MODE) OR (OREPORT-JSON-MODE) THEN
              CONTINUE
           ELSE
              IF (OREPORT-COUNT = 0) AND (PART-FRONT) THEN
                 PERFORM WRITE-REPORT-LETTERHEAD
              ELSE
      *          A LATER PARTITION'S FIRST BLANK LINE WAS WRITTEN BY
      *          THE PARTITION BEFORE, ABOVE ITS SECTOR TOTAL (SEE
      *          GRAND-TOTAL-END)
                 IF (OREPORT-COUNT = 0) AND (ISECT-YES) THEN
                    CONTINUE
                 ELSE
                    MOVE SPACES     TO OREPORT-REC
                    PERFORM OREPORT-WRITE
                 END-IF
              END-IF

              IF (ISECT-YES) THEN

           MOVE SPACES                   TO OREPORT-LH-TITLE
           MOVE TMP-REPORT-TITLE         TO OREPORT-LH-TITLE-TEXT
           STRING TMP-RUN-STAMP(5:2) '/' TMP-RUN-STAMP(7:2) '/'
                  TMP-RUN-STAMP(1:4)
             DELIMITED BY SIZE
           ADD  ICOMP-GROWTH     TO TMP-TOTAL-GROWTH
           ADD  1                TO TMP-IND-COMPANY-COUNT
           ADD  1                TO TMP-ACCEPTED-TOTAL
           IF (ICOMP-IMPUTED) THEN
              MOVE 'I'           TO OREPORT-R1-IMPUTED
              ADD  1             TO TMP-IND-IMPUTED-COUNT
              ADD  1             TO TMP-IMPUTED-COUNT
              ADD  ICOMP-GROWTH  TO TMP-IND-IMPUTED-TOTAL
           ELSE
              MOVE SPACE         TO OREPORT-R1-IMPUTED
           END-IF

      *    PLAUSIBILITY BAND CHECK - THE ROW STILL PRINTS EITHER WAY,
      *    OUTSIDE-BAND ROWS ARE MARKED AND QUEUED FOR REVIEW
      *    REPORT MODE - SEE OSNAP ABOVE
           PERFORM SNAPSHOT-WRITE

      *    CONTINUING, JOINER OR LEAVER AGAINST THE PRIOR PERIOD
           PERFORM LFL-ROW-CLASSIFY

      *---------------------------------------------------------------*
      * WRITE RECORD                                                  *
      *---------------------------------------------------------------*
                INTO OREPORT-CSV-GROWTH
              END-STRING

              EVALUATE TRUE
                WHEN (TMP-LFL-ROW-CONT)
                   MOVE 'Y'   TO OREPORT-CSV-LFL
                WHEN (TMP-LFL-ROW-JOIN) OR (TMP-LFL-ROW-LEAVE)
                   MOVE 'N'   TO OREPORT-CSV-LFL
                WHEN OTHER
                   MOVE SPACE TO OREPORT-CSV-LFL
              END-EVALUATE

              MOVE SPACES TO OREPORT-REC
              MOVE 1      TO TMP-LFL-PTR
              STRING FUNCTION TRIM(OREPORT-R1-COMPANY) ','
                     FUNCTION TRIM(OREPORT-R1-STATE)   ','
                     FUNCTION TRIM(ICOMP-INDUSTRY)     ','
                     FUNCTION TRIM(OREPORT-CSV-GROWTH) ','
                DELIMITED BY SIZE
                INTO OREPORT-REC
                WITH POINTER TMP-LFL-PTR
              END-STRING
      *       NO HISTORY, NO FLAG - THE COLUMN STAYS EMPTY
              IF (OREPORT-CSV-LFL NOT = SPACE) THEN
                 STRING OREPORT-CSV-LFL
                   DELIMITED BY SIZE
                   INTO OREPORT-REC
                   WITH POINTER TMP-LFL-PTR
                 END-STRING
              END-IF
              IF (ICOMP-IMPUTED) THEN
                 STRING ',Y'
                   DELIMITED BY SIZE
                   INTO OREPORT-REC
                   WITH POINTER TMP-LFL-PTR
                 END-STRING
              ELSE
                 STRING ',N'
                   DELIMITED BY SIZE
                   INTO OREPORT-REC
                   WITH POINTER TMP-LFL-PTR
                 END-STRING
              END-IF
              STRING ','
                DELIMITED BY SIZE
                INTO OREPORT-REC
                WITH POINTER TMP-LFL-PTR
              END-STRING
              IF (TMP-IND-SIC-CODE NOT = SPACES) THEN
                 STRING FUNCTION TRIM(TMP-IND-SIC-CODE)
                   DELIMITED BY SIZE
                   INTO OREPORT-REC
                   WITH POINTER TMP-LFL-PTR
                 END-STRING
              END-IF
              PERFORM OREPORT-WRITE
           ELSE
              IF (TMP-SUMMARY-ONLY) AND (NOT OREPORT-JSON-MODE) THEN
                    ELSE
                       MOVE SPACE TO SPILL-REVIEW
                    END-IF
                    MOVE OREPORT-R1-IMPUTED TO SPILL-IMPUTED
                    MOVE SPACES    TO OSPILL-RECORD
                    MOVE SPILL-REC TO OSPILL-RECORD
                    PERFORM FILE-WRITE-OSPILL
                       MOVE SPACE
                         TO TAB-INDROW-REVIEW(TAB-INDROW-MAX)
                    END-IF
                    MOVE OREPORT-R1-IMPUTED TO TAB-INDROW-IMPUTED
                                               (TAB-INDROW-MAX)
                 END-IF
              END-IF
           END-IF
              PERFORM SUPP-AUDIT-INDUSTRY
           END-IF

      *    LIKE-FOR-LIKE FIGURES OF THE GROUP (LEAVERS COUNTED NOW)
           PERFORM LFL-INDUSTRY-FIGURES

      *---------------------------------------------------------------*
      * WRITE DETAIL ROWS (CSV MODE ALREADY WROTE ITS ROWS AS IT WENT *
      * - THE BUFFERED ROWS NEED A SECOND PASS, NOW THAT THE INDUSTRY *
              ELSE
                 PERFORM INDUSTRY-SORT-ROWS
                 IF (OREPORT-JSON-MODE) THEN
                    PERFORM INDUSTRY-HEADER-JSON
                    PERFORM INDUSTRY-FLUSH-JSON
                 ELSE
                    PERFORM INDUSTRY-FLUSH-ROWS
                 IF (SPILL-SW = 'Y') THEN
                    PERFORM INDUSTRY-SPILL-REPLAY
                 END-IF
      *          ONE LIKE-FOR-LIKE SUMMARY LINE BEHIND THE GROUP'S ROWS
                 IF (OREPORT-JSON-MODE) AND (TMP-LFL-ACTIVE) THEN
                    PERFORM LFL-INDUSTRY-JSON
                 END-IF
              END-IF
           END-IF


           ADD TMP-TOTAL-GROWTH      TO TMP-SECT-TOTAL
           ADD TMP-IND-COMPANY-COUNT TO TMP-SECT-COUNT
           ADD TMP-LFL-IND-TOTAL     TO TMP-LFL-SECT-TOTAL
           ADD TMP-LFL-IND-COUNT     TO TMP-LFL-SECT-COUNT
           ADD TMP-LFL-IND-JOIN      TO TMP-LFL-SECT-JOIN
           ADD TMP-LFL-IND-LEAVE     TO TMP-LFL-SECT-LEAVE

      *    GENERAL-LEDGER INTERFACE DETAIL FOR THIS INDUSTRY - THE
      *    REPORTED FIGURES ONLY, AN ESTIMATE NEVER POSTS
           MOVE TMP-SW-INDUSTRY       TO GL-D-INDUSTRY
           MOVE TMP-IND-SIC-CODE      TO GL-D-SIC-CODE
           COMPUTE GL-D-COUNT = TMP-IND-COMPANY-COUNT
                              - TMP-IND-IMPUTED-COUNT
           COMPUTE GL-D-TOTAL = TMP-TOTAL-GROWTH
                              - TMP-IND-IMPUTED-TOTAL
           MOVE GL-DETAIL             TO OGL-RECORD
           PERFORM FILE-WRITE-OGL
           ADD 1                TO TMP-GL-DETAIL-COUNT
           ADD GL-D-TOTAL       TO TMP-GL-HASH

           ADD  TMP-TOTAL-GROWTH TO TMP-GRAND-TOTAL-GROWTH
           MOVE ZEROES           TO TMP-TOTAL-GROWTH

              MOVE TMP-IND-COMPANY-COUNT TO OREPORT-F3-COUNT
              MOVE TMP-IND-FILTERED-COUNT TO OREPORT-F3-FILTERED
              MOVE TMP-IND-IMPUTED-COUNT  TO OREPORT-F3-IMPUTED
              IF (TMP-IND-IMPUTED-COUNT > 0) THEN
                 MOVE '   IMPUTED: '  TO OREPORT-F3-IMP-LABEL
              ELSE
                 MOVE SPACES          TO OREPORT-F3-IMP-LABEL
              END-IF
              MOVE OREPORT-F3       TO OREPORT-REC
              PERFORM OREPORT-WRITE

                 PERFORM OREPORT-WRITE
              END-IF

      *       LIKE-FOR-LIKE AVERAGE BESIDE THE ALL-COMPANY ONE - ONLY
      *       WHEN THE GROWTH HISTORY GAVE TWO PERIODS TO COMPARE
              IF (TMP-LFL-ACTIVE)
                 AND (TMP-SUPP-THIS-IND-SW = 'N') THEN
                 MOVE OREPORT-F8       TO OREPORT-REC
                 PERFORM OREPORT-WRITE
              END-IF

      *       REVENUE-WEIGHTED INDUSTRY GROWTH - ONLY MEANINGFUL WHEN
      *       THE ATTRIBUTES MASTER IS ALLOCATED; A GROUP WHERE NO
      *       COMPANY HAS A REVENUE RECORD IS MARKED '(NO REVENUE)'
                 MOVE OREPORT-F7       TO OREPORT-REC
                 PERFORM OREPORT-WRITE
              END-IF

      *       APPROVED ANALYST COMMENTARY - RIGHT UNDER THE LAST
      *       FOOTER LINE, NO BLANK LINE BETWEEN, SO THE BLOCK STAYS
      *       ONE UNIT UP TO THE NEXT INDUSTRY'S SPACING LINE
              MOVE 0 TO TMP-CMT-I
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-CMT-MAX)
                 IF (TAB-CMT-INDUSTRY(TMP-I-TABLE)
                     = TMP-SW-INDUSTRY) THEN
                    MOVE TMP-I-TABLE TO TMP-CMT-I
                 END-IF
              END-PERFORM
              IF (TMP-CMT-I > 0) THEN
                 MOVE SPACES TO OREPORT-REC
                 STRING '   ANALYST COMMENTARY (' DELIMITED BY SIZE
                        TAB-CMT-AUTHOR(TMP-CMT-I) DELIMITED BY SPACE
                        '):'                      DELIMITED BY SIZE
                   INTO OREPORT-REC
                 END-STRING
                 PERFORM OREPORT-WRITE
                 PERFORM VARYING TMP-CMT-J FROM 1 BY 1
                           UNTIL (TMP-CMT-J > TAB-CMT-LINES(TMP-CMT-I))
                    MOVE TAB-CMT-TEXT(TMP-CMT-I, TMP-CMT-J)
                      TO OREPORT-CMT-T-TEXT
                    MOVE OREPORT-CMT-T TO OREPORT-REC
                    PERFORM OREPORT-WRITE
                 END-PERFORM
              END-IF
           END-IF

      *---------------------------------------------------------------*
                      TO TMP-SWAP-INDROW-TREND
                    MOVE TAB-INDROW-REVIEW(TMP-J-TABLE)
                      TO TMP-SWAP-INDROW-REVIEW
                    MOVE TAB-INDROW-IMPUTED(TMP-J-TABLE)
                      TO TMP-SWAP-INDROW-IMPUTED

                    MOVE TAB-INDROW-COMPANY(TMP-J-TABLE + 1)
                      TO TAB-INDROW-COMPANY(TMP-J-TABLE)
                      TO TAB-INDROW-TREND(TMP-J-TABLE)
                    MOVE TAB-INDROW-REVIEW(TMP-J-TABLE + 1)
                      TO TAB-INDROW-REVIEW(TMP-J-TABLE)
                    MOVE TAB-INDROW-IMPUTED(TMP-J-TABLE + 1)
                      TO TAB-INDROW-IMPUTED(TMP-J-TABLE)

                    MOVE TMP-SWAP-INDROW-COMPANY
                      TO TAB-INDROW-COMPANY(TMP-J-TABLE + 1)
                      TO TAB-INDROW-TREND(TMP-J-TABLE + 1)
                    MOVE TMP-SWAP-INDROW-REVIEW
                      TO TAB-INDROW-REVIEW(TMP-J-TABLE + 1)
                    MOVE TMP-SWAP-INDROW-IMPUTED
                      TO TAB-INDROW-IMPUTED(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
              MOVE TAB-INDROW-DECLINE(TMP-I-TABLE) TO SPILL-DECLINE
              MOVE TAB-INDROW-TREND(TMP-I-TABLE)   TO SPILL-TREND
              MOVE TAB-INDROW-REVIEW(TMP-I-TABLE)  TO SPILL-REVIEW
              MOVE TAB-INDROW-IMPUTED(TMP-I-TABLE) TO SPILL-IMPUTED
              PERFORM INDUSTRY-FLUSH-ONE
           END-PERFORM
           .
                     MOVE 01 TO TAB-LC-WIDTH(TAB-LC-MAX)
                   WHEN 'REVIEW'
                     MOVE 01 TO TAB-LC-WIDTH(TAB-LC-MAX)
                   WHEN 'IMPUTED'
                     MOVE 01 TO TAB-LC-WIDTH(TAB-LC-MAX)
                   WHEN OTHER
                     MOVE '905' TO PGM-ERR-RC
                     STRING 'UNKNOWN LAYOUT COLUMN: ' TMP-LC-ID
                    INTO OREPORT-REC
                    WITH POINTER TMP-LC-PTR
                  END-STRING
                WHEN 'IMPUTED'
                  STRING SPILL-IMPUTED ' '
                    DELIMITED BY SIZE
                    INTO OREPORT-REC
                    WITH POINTER TMP-LC-PTR
                  END-STRING
              END-EVALUATE
           END-PERFORM

           MOVE SPILL-DECLINE TO OREPORT-R1-DECLINE-MARK
           MOVE SPILL-TREND   TO OREPORT-R1-TREND
           MOVE SPILL-REVIEW  TO OREPORT-R1-REVIEW
           MOVE SPILL-IMPUTED TO OREPORT-R1-IMPUTED
           IF (TMP-DECIMAL-STYLE-SW = 'P') THEN
              INSPECT OREPORT-R1-GROWTH REPLACING ALL ',' BY '.'
           END-IF
           MOVE 0   TO SPILL-COUNT
           .
       INDUSTRY-SPILL-REPLAY-EXIT. EXIT.
      *****************************************************************
       INDUSTRY-HEADER-JSON SECTION.
      *===============================================================*
      *    ONE LINE AHEAD OF THE GROUP'S ROWS WITH THE INDUSTRY'S     *
      *    STANDARD CLASSIFICATION CODE - THE DETAIL ROWS HAVE NO     *
      *    ROOM LEFT FOR IT (NULL WHEN THE INDUSTRY HAS NO CODE)      *
           MOVE SPACES TO OREPORT-REC
           IF (TMP-IND-SIC-CODE = SPACES) THEN
              STRING '{"industry":"'
                     FUNCTION TRIM(TMP-SW-INDUSTRY)
                     '","sic":null}'
                DELIMITED BY SIZE
                INTO OREPORT-REC
              END-STRING
           ELSE
              STRING '{"industry":"'
                     FUNCTION TRIM(TMP-SW-INDUSTRY)
                     '","sic":"'
                     FUNCTION TRIM(TMP-IND-SIC-CODE) '"}'
                DELIMITED BY SIZE
                INTO OREPORT-REC
              END-STRING
           END-IF
           PERFORM OREPORT-WRITE
           .
       INDUSTRY-HEADER-JSON-EXIT. EXIT.
      *****************************************************************
       INDUSTRY-FLUSH-JSON SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * WRITE GRAND TOTAL FOOTER (SKIPPED IN CSV AND JSON MODES - SEE *
      * ABOVE) - JSON STILL CLOSES WITH THE LIKE-FOR-LIKE SUMMARY      *
      * LINES BY STATE AND FOR THE WHOLE REPORT                       *
      *---------------------------------------------------------------*
           IF (OREPORT-CSV-MODE) OR (OREPORT-JSON-MODE) THEN
              IF (OREPORT-JSON-MODE) AND (PART-WHOLE)
                 AND (TMP-LFL-ACTIVE) THEN
                 PERFORM LFL-GRAND-JSON
              END-IF
           ELSE
              IF (ISECT-YES)
                 AND (TMP-CUR-SECTOR NOT = LOW-VALUES) THEN
      *          A PARTITION WITH MORE TO COME WRITES THE BLANK LINE
      *          THE NEXT INDUSTRY'S HEADING WOULD HAVE WRITTEN HERE
                 IF (PART-RUN) AND (TMP-PART-HI < TMP-PART-ROWS) THEN
                    MOVE SPACES     TO OREPORT-REC
                    PERFORM OREPORT-WRITE
                 END-IF
                 PERFORM SECTOR-END
              END-IF

      *       A PARTITION CLOSES ITS LAST SECTOR ABOVE (ITS RANGE
      *       ENDS ON A SECTOR BOUNDARY) - THE GRAND TOTAL IS THE
      *       STITCH'S
              IF (PART-WHOLE) THEN
                 MOVE OREPORT-G1    TO OREPORT-REC
                 PERFORM OREPORT-WRITE

                 MOVE OREPORT-G2    TO OREPORT-REC
                 PERFORM OREPORT-WRITE

                 IF (TMP-IMPUTED-COUNT > 0) THEN
                    MOVE TMP-IMPUTED-COUNT TO OREPORT-G9-COUNT
                    MOVE OREPORT-G9        TO OREPORT-REC
                    PERFORM OREPORT-WRITE
                 END-IF

                 PERFORM LFL-GRAND-PRINT
              END-IF
           END-IF
           .
       GRAND-TOTAL-END-EXIT. EXIT.
      *****************************************************************
       LOAD-LIKE-FOR-LIKE SECTION.
      *===============================================================*
      * PICK THE CURRENT PERIOD (THE LATEST ONE ON THE GROWTH HISTORY *
      * UP TO THE RUN DATE) AND THE PERIOD BEFORE IT, THEN SORT BOTH  *
      * PERIODS' ROWS BY SUCCESSOR KEY INTO TAB-LFL. A HELD COMPANY   *
      * (SEE CLGL1) IS LEFT OUT OF BOTH PERIODS. WITHOUT THE FILE OR  *
      * WITHOUT TWO PERIODS TMP-LFL-SW STAYS 'N' AND EVERY LIKE-FOR-  *
      * LIKE FIGURE PRINTS N/A                                        *
      *---------------------------------------------------------------*
           MOVE 0                TO TAB-LFL-MAX
           MOVE 0                TO TAB-LST-MAX
           MOVE 'N'              TO TMP-LFL-SW
           MOVE RUND-DATE(1:6)   TO TMP-LFL-PER-RUN
           PERFORM LOAD-SUCCESSION-MAP

           MOVE IHIST-PATH       TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE 'NO GROWTH HISTORY - LIKE-FOR-LIKE FIGURES N/A'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LOAD-LIKE-FOR-LIKE-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              PERFORM LFL-PERIOD-REGISTER
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST

           IF (TMP-LFL-PER-PRIOR = SPACES) THEN
              STRING 'GROWTH HISTORY HAS NO TWO PERIODS UP TO '
                     TMP-LFL-PER-RUN ' - LIKE-FOR-LIKE FIGURES N/A'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LOAD-LIKE-FOR-LIKE-EXIT
           END-IF

           MOVE 'Y' TO TMP-LFL-SW
           SORT SLFL
                ON ASCENDING KEY SLFL-NAME SLFL-STATE SLFL-PERIOD
                INPUT PROCEDURE  IS LFL-RELEASE
                OUTPUT PROCEDURE IS LFL-RETURN
           IF (NOT TMP-LFL-ACTIVE) THEN
              GO TO LOAD-LIKE-FOR-LIKE-EXIT
           END-IF

      *    THE LEAVERS BY STATE COME OFF THE TABLE, NOT THE REPORT
      *    ROWS - SO EVERY PARTITION AND THE STITCH HOLD THE SAME ONES
           MOVE 'N' TO TMP-LFL-FOUND-SW
           PERFORM VARYING TMP-LFL-I FROM 1 BY 1
                     UNTIL (TMP-LFL-I > TAB-LFL-MAX)
              IF (TAB-LFL-PRIOR-SW(TMP-LFL-I) = 'Y')
                 AND (TAB-LFL-CUR-SW(TMP-LFL-I) = 'N') THEN
                 MOVE TAB-LFL-STATE(TMP-LFL-I) TO TMP-LFL-STATE
                 PERFORM LFL-STATE-FIND
                 IF (TMP-LFL-J > 0) THEN
                    ADD 1 TO TAB-LST-LEAVE-COUNT(TMP-LFL-J)
                 END-IF
                 MOVE 'Y' TO TMP-LFL-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-LFL-FOUND-SW = 'Y') THEN
              PERFORM LFL-LEAVER-SCAN
           END-IF

           MOVE TAB-LFL-MAX TO TMP-DISPLAY-COUNT
           STRING 'LIKE-FOR-LIKE PERIOD ' TMP-LFL-PER-CUR
                  ' AGAINST ' TMP-LFL-PER-PRIOR ' - '
                  TMP-DISPLAY-COUNT ' COMPANY KEYS'
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       LOAD-LIKE-FOR-LIKE-EXIT. EXIT.
      *****************************************************************
       LFL-PERIOD-REGISTER SECTION.
      *===============================================================*
      *    KEEP THE TWO LATEST DISTINCT PERIODS NOT AFTER THE RUN     *
      *    PERIOD - A PERIOD ALREADY BOOKED IN ADVANCE DOES NOT COUNT *
           IF (HIST-PERIOD NOT NUMERIC)
              OR (HIST-PERIOD > TMP-LFL-PER-RUN)
              OR (HIST-PERIOD = TMP-LFL-PER-CUR)
              OR (HIST-PERIOD = TMP-LFL-PER-PRIOR) THEN
              GO TO LFL-PERIOD-REGISTER-EXIT
           END-IF
           IF (TMP-LFL-PER-CUR = SPACES)
              OR (HIST-PERIOD > TMP-LFL-PER-CUR) THEN
              MOVE TMP-LFL-PER-CUR TO TMP-LFL-PER-PRIOR
              MOVE HIST-PERIOD     TO TMP-LFL-PER-CUR
           ELSE
              IF (TMP-LFL-PER-PRIOR = SPACES)
                 OR (HIST-PERIOD > TMP-LFL-PER-PRIOR) THEN
                 MOVE HIST-PERIOD  TO TMP-LFL-PER-PRIOR
              END-IF
           END-IF
           .
       LFL-PERIOD-REGISTER-EXIT. EXIT.
      *****************************************************************
       LFL-RELEASE SECTION.
      *===============================================================*
      *    SORT INPUT - THE TWO PERIODS' ROWS UNDER THEIR SUCCESSOR   *
      *    KEY, HELD COMPANIES LEFT OUT                               *
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-PERIOD = TMP-LFL-PER-CUR)
                 OR (HIST-PERIOD = TMP-LFL-PER-PRIOR) THEN
                 ADD 1 TO TMP-LFL-READ-COUNT
                 IF (TAB-SUCC-MAX > 0) THEN
                    MOVE HIST-NAME   TO SUCC-ARG-NAME
                    MOVE SPACES      TO SUCC-ARG-STATE
                    MOVE HIST-STATE  TO SUCC-ARG-STATE(1:2)
                    PERFORM APPLY-SUCCESSION
                    MOVE SUCC-ARG-NAME        TO HIST-NAME
                    MOVE SUCC-ARG-STATE(1:2)  TO HIST-STATE
                 END-IF
                 MOVE HIST-NAME  TO CLGL1CA-NAME
                 MOVE HIST-STATE TO CLGL1CA-STATE
                 PERFORM CHECK-LEGAL-HOLD
                 IF (CLGL1CA-HELD) THEN
                    ADD 1 TO TMP-LFL-HELD-COUNT
                 ELSE
                    MOVE HIST-NAME   TO SLFL-NAME
                    MOVE HIST-STATE  TO SLFL-STATE
                    MOVE HIST-PERIOD TO SLFL-PERIOD
                    MOVE HIST-GROWTH TO SLFL-GROWTH
                    RELEASE SLFL-REC
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       LFL-RELEASE-EXIT. EXIT.
      *****************************************************************
       LFL-RETURN SECTION.
      *===============================================================*
      *    SORT OUTPUT - ONE TAB-LFL ENTRY PER KEY, ASCENDING, MARKED *
      *    WITH THE PERIODS IT APPEARS IN                             *
           PERFORM UNTIL (1 = 2)
              RETURN SLFL
                AT END
                   GO TO LFL-RETURN-EXIT
              END-RETURN
              IF (TMP-LFL-ACTIVE) THEN
                 PERFORM LFL-KEY-ADD
              END-IF
           END-PERFORM
           .
       LFL-RETURN-EXIT. EXIT.
      *****************************************************************
       LFL-KEY-ADD SECTION.
      *===============================================================*
      *    A PARTIAL COMPANY SET WOULD MISCLASSIFY EVERY COMPANY PAST *
      *    THE CUT - ON OVERFLOW THE FIGURES GO N/A RATHER THAN WRONG *
           IF (TAB-LFL-MAX > 0) THEN
              IF (TAB-LFL-NAME(TAB-LFL-MAX)  = SLFL-NAME)
                 AND (TAB-LFL-STATE(TAB-LFL-MAX) = SLFL-STATE) THEN
                 GO TO LFL-KEY-ADD-MARK
              END-IF
           END-IF
           IF (TAB-LFL-MAX >= TAB-LFL-DIM) THEN
              MOVE 'N' TO TMP-LFL-SW
              MOVE 'TAB-LFL OVERFLOW - LIKE-FOR-LIKE FIGURES N/A'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LFL-KEY-ADD-EXIT
           END-IF
           ADD 1 TO TAB-LFL-MAX
           MOVE SLFL-NAME  TO TAB-LFL-NAME(TAB-LFL-MAX)
           MOVE SLFL-STATE TO TAB-LFL-STATE(TAB-LFL-MAX)
           MOVE 'N'        TO TAB-LFL-PRIOR-SW(TAB-LFL-MAX)
           MOVE 'N'        TO TAB-LFL-CUR-SW(TAB-LFL-MAX)
           MOVE SPACES     TO TAB-LFL-INDUSTRY(TAB-LFL-MAX)
           MOVE SPACES     TO TAB-LFL-EFF-DATE(TAB-LFL-MAX).

       LFL-KEY-ADD-MARK.
           IF (SLFL-PERIOD = TMP-LFL-PER-CUR) THEN
              MOVE 'Y' TO TAB-LFL-CUR-SW(TAB-LFL-MAX)
           ELSE
              MOVE 'Y' TO TAB-LFL-PRIOR-SW(TAB-LFL-MAX)
           END-IF
           .
       LFL-KEY-ADD-EXIT. EXIT.
      *****************************************************************
       LFL-KEY-FIND SECTION.
      *===============================================================*
      *    TMP-LFL-KEY IN TAB-LFL - TMP-LFL-FOUND-SW 'Y' AND          *
      *    TAB-LFL-IDX ON THE ENTRY WHEN FOUND                        *
           MOVE 'N' TO TMP-LFL-FOUND-SW
           IF (TAB-LFL-MAX > 0) THEN
              SEARCH ALL TAB-LFL
                WHEN (TAB-LFL-KEY(TAB-LFL-IDX) = TMP-LFL-KEY)
                   MOVE 'Y' TO TMP-LFL-FOUND-SW
              END-SEARCH
           END-IF
           .
       LFL-KEY-FIND-EXIT. EXIT.
      *****************************************************************
       LFL-STATE-FIND SECTION.
      *===============================================================*
      *    TMP-LFL-STATE IN TAB-LST, INSERTED IN ASCENDING ORDER WHEN *
      *    NEW - TMP-LFL-J POINTS AT THE ENTRY, 0 ON OVERFLOW         *
           PERFORM VARYING TMP-LFL-J FROM 1 BY 1
                     UNTIL (TMP-LFL-J > TAB-LST-MAX)
                        OR (TAB-LST-STATE(TMP-LFL-J) >= TMP-LFL-STATE)
              CONTINUE
           END-PERFORM
           IF (TMP-LFL-J <= TAB-LST-MAX) THEN
              IF (TAB-LST-STATE(TMP-LFL-J) = TMP-LFL-STATE) THEN
                 GO TO LFL-STATE-FIND-EXIT
              END-IF
           END-IF
           IF (TAB-LST-MAX >= TAB-LST-DIM) THEN
              MOVE 0 TO TMP-LFL-J
              STRING 'TAB-LST OVERFLOW - STATE LEFT OUT: '
                     TMP-LFL-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LFL-STATE-FIND-EXIT
           END-IF
           ADD 1 TO TAB-LST-MAX
           PERFORM VARYING TMP-LFL-K FROM TAB-LST-MAX BY -1
                     UNTIL (TMP-LFL-K <= TMP-LFL-J)
              MOVE TAB-LST(TMP-LFL-K - 1) TO TAB-LST(TMP-LFL-K)
           END-PERFORM
           INITIALIZE TAB-LST(TMP-LFL-J)
           MOVE TMP-LFL-STATE TO TAB-LST-STATE(TMP-LFL-J)
           .
       LFL-STATE-FIND-EXIT. EXIT.
      *****************************************************************
       LFL-ROW-CLASSIFY SECTION.
      *===============================================================*
      *    CLASSIFY THE TAKEN ROW AGAINST TAB-LFL UNDER ITS SUCCESSOR *
      *    KEY AND ADD IT TO THE INDUSTRY AND STATE FIGURES:          *
      *    'C' CONTINUING - ON BOTH PERIODS                           *
      *    'J' JOINER     - NOT ON THE PRIOR PERIOD                   *
      *    'L' LEAVER     - ON THE PRIOR PERIOD ONLY (COUNTED WITH    *
      *                     THE LEAVERS AT INDUSTRY END)              *
      *    SPACE WHEN THERE ARE NO LIKE-FOR-LIKE FIGURES              *
           MOVE SPACE TO TMP-LFL-ROW-SW
           IF (NOT TMP-LFL-ACTIVE) THEN
              GO TO LFL-ROW-CLASSIFY-EXIT
           END-IF

           MOVE ICOMP-NAME  TO TMP-LFL-NAME
           MOVE ICOMP-STATE TO TMP-LFL-STATE
           IF (TAB-SUCC-MAX > 0) THEN
              MOVE ICOMP-NAME   TO SUCC-ARG-NAME
              MOVE SPACES       TO SUCC-ARG-STATE
              MOVE ICOMP-STATE  TO SUCC-ARG-STATE(1:2)
              PERFORM APPLY-SUCCESSION
              MOVE SUCC-ARG-NAME        TO TMP-LFL-NAME
              MOVE SUCC-ARG-STATE(1:2)  TO TMP-LFL-STATE
           END-IF
           PERFORM LFL-KEY-FIND

           MOVE 'J' TO TMP-LFL-ROW-SW
           IF (TMP-LFL-FOUND-SW = 'Y') THEN
              IF (TAB-LFL-PRIOR-SW(TAB-LFL-IDX) = 'Y') THEN
                 IF (TAB-LFL-CUR-SW(TAB-LFL-IDX) = 'Y') THEN
                    MOVE 'C' TO TMP-LFL-ROW-SW
                 ELSE
                    MOVE 'L' TO TMP-LFL-ROW-SW
                 END-IF
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN (TMP-LFL-ROW-CONT)
                ADD ICOMP-GROWTH TO TMP-LFL-IND-TOTAL
                ADD 1            TO TMP-LFL-IND-COUNT
             WHEN (TMP-LFL-ROW-JOIN)
                ADD 1            TO TMP-LFL-IND-JOIN
           END-EVALUATE

           PERFORM LFL-STATE-FIND
           IF (TMP-LFL-J > 0) THEN
              ADD ICOMP-GROWTH TO TAB-LST-ALL-TOTAL(TMP-LFL-J)
              ADD 1            TO TAB-LST-ALL-COUNT(TMP-LFL-J)
              EVALUATE TRUE
                WHEN (TMP-LFL-ROW-CONT)
                   ADD ICOMP-GROWTH TO TAB-LST-LFL-TOTAL(TMP-LFL-J)
                   ADD 1            TO TAB-LST-LFL-COUNT(TMP-LFL-J)
                WHEN (TMP-LFL-ROW-JOIN)
                   ADD 1            TO TAB-LST-JOIN-COUNT(TMP-LFL-J)
              END-EVALUATE
           END-IF
           .
       LFL-ROW-CLASSIFY-EXIT. EXIT.
      *****************************************************************
       LFL-LEAVER-SCAN SECTION.
      *===============================================================*
      *    A LEAVER IS COUNTED IN THE INDUSTRY OF ITS companies.txt   *
      *    VERSION IN FORCE, ELSE OF ITS LATEST EXPIRED ONE - FOUND   *
      *    IN ONE PASS OVER THE WHOLE FILE BEFORE THE REAL READ, SO   *
      *    EVERY PARTITION ATTRIBUTES IT THE SAME WAY. THE SCAN GOES  *
      *    THROUGH THE SAME ALIAS TRANSLATION AS THE REAL READ (SEE   *
      *    PART-PLAN-CUTS) - ITS HITS ARE NOT COUNTED TWICE           *
           MOVE TMP-ALIAS-COUNT TO TMP-PART-ALIAS-SAVE
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              PERFORM APPLY-INDUSTRY-ALIAS
              PERFORM ICOMP-VALIDATE-ROW
              IF (ICOMP-PARSED-OK) AND (ICOMP-INDUSTRY-VALID) THEN
                 PERFORM LFL-LEAVER-VERSION
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-OPEN-INPUT-ICOMP
           MOVE 0 TO ICOMP-COUNT
           MOVE TMP-PART-ALIAS-SAVE TO TMP-ALIAS-COUNT
           .
       LFL-LEAVER-SCAN-EXIT. EXIT.
      *****************************************************************
       LFL-LEAVER-VERSION SECTION.
      *===============================================================*
      *    ONE companies.txt ROW AGAINST THE LEAVERS - A VERSION NOT  *
      *    YET IN FORCE NAMES NOTHING, THE VERSION IN FORCE WINS      *
      *    (HIGH-VALUES EFF DATE), OTHERWISE THE LATEST EXPIRED ONE   *
           IF (ICOMP-LAYOUT-V2)
              AND (ICOMP-EFF-DATE > TMP-ASOF-DATE) THEN
              GO TO LFL-LEAVER-VERSION-EXIT
           END-IF
           MOVE ICOMP-NAME  TO TMP-LFL-NAME
           MOVE ICOMP-STATE TO TMP-LFL-STATE
           IF (TAB-SUCC-MAX > 0) THEN
              MOVE ICOMP-NAME   TO SUCC-ARG-NAME
              MOVE SPACES       TO SUCC-ARG-STATE
              MOVE ICOMP-STATE  TO SUCC-ARG-STATE(1:2)
              PERFORM APPLY-SUCCESSION
              MOVE SUCC-ARG-NAME        TO TMP-LFL-NAME
              MOVE SUCC-ARG-STATE(1:2)  TO TMP-LFL-STATE
           END-IF
           PERFORM LFL-KEY-FIND
           IF (TMP-LFL-FOUND-SW = 'N') THEN
              GO TO LFL-LEAVER-VERSION-EXIT
           END-IF
           IF (TAB-LFL-PRIOR-SW(TAB-LFL-IDX) = 'N')
              OR (TAB-LFL-CUR-SW(TAB-LFL-IDX) = 'Y') THEN
              GO TO LFL-LEAVER-VERSION-EXIT
           END-IF
           IF (ICOMP-LAYOUT-V2)
              AND (ICOMP-EXP-DATE <= TMP-ASOF-DATE) THEN
              IF (ICOMP-EFF-DATE > TAB-LFL-EFF-DATE(TAB-LFL-IDX)) THEN
                 MOVE ICOMP-INDUSTRY TO TAB-LFL-INDUSTRY(TAB-LFL-IDX)
                 MOVE ICOMP-EFF-DATE TO TAB-LFL-EFF-DATE(TAB-LFL-IDX)
              END-IF
           ELSE
              MOVE ICOMP-INDUSTRY    TO TAB-LFL-INDUSTRY(TAB-LFL-IDX)
              MOVE HIGH-VALUES       TO TAB-LFL-EFF-DATE(TAB-LFL-IDX)
           END-IF
           .
       LFL-LEAVER-VERSION-EXIT. EXIT.
      *****************************************************************
       LFL-INDUSTRY-FIGURES SECTION.
      *===============================================================*
      *    COUNT THE INDUSTRY'S LEAVERS (SEE LFL-LEAVER-SCAN) AND     *
      *    BUILD ITS FOOTER LINE                                      *
           MOVE 0 TO TMP-LFL-IND-LEAVE
           IF (TMP-LFL-ACTIVE) THEN
              PERFORM VARYING TMP-LFL-I FROM 1 BY 1
                        UNTIL (TMP-LFL-I > TAB-LFL-MAX)
                 IF (TAB-LFL-PRIOR-SW(TMP-LFL-I) = 'Y')
                    AND (TAB-LFL-CUR-SW(TMP-LFL-I) = 'N')
                    AND (TAB-LFL-INDUSTRY(TMP-LFL-I)
                         = TMP-SW-INDUSTRY) THEN
                    ADD 1 TO TMP-LFL-IND-LEAVE
                 END-IF
              END-PERFORM
           END-IF

           MOVE TMP-LFL-IND-TOTAL TO TMP-LFL-AVG-SUM
           MOVE TMP-LFL-IND-COUNT TO TMP-LFL-AVG-N
           MOVE 'Y'               TO TMP-LFL-MASK-SW
           PERFORM LFL-AVG-BUILD
           MOVE TMP-LFL-AVG-PCT   TO OREPORT-F8-AVG
           MOVE TMP-LFL-IND-COUNT TO OREPORT-F8-COUNT
           MOVE TMP-LFL-IND-JOIN  TO OREPORT-F8-JOIN
           MOVE TMP-LFL-IND-LEAVE TO OREPORT-F8-LEAVE
           .
       LFL-INDUSTRY-FIGURES-EXIT. EXIT.
      *****************************************************************
       LFL-INDUSTRY-JSON SECTION.
      *===============================================================*
      *    ONE SUMMARY LINE PER INDUSTRY BEHIND ITS DETAIL ROWS - A   *
      *    LINE OF ITS OWN, THE DETAIL ROWS HAVE NO ROOM LEFT FOR IT  *
           MOVE TMP-TOTAL-GROWTH      TO TMP-LFL-AVG-SUM
           MOVE TMP-IND-COMPANY-COUNT TO TMP-LFL-AVG-N
           PERFORM LFL-JSON-FIGURE
           MOVE OREPORT-JSON-LFL      TO OREPORT-JSON-LFL-AVG
           MOVE TMP-LFL-IND-TOTAL     TO TMP-LFL-AVG-SUM
           MOVE TMP-LFL-IND-COUNT     TO TMP-LFL-AVG-N
           PERFORM LFL-JSON-FIGURE
           MOVE 'industry'            TO TMP-LFL-JSON-KEY
           MOVE TMP-SW-INDUSTRY       TO TMP-LFL-JSON-VALUE
           MOVE TMP-LFL-IND-COUNT     TO TMP-LFL-CONT-ED
           MOVE TMP-LFL-IND-JOIN      TO TMP-LFL-JOIN-ED
           MOVE TMP-LFL-IND-LEAVE     TO TMP-LFL-LEAVE-ED
           PERFORM LFL-JSON-SUMMARY-WRITE
           .
       LFL-INDUSTRY-JSON-EXIT. EXIT.
      *****************************************************************
       LFL-AVG-BUILD SECTION.
      *===============================================================*
      *    TMP-LFL-AVG-SUM / TMP-LFL-AVG-N INTO TMP-LFL-AVG AND THE   *
      *    PRINTABLE TMP-LFL-AVG-PCT - N/A WITHOUT A COMPANY, MASKED  *
      *    UNDER MINCELL WHEN TMP-LFL-MASK-SW IS 'Y'                  *
           MOVE 0 TO TMP-LFL-AVG
           EVALUATE TRUE
             WHEN (TMP-LFL-AVG-N = 0)
                MOVE 'N' TO TMP-LFL-AVG-MODE-SW
             WHEN (TMP-LFL-MASK-SW = 'Y')
                  AND (TMP-MINCELL > 0)
                  AND (TMP-LFL-AVG-N < TMP-MINCELL)
                MOVE 'M' TO TMP-LFL-AVG-MODE-SW
             WHEN OTHER
                COMPUTE TMP-LFL-AVG ROUNDED =
                   TMP-LFL-AVG-SUM / TMP-LFL-AVG-N
                MOVE 'Y' TO TMP-LFL-AVG-MODE-SW
           END-EVALUATE

           MOVE SPACE TO TMP-LFL-AVG-SIGN
           EVALUATE TRUE
             WHEN (TMP-LFL-AVG-NA)
                MOVE '          N/A' TO TMP-LFL-AVG-TXT
             WHEN (TMP-LFL-AVG-MASKED)
                MOVE '   SUPPRESSED' TO TMP-LFL-AVG-TXT
             WHEN OTHER
                MOVE TMP-LFL-AVG TO TMP-LFL-AVG-ED
                MOVE '%'         TO TMP-LFL-AVG-SIGN
                IF (TMP-DECIMAL-STYLE-SW = 'P') THEN
      *            SEE OREPORT-F2-TGROWTH IN INDUSTRY-END - SAME
      *            GROUPED PICTURE, SAME TWO-SYMBOL SWAP NEEDED
                   INSPECT TMP-LFL-AVG-TXT REPLACING ALL '.' BY '~'
                   INSPECT TMP-LFL-AVG-TXT REPLACING ALL ',' BY '.'
                   INSPECT TMP-LFL-AVG-TXT REPLACING ALL '~' BY ','
                END-IF
           END-EVALUATE
           .
       LFL-AVG-BUILD-EXIT. EXIT.
      *****************************************************************
       LFL-JSON-FIGURE SECTION.
      *===============================================================*
      *    TMP-LFL-AVG-SUM / TMP-LFL-AVG-N AS A JSON NUMBER IN        *
      *    OREPORT-JSON-LFL, OR null WITHOUT A COMPANY. THE EXPORT IS *
      *    INTERNAL AND NOT MASKED; THE SIGN IS CARRIED SEPARATELY    *
      *    (SEE INDUSTRY-FLUSH-JSON)                                  *
           MOVE 'N' TO TMP-LFL-MASK-SW
           PERFORM LFL-AVG-BUILD
           MOVE SPACES TO OREPORT-JSON-LFL
           IF (NOT TMP-LFL-AVG-SHOWN) THEN
              MOVE 'null' TO OREPORT-JSON-LFL
              GO TO LFL-JSON-FIGURE-EXIT
           END-IF
           COMPUTE TMP-JSON-TOTAL-WHOLE = FUNCTION ABS(TMP-LFL-AVG)
           COMPUTE TMP-JSON-TOTAL-FRAC  =
              FUNCTION MOD(FUNCTION ABS(TMP-LFL-AVG) * 100, 100)
           MOVE TMP-JSON-TOTAL-WHOLE TO TMP-JSON-TOTAL-WHOLE-ED
           IF (TMP-LFL-AVG < 0) THEN
              MOVE '-' TO TMP-JSON-TOTAL-SIGN
           ELSE
              MOVE SPACE TO TMP-JSON-TOTAL-SIGN
           END-IF
           STRING FUNCTION TRIM(TMP-JSON-TOTAL-SIGN)
                  FUNCTION TRIM(TMP-JSON-TOTAL-WHOLE-ED) '.'
                  TMP-JSON-TOTAL-FRAC
             DELIMITED BY SIZE
             INTO OREPORT-JSON-LFL
           END-STRING
           .
       LFL-JSON-FIGURE-EXIT. EXIT.
      *****************************************************************
       LFL-JSON-SUMMARY-WRITE SECTION.
      *===============================================================*
      *    {"<KEY>":"<VALUE>","avg_growth":..,"lfl_growth":..,        *
      *     "continuing":N,"joiners":N,"leavers":N}                   *
           MOVE SPACES TO OREPORT-REC
           STRING '{"' FUNCTION TRIM(TMP-LFL-JSON-KEY)
                  '":"' FUNCTION TRIM(TMP-LFL-JSON-VALUE)
                  '","avg_growth":' FUNCTION TRIM(OREPORT-JSON-LFL-AVG)
                  ',"lfl_growth":'  FUNCTION TRIM(OREPORT-JSON-LFL)
                  ',"continuing":'  FUNCTION TRIM(TMP-LFL-CONT-ED)
                  ',"joiners":'     FUNCTION TRIM(TMP-LFL-JOIN-ED)
                  ',"leavers":'     FUNCTION TRIM(TMP-LFL-LEAVE-ED)
                  '}'
             DELIMITED BY SIZE
             INTO OREPORT-REC
           END-STRING
           PERFORM OREPORT-WRITE
           .
       LFL-JSON-SUMMARY-WRITE-EXIT. EXIT.
      *****************************************************************
       LFL-GRAND-TOTALS SECTION.
      *===============================================================*
      *    THE REPORT'S LIKE-FOR-LIKE FIGURES ARE THE SUM OF THE      *
      *    STATES' - IN A STITCHED RUN THE PARTITIONS' CARRIED ONES   *
           MOVE 0 TO TMP-LFL-GRAND-TOTAL
           MOVE 0 TO TMP-LFL-GRAND-COUNT
           MOVE 0 TO TMP-LFL-GRAND-JOIN
           MOVE 0 TO TMP-LFL-GRAND-LEAVE
           MOVE 0 TO TMP-LFL-ALL-TOTAL
           MOVE 0 TO TMP-LFL-ALL-COUNT
           PERFORM VARYING TMP-LFL-J FROM 1 BY 1
                     UNTIL (TMP-LFL-J > TAB-LST-MAX)
              ADD TAB-LST-LFL-TOTAL(TMP-LFL-J)   TO TMP-LFL-GRAND-TOTAL
              ADD TAB-LST-LFL-COUNT(TMP-LFL-J)   TO TMP-LFL-GRAND-COUNT
              ADD TAB-LST-JOIN-COUNT(TMP-LFL-J)  TO TMP-LFL-GRAND-JOIN
              ADD TAB-LST-LEAVE-COUNT(TMP-LFL-J) TO TMP-LFL-GRAND-LEAVE
              ADD TAB-LST-ALL-TOTAL(TMP-LFL-J)   TO TMP-LFL-ALL-TOTAL
              ADD TAB-LST-ALL-COUNT(TMP-LFL-J)   TO TMP-LFL-ALL-COUNT
           END-PERFORM
           .
       LFL-GRAND-TOTALS-EXIT. EXIT.
      *****************************************************************
       LFL-GRAND-PRINT SECTION.
      *===============================================================*
      *    ALL-COMPANY AVERAGE, LIKE-FOR-LIKE AVERAGE AND THE TABLE   *
      *    BY STATE BELOW THE GRAND TOTAL OF THE PRINTED REPORT       *
           MOVE TMP-GRAND-TOTAL-GROWTH TO TMP-LFL-AVG-SUM
           MOVE TMP-ACCEPTED-TOTAL     TO TMP-LFL-AVG-N
           MOVE 'N'                    TO TMP-LFL-MASK-SW
           PERFORM LFL-AVG-BUILD
           MOVE TMP-LFL-AVG-PCT        TO OREPORT-G3-AVG
           MOVE TMP-ACCEPTED-TOTAL     TO OREPORT-G3-COUNT
           MOVE OREPORT-G3             TO OREPORT-REC
           PERFORM OREPORT-WRITE

           IF (NOT TMP-LFL-ACTIVE) THEN
              MOVE OREPORT-LN1         TO OREPORT-REC
              PERFORM OREPORT-WRITE
              GO TO LFL-GRAND-PRINT-EXIT
           END-IF

           PERFORM LFL-GRAND-TOTALS
           MOVE TMP-LFL-GRAND-TOTAL    TO TMP-LFL-AVG-SUM
           MOVE TMP-LFL-GRAND-COUNT    TO TMP-LFL-AVG-N
           MOVE 'N'                    TO TMP-LFL-MASK-SW
           PERFORM LFL-AVG-BUILD
           MOVE TMP-LFL-AVG-PCT        TO OREPORT-G4-AVG
           MOVE TMP-LFL-GRAND-COUNT    TO OREPORT-G4-COUNT
           MOVE TMP-LFL-GRAND-JOIN     TO OREPORT-G4-JOIN
           MOVE TMP-LFL-GRAND-LEAVE    TO OREPORT-G4-LEAVE
           MOVE OREPORT-G4             TO OREPORT-REC
           PERFORM OREPORT-WRITE

           MOVE SPACES                 TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE TMP-LFL-PER-CUR        TO OREPORT-LH1-CUR
           MOVE TMP-LFL-PER-PRIOR      TO OREPORT-LH1-PRIOR
           MOVE OREPORT-LH1            TO OREPORT-REC
           PERFORM OREPORT-WRITE
           MOVE OREPORT-LH2            TO OREPORT-REC
           PERFORM OREPORT-WRITE

      *    THE STATE FIGURES ARE MASKED UNDER MINCELL LIKE ANY OTHER
      *    SMALL GROUP ON THE PRINTED REPORT
           MOVE 'Y' TO TMP-LFL-MASK-SW
           PERFORM VARYING TMP-LFL-I FROM 1 BY 1
                     UNTIL (TMP-LFL-I > TAB-LST-MAX)
              MOVE SPACES TO OREPORT-LR1-NAME
              SEARCH ALL TAB-SABB
                WHEN (TAB-SABB-ABB(TAB-SABB-IDX)
                      = TAB-LST-STATE(TMP-LFL-I))
                   MOVE TAB-SABB-STATE(TAB-SABB-IDX)
                     TO OREPORT-LR1-NAME
              END-SEARCH
              MOVE TAB-LST-STATE(TMP-LFL-I)      TO OREPORT-LR1-STATE
              MOVE TAB-LST-ALL-TOTAL(TMP-LFL-I)  TO TMP-LFL-AVG-SUM
              MOVE TAB-LST-ALL-COUNT(TMP-LFL-I)  TO TMP-LFL-AVG-N
              PERFORM LFL-AVG-BUILD
              MOVE TMP-LFL-AVG-PCT               TO OREPORT-LR1-ALL-AVG
              MOVE TAB-LST-ALL-COUNT(TMP-LFL-I)
                TO OREPORT-LR1-ALL-COUNT
              MOVE TAB-LST-LFL-TOTAL(TMP-LFL-I)  TO TMP-LFL-AVG-SUM
              MOVE TAB-LST-LFL-COUNT(TMP-LFL-I)  TO TMP-LFL-AVG-N
              PERFORM LFL-AVG-BUILD
              MOVE TMP-LFL-AVG-PCT               TO OREPORT-LR1-LFL-AVG
              MOVE TAB-LST-LFL-COUNT(TMP-LFL-I)
                TO OREPORT-LR1-LFL-COUNT
              MOVE TAB-LST-JOIN-COUNT(TMP-LFL-I) TO OREPORT-LR1-JOIN
              MOVE TAB-LST-LEAVE-COUNT(TMP-LFL-I)
                                                 TO OREPORT-LR1-LEAVE
              MOVE OREPORT-LR1                   TO OREPORT-REC
              PERFORM OREPORT-WRITE
           END-PERFORM
           .
       LFL-GRAND-PRINT-EXIT. EXIT.
      *****************************************************************
       LFL-GRAND-JSON SECTION.
      *===============================================================*
      *    THE STATE SUMMARY LINES AND ONE FOR THE WHOLE REPORT       *
      *    ("scope":"ALL") CLOSE THE JSON EXPORT                      *
           MOVE 'state' TO TMP-LFL-JSON-KEY
           PERFORM VARYING TMP-LFL-I FROM 1 BY 1
                     UNTIL (TMP-LFL-I > TAB-LST-MAX)
              MOVE TAB-LST-ALL-TOTAL(TMP-LFL-I)  TO TMP-LFL-AVG-SUM
              MOVE TAB-LST-ALL-COUNT(TMP-LFL-I)  TO TMP-LFL-AVG-N
              PERFORM LFL-JSON-FIGURE
              MOVE OREPORT-JSON-LFL              TO OREPORT-JSON-LFL-AVG
              MOVE TAB-LST-LFL-TOTAL(TMP-LFL-I)  TO TMP-LFL-AVG-SUM
              MOVE TAB-LST-LFL-COUNT(TMP-LFL-I)  TO TMP-LFL-AVG-N
              PERFORM LFL-JSON-FIGURE
              MOVE TAB-LST-STATE(TMP-LFL-I)      TO TMP-LFL-JSON-VALUE
              MOVE TAB-LST-LFL-COUNT(TMP-LFL-I)  TO TMP-LFL-CONT-ED
              MOVE TAB-LST-JOIN-COUNT(TMP-LFL-I) TO TMP-LFL-JOIN-ED
              MOVE TAB-LST-LEAVE-COUNT(TMP-LFL-I)
                                                 TO TMP-LFL-LEAVE-ED
              PERFORM LFL-JSON-SUMMARY-WRITE
           END-PERFORM

           PERFORM LFL-GRAND-TOTALS
           MOVE TMP-LFL-ALL-TOTAL      TO TMP-LFL-AVG-SUM
           MOVE TMP-LFL-ALL-COUNT      TO TMP-LFL-AVG-N
           PERFORM LFL-JSON-FIGURE
           MOVE OREPORT-JSON-LFL       TO OREPORT-JSON-LFL-AVG
           MOVE TMP-LFL-GRAND-TOTAL    TO TMP-LFL-AVG-SUM
           MOVE TMP-LFL-GRAND-COUNT    TO TMP-LFL-AVG-N
           PERFORM LFL-JSON-FIGURE
           MOVE 'scope'                TO TMP-LFL-JSON-KEY
           MOVE 'ALL'                  TO TMP-LFL-JSON-VALUE
           MOVE TMP-LFL-GRAND-COUNT    TO TMP-LFL-CONT-ED
           MOVE TMP-LFL-GRAND-JOIN     TO TMP-LFL-JOIN-ED
           MOVE TMP-LFL-GRAND-LEAVE    TO TMP-LFL-LEAVE-ED
           PERFORM LFL-JSON-SUMMARY-WRITE
           .
       LFL-GRAND-JSON-EXIT. EXIT.

      *****************************************************************
       RECON-CHECK-COUNT SECTION.
           END-IF
           .
       RECON-CHECK-COUNT-EXIT. EXIT.
      *****************************************************************
       PART-INIT SECTION.
      *===============================================================*
      *    WHICH PARTITION THIS RUN IS (IPART IS OPTIONAL - SEE       *
      *    PART-WORK). A PARTITION WRITES EVERY OUTPUT UNDER ITS      *
      *    PUBLISHED NAME + '.pNN'; THE STITCH WRITES THE PUBLISHED   *
      *    FILES THEMSELVES FROM THOSE WORK FILES                     *
           MOVE 'N' TO TMP-PART-ROLE-SW
           PERFORM FILE-OPEN-INPUT-IPART
           IF (IPART-NO) THEN
              GO TO PART-INIT-EXIT
           END-IF
           MOVE SPACES TO PART-CTL-REC
           PERFORM FILE-READ-IPART
           IF (IPART-OK) THEN
              MOVE IPART-RECORD TO PART-CTL-REC
           END-IF
           PERFORM FILE-CLOSE-IPART
           IF (PART-CTL-NO NOT NUMERIC)
              OR (PART-CTL-COUNT NOT NUMERIC) THEN
              GO TO PART-INIT-EXIT
           END-IF
           MOVE PART-CTL-NO    TO TMP-PART-NO
           MOVE PART-CTL-COUNT TO TMP-PART-COUNT
           IF (TMP-PART-COUNT < 2) THEN
              GO TO PART-INIT-EXIT
           END-IF
           IF (TMP-PART-COUNT > TAB-PCUT-DIM)
              OR (TMP-PART-NO > TMP-PART-COUNT) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'PARTITION CONTROL INVALID: ' PART-CTL-REC(1:4)
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'AT MOST 16 PARTITIONS, NUMBER NOT ABOVE THE COUNT'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           IF (TMP-PART-NO = 0) THEN
              MOVE 'S' TO TMP-PART-ROLE-SW
              DISPLAY PGM-NAME ' STITCHING..: ' TMP-PART-COUNT
                ' PARTITIONS'
              GO TO PART-INIT-EXIT
           END-IF

           IF (TMP-PART-NO = 1) THEN
              MOVE 'F' TO TMP-PART-ROLE-SW
           ELSE
              MOVE 'L' TO TMP-PART-ROLE-SW
           END-IF
           DISPLAY PGM-NAME ' PARTITION..: ' TMP-PART-NO ' OF '
             TMP-PART-COUNT
           MOVE SPACES TO TMP-PART-SUFFIX
           STRING '.p' TMP-PART-NO
             DELIMITED BY SIZE
             INTO TMP-PART-SUFFIX
           END-STRING

           MOVE OREPORT-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OREPORT-PATH
           MOVE OSNAP-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OSNAP-PATH
           MOVE OSTATS-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OSTATS-PATH
           MOVE OOUTLIER-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OOUTLIER-PATH
           MOVE OGL-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OGL-PATH
           MOVE OREJECT-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OREJECT-PATH
           MOVE OBADROW-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OBADROW-PATH
           MOVE ORECON-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO ORECON-PATH
           MOVE OREVIEW-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OREVIEW-PATH
           MOVE OSUPP-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OSUPP-PATH
      *    EACH PARTITION RESTARTS FROM ITS OWN CHECKPOINT AND SPILLS
      *    TO ITS OWN WORK FILE
           MOVE ICHKPT-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO ICHKPT-PATH
           MOVE OCHKPT-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO OCHKPT-PATH
           MOVE SPILL-PATH TO TMP-PART-PATH
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO SPILL-PATH

      *    THE AUDIT LISTING IS APPENDED TO (SEE SUPP-AUDIT-INDUSTRY)
      *    - A PARTITION'S COPY MUST START EMPTY, OR THE STITCH WOULD
      *    APPEND LAST NIGHT'S LINES A SECOND TIME
           CALL 'CBL_DELETE_FILE' USING OSUPP-PATH
           END-CALL
           .
       PART-INIT-EXIT. EXIT.
      *****************************************************************
       PART-SUFFIX-ONE SECTION.
      *===============================================================*
      *    TMP-PART-PATH + TMP-PART-SUFFIX, IN PLACE                  *
           MOVE TMP-PART-PATH TO TMP-PART-BASE
           MOVE SPACES        TO TMP-PART-PATH
           STRING FUNCTION TRIM(TMP-PART-BASE) TMP-PART-SUFFIX
             DELIMITED BY SIZE
             INTO TMP-PART-PATH
             ON OVERFLOW
               MOVE '905' TO PGM-ERR-RC
               STRING 'PARTITION WORK FILE NAME TOO LONG: '
                      TMP-PART-BASE
                 DELIMITED BY SIZE
                 INTO PGM-ERR-MSG1
               END-STRING
               MOVE SPACE TO PGM-ERR-MSG2
               MOVE SPACE TO PGM-ERR-MSG3
               PERFORM PGM-ERR
           END-STRING
           .
       PART-SUFFIX-ONE-EXIT. EXIT.
      *****************************************************************
       PART-PLAN-CUTS SECTION.
      *===============================================================*
      *    EVERY PARTITION WORKS OUT THE SAME CUTS FROM THE SAME      *
      *    FILE: PASS 1 COUNTS THE RECORDS, PASS 2 CUTS ONCE THE      *
      *    RECORDS SO FAR REACH K/N OF THEM - BUT ONLY WHERE A NEW    *
      *    INDUSTRY GROUP STARTS (AND, WHEN THE REPORT PRINTS SECTOR  *
      *    SUBTOTALS, A NEW SECTOR), SO NO GROUP AND NO SECTOR IS     *
      *    EVER SPLIT AND THE WORK FILES JOIN BACK INTO EXACTLY THE   *
      *    SINGLE RUN'S OUTPUT. A FILE WITH FEWER SUCH POINTS THAN    *
      *    PARTITIONS LEAVES THE LAST PARTITIONS EMPTY                *
      *---------------------------------------------------------------*
      *    THE SCAN GOES THROUGH THE SAME ALIAS TRANSLATION AS THE
      *    REAL READ - ITS HITS ARE NOT COUNTED TWICE
           MOVE TMP-ALIAS-COUNT TO TMP-PART-ALIAS-SAVE

           MOVE 0 TO TMP-PART-ROWS
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              ADD 1 TO TMP-PART-ROWS
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-OPEN-INPUT-ICOMP

           PERFORM VARYING TMP-PART-K FROM 1 BY 1
                     UNTIL (TMP-PART-K > TAB-PCUT-DIM)
              MOVE 999999999 TO TAB-PCUT(TMP-PART-K)
           END-PERFORM
           MOVE 1 TO TMP-PART-K
           COMPUTE TMP-PART-TARGET =
              TMP-PART-ROWS * TMP-PART-K / TMP-PART-COUNT
           MOVE LOW-VALUES TO TMP-PART-PREV-IND
           MOVE LOW-VALUES TO TMP-PART-PREV-SECT
           MOVE 0 TO TMP-PART-ROW
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              ADD 1 TO TMP-PART-ROW
              MOVE ICOMP-RECORD TO ICOMP-REC
              PERFORM APPLY-INDUSTRY-ALIAS
              PERFORM ICOMP-VALIDATE-ROW
      *       ONLY A ROW ICOMP-READ WOULD TAKE CAN OPEN A GROUP
              IF (ICOMP-PARSED-OK) AND (ICOMP-INDUSTRY-VALID) THEN
                 IF (ICOMP-LAYOUT-V2)
                    AND ((ICOMP-EFF-DATE > TMP-ASOF-DATE)
                         OR (ICOMP-EXP-DATE <= TMP-ASOF-DATE)) THEN
                    CONTINUE
                 ELSE
                    PERFORM PART-CUT-CHECK
                 END-IF
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-OPEN-INPUT-ICOMP
           MOVE 0 TO ICOMP-COUNT
           MOVE TMP-PART-ALIAS-SAVE TO TMP-ALIAS-COUNT

           IF (TMP-PART-NO = 1) THEN
              MOVE 0 TO TMP-PART-LO
           ELSE
              MOVE TAB-PCUT(TMP-PART-NO - 1) TO TMP-PART-LO
           END-IF
           MOVE TAB-PCUT(TMP-PART-NO) TO TMP-PART-HI
           IF (TMP-PART-HI > TMP-PART-ROWS) THEN
              MOVE TMP-PART-ROWS TO TMP-PART-HI
           END-IF
           IF (TMP-PART-LO > TMP-PART-ROWS) THEN
              MOVE TMP-PART-ROWS TO TMP-PART-LO
           END-IF
           MOVE TMP-PART-LO TO TMP-DISPLAY-COUNT
           MOVE SPACES TO APP-LOG-LINE
           STRING 'PARTITION ' TMP-PART-NO ' OF ' TMP-PART-COUNT
                  ' - RECORDS AFTER ' TMP-DISPLAY-COUNT
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           MOVE TMP-PART-HI TO TMP-DISPLAY-COUNT
           STRING FUNCTION TRIM(APP-LOG-LINE) ' UP TO '
                  TMP-DISPLAY-COUNT
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       PART-PLAN-CUTS-EXIT. EXIT.
      *****************************************************************
       PART-CUT-CHECK SECTION.
      *===============================================================*
      *    ICOMP-REC IS A ROW THAT WOULD BE TAKEN - CUT IN FRONT OF   *
      *    IT WHEN IT OPENS A NEW GROUP AND PARTITION K IS FULL       *
           MOVE 'UNASSIGNED' TO TMP-PART-SECT
           PERFORM VARYING TMP-SECT-I FROM 1 BY 1
                     UNTIL (TMP-SECT-I > TAB-SECT-MAX)
              IF (TAB-SECT-INDUSTRY(TMP-SECT-I) = ICOMP-INDUSTRY) THEN
                 MOVE TAB-SECT-SECTOR(TMP-SECT-I) TO TMP-PART-SECT
              END-IF
           END-PERFORM

           IF (TMP-PART-PREV-IND NOT = LOW-VALUES)
              AND (ICOMP-INDUSTRY NOT = TMP-PART-PREV-IND)
              AND (TMP-PART-K < TMP-PART-COUNT)
              AND (TMP-PART-ROW - 1 >= TMP-PART-TARGET) THEN
      *       SECTOR SUBTOTALS ONLY PRINT IN THE PLAIN REPORT (SEE
      *       SECTOR-BREAK-CHECK)
              IF (ISECT-YES)
                 AND (NOT OREPORT-CSV-MODE)
                 AND (NOT OREPORT-JSON-MODE)
                 AND (TMP-PART-SECT = TMP-PART-PREV-SECT) THEN
                 CONTINUE
              ELSE
                 COMPUTE TAB-PCUT(TMP-PART-K) = TMP-PART-ROW - 1
                 ADD 1 TO TMP-PART-K
                 COMPUTE TMP-PART-TARGET =
                    TMP-PART-ROWS * TMP-PART-K / TMP-PART-COUNT
              END-IF
           END-IF
           MOVE ICOMP-INDUSTRY TO TMP-PART-PREV-IND
           MOVE TMP-PART-SECT  TO TMP-PART-PREV-SECT
           .
       PART-CUT-CHECK-EXIT. EXIT.
      *****************************************************************
       PART-CARRY-WRITE SECTION.
      *===============================================================*
           MOVE TMP-RUN-STAMP          TO PCARRY-RUN-DATE
           MOVE TMP-PART-NO            TO PCARRY-PART-NO
           MOVE TMP-PART-COUNT         TO PCARRY-PART-COUNT
           MOVE ICOMP-COUNT            TO PCARRY-ICOMP-COUNT
           MOVE TMP-ALIAS-COUNT        TO PCARRY-ALIAS-COUNT
           MOVE TMP-FILTERED-COUNT     TO PCARRY-FILTERED-COUNT
           MOVE TMP-DROPPED-COUNT      TO PCARRY-DROPPED-COUNT
           MOVE TMP-BADROW-COUNT       TO PCARRY-BADROW-COUNT
           MOVE TMP-REVIEW-COUNT       TO PCARRY-REVIEW-COUNT
           MOVE TMP-ACCEPTED-TOTAL     TO PCARRY-ACCEPTED-TOTAL
           MOVE TMP-ASOF-SKIPPED       TO PCARRY-ASOF-SKIPPED
           MOVE TMP-DUP-COUNT          TO PCARRY-DUP-COUNT
           MOVE TMP-OUTLIER-COUNT      TO PCARRY-OUTLIER-COUNT
           MOVE TMP-GL-DETAIL-COUNT    TO PCARRY-GL-COUNT
           MOVE TMP-GL-HASH            TO PCARRY-GL-HASH
           MOVE TMP-GRAND-TOTAL-GROWTH TO PCARRY-GRAND-TOTAL
           MOVE TMP-IMPUTED-COUNT      TO PCARRY-IMPUTED-COUNT
           MOVE PART-CARRY-REC         TO ORECON-RECORD
           PERFORM FILE-WRITE-ORECON

      *    THE STATE FIGURES ONLY - THE LEAVERS COME OFF THE GROWTH
      *    HISTORY, WHICH THE STITCH LOADS FOR ITSELF
           PERFORM VARYING TMP-LFL-J FROM 1 BY 1
                     UNTIL (TMP-LFL-J > TAB-LST-MAX)
              IF (TAB-LST-ALL-COUNT(TMP-LFL-J) > 0) THEN
                 MOVE TAB-LST-STATE(TMP-LFL-J)      TO PCLFL-STATE
                 MOVE TAB-LST-ALL-TOTAL(TMP-LFL-J)  TO PCLFL-ALL-TOTAL
                 MOVE TAB-LST-ALL-COUNT(TMP-LFL-J)  TO PCLFL-ALL-COUNT
                 MOVE TAB-LST-LFL-TOTAL(TMP-LFL-J)  TO PCLFL-LFL-TOTAL
                 MOVE TAB-LST-LFL-COUNT(TMP-LFL-J)  TO PCLFL-LFL-COUNT
                 MOVE TAB-LST-JOIN-COUNT(TMP-LFL-J) TO PCLFL-JOIN-COUNT
                 MOVE PART-CARRY-LFL-REC TO ORECON-RECORD
                 PERFORM FILE-WRITE-ORECON
              END-IF
           END-PERFORM
           .
       PART-CARRY-WRITE-EXIT. EXIT.
      *****************************************************************
       PART-STITCH-ALL SECTION.
      *===============================================================*
      *    THE PARTITIONS' WORK FILES, IN PARTITION ORDER, ARE THE    *
      *    SINGLE RUN'S OUTPUT CUT AT GROUP BOUNDARIES (SEE           *
      *    PART-PLAN-CUTS) - COPIED BACK TOGETHER THEY ARE THAT       *
      *    OUTPUT, FRONT PAGE AND SECTOR LINES INCLUDED. THE GRAND    *
      *    TOTAL, GL TRAILER, RECON SUMMARY AND CATALOG ENTRIES THEN  *
      *    COME FROM THE CARRIED TOTALS THROUGH THE ORDINARY          *
      *    GRAND-TOTAL-END AND PGM-FINISH                             *
           PERFORM VARYING TMP-PART-I FROM 1 BY 1
                     UNTIL (TMP-PART-I > TMP-PART-COUNT)
              PERFORM PART-STITCH-ONE
           END-PERFORM
           .
       PART-STITCH-ALL-EXIT. EXIT.
      *****************************************************************
       PART-STITCH-ONE SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-PART-SUFFIX
           STRING '.p' TMP-PART-I
             DELIMITED BY SIZE
             INTO TMP-PART-SUFFIX
           END-STRING

      *    THE CARRY RECORD FIRST - IT PROVES THE WORK FILES ARE THIS
      *    RUN'S BEFORE A LINE OF THEM IS COPIED
           MOVE 'Y'           TO TMP-STCH-REQUIRED-SW
           MOVE 'C'           TO TMP-STCH-TARGET
           MOVE ORECON-PATH   TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'R'           TO TMP-STCH-TARGET
           MOVE OREPORT-PATH  TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'S'           TO TMP-STCH-TARGET
           MOVE OSNAP-PATH    TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'T'           TO TMP-STCH-TARGET
           MOVE OSTATS-PATH   TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'O'           TO TMP-STCH-TARGET
           MOVE OOUTLIER-PATH TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'G'           TO TMP-STCH-TARGET
           MOVE OGL-PATH      TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'J'           TO TMP-STCH-TARGET
           MOVE OREJECT-PATH  TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'B'           TO TMP-STCH-TARGET
           MOVE OBADROW-PATH  TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           MOVE 'V'           TO TMP-STCH-TARGET
           MOVE OREVIEW-PATH  TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
      *    A PARTITION WITHOUT A SUPPRESSED CELL WROTE NO AUDIT LINES
           MOVE 'N'           TO TMP-STCH-REQUIRED-SW
           MOVE 'U'           TO TMP-STCH-TARGET
           MOVE OSUPP-PATH    TO TMP-PART-PATH
           PERFORM PART-STITCH-FILE
           .
       PART-STITCH-ONE-EXIT. EXIT.
      *****************************************************************
       PART-STITCH-FILE SECTION.
      *===============================================================*
      *    COPY ONE WORK FILE (TMP-PART-PATH + SUFFIX) BEHIND THE     *
      *    OUTPUT NAMED BY TMP-STCH-TARGET                            *
           PERFORM PART-SUFFIX-ONE
           MOVE TMP-PART-PATH TO ISTCH-PATH
           PERFORM FILE-OPEN-INPUT-ISTCH
           IF (ISTCH-NO) THEN
              IF (TMP-STCH-REQUIRED-SW = 'Y') THEN
                 MOVE '909' TO PGM-ERR-RC
                 STRING 'PARTITION WORK FILE MISSING: ' ISTCH-PATH
                   DELIMITED BY SIZE
                   INTO PGM-ERR-MSG1
                 END-STRING
                 MOVE 'EVERY PARTITION MUST COMPLETE BEFORE THE STITCH'
                   TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              GO TO PART-STITCH-FILE-EXIT
           END-IF

           PERFORM FILE-READ-ISTCH
           PERFORM UNTIL (ISTCH-EOF)
              EVALUATE TMP-STCH-TARGET
                WHEN 'C'
                  PERFORM PART-CARRY-ADD
                WHEN 'R'
                  MOVE ISTCH-RECORD TO OREPORT-RECORD
                  PERFORM FILE-WRITE-OREPORT
                WHEN 'S'
                  MOVE ISTCH-RECORD TO OSNAP-RECORD
                  PERFORM FILE-WRITE-OSNAP
                WHEN 'T'
                  MOVE ISTCH-RECORD TO OSTATS-RECORD
                  PERFORM FILE-WRITE-OSTATS
                WHEN 'O'
                  MOVE ISTCH-RECORD TO OOUTLIER-RECORD
                  PERFORM FILE-WRITE-OOUTLIER
                WHEN 'G'
                  MOVE ISTCH-RECORD TO OGL-RECORD
                  PERFORM FILE-WRITE-OGL
                WHEN 'J'
                  MOVE ISTCH-RECORD TO OREJECT-RECORD
                  PERFORM FILE-WRITE-OREJECT
                WHEN 'B'
                  MOVE ISTCH-RECORD TO OBADROW-RECORD
                  PERFORM FILE-WRITE-OBADROW
                WHEN 'V'
                  MOVE ISTCH-RECORD TO OREVIEW-RECORD
                  PERFORM FILE-WRITE-OREVIEW
                WHEN 'U'
                  IF (TMP-SUPP-OPEN-SW = 'N') THEN
                     PERFORM FILE-OPEN-EXTEND-OSUPP
                     MOVE 'Y' TO TMP-SUPP-OPEN-SW
                  END-IF
                  ADD 1 TO TMP-SUPP-COUNT
                  MOVE ISTCH-RECORD TO OSUPP-RECORD
                  PERFORM FILE-WRITE-OSUPP
              END-EVALUATE
              PERFORM FILE-READ-ISTCH
           END-PERFORM
           PERFORM FILE-CLOSE-ISTCH
           .
       PART-STITCH-FILE-EXIT. EXIT.
      *****************************************************************
       PART-CARRY-ADD SECTION.
      *===============================================================*
           IF (ISTCH-RECORD(1:8) = 'LFLSTATE') THEN
              MOVE ISTCH-RECORD TO PART-CARRY-LFL-REC
              IF (TMP-LFL-ACTIVE) THEN
                 MOVE PCLFL-STATE TO TMP-LFL-STATE
                 PERFORM LFL-STATE-FIND
                 IF (TMP-LFL-J > 0) THEN
                    ADD PCLFL-ALL-TOTAL  TO TAB-LST-ALL-TOTAL(TMP-LFL-J)
                    ADD PCLFL-ALL-COUNT  TO TAB-LST-ALL-COUNT(TMP-LFL-J)
                    ADD PCLFL-LFL-TOTAL  TO TAB-LST-LFL-TOTAL(TMP-LFL-J)
                    ADD PCLFL-LFL-COUNT  TO TAB-LST-LFL-COUNT(TMP-LFL-J)
                    ADD PCLFL-JOIN-COUNT
                      TO TAB-LST-JOIN-COUNT(TMP-LFL-J)
                 END-IF
              END-IF
              GO TO PART-CARRY-ADD-EXIT
           END-IF

           MOVE ISTCH-RECORD TO PART-CARRY-REC
           IF (PCARRY-PART-NO NOT = TMP-PART-I)
              OR (PCARRY-PART-COUNT NOT = TMP-PART-COUNT)
              OR (PCARRY-RUN-DATE NOT = TMP-RUN-STAMP) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'PARTITION WORK FILES NOT FROM THIS RUN: '
                     ISTCH-PATH
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              STRING 'RUN DATE ' PCARRY-RUN-DATE ' PARTITION '
                     PCARRY-PART-NO ' OF ' PCARRY-PART-COUNT
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG2
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

      *    EVERY PARTITION READ ALL OF ICOMP - THE WHOLE-FILE FIGURES
      *    ARE PARTITION 01'S
           IF (PCARRY-PART-NO = 1) THEN
              MOVE PCARRY-ICOMP-COUNT  TO ICOMP-COUNT
              MOVE PCARRY-ALIAS-COUNT  TO TMP-ALIAS-COUNT
           END-IF
           ADD PCARRY-FILTERED-COUNT TO TMP-FILTERED-COUNT
           ADD PCARRY-DROPPED-COUNT  TO TMP-DROPPED-COUNT
           ADD PCARRY-BADROW-COUNT   TO TMP-BADROW-COUNT
           ADD PCARRY-REVIEW-COUNT   TO TMP-REVIEW-COUNT
           ADD PCARRY-ACCEPTED-TOTAL TO TMP-ACCEPTED-TOTAL
           ADD PCARRY-ASOF-SKIPPED   TO TMP-ASOF-SKIPPED
           ADD PCARRY-DUP-COUNT      TO TMP-DUP-COUNT
           ADD PCARRY-OUTLIER-COUNT  TO TMP-OUTLIER-COUNT
           ADD PCARRY-GL-COUNT       TO TMP-GL-DETAIL-COUNT
           ADD PCARRY-GL-HASH        TO TMP-GL-HASH
           ADD PCARRY-GRAND-TOTAL    TO TMP-GRAND-TOTAL-GROWTH
           ADD PCARRY-IMPUTED-COUNT  TO TMP-IMPUTED-COUNT
           .
       PART-CARRY-ADD-EXIT. EXIT.



           MOVE 'N' TO TMP-ROW-TAKEN-SW
           PERFORM UNTIL (ICOMP-EOF) OR (TMP-ROW-TAKEN-SW = 'Y')
              EVALUATE TRUE
      *         PARTITIONED RUN: ANOTHER PARTITION'S RECORDS PASS BY
      *         UNTOUCHED - THEY ARE TAKEN, REJECTED OR LISTED AS BAD
      *         ROWS THERE (SEE PART-PLAN-CUTS)
                WHEN (PART-RUN)
                     AND ((ICOMP-COUNT NOT > TMP-PART-LO)
                          OR (ICOMP-COUNT > TMP-PART-HI))
                  PERFORM ICOMP-READ-NEXT
                WHEN (ICOMP-UNPARSABLE)
                  PERFORM ICOMP-BADROW-WRITE
                  PERFORM ICOMP-READ-NEXT
           END-IF
           .
       ITGT-READ-EXIT. EXIT.
      *****************************************************************
       ICMT-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICMT
           IF (NOT ICMT-EOF) THEN
              MOVE ICMT-RECORD TO CMT-REC
           END-IF
           .
       ICMT-READ-EXIT. EXIT.
      *****************************************************************
       IBENCH-READ SECTION.
      *===============================================================*

           MOVE ICOMP-COUNT TO PGM-THROUGHPUT-COUNT

      *    A PARTITION HANDS ITS TOTALS TO THE STITCH INSTEAD - THE
      *    RECON SUMMARY, THE GL TRAILER AND THE CATALOG ENTRIES ARE
      *    WRITTEN ONCE, BY THE STITCH, FOR THE WHOLE REPORT
           IF (PART-RUN) THEN
              PERFORM PART-CARRY-WRITE
              PERFORM FILE-CLOSE-OREPORT
              PERFORM FILE-CLOSE-OSNAP
              GO TO PGM-FINISH-CLOSE
           END-IF

      *---------------------------------------------------------------*
      * END-TO-END RECONCILIATION SUMMARY - WRITTEN BEFORE THE FILES  *
      * IT REPORTS ON ARE CLOSED, SO FILE-WRITE-ORECON's OWN ERROR    *
           END-IF
           MOVE CATLG-REC           TO OCATLG-RECORD
           PERFORM FILE-WRITE-OCATLG
           PERFORM FILE-CLOSE-OCATLG.

       PGM-FINISH-CLOSE.
      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           DISPLAY 'OUTLIERS FLAGGED....: ' TMP-OUTLIER-COUNT
           DISPLAY 'OUTPUT OGL..........: ' OGL-COUNT
           DISPLAY 'REVIEW-QUEUE ROWS...: ' TMP-REVIEW-COUNT
           DISPLAY 'IMPUTED ROWS........: ' TMP-IMPUTED-COUNT
           DISPLAY 'ALIAS TRANSLATIONS..: ' TMP-ALIAS-COUNT
           DISPLAY 'OUTPUT OBADROW......: ' TMP-BADROW-COUNT
           DISPLAY 'FILTERED BY THRESHOLD: ' TMP-FILTERED-COUNT
           DISPLAY 'CLOSED/HELD DROPPED..: ' TMP-DROPPED-COUNT
           DISPLAY 'NOT IN FORCE (AS-OF).: ' TMP-ASOF-SKIPPED
           DISPLAY 'LIKE-FOR-LIKE PERIODS: ' TMP-LFL-PER-CUR
                   ' / ' TMP-LFL-PER-PRIOR
           DISPLAY 'HISTORY ROWS READ....: ' TMP-LFL-READ-COUNT
           DISPLAY 'HISTORY ROWS HELD....: ' TMP-LFL-HELD-COUNT
           DISPLAY 'SUCCESSIONS APPLIED..: ' SUCC-HIT-COUNT
           MOVE FUNCTION CURRENT-DATE TO PGM-DATE
           DISPLAY PGM-NAME ' ENDE.......: '
             PGM-DATE(1:4) '.' PGM-DATE(5:2) '.' PGM-DATE(7:2) ' '
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/LABELSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISECT==
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ITGT==
            ==:V2:== BY ==ITGT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICMT==
            ==:V2:== BY ==ICMT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPART==
            ==:V2:== BY ==IPART-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISTCH==
            ==:V2:== BY ==ISTCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILAYT==
            ==:V2:== BY ==ILAYT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISPILL==
            ==:V2:== BY ==SPILL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.

      *****************************************************************
       END PROGRAM TPL-BAT1.
