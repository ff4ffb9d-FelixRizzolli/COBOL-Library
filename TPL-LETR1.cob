       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-LETR1.
      *****************************************************************
      * TPL-LETR1: ANNUAL BENCHMARK LETTERS TO REPORTING COMPANIES    *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE COMPANIES THAT REPORT THEIR REVENUE TO US GET ONE LETTER  *
      * A YEAR BACK: THEIR OWN GROWTH FOR THE FISCAL YEAR, WHERE IT   *
      * FALLS IN THEIR INDUSTRY (THE QUARTILE ONLY - NO OTHER         *
      * COMPANY'S NAME OR FIGURE), THE INDUSTRY AVERAGE AND THE       *
      * ASSOCIATION BENCHMARK FROM benchmark.txt. THE LETTERS ARE     *
      * PAGINATED THROUGH CREPO1, ONE PAGE AND ONE TABLE-OF-CONTENTS  *
      * GROUP PER COMPANY, ADDRESSED FROM companyloc.txt. EVERY       *
      * COMPANY ON THE MASTER GETS A LINE ON THE MAILING REGISTER -   *
      * LETTER PRODUCED (WITH ITS PAGE) OR SKIPPED WITH THE REASON.   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt) - WHO GETS *
      *          A LETTER AND THE INDUSTRY THEY ARE COMPARED IN       *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt)            *
      * ILOC   - COMPANY LOCATIONS (IO/companyloc.txt, SEE TPL-MAINT8)*
      *          - OPTIONAL, BUT WITHOUT IT NO LETTER CAN BE ADDRESSED*
      * IBENCH - INDUSTRY BENCHMARKS (IO/benchmark.txt, SEE TPL-BENC1)*
      *          - OPTIONAL                                           *
      * ICAL   - PROCESSING CALENDAR (IO/calendar.txt): FYSTART=MM    *
      * IPARM  - OPTIONAL (IO/letrparm.txt), KEYWORD=VALUE:           *
      *          YEAR=YYYY        FISCAL YEAR OF THE LETTERS (DEFAULT *
      *                           THE LAST COMPLETED FISCAL YEAR)     *
      *          MINCELL=N        SMALL-CELL LIMIT (DEFAULT: THE      *
      *                           MINCELL OF IO/bat1parm.txt)         *
      * IBPARM - OPTIONAL PUBLISHED-REPORT PARMS (IO/bat1parm.txt),   *
      *          ONLY ITS MINCELL KEYWORD IS READ                     *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * REPORT1 VIA CREPO1 (IO/REPORT1_YYYYMMDD.txt) - THE LETTERS    *
      * OMREG  - MAILING REGISTER (IO/letterreg.txt): FISCAL YEAR,    *
      *          COMPANY, STATE, SENT/SKIP, PAGE, REASON              *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A COMPANY'S YEAR FIGURE IS THE AVERAGE OF ITS GROWTH OVER THE *
      * FISCAL YEAR'S TWELVE PERIODS IN THE HISTORY (A LATER ROW FOR  *
      * THE SAME PERIOD WINS); A YEAR ALREADY COMPACTED TO ITS        *
      * ANNUAL-AVERAGE ROW (PERIOD YYYY00, SEE TPL-HCMP1) IS TAKEN    *
      * FROM THAT ROW WHEN THE FISCAL YEAR IS THE CALENDAR YEAR. A    *
      * COMPANY UNDER A LEGAL DO-NOT-REPORT HOLD (SEE CLGL1) GETS NO  *
      * LETTER AND IS LEFT OUT OF ITS INDUSTRY'S FIGURES, AS ON THE   *
      * PUBLISHED REPORTS. AN INDUSTRY WITH FEWER THAN MINCELL        *
      * MEMBERS GETS NO LETTERS AT ALL - AND NEVER FEWER THAN THREE:  *
      * IN A TWO-COMPANY INDUSTRY THE AVERAGE AND A COMPANY'S OWN     *
      * FIGURE GIVE AWAY THE OTHER COMPANY'S. A LETTER SKIPPED FOR A  *
      * MISSING ADDRESS ENDS THE RUN WITH RC 4.                       *
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
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBENCH==
            ==:V2:== BY ==IBENCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBPARM==
            ==:V2:== BY ==IBPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OMREG==
            ==:V2:== BY ==OMREG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SCOMP ASSIGN TO 'SORTCOMP'.

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
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBENCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OMREG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SCOMP.
       01  SCOMP-REC.
           05 SCOMP-KEY               PIC X(40).
           05 SCOMP-INDUSTRY          PIC X(23).

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
      *    IN FORCE TODAY GIVE THE INDUSTRY
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).
       01 TMP-TODAY                   PIC X(8).

      *-[ EVERY COMPANY AND ITS YEAR, IN NAME + STATE ORDER ]----------*
       01 COMPANY-YEARS.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX
                                      ASCENDING KEY IS TAB-CO-KEY
                                      INDEXED BY TAB-CO-IDX.
                10 TAB-CO-KEY         PIC X(40).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-SUM         PIC S9(5)V99.
                10 TAB-CO-ROWS        PIC 9(3).
                10 TAB-CO-LAST-PERIOD PIC X(6).
                10 TAB-CO-LAST-GROWTH PIC S9(3)V99.
                10 TAB-CO-ROLL-SW     PIC X(1).
                10 TAB-CO-ROLL-GROWTH PIC S9(3)V99.
                10 TAB-CO-YEAR        PIC S9(3)V99.
      *         'Y' YEAR FIGURE, 'N' NONE, 'H' UNDER LEGAL HOLD
                10 TAB-CO-STATUS      PIC X(1).
                   88 TAB-CO-HAS-YEAR      VALUE 'Y'.
                   88 TAB-CO-NO-YEAR       VALUE 'N'.
                   88 TAB-CO-HELD          VALUE 'H'.

      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER (SEE TPL-HIST1)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-KEY                 PIC X(40).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

      *---------------------------------------------------------------*
      * INPUT ILOC = COMPANY LOCATIONS (SEE TPL-MAINT8)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILOC==.
       01 ILOC-REC.
           05 ILOC-NAME                PIC X(38).
           05 ILOC-STATE               PIC X(2).
           05 ILOC-CITY                PIC X(20).
           05 ILOC-ZIP                 PIC X(5).
           05 FILLER                   PIC X(15).
       01 LOCATIONS.
           05 TAB-LOC-MAX             PIC S9(9) BINARY.
           05 TAB-LOC-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-LOC                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-LOC-MAX.
                10 TAB-LOC-KEY        PIC X(40).
                10 TAB-LOC-CITY       PIC X(20).
                10 TAB-LOC-ZIP        PIC X(5).

      *---------------------------------------------------------------*
      * INPUT IBENCH = EXTERNAL INDUSTRY BENCHMARKS (SEE TPL-BENC1)   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBENCH==.
       01 BENCH-REC.
           05 BENCH-INDUSTRY          PIC X(23).
           05 BENCH-AVG               PIC S9(3)V99.
           05 FILLER                  PIC X(52).
       01 BENCHMARKS.
           05 TAB-BENCH-MAX           PIC S9(9) BINARY.
           05 TAB-BENCH-DIM           PIC S9(9) BINARY  VALUE 199.
           05 TAB-BENCH               OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-BENCH-MAX.
                10 TAB-BENCH-INDUSTRY PIC X(23).
                10 TAB-BENCH-AVG      PIC S9(3)V99.

      *-[ INDUSTRY FIGURES OVER THE COMPANIES WITH A YEAR FIGURE ]-----*
       01 INDUSTRY-YEARS.
           05 TAB-IND-MAX             PIC S9(9) BINARY.
           05 TAB-IND-DIM             PIC S9(9) BINARY  VALUE 199.
           05 TAB-IND                 OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-IND-MAX.
                10 TAB-IND-INDUSTRY   PIC X(23).
                10 TAB-IND-COUNT      PIC 9(5).
                10 TAB-IND-SUM        PIC S9(7)V99.
                10 TAB-IND-AVG        PIC S9(3)V99.

      *---------------------------------------------------------------*
      * INPUT ICAL / IPARM / IBPARM = KEYWORD=VALUE PARAMETERS        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICAL==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).
       01 PARM-WORK.
           05 TMP-FY-YEAR             PIC 9(4).
           05 TMP-FY-START            PIC 9(2)    VALUE 1.
           05 TMP-FY-LABEL            PIC X(4).
           05 TMP-CAL-YY              PIC 9(4).
           05 TMP-CAL-MM              PIC 9(2).
           05 TMP-PERIOD-LO           PIC X(6).
           05 TMP-PERIOD-HI           PIC X(6).
           05 TMP-PERIOD-ROLL         PIC X(6).
           05 TMP-MINCELL             PIC 9(3)    VALUE ZERO.
           05 TMP-MINCELL-SW          PIC X(1)    VALUE 'N'.
      *    A LETTER STATES ITS COMPANY'S OWN FIGURE NEXT TO THE
      *    AVERAGE - WITH TWO MEMBERS THAT IS THE OTHER ONE'S FIGURE
           05 TMP-MINCELL-FLOOR       PIC 9(3)    VALUE 3.

      *---------------------------------------------------------------*
      * OUTPUT OMREG = MAILING REGISTER, ONE LINE PER COMPANY         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OMREG==.
       01 OMREG-REC.
           05 OMREG-YEAR              PIC X(4).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OMREG-NAME              PIC X(38).
           05 OMREG-STATE             PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OMREG-MAIL              PIC X(4).
              88 OMREG-SENT               VALUE 'SENT'.
              88 OMREG-SKIP               VALUE 'SKIP'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OMREG-PAGE              PIC 9(5).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OMREG-REASON            PIC X(20).
           05 FILLER                  PIC X(3)    VALUE SPACES.

      *---------------------------------------------------------------*
      * THE LETTER (132-BYTE CREPO1 LINES)                            *
      *---------------------------------------------------------------*
       01 LTR-A1.
           05 LTR-A1-NAME             PIC X(38).
           05 FILLER                  PIC X(94)   VALUE SPACES.
       01 LTR-A2.
           05 LTR-A2-ZIP              PIC X(5).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 LTR-A2-CITY             PIC X(20).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 LTR-A2-STATE            PIC X(2).
           05 FILLER                  PIC X(103)  VALUE SPACES.
       01 LTR-T1.
           05 FILLER                  PIC X(43)   VALUE
              'YOUR ANNUAL GROWTH BENCHMARK - FISCAL YEAR '.
           05 LTR-T1-YEAR             PIC X(4).
           05 FILLER                  PIC X(10)   VALUE ' (PERIODS '.
           05 LTR-T1-LO               PIC X(6).
           05 FILLER                  PIC X(3)    VALUE ' - '.
           05 LTR-T1-HI               PIC X(6).
           05 FILLER                  PIC X(1)    VALUE ')'.
           05 FILLER                  PIC X(59)   VALUE SPACES.
       01 LTR-HR1.
           05 FILLER                  PIC X(80)   VALUE ALL '-'.
           05 FILLER                  PIC X(52)   VALUE SPACES.
       01 LTR-B1                      PIC X(132)  VALUE
           'THANK YOU FOR REPORTING YOUR REVENUE TO US THROUGH THE YEAR.
      -    ' BELOW IS HOW YOUR GROWTH COMPARED WITH YOUR INDUSTRY.'.
       01 LTR-B2                      PIC X(132)  VALUE
           'ONLY AGGREGATE FIGURES ARE SHOWN - NO OTHER COMPANY''S NAME
      -    'OR FIGURES ARE DISCLOSED.'.
       01 LTR-L1.
           05 FILLER                  PIC X(26)
              VALUE '  INDUSTRY................'.
           05 LTR-L1-INDUSTRY         PIC X(23).
           05 FILLER                  PIC X(83)   VALUE SPACES.
       01 LTR-L2.
           05 FILLER                  PIC X(26)
              VALUE '  YOUR GROWTH.............'.
           05 LTR-L2-GROWTH           PIC ----9,99.
           05 FILLER                  PIC X(4)    VALUE ' %  '.
           05 FILLER                  PIC X(10)   VALUE '(AVERAGE, '.
           05 LTR-L2-ROWS             PIC Z9.
           05 FILLER                  PIC X(19)
              VALUE ' PERIODS REPORTED)'.
           05 FILLER                  PIC X(63)   VALUE SPACES.
       01 LTR-L3.
           05 FILLER                  PIC X(26)
              VALUE '  INDUSTRY AVERAGE........'.
           05 LTR-L3-AVG              PIC ----9,99.
           05 FILLER                  PIC X(5)    VALUE ' %  ('.
           05 LTR-L3-COUNT            PIC ZZZZ9.
           05 FILLER                  PIC X(25)
              VALUE ' REPORTING COMPANIES)'.
           05 FILLER                  PIC X(63)   VALUE SPACES.
       01 LTR-L4.
           05 FILLER                  PIC X(26)
              VALUE '  ASSOCIATION BENCHMARK...'.
           05 LTR-L4-BENCH            PIC ----9,99.
           05 FILLER                  PIC X(2)    VALUE ' %'.
           05 FILLER                  PIC X(96)   VALUE SPACES.
       01 LTR-L4N.
           05 FILLER                  PIC X(26)
              VALUE '  ASSOCIATION BENCHMARK...'.
           05 FILLER                  PIC X(13)   VALUE 'NOT AVAILABLE'.
           05 FILLER                  PIC X(93)   VALUE SPACES.
       01 LTR-L5.
           05 FILLER                  PIC X(26)
              VALUE '  YOUR POSITION...........'.
           05 LTR-L5-QUARTILE         PIC X(14).
           05 FILLER                  PIC X(28)
              VALUE ' OF YOUR INDUSTRY'.
           05 FILLER                  PIC X(64)   VALUE SPACES.
       01 LTR-Q-TEXTS.
           05 FILLER                  PIC X(14)
              VALUE 'TOP QUARTER'.
           05 FILLER                  PIC X(14)
              VALUE 'SECOND QUARTER'.
           05 FILLER                  PIC X(14)
              VALUE 'THIRD QUARTER'.
           05 FILLER                  PIC X(14)
              VALUE 'BOTTOM QUARTER'.
       01 LTR-Q-TAB REDEFINES LTR-Q-TEXTS.
           05 LTR-Q-TEXT              PIC X(14)   OCCURS 4.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-IND-IDX             PIC S9(9) BINARY.
           05 TMP-LOC-IDX             PIC S9(9) BINARY.
           05 TMP-BENCH-IDX           PIC S9(9) BINARY.
           05 TMP-HIGHER              PIC S9(9) BINARY.
           05 TMP-QUARTILE            PIC S9(4) BINARY.
           05 TMP-COUNT-IN-YEAR       PIC 9(7).
           05 TMP-COUNT-HIST-DUP      PIC 9(7).
           05 TMP-COUNT-SENT          PIC 9(7).
           05 TMP-COUNT-HELD          PIC 9(7).
           05 TMP-COUNT-NO-YEAR       PIC 9(7).
           05 TMP-COUNT-SMALL         PIC 9(7).
           05 TMP-COUNT-NO-ADDR       PIC 9(7).
       01 LETTER-WORK.
           05 TMP-REASON              PIC X(20).
           05 TMP-CELL-LIMIT          PIC 9(3).

       COPY 'LIB/REPORT/CREPO1WS.cob'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ILOC-PATH                  PIC X(40)
                                      VALUE 'IO/companyloc.txt'.
       01 IBENCH-PATH                PIC X(40)
                                      VALUE 'IO/benchmark.txt'.
       01 ICAL-PATH                  PIC X(40)
                                      VALUE 'IO/calendar.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/letrparm.txt'.
       01 IBPARM-PATH                PIC X(40)
                                      VALUE 'IO/bat1parm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OMREG-PATH                 PIC X(40)
                                      VALUE 'IO/letterreg.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CLGLWS.cob'.
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

           PERFORM COMPANIES-LOAD
           PERFORM HISTORY-LOAD
           PERFORM LOCATIONS-LOAD
           PERFORM BENCHMARKS-LOAD
           PERFORM YEAR-FIGURES-CLOSE
           PERFORM INDUSTRY-FIGURES-BUILD

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              PERFORM LETTER-ONE-COMPANY
           END-PERFORM

           PERFORM CREPO1-TRAILER
           PERFORM CREPO1-CLOSE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-LETR1'                          TO PGM-NAME
           MOVE 'ANNUAL BENCHMARK LETTERS TO REPORTING COMPANIES'
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
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ILOC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILOC-PATH
           MOVE IBENCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IBENCH-PATH
           MOVE ICAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAL-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IBPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IBPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OMREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OMREG-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-CO-MAX
           MOVE 0                          TO TAB-LOC-MAX
           MOVE 0                          TO TAB-BENCH-MAX
           MOVE 0                          TO TAB-IND-MAX
           MOVE 0                          TO TMP-COUNT-IN-YEAR
           MOVE 0                          TO TMP-COUNT-HIST-DUP
           MOVE 0                          TO TMP-COUNT-SENT
           MOVE 0                          TO TMP-COUNT-HELD
           MOVE 0                          TO TMP-COUNT-NO-YEAR
           MOVE 0                          TO TMP-COUNT-SMALL
           MOVE 0                          TO TMP-COUNT-NO-ADDR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * FISCAL-YEAR START FROM THE CALENDAR (FYSTART=MM, DEFAULT 01,  *
      * SEE TPL-YEAR1)                                                *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICAL
           IF (ICAL-YES) THEN
              PERFORM FILE-READ-ICAL
              PERFORM UNTIL (ICAL-EOF)
                 MOVE SPACES TO KWP-KEY KWP-VAL
                 UNSTRING ICAL-RECORD DELIMITED BY '='
                   INTO KWP-KEY KWP-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(KWP-KEY) = 'FYSTART') THEN
                    COMPUTE TMP-FY-START =
                       FUNCTION NUMVAL(KWP-VAL)
                 END-IF
                 PERFORM FILE-READ-ICAL
              END-PERFORM
              PERFORM FILE-CLOSE-ICAL
           END-IF
           IF (TMP-FY-START < 1) OR (TMP-FY-START > 12) THEN
              MOVE 1 TO TMP-FY-START
           END-IF

      *---------------------------------------------------------------*
      * DEFAULT YEAR: THE LAST FISCAL YEAR THAT HAS ENDED - THE ONE   *
      * STARTING LAST CALENDAR YEAR, OR THE YEAR BEFORE WHILE TODAY   *
      * IS STILL AHEAD OF THIS YEAR'S FYSTART                         *
      *---------------------------------------------------------------*
           COMPUTE TMP-FY-YEAR = FUNCTION NUMVAL(TMP-TODAY(1:4)) - 1
           MOVE TMP-TODAY(5:2) TO TMP-CAL-MM
           IF (TMP-CAL-MM < TMP-FY-START) THEN
              SUBTRACT 1 FROM TMP-FY-YEAR
           END-IF

      *---------------------------------------------------------------*
      * LETTER PARAMETERS (IPARM IS OPTIONAL)                         *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO KWP-KEY KWP-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO KWP-KEY KWP-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(KWP-KEY)
                   WHEN 'YEAR'
                     IF (KWP-VAL(1:4) NOT NUMERIC)
                        OR (KWP-VAL(5:1) NOT = SPACE) THEN
                        MOVE '905' TO PGM-ERR-RC
                        STRING 'BAD YEAR IN LETRPARM: ' KWP-VAL
                          DELIMITED BY SIZE INTO PGM-ERR-MSG1
                        END-STRING
                        MOVE 'EXPECTED YEAR=YYYY, E.G. 2025'
                          TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     MOVE KWP-VAL(1:4) TO TMP-FY-YEAR
                   WHEN 'MINCELL'
                     COMPUTE TMP-MINCELL = FUNCTION NUMVAL(KWP-VAL)
                     MOVE 'Y' TO TMP-MINCELL-SW
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN LETRPARM KEYWORD IGNORED: '
                            KWP-KEY
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
      * WITHOUT ITS OWN MINCELL THE LETTER RUN TAKES THE PUBLISHED    *
      * INDUSTRY REPORT'S (IBPARM IS OPTIONAL) - NEVER BELOW THE      *
      * FLOOR                                                         *
      *---------------------------------------------------------------*
           IF (TMP-MINCELL-SW = 'N') THEN
              PERFORM FILE-OPEN-INPUT-IBPARM
              IF (IBPARM-YES) THEN
                 PERFORM FILE-READ-IBPARM
                 PERFORM UNTIL (IBPARM-EOF)
                    MOVE SPACES TO KWP-KEY KWP-VAL
                    UNSTRING IBPARM-RECORD DELIMITED BY '='
                      INTO KWP-KEY KWP-VAL
                    END-UNSTRING
                    IF (FUNCTION TRIM(KWP-KEY) = 'MINCELL') THEN
                       COMPUTE TMP-MINCELL = FUNCTION NUMVAL(KWP-VAL)
                    END-IF
                    PERFORM FILE-READ-IBPARM
                 END-PERFORM
                 PERFORM FILE-CLOSE-IBPARM
              END-IF
           END-IF
           MOVE TMP-MINCELL TO TMP-CELL-LIMIT
           IF (TMP-CELL-LIMIT < TMP-MINCELL-FLOOR) THEN
              MOVE TMP-MINCELL-FLOOR TO TMP-CELL-LIMIT
           END-IF

      *---------------------------------------------------------------*
      * THE FISCAL YEAR'S FIRST AND LAST PERIOD, AND ITS ANNUAL ROW   *
      * WHEN THE FISCAL YEAR IS THE CALENDAR YEAR                     *
      *---------------------------------------------------------------*
           MOVE TMP-FY-YEAR  TO TMP-FY-LABEL
           MOVE TMP-FY-YEAR  TO TMP-CAL-YY
           MOVE TMP-FY-START TO TMP-CAL-MM
           MOVE SPACES TO TMP-PERIOD-LO
           STRING TMP-CAL-YY TMP-CAL-MM
             DELIMITED BY SIZE
             INTO TMP-PERIOD-LO
           END-STRING
           IF (TMP-FY-START > 1) THEN
              ADD 1 TO TMP-CAL-YY
              COMPUTE TMP-CAL-MM = TMP-FY-START - 1
           ELSE
              MOVE 12 TO TMP-CAL-MM
           END-IF
           MOVE SPACES TO TMP-PERIOD-HI
           STRING TMP-CAL-YY TMP-CAL-MM
             DELIMITED BY SIZE
             INTO TMP-PERIOD-HI
           END-STRING
           MOVE HIGH-VALUES TO TMP-PERIOD-ROLL
           IF (TMP-FY-START = 1) THEN
              MOVE SPACES TO TMP-PERIOD-ROLL
              STRING TMP-FY-LABEL '00'
                DELIMITED BY SIZE
                INTO TMP-PERIOD-ROLL
              END-STRING
           END-IF

      *---------------------------------------------------------------*
      * OPEN THE PAGINATED LETTERS (SEE CREPO1) - A FULL PAGE IS      *
      * RESERVED PER LETTER SO EVERY COMPANY STARTS ITS OWN PAGE -    *
      * AND THE MAILING REGISTER                                      *
      *---------------------------------------------------------------*
           MOVE TMP-TODAY TO CREPO1CA-RUN-STAMP
           PERFORM CREPO1-OPEN
           MOVE 2  TO CREPO1CA-NUM-HEADERS
           MOVE 2  TO CREPO1CA-NUM-HEADER-PAGE
           MOVE 60 TO CREPO1CA-LINES-PER-PAGE
           STRING 'ANNUAL BENCHMARK LETTERS - FISCAL YEAR '
                  TMP-FY-LABEL
             DELIMITED BY SIZE
             INTO CREPO1CA-HEADER(1)
           END-STRING
           MOVE ALL '=' TO CREPO1CA-HEADER(2)
           PERFORM FILE-OPEN-OUTPUT-OMREG
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY IN FORCE TODAY, IN NAME + STATE ORDER        *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED MASTER BEFORE READING A SINGLE ROW
      *    (SEE CTRL1)
           MOVE ICOMP-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO LETTERS WITHOUT THE COMPANIES' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SCOMP
             ON ASCENDING KEY SCOMP-KEY
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
                 AND (ICOMP-INDUSTRY NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 MOVE ICOMP-REC(1:40) TO SCOMP-KEY
                 MOVE ICOMP-INDUSTRY  TO SCOMP-INDUSTRY
                 RELEASE SCOMP-REC
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
              RETURN SCOMP
                AT END
                  GO TO COMPANIES-RETURN-EXIT
              END-RETURN
              PERFORM COMPANIES-ROW-ADD
           END-PERFORM
           .
       COMPANIES-RETURN-EXIT. EXIT.



      *****************************************************************
       COMPANIES-ROW-ADD SECTION.
      *===============================================================*
      *    A KEY LISTED TWICE KEEPS ITS FIRST INDUSTRY                *
      *---------------------------------------------------------------*
           IF (TAB-CO-MAX > 0) THEN
              IF (SCOMP-KEY = TAB-CO-KEY(TAB-CO-MAX)) THEN
                 GO TO COMPANIES-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - TOO MANY COMPANIES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CO-MAX
           MOVE SCOMP-KEY      TO TAB-CO-KEY(TAB-CO-MAX)
           MOVE SCOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-SUM(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-ROWS(TAB-CO-MAX)
           MOVE SPACES         TO TAB-CO-LAST-PERIOD(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-LAST-GROWTH(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-ROLL-SW(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-ROLL-GROWTH(TAB-CO-MAX)
           MOVE 0              TO TAB-CO-YEAR(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-STATUS(TAB-CO-MAX)
           .
       COMPANIES-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       HISTORY-LOAD SECTION.
      *===============================================================*
      *    THE FISCAL YEAR'S ROWS OF COMPANIES ON TODAY'S MASTER. THE *
      *    HISTORY IS APPENDED PERIOD BY PERIOD, SO A CORRECTION FOR  *
      *    A PERIOD FOLLOWS ITS COMPANY'S LAST ROW AND REPLACES IT    *
      *---------------------------------------------------------------*
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'GROWTH HISTORY MISSING: ' IHIST-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO YEAR FIGURES WITHOUT THE HISTORY'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-GROWTH NUMERIC)
                 AND (HIST-KEY NOT = SPACES)
                 AND (TAB-CO-MAX > 0) THEN
                 IF ((HIST-PERIOD >= TMP-PERIOD-LO)
                     AND (HIST-PERIOD <= TMP-PERIOD-HI))
                    OR (HIST-PERIOD = TMP-PERIOD-ROLL) THEN
                    SEARCH ALL TAB-CO
                      WHEN (TAB-CO-KEY(TAB-CO-IDX) = HIST-KEY)
                        PERFORM HISTORY-ROW-TAKE
                    END-SEARCH
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-LOAD-EXIT. EXIT.



      *****************************************************************
       HISTORY-ROW-TAKE SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-IN-YEAR
           IF (HIST-PERIOD = TMP-PERIOD-ROLL) THEN
              MOVE 'Y'         TO TAB-CO-ROLL-SW(TAB-CO-IDX)
              MOVE HIST-GROWTH TO TAB-CO-ROLL-GROWTH(TAB-CO-IDX)
              GO TO HISTORY-ROW-TAKE-EXIT
           END-IF
           IF (HIST-PERIOD = TAB-CO-LAST-PERIOD(TAB-CO-IDX)) THEN
              SUBTRACT TAB-CO-LAST-GROWTH(TAB-CO-IDX)
                FROM TAB-CO-SUM(TAB-CO-IDX)
              ADD 1 TO TMP-COUNT-HIST-DUP
           ELSE
              ADD 1 TO TAB-CO-ROWS(TAB-CO-IDX)
           END-IF
           ADD HIST-GROWTH  TO TAB-CO-SUM(TAB-CO-IDX)
           MOVE HIST-PERIOD TO TAB-CO-LAST-PERIOD(TAB-CO-IDX)
           MOVE HIST-GROWTH TO TAB-CO-LAST-GROWTH(TAB-CO-IDX)
           .
       HISTORY-ROW-TAKE-EXIT. EXIT.



      *****************************************************************
       LOCATIONS-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ILOC
           IF (ILOC-NO) THEN
              MOVE 'NO companyloc.txt - NO LETTER CAN BE ADDRESSED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LOCATIONS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ILOC
           PERFORM UNTIL (ILOC-EOF)
              MOVE ILOC-RECORD TO ILOC-REC
              IF (ILOC-NAME NOT = SPACES) THEN
                 IF (TAB-LOC-MAX >= TAB-LOC-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-LOC OVERFLOW - TOO MANY LOCATIONS'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-LOC-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-LOC-MAX
                 MOVE ILOC-REC(1:40) TO TAB-LOC-KEY(TAB-LOC-MAX)
                 MOVE ILOC-CITY      TO TAB-LOC-CITY(TAB-LOC-MAX)
                 MOVE ILOC-ZIP       TO TAB-LOC-ZIP(TAB-LOC-MAX)
              END-IF
              PERFORM FILE-READ-ILOC
           END-PERFORM
           PERFORM FILE-CLOSE-ILOC
           .
       LOCATIONS-LOAD-EXIT. EXIT.



      *****************************************************************
       BENCHMARKS-LOAD SECTION.
      *===============================================================*
      *    IBENCH IS OPTIONAL - WITHOUT IT THE LETTERS SAY "NOT       *
      *    AVAILABLE" ON THE BENCHMARK LINE                           *
           PERFORM FILE-OPEN-INPUT-IBENCH
           IF (IBENCH-NO) THEN
              GO TO BENCHMARKS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IBENCH
           PERFORM UNTIL (IBENCH-EOF)
              MOVE IBENCH-RECORD TO BENCH-REC
              IF (BENCH-AVG NUMERIC) THEN
                 ADD 1 TO TAB-BENCH-MAX
                 IF (TAB-BENCH-MAX > TAB-BENCH-DIM) THEN
                    MOVE TAB-BENCH-DIM TO TAB-BENCH-MAX
                    MOVE 'TAB-BENCH OVERFLOW - BENCHMARKS SHORT'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE BENCH-INDUSTRY
                      TO TAB-BENCH-INDUSTRY(TAB-BENCH-MAX)
                    MOVE BENCH-AVG
                      TO TAB-BENCH-AVG(TAB-BENCH-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-IBENCH
           END-PERFORM
           PERFORM FILE-CLOSE-IBENCH
           .
       BENCHMARKS-LOAD-EXIT. EXIT.



      *****************************************************************
       YEAR-FIGURES-CLOSE SECTION.
      *===============================================================*
      *    EVERY COMPANY'S YEAR FIGURE, AND ITS LEGAL-HOLD STANDING - *
      *    A HELD COMPANY STAYS OUT OF THE INDUSTRY FIGURES TOO       *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              MOVE TAB-CO-KEY(TMP-I-TABLE)(1:38)  TO CLGL1CA-NAME
              MOVE TAB-CO-KEY(TMP-I-TABLE)(39:2)  TO CLGL1CA-STATE
              PERFORM CHECK-LEGAL-HOLD
              EVALUATE TRUE
                 WHEN (CLGL1CA-HELD)
                    MOVE 'H' TO TAB-CO-STATUS(TMP-I-TABLE)
                 WHEN (TAB-CO-ROWS(TMP-I-TABLE) > 0)
                    COMPUTE TAB-CO-YEAR(TMP-I-TABLE) ROUNDED =
                       TAB-CO-SUM(TMP-I-TABLE)
                       / TAB-CO-ROWS(TMP-I-TABLE)
                    MOVE 'Y' TO TAB-CO-STATUS(TMP-I-TABLE)
                 WHEN (TAB-CO-ROLL-SW(TMP-I-TABLE) = 'Y')
                    MOVE TAB-CO-ROLL-GROWTH(TMP-I-TABLE)
                      TO TAB-CO-YEAR(TMP-I-TABLE)
                    MOVE 12 TO TAB-CO-ROWS(TMP-I-TABLE)
                    MOVE 'Y' TO TAB-CO-STATUS(TMP-I-TABLE)
                 WHEN OTHER
                    MOVE 'N' TO TAB-CO-STATUS(TMP-I-TABLE)
              END-EVALUATE
           END-PERFORM
           .
       YEAR-FIGURES-CLOSE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-FIGURES-BUILD SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-HAS-YEAR(TMP-I-TABLE)) THEN
                 PERFORM INDUSTRY-FIND
                 IF (TMP-IND-IDX = 0) THEN
                    IF (TAB-IND-MAX >= TAB-IND-DIM) THEN
                       MOVE '907' TO PGM-ERR-RC
                       MOVE 'TAB-IND OVERFLOW - TOO MANY INDUSTRIES'
                         TO PGM-ERR-MSG1
                       MOVE 'RAISE TAB-IND-DIM' TO PGM-ERR-MSG2
                       MOVE SPACE TO PGM-ERR-MSG3
                       PERFORM PGM-ERR
                    END-IF
                    ADD 1 TO TAB-IND-MAX
                    MOVE TAB-IND-MAX TO TMP-IND-IDX
                    MOVE TAB-CO-INDUSTRY(TMP-I-TABLE)
                      TO TAB-IND-INDUSTRY(TMP-IND-IDX)
                    MOVE 0 TO TAB-IND-COUNT(TMP-IND-IDX)
                    MOVE 0 TO TAB-IND-SUM(TMP-IND-IDX)
                 END-IF
                 ADD 1 TO TAB-IND-COUNT(TMP-IND-IDX)
                 ADD TAB-CO-YEAR(TMP-I-TABLE)
                   TO TAB-IND-SUM(TMP-IND-IDX)
              END-IF
           END-PERFORM
           PERFORM VARYING TMP-IND-IDX FROM 1 BY 1
                     UNTIL (TMP-IND-IDX > TAB-IND-MAX)
              COMPUTE TAB-IND-AVG(TMP-IND-IDX) ROUNDED =
                 TAB-IND-SUM(TMP-IND-IDX) / TAB-IND-COUNT(TMP-IND-IDX)
           END-PERFORM
           .
       INDUSTRY-FIGURES-BUILD-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-FIND SECTION.
      *===============================================================*
      *    TMP-IND-IDX = ENTRY OF TAB-CO-INDUSTRY(TMP-I-TABLE), 0     *
      *    WHEN THE INDUSTRY HAS NO MEMBER WITH A YEAR FIGURE         *
           MOVE 0 TO TMP-IND-IDX
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-IND-MAX)
                        OR (TMP-IND-IDX > 0)
              IF (TAB-IND-INDUSTRY(TMP-J-TABLE)
                  = TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                 MOVE TMP-J-TABLE TO TMP-IND-IDX
              END-IF
           END-PERFORM
           .
       INDUSTRY-FIND-EXIT. EXIT.



      *****************************************************************
       LETTER-ONE-COMPANY SECTION.
      *===============================================================*
      *    EVERY COMPANY GETS ONE REGISTER LINE; A LETTER ONLY WHEN   *
      *    NONE OF THE SKIP REASONS APPLIES, CHECKED IN THIS ORDER    *
           MOVE SPACES TO TMP-REASON
           MOVE 0      TO TMP-IND-IDX
           MOVE 0      TO TMP-LOC-IDX
           EVALUATE TRUE
              WHEN (TAB-CO-HELD(TMP-I-TABLE))
                 MOVE 'LEGAL HOLD'          TO TMP-REASON
                 ADD 1 TO TMP-COUNT-HELD
              WHEN (TAB-CO-NO-YEAR(TMP-I-TABLE))
                 MOVE 'NO FIGURES FOR YEAR' TO TMP-REASON
                 ADD 1 TO TMP-COUNT-NO-YEAR
              WHEN OTHER
                 PERFORM INDUSTRY-FIND
                 IF (TAB-IND-COUNT(TMP-IND-IDX) < TMP-CELL-LIMIT) THEN
                    MOVE 'SMALL CELL'       TO TMP-REASON
                    ADD 1 TO TMP-COUNT-SMALL
                 ELSE
                    PERFORM LOCATION-FIND
                    IF (TMP-LOC-IDX = 0) THEN
                       MOVE 'NO ADDRESS'    TO TMP-REASON
                       ADD 1 TO TMP-COUNT-NO-ADDR
                       MOVE '004' TO PGM-END-RC
                       MOVE SPACES TO APP-LOG-LINE
                       STRING 'NO ADDRESS, NO LETTER: '
                              TAB-CO-KEY(TMP-I-TABLE)
                         DELIMITED BY SIZE
                         INTO APP-LOG-LINE
                       END-STRING
                       PERFORM SCHREIBE-APP-LOG-LINE
                    END-IF
                 END-IF
           END-EVALUATE

           MOVE TMP-FY-LABEL                   TO OMREG-YEAR
           MOVE TAB-CO-KEY(TMP-I-TABLE)(1:38)  TO OMREG-NAME
           MOVE TAB-CO-KEY(TMP-I-TABLE)(39:2)  TO OMREG-STATE
           MOVE 0                              TO OMREG-PAGE
           MOVE TMP-REASON                     TO OMREG-REASON
           IF (TMP-REASON NOT = SPACES) THEN
              SET OMREG-SKIP TO TRUE
           ELSE
              SET OMREG-SENT TO TRUE
              PERFORM LETTER-WRITE
              MOVE CREPO1CA-COUNT-PAGES TO OMREG-PAGE
              ADD 1 TO TMP-COUNT-SENT
           END-IF
           MOVE OMREG-REC TO OMREG-RECORD
           PERFORM FILE-WRITE-OMREG
           .
       LETTER-ONE-COMPANY-EXIT. EXIT.



      *****************************************************************
       LOCATION-FIND SECTION.
      *===============================================================*
           MOVE 0 TO TMP-LOC-IDX
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-LOC-MAX)
                        OR (TMP-LOC-IDX > 0)
              IF (TAB-LOC-KEY(TMP-J-TABLE)
                  = TAB-CO-KEY(TMP-I-TABLE)) THEN
                 MOVE TMP-J-TABLE TO TMP-LOC-IDX
              END-IF
           END-PERFORM
           .
       LOCATION-FIND-EXIT. EXIT.



      *****************************************************************
       LETTER-WRITE SECTION.
      *===============================================================*
      *    ONE TOC GROUP AND ONE RESERVED PAGE PER LETTER (SEE        *
      *    TPL-BRF1)                                                  *
           MOVE SPACES TO CREPO1CA-LINE
           MOVE TAB-CO-KEY(TMP-I-TABLE) TO CREPO1CA-LINE
           PERFORM CREPO1-GROUP

           MOVE 58 TO CREPO1CA-RESERVE-LINES
           MOVE TAB-CO-KEY(TMP-I-TABLE)(1:38) TO LTR-A1-NAME
           MOVE LTR-A1 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE TAB-LOC-ZIP(TMP-LOC-IDX)      TO LTR-A2-ZIP
           MOVE TAB-LOC-CITY(TMP-LOC-IDX)     TO LTR-A2-CITY
           MOVE TAB-CO-KEY(TMP-I-TABLE)(39:2) TO LTR-A2-STATE
           MOVE LTR-A2 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           PERFORM CREPO1-WRITE

           MOVE TMP-FY-LABEL  TO LTR-T1-YEAR
           MOVE TMP-PERIOD-LO TO LTR-T1-LO
           MOVE TMP-PERIOD-HI TO LTR-T1-HI
           MOVE LTR-T1  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE LTR-HR1 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE LTR-B1  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE LTR-B2  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE

           MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO LTR-L1-INDUSTRY
           MOVE LTR-L1 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE TAB-CO-YEAR(TMP-I-TABLE) TO LTR-L2-GROWTH
           MOVE TAB-CO-ROWS(TMP-I-TABLE) TO LTR-L2-ROWS
           MOVE LTR-L2 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE TAB-IND-AVG(TMP-IND-IDX)   TO LTR-L3-AVG
           MOVE TAB-IND-COUNT(TMP-IND-IDX) TO LTR-L3-COUNT
           MOVE LTR-L3 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE

           MOVE 0 TO TMP-BENCH-IDX
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-BENCH-MAX)
              IF (TAB-BENCH-INDUSTRY(TMP-J-TABLE)
                  = TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                 MOVE TMP-J-TABLE TO TMP-BENCH-IDX
              END-IF
           END-PERFORM
           IF (TMP-BENCH-IDX > 0) THEN
              MOVE TAB-BENCH-AVG(TMP-BENCH-IDX) TO LTR-L4-BENCH
              MOVE LTR-L4  TO CREPO1CA-LINE
           ELSE
              MOVE LTR-L4N TO CREPO1CA-LINE
           END-IF
           PERFORM CREPO1-WRITE

      *    QUARTILE FROM THE NUMBER OF MEMBERS AHEAD OF THE COMPANY -
      *    TIES SHARE THE BETTER QUARTER
           MOVE 0 TO TMP-HIGHER
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-CO-MAX)
              IF (TAB-CO-HAS-YEAR(TMP-J-TABLE))
                 AND (TAB-CO-INDUSTRY(TMP-J-TABLE)
                      = TAB-CO-INDUSTRY(TMP-I-TABLE))
                 AND (TAB-CO-YEAR(TMP-J-TABLE)
                      > TAB-CO-YEAR(TMP-I-TABLE)) THEN
                 ADD 1 TO TMP-HIGHER
              END-IF
           END-PERFORM
           COMPUTE TMP-QUARTILE =
              (TMP-HIGHER * 4) / TAB-IND-COUNT(TMP-IND-IDX) + 1
           IF (TMP-QUARTILE > 4) THEN
              MOVE 4 TO TMP-QUARTILE
           END-IF
           MOVE LTR-Q-TEXT(TMP-QUARTILE) TO LTR-L5-QUARTILE
           MOVE LTR-L5 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           .
       LETTER-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IHIST-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-OMREG

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'FISCAL YEAR.........: ' TMP-FY-LABEL
                   ' (' TMP-PERIOD-LO ' - ' TMP-PERIOD-HI ')'
           DISPLAY 'SMALL-CELL LIMIT....: ' TMP-CELL-LIMIT
           DISPLAY 'INPUT IHIST.........: ' IHIST-COUNT
           DISPLAY 'ROWS IN YEAR........: ' TMP-COUNT-IN-YEAR
           DISPLAY 'HISTORY DUPLICATES..: ' TMP-COUNT-HIST-DUP
           DISPLAY 'LETTERS PRODUCED....: ' TMP-COUNT-SENT
           DISPLAY 'SKIPPED LEGAL HOLD..: ' TMP-COUNT-HELD
           DISPLAY 'SKIPPED NO FIGURES..: ' TMP-COUNT-NO-YEAR
           DISPLAY 'SKIPPED SMALL CELL..: ' TMP-COUNT-SMALL
           DISPLAY 'SKIPPED NO ADDRESS..: ' TMP-COUNT-NO-ADDR
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
       COPY 'LIB/UTIL/CLGLSE.cob'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/REPORT/CREPO1SE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBENCH==
            ==:V2:== BY ==IBENCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBPARM==
            ==:V2:== BY ==IBPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OMREG==
            ==:V2:== BY ==OMREG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-LETR1.
      *****************************************************************
