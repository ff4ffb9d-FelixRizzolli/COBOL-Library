       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-EXPR1.
      *****************************************************************
      * TPL-EXPR1: EXPOSURE-AT-RISK REPORT                            *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ANSWERS "HOW MUCH IS RIDING ON THE COMPANIES MARKED DECLINING *
      * IN OREPORT". EVERY EXPOSURE ON THE CREDIT-EXPOSURE MASTER     *
      * (SEE TPL-EXPM1) IS CONVERTED TO BASE CURRENCY THROUGH         *
      * fxrates.txt AND TOTALLED BY INDUSTRY, BY STATE AND BY         *
      * WATCHLIST STATUS. THE SECOND PART LISTS EVERY EXPOSURE TO A   *
      * DECLINING COMPANY (ICOMP-GROWTH BELOW ZERO - THE SAME RULE AS *
      * THE '*' MARKER OF TPL-BAT1), LARGEST BASE AMOUNT FIRST.       *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IEXPO  - CREDIT-EXPOSURE MASTER (IO/exposure.txt)             *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt)            *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt), OPTIONAL        *
      * IFX    - EXCHANGE-RATE MASTER (IO/fxrates.txt), OPTIONAL      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OEXREP - EXPOSURE-AT-RISK REPORT (IO/exposurereport.txt)      *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * COMPANIES, WATCHLIST AND RATES ARE LOADED INTO TABLES, THEN   *
      * THE EXPOSURE MASTER IS READ ONCE. AN EXPOSURE WHOSE CURRENCY  *
      * HAS NO RATE IS LOGGED AND LEFT OUT OF ALL TOTALS RATHER THAN  *
      * COUNTED AT A WRONG VALUE. AN EXPOSURE TO A COMPANY NOT ON     *
      * companies.txt IS TOTALLED UNDER '(NOT ON FILE)' AND IS NEVER  *
      * TREATED AS DECLINING.                                         *
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
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==IEXPO-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==IFX-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OEXREP==
            ==:V2:== BY ==OEXREP-PATH==.
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
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OEXREP==
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
      * INPUT IEXPO = CREDIT-EXPOSURE MASTER (SEE TPL-EXPM1)          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEXPO==.
       01 IEXPO-REC.
           05 IEXPO-NAME               PIC X(38).
           05 IEXPO-STATE              PIC X(2).
           05 IEXPO-AMOUNT             PIC 9(11)V99.
           05 IEXPO-CURRENCY           PIC X(2).
           05 IEXPO-FACILITY           PIC X(8).
           05 IEXPO-CHANGED            PIC X(8).
           05 FILLER                   PIC X(9).

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
      *    IN FORCE TODAY ARE LOADED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).
       01 COMPANY-TABLE.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX.
                10 TAB-CO-NAME        PIC X(38).
                10 TAB-CO-STATE       PIC X(2).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-GROWTH      PIC S9(3)V99.

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
       01 WATCH-TABLE.
           05 TAB-WL-MAX              PIC S9(9) BINARY.
           05 TAB-WL-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-WL                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-WL-MAX.
                10 TAB-WL-NAME        PIC X(38).
                10 TAB-WL-STATE       PIC X(2).
                10 TAB-WL-ON-SW       PIC X(1).

      *---------------------------------------------------------------*
      * INPUT IFX = EXCHANGE-RATE MASTER (SEE TPL-CALC1)              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IFX==.
       01 FX-REC.
           05 FX-CURRENCY             PIC X(2).
           05 FX-RATE                 PIC 9(3)V9(6).
           05 FILLER                  PIC X(69).
       01 FX-RATES.
           05 TAB-FX-MAX              PIC S9(9) BINARY.
           05 TAB-FX-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-FX                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-FX-MAX.
                10 TAB-FX-CURRENCY    PIC X(2).
                10 TAB-FX-RATE        PIC 9(3)V9(6).
       01 FX-WORK.
           05 TMP-FX-I                PIC S9(9)   BINARY.
           05 TMP-FX-FOUND-SW         PIC X(1).
           05 TMP-FX-RATE             PIC 9(3)V9(6).

      *---------------------------------------------------------------*
      * TOTALS BY INDUSTRY, BY STATE AND BY WATCHLIST STATUS          *
      *---------------------------------------------------------------*
       01 INDUSTRY-TOTALS.
           05 TAB-IND-MAX             PIC S9(9) BINARY.
           05 TAB-IND-DIM             PIC S9(9) BINARY  VALUE 500.
           05 TAB-IND                 OCCURS 1   TO          500
                                      DEPENDING  ON  TAB-IND-MAX.
                10 TAB-IND-NAME       PIC X(23).
                10 TAB-IND-COUNT      PIC 9(7).
                10 TAB-IND-AMOUNT     PIC 9(13)V99.
       01 STATE-TOTALS.
           05 TAB-ST-MAX              PIC S9(9) BINARY.
           05 TAB-ST-DIM              PIC S9(9) BINARY  VALUE 100.
           05 TAB-ST                  OCCURS 1   TO          100
                                      DEPENDING  ON  TAB-ST-MAX.
                10 TAB-ST-STATE       PIC X(2).
                10 TAB-ST-COUNT       PIC 9(7).
                10 TAB-ST-AMOUNT      PIC 9(13)V99.
       01 WATCH-TOTALS.
           05 TAB-WS                  OCCURS 3.
                10 TAB-WS-LABEL       PIC X(12).
                10 TAB-WS-COUNT       PIC 9(7).
                10 TAB-WS-AMOUNT      PIC 9(13)V99.

      *---------------------------------------------------------------*
      * EXPOSURES TO DECLINING COMPANIES - SORTED LARGEST FIRST       *
      *---------------------------------------------------------------*
       01 DECLINE-TABLE.
           05 TAB-DC-MAX              PIC S9(9) BINARY.
           05 TAB-DC-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-DC                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-DC-MAX.
                10 TAB-DC-NAME        PIC X(38).
                10 TAB-DC-STATE       PIC X(2).
                10 TAB-DC-INDUSTRY    PIC X(23).
                10 TAB-DC-GROWTH      PIC S9(3)V99.
                10 TAB-DC-FACILITY    PIC X(8).
                10 TAB-DC-CURRENCY    PIC X(2).
                10 TAB-DC-AMOUNT      PIC 9(11)V99.
                10 TAB-DC-BASE        PIC 9(13)V99.
                10 TAB-DC-WATCH       PIC X(12).
       01 TMP-SWAP-DC                 PIC X(118).

      *---------------------------------------------------------------*
      * OUTPUT OEXREP = EXPOSURE-AT-RISK REPORT                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OEXREP==.
       01 OEXREP-REC                  PIC X(132).
       01 OEXREP-H1.
           05 FILLER                  PIC X(40)
              VALUE 'EXPOSURE-AT-RISK REPORT - RUN DATE '.
           05 OEXREP-H1-DATE          PIC X(8).
       01 OEXREP-HR1                  PIC X(132) VALUE ALL '-'.
       01 OEXREP-H2.
           05 OEXREP-H2-LABEL         PIC X(25).
           05 FILLER                  PIC X(10) VALUE '     COUNT'.
           05 FILLER                  PIC X(24)
              VALUE '   EXPOSURE (BASE CCY)'.
       01 OEXREP-R1.
           05 OEXREP-R1-LABEL         PIC X(25).
           05 OEXREP-R1-COUNT         PIC Z(9)9.
           05 FILLER                  PIC X(2).
           05 OEXREP-R1-AMOUNT        PIC Z(3).Z(3).Z(3).Z(3).ZZ9,99.
       01 OEXREP-H3.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(8)  VALUE ' GROWTH'.
           05 FILLER                  PIC X(10) VALUE 'FACILITY'.
           05 FILLER                  PIC X(13) VALUE 'WATCHLIST'.
           05 FILLER                  PIC X(24)
              VALUE '   EXPOSURE (BASE CCY)'.
       01 OEXREP-R2.
           05 OEXREP-R2-NAME          PIC X(38).
           05 FILLER                  PIC X(1).
           05 OEXREP-R2-STATE         PIC X(2).
           05 FILLER                  PIC X(1).
           05 OEXREP-R2-INDUSTRY      PIC X(23).
           05 FILLER                  PIC X(1).
           05 OEXREP-R2-GROWTH        PIC -ZZ9,99.
           05 FILLER                  PIC X(2).
           05 OEXREP-R2-FACILITY      PIC X(8).
           05 FILLER                  PIC X(2).
           05 OEXREP-R2-WATCH         PIC X(12).
           05 FILLER                  PIC X(1).
           05 OEXREP-R2-BASE          PIC Z(3).Z(3).Z(3).Z(3).ZZ9,99.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-CO-IDX              PIC S9(9)   BINARY.
           05 TMP-WS-IDX              PIC S9(9)   BINARY.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-BASE-AMOUNT             PIC 9(13)V99.
       01 TMP-INDUSTRY                PIC X(23).
       01 TMP-GRAND-TOTAL             PIC 9(13)V99.
       01 TMP-DECLINE-TOTAL           PIC 9(13)V99.
       01 COUNTER.
           05 TMP-COUNT-TOTALLED      PIC 9(7).
           05 TMP-COUNT-NO-RATE       PIC 9(7).
           05 TMP-COUNT-NOT-ON-FILE   PIC 9(7).
           05 TMP-COUNT-DECLINING     PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IEXPO-PATH                 PIC X(40)
                                      VALUE 'IO/exposure.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IFX-PATH                   PIC X(40)
                                      VALUE 'IO/fxrates.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OEXREP-PATH                PIC X(40)
                                      VALUE 'IO/exposurereport.txt'.
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

           PERFORM FILE-READ-IEXPO
           PERFORM UNTIL (IEXPO-EOF)
              MOVE IEXPO-RECORD TO IEXPO-REC
              IF (IEXPO-NAME NOT = SPACES) THEN
                 PERFORM EXPOSURE-ACCUMULATE
              END-IF
              PERFORM FILE-READ-IEXPO
           END-PERFORM

           PERFORM DECLINE-SORT
           PERFORM REPORT-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-EXPR1'                          TO PGM-NAME
           MOVE 'EXPOSURE-AT-RISK REPORT'            TO PGM-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IEXPO-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEXPO-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IFX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IFX-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OEXREP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OEXREP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TMP-GRAND-TOTAL
           MOVE 0 TO TMP-DECLINE-TOTAL
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-WL-MAX
           MOVE 0 TO TAB-FX-MAX
           MOVE 0 TO TAB-IND-MAX
           MOVE 0 TO TAB-ST-MAX
           MOVE 0 TO TAB-DC-MAX
           MOVE 'ON LIST'     TO TAB-WS-LABEL(1)
           MOVE 'TRACKED'     TO TAB-WS-LABEL(2)
           MOVE 'NOT WATCHED' TO TAB-WS-LABEL(3)
           PERFORM VARYING TMP-WS-IDX FROM 1 BY 1
                     UNTIL (TMP-WS-IDX > 3)
              MOVE 0 TO TAB-WS-COUNT(TMP-WS-IDX)
              MOVE 0 TO TAB-WS-AMOUNT(TMP-WS-IDX)
           END-PERFORM

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

           PERFORM COMPANY-LOAD
           PERFORM WATCH-LOAD
           PERFORM FX-LOAD

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IEXPO
           PERFORM FILE-OPEN-OUTPUT-OEXREP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANY-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ICOMP
           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              IF (ICOMP-NAME NOT = SPACES)
                 AND (ICOMP-GROWTH NUMERIC) THEN
                 ADD 1 TO TAB-CO-MAX
                 IF (TAB-CO-MAX > TAB-CO-DIM) THEN
                    MOVE TAB-CO-DIM TO TAB-CO-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-CO OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE ICOMP-NAME     TO TAB-CO-NAME(TAB-CO-MAX)
                 MOVE ICOMP-STATE    TO TAB-CO-STATE(TAB-CO-MAX)
                 MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
                 MOVE ICOMP-GROWTH   TO TAB-CO-GROWTH(TAB-CO-MAX)
              END-IF
              PERFORM ICOMP-READ
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       COMPANY-LOAD-EXIT. EXIT.



      *****************************************************************
       WATCH-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - WITHOUT A WATCHLIST EVERY EXPOSURE IS REPORTED  *
      *    AS NOT WATCHED                                             *
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-NO) THEN
              GO TO WATCH-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IWATCH
           PERFORM UNTIL (IWATCH-EOF)
              MOVE IWATCH-RECORD TO WL-REC
              IF (WL-NAME NOT = SPACES) THEN
                 ADD 1 TO TAB-WL-MAX
                 IF (TAB-WL-MAX > TAB-WL-DIM) THEN
                    MOVE TAB-WL-DIM TO TAB-WL-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-WL OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-WL-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE WL-NAME  TO TAB-WL-NAME(TAB-WL-MAX)
                 MOVE WL-STATE TO TAB-WL-STATE(TAB-WL-MAX)
                 MOVE WL-ON-SW TO TAB-WL-ON-SW(TAB-WL-MAX)
              END-IF
              PERFORM FILE-READ-IWATCH
           END-PERFORM
           PERFORM FILE-CLOSE-IWATCH
           .
       WATCH-LOAD-EXIT. EXIT.



      *****************************************************************
       FX-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - WITHOUT RATES ONLY BASE-CURRENCY EXPOSURES      *
      *    CAN BE TOTALLED                                            *
           PERFORM FILE-OPEN-INPUT-IFX
           IF (IFX-NO) THEN
              GO TO FX-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IFX
           PERFORM UNTIL (IFX-EOF)
              MOVE IFX-RECORD TO FX-REC
              IF (FX-CURRENCY NOT = SPACES)
                 AND (FX-RATE NUMERIC) THEN
                 ADD 1 TO TAB-FX-MAX
                 IF (TAB-FX-MAX > TAB-FX-DIM) THEN
                    MOVE TAB-FX-DIM TO TAB-FX-MAX
                    MOVE 'TAB-FX OVERFLOW - RATES INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE FX-CURRENCY TO TAB-FX-CURRENCY(TAB-FX-MAX)
                    MOVE FX-RATE     TO TAB-FX-RATE(TAB-FX-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-IFX
           END-PERFORM
           PERFORM FILE-CLOSE-IFX
           .
       FX-LOAD-EXIT. EXIT.



      *****************************************************************
       EXPOSURE-ACCUMULATE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * CONVERT TO BASE CURRENCY (BLANK CURRENCY = BASE, RATE 1)      *
      *---------------------------------------------------------------*
           IF (IEXPO-AMOUNT NOT NUMERIC) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NON-NUMERIC EXPOSURE AMOUNT SKIPPED: '
                     IEXPO-NAME ' ' IEXPO-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EXPOSURE-ACCUMULATE-EXIT
           END-IF
           MOVE 'Y' TO TMP-FX-FOUND-SW
           MOVE 1   TO TMP-FX-RATE
           IF (IEXPO-CURRENCY NOT = SPACES) THEN
              MOVE 'N' TO TMP-FX-FOUND-SW
              PERFORM VARYING TMP-FX-I FROM 1 BY 1
                        UNTIL (TMP-FX-I > TAB-FX-MAX)
                 IF (TAB-FX-CURRENCY(TMP-FX-I) = IEXPO-CURRENCY) THEN
                    MOVE 'Y' TO TMP-FX-FOUND-SW
                    MOVE TAB-FX-RATE(TMP-FX-I) TO TMP-FX-RATE
                 END-IF
              END-PERFORM
           END-IF
           IF (TMP-FX-FOUND-SW = 'N') THEN
              ADD 1 TO TMP-COUNT-NO-RATE
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO EXCHANGE RATE FOR ' IEXPO-CURRENCY
                     ', EXPOSURE NOT TOTALLED: '
                     IEXPO-NAME ' ' IEXPO-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EXPOSURE-ACCUMULATE-EXIT
           END-IF
           COMPUTE TMP-BASE-AMOUNT ROUNDED = IEXPO-AMOUNT * TMP-FX-RATE
           ADD 1 TO TMP-COUNT-TOTALLED
           ADD TMP-BASE-AMOUNT TO TMP-GRAND-TOTAL

      *---------------------------------------------------------------*
      * COMPANY (INDUSTRY, GROWTH) AND WATCHLIST STATUS               *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-CO-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                        OR (TMP-CO-IDX > 0)
              IF (TAB-CO-NAME(TMP-I-TABLE) = IEXPO-NAME)
                 AND (TAB-CO-STATE(TMP-I-TABLE) = IEXPO-STATE) THEN
                 MOVE TMP-I-TABLE TO TMP-CO-IDX
              END-IF
           END-PERFORM
           IF (TMP-CO-IDX > 0) THEN
              MOVE TAB-CO-INDUSTRY(TMP-CO-IDX) TO TMP-INDUSTRY
           ELSE
              MOVE '(NOT ON FILE)' TO TMP-INDUSTRY
              ADD 1 TO TMP-COUNT-NOT-ON-FILE
           END-IF

           MOVE 3 TO TMP-WS-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-WL-MAX)
              IF (TAB-WL-NAME(TMP-I-TABLE) = IEXPO-NAME)
                 AND (TAB-WL-STATE(TMP-I-TABLE) = IEXPO-STATE) THEN
                 IF (TAB-WL-ON-SW(TMP-I-TABLE) = 'Y') THEN
                    MOVE 1 TO TMP-WS-IDX
                 ELSE
                    MOVE 2 TO TMP-WS-IDX
                 END-IF
              END-IF
           END-PERFORM
           ADD 1               TO TAB-WS-COUNT(TMP-WS-IDX)
           ADD TMP-BASE-AMOUNT TO TAB-WS-AMOUNT(TMP-WS-IDX)

      *---------------------------------------------------------------*
      * INDUSTRY AND STATE TOTALS                                     *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-J-TABLE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IND-MAX)
                        OR (TMP-J-TABLE > 0)
              IF (TAB-IND-NAME(TMP-I-TABLE) = TMP-INDUSTRY) THEN
                 MOVE TMP-I-TABLE TO TMP-J-TABLE
              END-IF
           END-PERFORM
           IF (TMP-J-TABLE = 0) THEN
              ADD 1 TO TAB-IND-MAX
              IF (TAB-IND-MAX > TAB-IND-DIM) THEN
                 MOVE TAB-IND-DIM TO TAB-IND-MAX
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-IND OVERFLOW' TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-IND-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE TAB-IND-MAX  TO TMP-J-TABLE
              MOVE TMP-INDUSTRY TO TAB-IND-NAME(TMP-J-TABLE)
              MOVE 0            TO TAB-IND-COUNT(TMP-J-TABLE)
              MOVE 0            TO TAB-IND-AMOUNT(TMP-J-TABLE)
           END-IF
           ADD 1               TO TAB-IND-COUNT(TMP-J-TABLE)
           ADD TMP-BASE-AMOUNT TO TAB-IND-AMOUNT(TMP-J-TABLE)

           MOVE 0 TO TMP-J-TABLE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ST-MAX)
                        OR (TMP-J-TABLE > 0)
              IF (TAB-ST-STATE(TMP-I-TABLE) = IEXPO-STATE) THEN
                 MOVE TMP-I-TABLE TO TMP-J-TABLE
              END-IF
           END-PERFORM
           IF (TMP-J-TABLE = 0) THEN
              ADD 1 TO TAB-ST-MAX
              IF (TAB-ST-MAX > TAB-ST-DIM) THEN
                 MOVE TAB-ST-DIM TO TAB-ST-MAX
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-ST OVERFLOW' TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-ST-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE TAB-ST-MAX  TO TMP-J-TABLE
              MOVE IEXPO-STATE TO TAB-ST-STATE(TMP-J-TABLE)
              MOVE 0           TO TAB-ST-COUNT(TMP-J-TABLE)
              MOVE 0           TO TAB-ST-AMOUNT(TMP-J-TABLE)
           END-IF
           ADD 1               TO TAB-ST-COUNT(TMP-J-TABLE)
           ADD TMP-BASE-AMOUNT TO TAB-ST-AMOUNT(TMP-J-TABLE)

      *---------------------------------------------------------------*
      * DECLINING COMPANY (SAME RULE AS THE OREPORT '*' MARKER)       *
      *---------------------------------------------------------------*
           IF (TMP-CO-IDX = 0) THEN
              GO TO EXPOSURE-ACCUMULATE-EXIT
           END-IF
           IF (TAB-CO-GROWTH(TMP-CO-IDX) NOT < 0) THEN
              GO TO EXPOSURE-ACCUMULATE-EXIT
           END-IF
           ADD 1 TO TAB-DC-MAX
           IF (TAB-DC-MAX > TAB-DC-DIM) THEN
              MOVE TAB-DC-DIM TO TAB-DC-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-DC OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-DC-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1               TO TMP-COUNT-DECLINING
           ADD TMP-BASE-AMOUNT TO TMP-DECLINE-TOTAL
           MOVE IEXPO-NAME      TO TAB-DC-NAME(TAB-DC-MAX)
           MOVE IEXPO-STATE     TO TAB-DC-STATE(TAB-DC-MAX)
           MOVE TMP-INDUSTRY    TO TAB-DC-INDUSTRY(TAB-DC-MAX)
           MOVE TAB-CO-GROWTH(TMP-CO-IDX)
             TO TAB-DC-GROWTH(TAB-DC-MAX)
           MOVE IEXPO-FACILITY  TO TAB-DC-FACILITY(TAB-DC-MAX)
           MOVE IEXPO-CURRENCY  TO TAB-DC-CURRENCY(TAB-DC-MAX)
           MOVE IEXPO-AMOUNT    TO TAB-DC-AMOUNT(TAB-DC-MAX)
           MOVE TMP-BASE-AMOUNT TO TAB-DC-BASE(TAB-DC-MAX)
           MOVE TAB-WS-LABEL(TMP-WS-IDX) TO TAB-DC-WATCH(TAB-DC-MAX)
           .
       EXPOSURE-ACCUMULATE-EXIT. EXIT.



      *****************************************************************
       DECLINE-SORT SECTION.
      *===============================================================*
      *    SIMPLE EXCHANGE SORT, DESCENDING BASE AMOUNT - THE LIST IS *
      *    SHORT (DECLINING COMPANIES WITH AN EXPOSURE ONLY)          *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE >= TAB-DC-MAX)
              PERFORM VARYING TMP-J-TABLE FROM TMP-I-TABLE BY 1
                        UNTIL (TMP-J-TABLE > TAB-DC-MAX)
                 IF (TAB-DC-BASE(TMP-J-TABLE)
                     > TAB-DC-BASE(TMP-I-TABLE)) THEN
                    MOVE TAB-DC(TMP-I-TABLE) TO TMP-SWAP-DC
                    MOVE TAB-DC(TMP-J-TABLE) TO TAB-DC(TMP-I-TABLE)
                    MOVE TMP-SWAP-DC         TO TAB-DC(TMP-J-TABLE)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       DECLINE-SORT-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE TMP-TODAY TO OEXREP-H1-DATE
           MOVE OEXREP-H1  TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE

      *---------------------------------------------------------------*
      * TOTALS BY INDUSTRY                                            *
      *---------------------------------------------------------------*
           MOVE SPACES TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE 'INDUSTRY'  TO OEXREP-H2-LABEL
           MOVE OEXREP-H2  TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IND-MAX)
              MOVE TAB-IND-NAME(TMP-I-TABLE)   TO OEXREP-R1-LABEL
              MOVE TAB-IND-COUNT(TMP-I-TABLE)  TO OEXREP-R1-COUNT
              MOVE TAB-IND-AMOUNT(TMP-I-TABLE) TO OEXREP-R1-AMOUNT
              MOVE OEXREP-R1 TO OEXREP-REC
              PERFORM OEXREP-WRITE
           END-PERFORM
           PERFORM TOTAL-LINE-WRITE

      *---------------------------------------------------------------*
      * TOTALS BY STATE                                               *
      *---------------------------------------------------------------*
           MOVE SPACES TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE 'STATE'     TO OEXREP-H2-LABEL
           MOVE OEXREP-H2  TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ST-MAX)
              MOVE TAB-ST-STATE(TMP-I-TABLE)  TO OEXREP-R1-LABEL
              MOVE TAB-ST-COUNT(TMP-I-TABLE)  TO OEXREP-R1-COUNT
              MOVE TAB-ST-AMOUNT(TMP-I-TABLE) TO OEXREP-R1-AMOUNT
              MOVE OEXREP-R1 TO OEXREP-REC
              PERFORM OEXREP-WRITE
           END-PERFORM
           PERFORM TOTAL-LINE-WRITE

      *---------------------------------------------------------------*
      * TOTALS BY WATCHLIST STATUS                                    *
      *---------------------------------------------------------------*
           MOVE SPACES TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE 'WATCHLIST STATUS' TO OEXREP-H2-LABEL
           MOVE OEXREP-H2  TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           PERFORM VARYING TMP-WS-IDX FROM 1 BY 1
                     UNTIL (TMP-WS-IDX > 3)
              MOVE TAB-WS-LABEL(TMP-WS-IDX)  TO OEXREP-R1-LABEL
              MOVE TAB-WS-COUNT(TMP-WS-IDX)  TO OEXREP-R1-COUNT
              MOVE TAB-WS-AMOUNT(TMP-WS-IDX) TO OEXREP-R1-AMOUNT
              MOVE OEXREP-R1 TO OEXREP-REC
              PERFORM OEXREP-WRITE
           END-PERFORM
           PERFORM TOTAL-LINE-WRITE

      *---------------------------------------------------------------*
      * EXPOSURES TO DECLINING COMPANIES, LARGEST FIRST               *
      *---------------------------------------------------------------*
           MOVE SPACES TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE 'EXPOSURE TO DECLINING COMPANIES (GROWTH BELOW ZERO)'
             TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-H3  TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-DC-MAX)
              MOVE SPACES TO OEXREP-R2
              MOVE TAB-DC-NAME(TMP-I-TABLE)     TO OEXREP-R2-NAME
              MOVE TAB-DC-STATE(TMP-I-TABLE)    TO OEXREP-R2-STATE
              MOVE TAB-DC-INDUSTRY(TMP-I-TABLE) TO OEXREP-R2-INDUSTRY
              MOVE TAB-DC-GROWTH(TMP-I-TABLE)   TO OEXREP-R2-GROWTH
              MOVE TAB-DC-FACILITY(TMP-I-TABLE) TO OEXREP-R2-FACILITY
              MOVE TAB-DC-WATCH(TMP-I-TABLE)    TO OEXREP-R2-WATCH
              MOVE TAB-DC-BASE(TMP-I-TABLE)     TO OEXREP-R2-BASE
              MOVE OEXREP-R2 TO OEXREP-REC
              PERFORM OEXREP-WRITE
           END-PERFORM
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE SPACES              TO OEXREP-R1
           MOVE 'TOTAL AT RISK'     TO OEXREP-R1-LABEL
           MOVE TMP-COUNT-DECLINING TO OEXREP-R1-COUNT
           MOVE TMP-DECLINE-TOTAL   TO OEXREP-R1-AMOUNT
           MOVE OEXREP-R1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       TOTAL-LINE-WRITE SECTION.
      *===============================================================*
           MOVE OEXREP-HR1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           MOVE SPACES             TO OEXREP-R1
           MOVE 'TOTAL'            TO OEXREP-R1-LABEL
           MOVE TMP-COUNT-TOTALLED TO OEXREP-R1-COUNT
           MOVE TMP-GRAND-TOTAL    TO OEXREP-R1-AMOUNT
           MOVE OEXREP-R1 TO OEXREP-REC
           PERFORM OEXREP-WRITE
           .
       TOTAL-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       ICOMP-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           IF (NOT ICOMP-EOF) THEN
              MOVE ICOMP-RECORD TO ICOMP-REC
           END-IF
      *    EFFECTIVE DATING - SKIP VERSIONS NOT IN FORCE TODAY, OR
      *    A COMPANY WOULD BE LOADED TWICE
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
       OEXREP-WRITE SECTION.
      *===============================================================*
           MOVE OEXREP-REC TO OEXREP-RECORD
           PERFORM FILE-WRITE-OEXREP
           .
       OEXREP-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE IEXPO-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IEXPO
           PERFORM FILE-CLOSE-OEXREP

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IEXPO.........: ' IEXPO-COUNT
           DISPLAY 'EXPOSURES TOTALLED..: ' TMP-COUNT-TOTALLED
           DISPLAY 'WITHOUT RATE........: ' TMP-COUNT-NO-RATE
           DISPLAY 'COMPANY NOT ON FILE.: ' TMP-COUNT-NOT-ON-FILE
           DISPLAY 'TO DECLINING COMP...: ' TMP-COUNT-DECLINING
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
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==IEXPO-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==IFX-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OEXREP==
            ==:V2:== BY ==OEXREP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-EXPR1.
      *****************************************************************
