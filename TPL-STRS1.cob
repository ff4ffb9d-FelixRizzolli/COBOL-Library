       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-STRS1.
      *****************************************************************
      * TPL-STRS1: STRESS-TEST SCENARIO RUN                           *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * "WHAT IF CONSTRUCTION DROPS 5 POINTS AND RETAIL 3" WAS SO FAR *
      * ANSWERED IN A SPREADSHEET. THIS STEP APPLIES THE NAMED SHOCK  *
      * SCENARIOS OF THE SCENARIO FILE TO THE VALIDATED EXTRACT AND   *
      * PRINTS, PER SCENARIO, A STRESSED VERSION OF THE TPL-BAT1      *
      * INDUSTRY REPORT (BASE AND STRESSED AVERAGES SIDE BY SIDE),    *
      * THE COMPANIES THAT WOULD FLIP FROM GROWTH TO DECLINE, AND HOW *
      * THE TPL-WTCH1 WATCHLIST WOULD GROW ON ITS NEXT RUN. NOTHING   *
      * IS WRITTEN BACK - THE MASTERS AND THE WATCHLIST STAY AS THEY  *
      * ARE. ANY NUMBER OF SCENARIOS RUN IN ONE JOB (SEE STRSTEST).   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP    - VALIDATED EXTRACT (IO/validated.txt, TPL-XTR1)     *
      * ISECT    - OPTIONAL INDUSTRY-TO-SECTOR HIERARCHY              *
      *            (IO/sectors.txt, SAME FILE AS TPL-BAT1)            *
      * IWATCH   - OPTIONAL WATCHLIST MASTER (IO/watchlist.txt)       *
      * IPRIOR   - OPTIONAL PRIOR-PERIOD GROWTH (IO/priorgrowth.txt)  *
      * IPARM    - OPTIONAL (IO/wtchparm.txt): ENTERAFTER=n (DEFAULT  *
      *            3), THE SAME THRESHOLD TPL-WTCH1 USES              *
      * ISCEN    - SCENARIO FILE (IO/scenarios.txt), KEYWORD CARDS:   *
      *            SCENARIO=<NAME>          STARTS A SCENARIO         *
      *            INDUSTRY=<INDUSTRY>|<PTS> SHOCK ONE INDUSTRY       *
      *            SECTOR=<SECTOR>|<PTS>    SHOCK A WHOLE SECTOR      *
      *            STATE=<ST>|<PTS>         SHOCK ONE STATE           *
      *            <PTS> IS A SIGNED CHANGE IN GROWTH PERCENTAGE      *
      *            POINTS (E.G. -5 OR -2,5). '*' IN COLUMN 1 IS A     *
      *            COMMENT                                            *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSTRS    - STRESS-TEST REPORT (IO/stressreport.txt)           *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A COMPANY'S STRESSED GROWTH IS ITS GROWTH PLUS EVERY SHOCK OF *
      * THE SCENARIO THAT MATCHES ITS INDUSTRY, ITS INDUSTRY'S SECTOR *
      * OR ITS STATE - SHOCKS THAT OVERLAP ADD UP. A COMPANY FLIPS    *
      * WHEN ITS BASE GROWTH IS ZERO OR MORE AND ITS STRESSED GROWTH  *
      * IS NEGATIVE. THE WATCHLIST PROJECTION REPLAYS THE TPL-WTCH1   *
      * RULE ONCE WITH THE BASE AND ONCE WITH THE STRESSED GROWTH:    *
      * DECLINING = NEGATIVE, OR BELOW THE PRIOR-PERIOD FIGURE; A     *
      * DECLINING COMPANY ADDS ONE TO ITS CONSECUTIVE-DECLINE COUNT   *
      * AND IS ON THE LIST ONCE THAT REACHES ENTERAFTER. A SHOCK CARD *
      * WITH A NON-NUMERIC VALUE ENDS THE RUN (RC 906) BEFORE A       *
      * HALF-STRESSED REPORT IS PRINTED.                              *
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
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPRIOR==
            ==:V2:== BY ==IPRIOR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISCEN==
            ==:V2:== BY ==ISCEN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSTRS==
            ==:V2:== BY ==OSTRS-PATH==.
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPRIOR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISCEN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSTRS==
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
      * INPUT ICOMP = VALIDATED EXTRACT (COMPANIES LAYOUT) AND THE    *
      * IN-STORAGE COPY EVERY SCENARIO IS APPLIED TO                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE STRESSED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).

       01 COMPANIES.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX.
                10 TAB-CO-NAME        PIC X(38).
                10 TAB-CO-STATE       PIC X(2).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-IND         PIC S9(4) BINARY.
                10 TAB-CO-GROWTH      PIC S9(3)V99.
                10 TAB-CO-STRESS      PIC S9(3)V99.
                10 TAB-CO-PRIOR-SW    PIC X(1).
                10 TAB-CO-PRIOR       PIC S9(3)V99.
                10 TAB-CO-CONSEC      PIC 9(3).
                10 TAB-CO-BASE-ON-SW  PIC X(1).
                10 TAB-CO-FLIP-SW     PIC X(1).
                10 TAB-CO-JOIN-SW     PIC X(1).
                10 TAB-CO-NEW-CONSEC  PIC 9(3).

      *---------------------------------------------------------------*
      * INDUSTRIES - SORTED BY SECTOR, THEN INDUSTRY, SO THE SECTOR   *
      * SUBTOTALS FALL OUT OF ONE PASS                                *
      *---------------------------------------------------------------*
       01 INDUSTRIES.
           05 TAB-IN-MAX              PIC S9(4) BINARY.
           05 TAB-IN-DIM              PIC S9(4) BINARY  VALUE 500.
           05 TAB-IN                  OCCURS 1   TO          500
                                      DEPENDING  ON  TAB-IN-MAX.
                10 TAB-IN-KEY.
                   15 TAB-IN-SECTOR      PIC X(23).
                   15 TAB-IN-NAME        PIC X(23).
                10 TAB-IN-COUNT       PIC 9(7).
                10 TAB-IN-BASE-SUM    PIC S9(7)V99.
                10 TAB-IN-STRS-SUM    PIC S9(7)V99.
                10 TAB-IN-BASE-DECL   PIC 9(7).
                10 TAB-IN-STRS-DECL   PIC 9(7).
       01 TMP-SWAP-IN                 PIC X(85).

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
      * INPUT IWATCH / IPRIOR / IPARM = THE TPL-WTCH1 INPUTS, READ    *
      * ONLY                                                          *
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

       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPRIOR==.
       01 IPRIOR-REC.
           05 IPRIOR-NAME              PIC X(38).
           05 IPRIOR-STATE             PIC X(2).
           05 IPRIOR-GROWTH            PIC S9(3)V99.
           05 FILLER                   PIC X(35).

       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-ENTER-AFTER             PIC 9(3)    VALUE 3.

      *---------------------------------------------------------------*
      * INPUT ISCEN = SCENARIO CARDS AND THE SHOCKS OF THE SCENARIO   *
      * IN HAND                                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISCEN==.
       01 ISCEN-KEY                   PIC X(20).
       01 ISCEN-VAL                   PIC X(60).
       01 SHOCKS.
           05 TAB-SK-MAX              PIC S9(4) BINARY.
           05 TAB-SK-DIM              PIC S9(4) BINARY  VALUE 50.
           05 TAB-SK                  OCCURS 50.
                10 TAB-SK-KIND        PIC X(1).
                   88 TAB-SK-INDUSTRY     VALUE 'I'.
                   88 TAB-SK-SECTOR       VALUE 'S'.
                   88 TAB-SK-STATE        VALUE 'T'.
                10 TAB-SK-KEY         PIC X(23).
                10 TAB-SK-POINTS      PIC S9(3)V99.
                10 TAB-SK-HITS        PIC 9(7).
       01 SCENARIO-WORK.
           05 TMP-SCEN-NAME           PIC X(40).
           05 TMP-SCEN-OPEN-SW        PIC X(1)   VALUE 'N'.
           05 TMP-SK-KEY              PIC X(23).
           05 TMP-SK-POINTS-X         PIC X(20).
           05 TMP-STRESS              PIC S9(5)V99.
           05 TMP-DECLINING-SW        PIC X(1).
           05 TMP-CONSEC              PIC 9(4).
           05 TMP-ENTER-AFTER-ED      PIC ZZ9.

      *---------------------------------------------------------------*
      * OUTPUT OSTRS = STRESS-TEST REPORT                              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSTRS==.
       01 OSTRS-REC                   PIC X(132).
       01 OSTRS-H1.
           05 FILLER                  PIC X(22)
              VALUE 'STRESS TEST SCENARIO: '.
           05 OSTRS-H1-NAME           PIC X(40).
           05 FILLER                  PIC X(7)  VALUE ' - RUN '.
           05 OSTRS-H1-DATE           PIC X(8).
       01 OSTRS-S1.
           05 FILLER                  PIC X(8)  VALUE '  SHOCK '.
           05 OSTRS-S1-KIND           PIC X(9).
           05 OSTRS-S1-KEY            PIC X(24).
           05 OSTRS-S1-POINTS         PIC -(3)9,99.
           05 FILLER                  PIC X(8)  VALUE ' POINTS'.
           05 FILLER                  PIC X(16)
              VALUE '  COMPANIES HIT'.
           05 OSTRS-S1-HITS           PIC Z(6)9.
       01 OSTRS-H2.
           05 FILLER                  PIC X(24) VALUE 'SECTOR'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(8)  VALUE '  COMPS '.
           05 FILLER                  PIC X(10) VALUE ' BASE AVG '.
           05 FILLER                  PIC X(10) VALUE ' STRS AVG '.
           05 FILLER                  PIC X(10) VALUE '   CHANGE '.
           05 FILLER                  PIC X(11) VALUE ' BASE DECL '.
           05 FILLER                  PIC X(10) VALUE ' STRS DECL'.
       01 OSTRS-HR1                   PIC X(132) VALUE ALL '-'.
       01 OSTRS-HR2                   PIC X(132) VALUE ALL '='.
       01 OSTRS-R1.
           05 OSTRS-R1-SECTOR         PIC X(23).
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-COUNT          PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-BASE           PIC -(6)9,99.
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-STRS           PIC -(6)9,99.
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-CHANGE         PIC -(6)9,99.
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-BASE-DECL      PIC Z(9)9.
           05 FILLER                  PIC X(1).
           05 OSTRS-R1-STRS-DECL      PIC Z(9)9.
       01 OSTRS-H3.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(8)  VALUE '   BASE '.
           05 FILLER                  PIC X(10) VALUE '  STRESSED'.
           05 FILLER                  PIC X(10) VALUE '  DECLINES'.
       01 OSTRS-R2.
           05 OSTRS-R2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OSTRS-R2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OSTRS-R2-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OSTRS-R2-BASE           PIC -(3)9,99.
           05 FILLER                  PIC X(4).
           05 OSTRS-R2-STRS           PIC -(3)9,99.
           05 FILLER                  PIC X(7).
           05 OSTRS-R2-CONSEC         PIC ZZ9.
       01 OSTRS-T1.
           05 OSTRS-T1-LABEL          PIC X(44).
           05 OSTRS-T1-VALUE          PIC Z(6)9.

      *---------------------------------------------------------------*
      * TOTALS OF ONE SCENARIO                                        *
      *---------------------------------------------------------------*
       01 SCENARIO-TOTALS.
           05 TMP-LINE-COUNT          PIC 9(7).
           05 TMP-SECT-NAME           PIC X(23).
           05 TMP-SECT-COUNT          PIC 9(7).
           05 TMP-SECT-BASE-SUM       PIC S9(9)V99.
           05 TMP-SECT-STRS-SUM       PIC S9(9)V99.
           05 TMP-SECT-BASE-DECL      PIC 9(7).
           05 TMP-SECT-STRS-DECL      PIC 9(7).
           05 TMP-ALL-COUNT           PIC 9(7).
           05 TMP-ALL-BASE-SUM        PIC S9(9)V99.
           05 TMP-ALL-STRS-SUM        PIC S9(9)V99.
           05 TMP-ALL-BASE-DECL       PIC 9(7).
           05 TMP-ALL-STRS-DECL       PIC 9(7).
           05 TMP-AVG-BASE            PIC S9(7)V99.
           05 TMP-AVG-STRS            PIC S9(7)V99.
           05 TMP-AVG-CHANGE          PIC S9(7)V99.
           05 TMP-FLIPS               PIC 9(7).
           05 TMP-WL-NOW              PIC 9(7).
           05 TMP-WL-BASE             PIC 9(7).
           05 TMP-WL-STRS             PIC 9(7).
           05 TMP-WL-JOIN             PIC 9(7).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-K-TABLE             PIC S9(9)   BINARY.
           05 TMP-IN                  PIC S9(4)   BINARY.
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-SCENARIOS     PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/validated.txt'.
       01 ISECT-PATH                 PIC X(40)
                                      VALUE 'IO/sectors.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IPRIOR-PATH                PIC X(40)
                                      VALUE 'IO/priorgrowth.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/wtchparm.txt'.
       01 ISCEN-PATH                 PIC X(40)
                                      VALUE 'IO/scenarios.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSTRS-PATH                 PIC X(40)
                                      VALUE 'IO/stressreport.txt'.
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
           PERFORM INDUSTRIES-SORT
           PERFORM COMPANIES-LINK

           PERFORM FILE-OPEN-OUTPUT-OSTRS
           PERFORM SCENARIOS-RUN
           PERFORM FILE-CLOSE-OSTRS

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-STRS1'                          TO PGM-NAME
           MOVE 'STRESS-TEST SCENARIO RUN'
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
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IPRIOR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPRIOR-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ISCEN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISCEN-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSTRS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSTRS-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-IN-MAX
           MOVE 0 TO TAB-SECT-MAX
           MOVE 0 TO TAB-SK-MAX
           MOVE 0 TO TMP-WL-NOW
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * ENTRY THRESHOLD (IPARM IS OPTIONAL - DEFAULT 3 PERIODS, THE   *
      * SAME AS TPL-WTCH1)                                            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(IPARM-KEY) = 'ENTERAFTER') THEN
                    COMPUTE TMP-ENTER-AFTER =
                       FUNCTION NUMVAL(IPARM-VAL)
                 END-IF
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF

      *---------------------------------------------------------------*
      * INDUSTRY-TO-SECTOR HIERARCHY (ISECT IS OPTIONAL - WITHOUT IT  *
      * SECTOR SHOCKS HIT NOTHING AND NO SECTOR SUBTOTALS ARE SHOWN)  *
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
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    ONE ROW PER COMPANY IN FORCE TODAY, WITH ITS PRIOR-PERIOD  *
      *    GROWTH AND ITS CURRENT WATCHLIST COUNT ATTACHED            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'VALIDATED EXTRACT MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RUN TPL-XTR1 (STEP VALIDATE) FIRST'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              ADD 1 TO TMP-COUNT-READ
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-GROWTH NUMERIC)
                 AND (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 PERFORM COMPANY-ADD
              ELSE
                 ADD 1 TO TMP-COUNT-SKIPPED
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP

      *---------------------------------------------------------------*
      * PRIOR-PERIOD GROWTH (OPTIONAL - WITHOUT IT ONLY NEGATIVE      *
      * GROWTH COUNTS AS DECLINING, THE SAME AS TPL-WTCH1)            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPRIOR
           IF (IPRIOR-YES) THEN
              PERFORM FILE-READ-IPRIOR
              PERFORM UNTIL (IPRIOR-EOF)
                 MOVE IPRIOR-RECORD TO IPRIOR-REC
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                    IF (TAB-CO-NAME(TMP-I-TABLE) = IPRIOR-NAME)
                       AND (TAB-CO-STATE(TMP-I-TABLE) = IPRIOR-STATE)
                       THEN
                       MOVE 'Y' TO TAB-CO-PRIOR-SW(TMP-I-TABLE)
                       MOVE IPRIOR-GROWTH TO TAB-CO-PRIOR(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-IPRIOR
              END-PERFORM
              PERFORM FILE-CLOSE-IPRIOR
           END-IF

      *---------------------------------------------------------------*
      * CURRENT WATCHLIST (OPTIONAL - NO LIST YET MEANS EVERY COUNT   *
      * STARTS AT ZERO)                                               *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-YES) THEN
              PERFORM FILE-READ-IWATCH
              PERFORM UNTIL (IWATCH-EOF)
                 MOVE IWATCH-RECORD TO WL-REC
                 IF (WL-CONSEC NOT NUMERIC) THEN
                    MOVE 0 TO WL-CONSEC
                 END-IF
                 IF (WL-CONSEC >= TMP-ENTER-AFTER) THEN
                    ADD 1 TO TMP-WL-NOW
                 END-IF
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                    IF (TAB-CO-NAME(TMP-I-TABLE) = WL-NAME)
                       AND (TAB-CO-STATE(TMP-I-TABLE) = WL-STATE) THEN
                       MOVE WL-CONSEC TO TAB-CO-CONSEC(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-IWATCH
              END-PERFORM
              PERFORM FILE-CLOSE-IWATCH
           END-IF

      *---------------------------------------------------------------*
      * THE BASE PROJECTION DOES NOT DEPEND ON THE SCENARIO           *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-WL-BASE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              MOVE TAB-CO-GROWTH(TMP-I-TABLE) TO TMP-STRESS
              PERFORM WATCH-PROJECT
              IF (TMP-CONSEC >= TMP-ENTER-AFTER) THEN
                 MOVE 'Y' TO TAB-CO-BASE-ON-SW(TMP-I-TABLE)
                 ADD 1 TO TMP-WL-BASE
              END-IF
           END-PERFORM
           .
       COMPANIES-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANY-ADD SECTION.
      *===============================================================*
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - EXTRACT TOO LARGE TO STRESS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CO-MAX
           INITIALIZE TAB-CO(TAB-CO-MAX)
           MOVE ICOMP-NAME     TO TAB-CO-NAME(TAB-CO-MAX)
           MOVE ICOMP-STATE    TO TAB-CO-STATE(TAB-CO-MAX)
           MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
           MOVE ICOMP-GROWTH   TO TAB-CO-GROWTH(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-PRIOR-SW(TAB-CO-MAX)
           MOVE 'N'            TO TAB-CO-BASE-ON-SW(TAB-CO-MAX)

      *    FIRST SIGHT OF THE INDUSTRY OPENS ITS REPORT LINE
           MOVE 0 TO TMP-IN
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-IN-MAX)
                        OR (TMP-IN > 0)
              IF (TAB-IN-NAME(TMP-J-TABLE) = ICOMP-INDUSTRY) THEN
                 MOVE TMP-J-TABLE TO TMP-IN
              END-IF
           END-PERFORM
           IF (TMP-IN > 0) THEN
              GO TO COMPANY-ADD-EXIT
           END-IF
           IF (TAB-IN-MAX >= TAB-IN-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-IN OVERFLOW - TOO MANY INDUSTRIES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-IN-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-IN-MAX
           INITIALIZE TAB-IN(TAB-IN-MAX)
           MOVE ICOMP-INDUSTRY TO TAB-IN-NAME(TAB-IN-MAX)
           IF (TAB-SECT-MAX > 0) THEN
              MOVE '(NO SECTOR)' TO TAB-IN-SECTOR(TAB-IN-MAX)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-SECT-MAX)
                 IF (TAB-SECT-INDUSTRY(TMP-J-TABLE) = ICOMP-INDUSTRY)
                    THEN
                    MOVE TAB-SECT-SECTOR(TMP-J-TABLE)
                      TO TAB-IN-SECTOR(TAB-IN-MAX)
                 END-IF
              END-PERFORM
           END-IF
           .
       COMPANY-ADD-EXIT. EXIT.



      *****************************************************************
       INDUSTRIES-SORT SECTION.
      *===============================================================*
      *    SECTOR, THEN INDUSTRY (BOUNDED TABLE, PLAIN BUBBLE SORT)   *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IN-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-IN-MAX - TMP-I-TABLE)
                 IF (TAB-IN-KEY(TMP-J-TABLE) >
                     TAB-IN-KEY(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-IN(TMP-J-TABLE)     TO TMP-SWAP-IN
                    MOVE TAB-IN(TMP-J-TABLE + 1) TO TAB-IN(TMP-J-TABLE)
                    MOVE TMP-SWAP-IN TO TAB-IN(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       INDUSTRIES-SORT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LINK SECTION.
      *===============================================================*
      *    POINT EVERY COMPANY AT ITS (NOW SORTED) INDUSTRY LINE AND  *
      *    BOOK THE BASE FIGURES, WHICH NO SCENARIO CHANGES           *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-IN-MAX)
                 IF (TAB-IN-NAME(TMP-J-TABLE) =
                     TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                    MOVE TMP-J-TABLE TO TAB-CO-IND(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              MOVE TAB-CO-IND(TMP-I-TABLE) TO TMP-IN
              ADD 1 TO TAB-IN-COUNT(TMP-IN)
              ADD TAB-CO-GROWTH(TMP-I-TABLE) TO TAB-IN-BASE-SUM(TMP-IN)
              IF (TAB-CO-GROWTH(TMP-I-TABLE) < 0) THEN
                 ADD 1 TO TAB-IN-BASE-DECL(TMP-IN)
              END-IF
           END-PERFORM
           .
       COMPANIES-LINK-EXIT. EXIT.



      *****************************************************************
       SCENARIOS-RUN SECTION.
      *===============================================================*
      *    A SCENARIO= CARD CLOSES THE SCENARIO BEFORE IT; END OF     *
      *    FILE CLOSES THE LAST ONE                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ISCEN
           IF (ISCEN-NO) THEN
              MOVE 'NO SCENARIO FILE - NOTHING TO STRESS'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 'NO SCENARIO FILE - NOTHING TO STRESS' TO OSTRS-REC
              PERFORM OSTRS-WRITE
              GO TO SCENARIOS-RUN-EXIT
           END-IF

           PERFORM FILE-READ-ISCEN
           PERFORM UNTIL (ISCEN-EOF)
              IF (ISCEN-RECORD NOT = SPACES)
                 AND (ISCEN-RECORD(1:1) NOT = '*') THEN
                 MOVE SPACES TO ISCEN-KEY ISCEN-VAL
                 UNSTRING ISCEN-RECORD DELIMITED BY '='
                   INTO ISCEN-KEY ISCEN-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(ISCEN-KEY)
                   WHEN 'SCENARIO'
                     IF (TMP-SCEN-OPEN-SW = 'Y') THEN
                        PERFORM SCENARIO-APPLY
                        PERFORM SCENARIO-REPORT
                     END-IF
                     MOVE ISCEN-VAL TO TMP-SCEN-NAME
                     MOVE 0         TO TAB-SK-MAX
                     MOVE 'Y'       TO TMP-SCEN-OPEN-SW
                   WHEN 'INDUSTRY'
                   WHEN 'SECTOR'
                   WHEN 'STATE'
                     PERFORM SHOCK-CARD-ADD
                   WHEN OTHER
                     MOVE '905' TO PGM-ERR-RC
                     STRING 'INVALID SCENARIO CARD: ' ISCEN-RECORD
                       DELIMITED BY SIZE INTO PGM-ERR-MSG1
                     END-STRING
                     MOVE 'EXPECTED SCENARIO, INDUSTRY, SECTOR OR STATE'
                       TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                 END-EVALUATE
              END-IF
              PERFORM FILE-READ-ISCEN
           END-PERFORM
           PERFORM FILE-CLOSE-ISCEN

           IF (TMP-SCEN-OPEN-SW = 'Y') THEN
              PERFORM SCENARIO-APPLY
              PERFORM SCENARIO-REPORT
           ELSE
              MOVE 'SCENARIO FILE HOLDS NO SCENARIO= CARD'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 'SCENARIO FILE HOLDS NO SCENARIO= CARD' TO OSTRS-REC
              PERFORM OSTRS-WRITE
           END-IF
           .
       SCENARIOS-RUN-EXIT. EXIT.



      *****************************************************************
       SHOCK-CARD-ADD SECTION.
      *===============================================================*
           IF (TMP-SCEN-OPEN-SW NOT = 'Y') THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'SHOCK CARD BEFORE ANY SCENARIO: ' ISCEN-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'START EACH SCENARIO WITH A SCENARIO=<NAME> CARD'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           MOVE SPACES TO TMP-SK-KEY TMP-SK-POINTS-X
           UNSTRING ISCEN-VAL DELIMITED BY '|'
             INTO TMP-SK-KEY TMP-SK-POINTS-X
           END-UNSTRING
           IF (TMP-SK-KEY = SPACES)
              OR (TMP-SK-POINTS-X = SPACES)
              OR (FUNCTION TEST-NUMVAL(TMP-SK-POINTS-X) NOT = 0) THEN
              MOVE '906' TO PGM-ERR-RC
              STRING 'INVALID SHOCK IN SCENARIO '
                     FUNCTION TRIM(TMP-SCEN-NAME) ': ' ISCEN-RECORD
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED <KIND>=<NAME>|<SIGNED POINTS>'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           IF (TAB-SK-MAX >= TAB-SK-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              STRING 'TAB-SK OVERFLOW - SCENARIO '
                     FUNCTION TRIM(TMP-SCEN-NAME)
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RAISE TAB-SK-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-SK-MAX
           EVALUATE FUNCTION TRIM(ISCEN-KEY)
             WHEN 'INDUSTRY'
               MOVE 'I' TO TAB-SK-KIND(TAB-SK-MAX)
             WHEN 'SECTOR'
               MOVE 'S' TO TAB-SK-KIND(TAB-SK-MAX)
             WHEN OTHER
               MOVE 'T' TO TAB-SK-KIND(TAB-SK-MAX)
           END-EVALUATE
           MOVE TMP-SK-KEY TO TAB-SK-KEY(TAB-SK-MAX)
           COMPUTE TAB-SK-POINTS(TAB-SK-MAX) =
              FUNCTION NUMVAL(TMP-SK-POINTS-X)
           END-COMPUTE
           MOVE 0 TO TAB-SK-HITS(TAB-SK-MAX)
           .
       SHOCK-CARD-ADD-EXIT. EXIT.



      *****************************************************************
       SCENARIO-APPLY SECTION.
      *===============================================================*
      *    STRESS EVERY COMPANY, THEN REPLAY THE WATCHLIST RULE       *
      *---------------------------------------------------------------*
           ADD 1 TO TMP-COUNT-SCENARIOS
           MOVE 0 TO TMP-FLIPS TMP-WL-STRS TMP-WL-JOIN
           PERFORM VARYING TMP-IN FROM 1 BY 1
                     UNTIL (TMP-IN > TAB-IN-MAX)
              MOVE 0 TO TAB-IN-STRS-SUM(TMP-IN)
              MOVE 0 TO TAB-IN-STRS-DECL(TMP-IN)
           END-PERFORM

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              MOVE TAB-CO-IND(TMP-I-TABLE)    TO TMP-IN
              MOVE TAB-CO-GROWTH(TMP-I-TABLE) TO TMP-STRESS
              PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                        UNTIL (TMP-K-TABLE > TAB-SK-MAX)
                 IF (TAB-SK-INDUSTRY(TMP-K-TABLE)
                     AND TAB-SK-KEY(TMP-K-TABLE) =
                         TAB-CO-INDUSTRY(TMP-I-TABLE))
                    OR (TAB-SK-SECTOR(TMP-K-TABLE)
                     AND TAB-SK-KEY(TMP-K-TABLE) =
                         TAB-IN-SECTOR(TMP-IN))
                    OR (TAB-SK-STATE(TMP-K-TABLE)
                     AND TAB-SK-KEY(TMP-K-TABLE) =
                         TAB-CO-STATE(TMP-I-TABLE)) THEN
                    ADD TAB-SK-POINTS(TMP-K-TABLE) TO TMP-STRESS
                    ADD 1 TO TAB-SK-HITS(TMP-K-TABLE)
                 END-IF
              END-PERFORM
      *       THE EXTRACT CANNOT CARRY MORE THAN +/-999,99
              IF (TMP-STRESS > 999,99) THEN
                 MOVE 999,99 TO TMP-STRESS
              END-IF
              IF (TMP-STRESS < -999,99) THEN
                 MOVE -999,99 TO TMP-STRESS
              END-IF
              MOVE TMP-STRESS TO TAB-CO-STRESS(TMP-I-TABLE)
              ADD TMP-STRESS TO TAB-IN-STRS-SUM(TMP-IN)
              IF (TMP-STRESS < 0) THEN
                 ADD 1 TO TAB-IN-STRS-DECL(TMP-IN)
              END-IF

              MOVE 'N' TO TAB-CO-FLIP-SW(TMP-I-TABLE)
              IF (TAB-CO-GROWTH(TMP-I-TABLE) >= 0)
                 AND (TMP-STRESS < 0) THEN
                 MOVE 'Y' TO TAB-CO-FLIP-SW(TMP-I-TABLE)
                 ADD 1 TO TMP-FLIPS
              END-IF

              MOVE 'N' TO TAB-CO-JOIN-SW(TMP-I-TABLE)
              PERFORM WATCH-PROJECT
              MOVE TMP-CONSEC TO TAB-CO-NEW-CONSEC(TMP-I-TABLE)
              IF (TMP-CONSEC >= TMP-ENTER-AFTER) THEN
                 ADD 1 TO TMP-WL-STRS
                 IF (TAB-CO-BASE-ON-SW(TMP-I-TABLE) NOT = 'Y') THEN
                    MOVE 'Y' TO TAB-CO-JOIN-SW(TMP-I-TABLE)
                    ADD 1 TO TMP-WL-JOIN
                 END-IF
              END-IF
           END-PERFORM
           .
       SCENARIO-APPLY-EXIT. EXIT.



      *****************************************************************
       WATCH-PROJECT SECTION.
      *===============================================================*
      *    TPL-WTCH1'S RULE FOR COMPANY TMP-I-TABLE AT GROWTH         *
      *    TMP-STRESS: TMP-CONSEC = ITS COUNT AFTER THE NEXT RUN      *
      *---------------------------------------------------------------*
           MOVE 'N' TO TMP-DECLINING-SW
           IF (TMP-STRESS < 0) THEN
              MOVE 'Y' TO TMP-DECLINING-SW
           END-IF
           IF (TAB-CO-PRIOR-SW(TMP-I-TABLE) = 'Y')
              AND (TMP-STRESS < TAB-CO-PRIOR(TMP-I-TABLE)) THEN
              MOVE 'Y' TO TMP-DECLINING-SW
           END-IF
           IF (TMP-DECLINING-SW = 'Y') THEN
              COMPUTE TMP-CONSEC = TAB-CO-CONSEC(TMP-I-TABLE) + 1
           ELSE
              MOVE 0 TO TMP-CONSEC
           END-IF
           .
       WATCH-PROJECT-EXIT. EXIT.



      *****************************************************************
       SCENARIO-REPORT SECTION.
      *===============================================================*
           MOVE TMP-SCEN-NAME TO OSTRS-H1-NAME
           MOVE TMP-TODAY     TO OSTRS-H1-DATE
           MOVE OSTRS-HR2     TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE OSTRS-H1      TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE OSTRS-HR2     TO OSTRS-REC
           PERFORM OSTRS-WRITE

      *---------------------------------------------------------------*
      * THE SHOCKS AS READ, WITH HOW MANY COMPANIES EACH ONE HIT - A  *
      * MISSPELT INDUSTRY SHOWS UP HERE AS ZERO HITS                  *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-SK-MAX)
              EVALUATE TRUE
                WHEN TAB-SK-INDUSTRY(TMP-K-TABLE)
                  MOVE 'INDUSTRY' TO OSTRS-S1-KIND
                WHEN TAB-SK-SECTOR(TMP-K-TABLE)
                  MOVE 'SECTOR'   TO OSTRS-S1-KIND
                WHEN OTHER
                  MOVE 'STATE'    TO OSTRS-S1-KIND
              END-EVALUATE
              MOVE TAB-SK-KEY(TMP-K-TABLE)    TO OSTRS-S1-KEY
              MOVE TAB-SK-POINTS(TMP-K-TABLE) TO OSTRS-S1-POINTS
              MOVE TAB-SK-HITS(TMP-K-TABLE)   TO OSTRS-S1-HITS
              MOVE OSTRS-S1 TO OSTRS-REC
              PERFORM OSTRS-WRITE
              IF (TAB-SK-HITS(TMP-K-TABLE) = 0) THEN
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'SHOCK HIT NO COMPANY IN SCENARIO '
                        FUNCTION TRIM(TMP-SCEN-NAME) ': '
                        TAB-SK-KEY(TMP-K-TABLE)
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
           END-PERFORM
           IF (TAB-SK-MAX = 0) THEN
              MOVE '  NO SHOCKS - STRESSED FIGURES EQUAL THE BASE'
                TO OSTRS-REC
              PERFORM OSTRS-WRITE
           END-IF
           MOVE SPACES TO OSTRS-REC
           PERFORM OSTRS-WRITE

      *---------------------------------------------------------------*
      * STRESSED INDUSTRY REPORT                                      *
      *---------------------------------------------------------------*
           MOVE OSTRS-H2  TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE OSTRS-HR1 TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE 0 TO TMP-ALL-COUNT TMP-ALL-BASE-SUM TMP-ALL-STRS-SUM
                     TMP-ALL-BASE-DECL TMP-ALL-STRS-DECL
           PERFORM SECTOR-TOTAL-RESET
           PERFORM VARYING TMP-IN FROM 1 BY 1
                     UNTIL (TMP-IN > TAB-IN-MAX)
              MOVE TAB-IN-SECTOR(TMP-IN)    TO OSTRS-R1-SECTOR
              MOVE TAB-IN-NAME(TMP-IN)      TO OSTRS-R1-INDUSTRY
              MOVE TAB-IN-COUNT(TMP-IN)     TO TMP-LINE-COUNT
              MOVE TAB-IN-BASE-SUM(TMP-IN)  TO TMP-AVG-BASE
              MOVE TAB-IN-STRS-SUM(TMP-IN)  TO TMP-AVG-STRS
              MOVE TAB-IN-BASE-DECL(TMP-IN) TO OSTRS-R1-BASE-DECL
              MOVE TAB-IN-STRS-DECL(TMP-IN) TO OSTRS-R1-STRS-DECL
              PERFORM AVERAGES-LINE-WRITE

              ADD TAB-IN-COUNT(TMP-IN)     TO TMP-ALL-COUNT
              ADD TAB-IN-BASE-SUM(TMP-IN)  TO TMP-ALL-BASE-SUM
              ADD TAB-IN-STRS-SUM(TMP-IN)  TO TMP-ALL-STRS-SUM
              ADD TAB-IN-BASE-DECL(TMP-IN) TO TMP-ALL-BASE-DECL
              ADD TAB-IN-STRS-DECL(TMP-IN) TO TMP-ALL-STRS-DECL
              IF (TAB-SECT-MAX > 0) THEN
                 MOVE TAB-IN-SECTOR(TMP-IN)    TO TMP-SECT-NAME
                 ADD TAB-IN-COUNT(TMP-IN)     TO TMP-SECT-COUNT
                 ADD TAB-IN-BASE-SUM(TMP-IN)  TO TMP-SECT-BASE-SUM
                 ADD TAB-IN-STRS-SUM(TMP-IN)  TO TMP-SECT-STRS-SUM
                 ADD TAB-IN-BASE-DECL(TMP-IN) TO TMP-SECT-BASE-DECL
                 ADD TAB-IN-STRS-DECL(TMP-IN) TO TMP-SECT-STRS-DECL
                 IF (TMP-IN = TAB-IN-MAX) THEN
                    PERFORM SECTOR-TOTAL-WRITE
                 ELSE
                    IF (TAB-IN-SECTOR(TMP-IN + 1) NOT = TMP-SECT-NAME)
                       THEN
                       PERFORM SECTOR-TOTAL-WRITE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE OSTRS-HR1 TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE 'ALL INDUSTRIES'   TO OSTRS-R1-SECTOR
           MOVE SPACES             TO OSTRS-R1-INDUSTRY
           MOVE TMP-ALL-COUNT      TO TMP-LINE-COUNT
           MOVE TMP-ALL-BASE-SUM   TO TMP-AVG-BASE
           MOVE TMP-ALL-STRS-SUM   TO TMP-AVG-STRS
           MOVE TMP-ALL-BASE-DECL  TO OSTRS-R1-BASE-DECL
           MOVE TMP-ALL-STRS-DECL  TO OSTRS-R1-STRS-DECL
           PERFORM AVERAGES-LINE-WRITE
           MOVE SPACES TO OSTRS-REC
           PERFORM OSTRS-WRITE

      *---------------------------------------------------------------*
      * COMPANIES FLIPPING FROM GROWTH TO DECLINE                     *
      *---------------------------------------------------------------*
           MOVE 'COMPANIES FLIPPING FROM GROWTH TO DECLINE:'
             TO OSTRS-T1-LABEL
           MOVE TMP-FLIPS TO OSTRS-T1-VALUE
           MOVE OSTRS-T1  TO OSTRS-REC
           PERFORM OSTRS-WRITE
           IF (TMP-FLIPS > 0) THEN
              MOVE OSTRS-H3  TO OSTRS-REC
              PERFORM OSTRS-WRITE
              MOVE OSTRS-HR1 TO OSTRS-REC
              PERFORM OSTRS-WRITE
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                 IF (TAB-CO-FLIP-SW(TMP-I-TABLE) = 'Y') THEN
                    PERFORM COMPANY-LINE-WRITE
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO OSTRS-REC
           PERFORM OSTRS-WRITE

      *---------------------------------------------------------------*
      * WATCHLIST PROJECTION                                          *
      *---------------------------------------------------------------*
           MOVE TMP-ENTER-AFTER TO TMP-ENTER-AFTER-ED
           MOVE SPACES TO OSTRS-REC
           STRING 'WATCHLIST PROJECTION (ENTRY AFTER '
                  FUNCTION TRIM(TMP-ENTER-AFTER-ED)
                  ' CONSECUTIVE DECLINES)'
             DELIMITED BY SIZE INTO OSTRS-REC
           END-STRING
           PERFORM OSTRS-WRITE
           MOVE '  ON THE LIST NOW' TO OSTRS-T1-LABEL
           MOVE TMP-WL-NOW TO OSTRS-T1-VALUE
           MOVE OSTRS-T1   TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE '  ON THE LIST AFTER THE NEXT RUN - BASE' TO
             OSTRS-T1-LABEL
           MOVE TMP-WL-BASE TO OSTRS-T1-VALUE
           MOVE OSTRS-T1    TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE '  ON THE LIST AFTER THE NEXT RUN - STRESSED' TO
             OSTRS-T1-LABEL
           MOVE TMP-WL-STRS TO OSTRS-T1-VALUE
           MOVE OSTRS-T1    TO OSTRS-REC
           PERFORM OSTRS-WRITE
           MOVE '  JOINING ONLY UNDER THE SCENARIO' TO OSTRS-T1-LABEL
           MOVE TMP-WL-JOIN TO OSTRS-T1-VALUE
           MOVE OSTRS-T1    TO OSTRS-REC
           PERFORM OSTRS-WRITE
           IF (TMP-WL-JOIN > 0) THEN
              MOVE OSTRS-H3  TO OSTRS-REC
              PERFORM OSTRS-WRITE
              MOVE OSTRS-HR1 TO OSTRS-REC
              PERFORM OSTRS-WRITE
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                 IF (TAB-CO-JOIN-SW(TMP-I-TABLE) = 'Y') THEN
                    PERFORM COMPANY-LINE-WRITE
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO OSTRS-REC
           PERFORM OSTRS-WRITE
           .
       SCENARIO-REPORT-EXIT. EXIT.



      *****************************************************************
       SECTOR-TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE TMP-SECT-NAME      TO OSTRS-R1-SECTOR
           MOVE '  SECTOR TOTAL'   TO OSTRS-R1-INDUSTRY
           MOVE TMP-SECT-COUNT     TO TMP-LINE-COUNT
           MOVE TMP-SECT-BASE-SUM  TO TMP-AVG-BASE
           MOVE TMP-SECT-STRS-SUM  TO TMP-AVG-STRS
           MOVE TMP-SECT-BASE-DECL TO OSTRS-R1-BASE-DECL
           MOVE TMP-SECT-STRS-DECL TO OSTRS-R1-STRS-DECL
           PERFORM AVERAGES-LINE-WRITE
           MOVE SPACES TO OSTRS-REC
           PERFORM OSTRS-WRITE
           PERFORM SECTOR-TOTAL-RESET
           .
       SECTOR-TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       SECTOR-TOTAL-RESET SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-SECT-NAME
           MOVE 0 TO TMP-SECT-COUNT TMP-SECT-BASE-SUM TMP-SECT-STRS-SUM
                     TMP-SECT-BASE-DECL TMP-SECT-STRS-DECL
           .
       SECTOR-TOTAL-RESET-EXIT. EXIT.



      *****************************************************************
       AVERAGES-LINE-WRITE SECTION.
      *===============================================================*
      *    IN: TMP-LINE-COUNT AND THE TWO SUMS IN TMP-AVG-BASE AND    *
      *    TMP-AVG-STRS; SECTOR, INDUSTRY AND DECLINE COLUMNS ARE     *
      *    ALREADY SET                                                *
      *---------------------------------------------------------------*
           MOVE TMP-LINE-COUNT TO OSTRS-R1-COUNT
           IF (TMP-LINE-COUNT > 0) THEN
              COMPUTE TMP-AVG-BASE ROUNDED =
                 TMP-AVG-BASE / TMP-LINE-COUNT
              END-COMPUTE
              COMPUTE TMP-AVG-STRS ROUNDED =
                 TMP-AVG-STRS / TMP-LINE-COUNT
              END-COMPUTE
           END-IF
           COMPUTE TMP-AVG-CHANGE = TMP-AVG-STRS - TMP-AVG-BASE
           MOVE TMP-AVG-BASE   TO OSTRS-R1-BASE
           MOVE TMP-AVG-STRS   TO OSTRS-R1-STRS
           MOVE TMP-AVG-CHANGE TO OSTRS-R1-CHANGE
           MOVE OSTRS-R1 TO OSTRS-REC
           PERFORM OSTRS-WRITE
           .
       AVERAGES-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       COMPANY-LINE-WRITE SECTION.
      *===============================================================*
           MOVE SPACES                       TO OSTRS-R2
           MOVE TAB-CO-NAME(TMP-I-TABLE)     TO OSTRS-R2-NAME
           MOVE TAB-CO-STATE(TMP-I-TABLE)    TO OSTRS-R2-STATE
           MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO OSTRS-R2-INDUSTRY
           MOVE TAB-CO-GROWTH(TMP-I-TABLE)   TO OSTRS-R2-BASE
           MOVE TAB-CO-STRESS(TMP-I-TABLE)   TO OSTRS-R2-STRS
           MOVE TAB-CO-NEW-CONSEC(TMP-I-TABLE) TO OSTRS-R2-CONSEC
           MOVE OSTRS-R2 TO OSTRS-REC
           PERFORM OSTRS-WRITE
           .
       COMPANY-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       OSTRS-WRITE SECTION.
      *===============================================================*
           MOVE OSTRS-REC TO OSTRS-RECORD
           PERFORM FILE-WRITE-OSTRS
           .
       OSTRS-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'EXTRACT RECORDS READ.: ' TMP-COUNT-READ
           DISPLAY 'RECORDS SKIPPED......: ' TMP-COUNT-SKIPPED
           DISPLAY 'COMPANIES STRESSED...: ' TAB-CO-MAX
           DISPLAY 'INDUSTRIES...........: ' TAB-IN-MAX
           DISPLAY 'SCENARIOS RUN........: ' TMP-COUNT-SCENARIOS
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
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPRIOR==
            ==:V2:== BY ==IPRIOR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISCEN==
            ==:V2:== BY ==ISCEN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSTRS==
            ==:V2:== BY ==OSTRS-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-STRS1.
      *****************************************************************
