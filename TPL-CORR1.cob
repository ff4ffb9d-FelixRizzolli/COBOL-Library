       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CORR1.
      *****************************************************************
      * TPL-CORR1: INDUSTRY GROWTH CO-MOVEMENT MATRIX                 *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * A DIVERSIFICATION ARGUMENT ONLY HOLDS IF THE INDUSTRIES DO    *
      * NOT RISE AND FALL TOGETHER. THIS PROGRAM REBUILDS EVERY       *
      * INDUSTRY'S AVERAGE GROWTH PER PERIOD FROM THE GROWTH HISTORY  *
      * (THE SERIES TPL-INDX1 COMPOUNDS INTO ITS INDEX, WITH THE      *
      * TPL-BAT1 INDUSTRY ALIASES APPLIED SO A RENAMED INDUSTRY IS    *
      * ONE SERIES) AND CORRELATES EVERY PAIR OF INDUSTRIES OVER THE  *
      * LAST PERIODS= PERIODS. THE MATRIX PRINTS IN CONTINUATION      *
      * PANELS LIKE THE TPL-BAT6 CROSS-TAB, FOLLOWED BY THE MOST      *
      * STRONGLY LINKED AND THE MOST STRONGLY OPPOSED PAIRS.          *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt)            *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt) FOR THE    *
      *          COMPANY-TO-INDUSTRY MAPPING (SEE TPL-INDX1)          *
      * IALIAS - INDUSTRY ALIAS MAP (IO/indalias.txt) - OPTIONAL,     *
      *          ALIASES IN EFFECT TODAY (SEE TPL-BAT1)               *
      * IPARM  - OPTIONAL (IO/corrparm.txt), KEYWORD=VALUE:           *
      *          PERIODS=n   PERIODS CORRELATED (DEFAULT 24, 3-60)    *
      *          MINCOMMON=n FEWEST PERIODS TWO INDUSTRIES MUST SHARE *
      *                      FOR A FIGURE (DEFAULT 6, 3-PERIODS)      *
      *          TOPPAIRS=n  PAIRS LISTED EACH WAY (DEFAULT 10, 1-50) *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCORR - CO-MOVEMENT REPORT (IO/corrmatrix.txt)                *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * ONE SORT PUTS THE HISTORY IN PERIOD ORDER WITH EVERY ROW      *
      * ALREADY CARRYING ITS (ALIASED) INDUSTRY; THE LAST PERIODS=    *
      * PERIODS ARE KEPT AS A SUM AND A COUNT PER INDUSTRY AND        *
      * PERIOD. COMPACTED YEAR ROWS (PERIOD YYYY00, SEE TPL-HCMP1)    *
      * ARE ANNUAL AVERAGES AND ARE LEFT OUT, AS IN TPL-INDX1. THE    *
      * PEARSON CORRELATION OF TWO INDUSTRIES IS TAKEN OVER THE       *
      * PERIODS BOTH HAVE A FIGURE FOR; FEWER THAN MINCOMMON= OF      *
      * THEM, OR A SERIES THAT DOES NOT MOVE AT ALL, PRINTS BLANK     *
      * RATHER THAN A NUMBER NOBODY SHOULD READ. A 132-BYTE LINE      *
      * FITS TWELVE INDUSTRY COLUMNS NEXT TO THE ROW NAME; INDUSTRIES *
      * THIRTEEN ONWARD GO TO THE FOLLOWING PANELS, UP TO SIXTY       *
      * (WARN-AND-SKIP PAST THAT). A SECOND SORT ORDERS THE PAIRS BY  *
      * CORRELATION FOR THE TWO LISTS.                                *
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
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IALIAS==
            ==:V2:== BY ==IALIAS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCORR==
            ==:V2:== BY ==OCORR-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SHIST ASSIGN TO 'SORTWORK'.
           SELECT SPAIR ASSIGN TO 'SORTPAIR'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IALIAS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCORR==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SHIST.
       01  SHIST-REC.
           05 SHIST-KEY.
              10 SHIST-PERIOD         PIC X(6).
              10 SHIST-INDUSTRY       PIC X(23).
           05 SHIST-GROWTH            PIC S9(3)V99.
       SD  SPAIR.
       01  SPAIR-REC.
           05 SPAIR-R                 PIC S9V9(4).
           05 SPAIR-IND-A             PIC S9(4).
           05 SPAIR-IND-B             PIC S9(4).
           05 SPAIR-COMMON            PIC 9(2).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD.
              10 HIST-PERIOD-YEAR      PIC X(4).
              10 HIST-PERIOD-MONTH     PIC X(2).
                 88 HIST-COMPACTED-YEAR    VALUE '00'.
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE - ONLY THE NAME, STATE   *
      * AND INDUSTRY COLUMNS ARE USED HERE                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 FILLER                   PIC X(32).

      *---------------------------------------------------------------*
      * IALIAS = INDUSTRY ALIAS MAP (SEE TPL-BAT1) - OPTIONAL         *
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
       01 ALIAS-WORK.
           05 TMP-ALIAS-COUNT         PIC 9(7)    VALUE ZERO.
           05 TMP-ALIAS-I             PIC S9(9)   BINARY.
           05 TMP-ALIAS-RUN-DATE      PIC X(8).

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).

      *---------------------------------------------------------------*
      * TABLES                                                        *
      *---------------------------------------------------------------*
      *-[ COMPANY-TO-INDUSTRY MAPPING FROM ICOMP (SEE TPL-INDX1) ]-----*
       01 INDUSTRY-LOOKUP.
           05 TAB-IND-MAX             PIC S9(9) BINARY.
           05 TAB-IND-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-IND                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-IND-MAX.
                10 TAB-IND-NAME       PIC X(38).
                10 TAB-IND-STATE      PIC X(2).
                10 TAB-IND-INDUSTRY   PIC X(23).

      *-[ PERIOD WINDOW - OLDEST FIRST, SHIFTED OUT WHEN FULL ]--------*
       01 PERIOD-WINDOW.
           05 TAB-PER-MAX             PIC S9(4) BINARY.
           05 TAB-PER                 OCCURS 60   PIC X(6).

      *-[ INDUSTRY SERIES - SUM AND COUNT PER WINDOW PERIOD, UP TO    -*
      *-[ SIXTY INDUSTRIES ]-------------------------------------------*
       01 INDUSTRY-SERIES.
           05 TAB-CI-MAX              PIC S9(9) BINARY.
           05 TAB-CI-DIM              PIC S9(9) BINARY  VALUE 60.
           05 TAB-CI                  OCCURS 60.
                10 TAB-CI-INDUSTRY    PIC X(23).
                10 TAB-CI-CELL        OCCURS 60.
                   15 TAB-CI-SUM      PIC S9(7)V99.
                   15 TAB-CI-CNT      PIC S9(5).
       01 TAB-CI-HOLD                 PIC X(863).

      *-[ CORRELATION MATRIX - BLANK WHERE NOT DEFINED ]---------------*
       01 CORRELATION-MATRIX.
           05 TAB-CR-ROW              OCCURS 60.
                10 TAB-CR-CELL        OCCURS 60.
                   15 TAB-CR-R        PIC S9V9(4).
                   15 TAB-CR-COMMON   PIC 9(2).
                   15 TAB-CR-SW       PIC X(1).
                      88 TAB-CR-DEFINED    VALUE 'Y'.

      *-[ PAIRS IN CORRELATION ORDER, HIGHEST FIRST ]------------------*
       01 PAIR-ORDER.
           05 TAB-PR-MAX              PIC S9(9) BINARY.
           05 TAB-PR                  OCCURS 1770.
                10 TAB-PR-R           PIC S9V9(4).
                10 TAB-PR-IND-A       PIC S9(4).
                10 TAB-PR-IND-B       PIC S9(4).
                10 TAB-PR-COMMON      PIC 9(2).

      *---------------------------------------------------------------*
      * OUTPUT OCORR = CO-MOVEMENT REPORT                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCORR==.
       01 OCORR-REC                   PIC X(132).

      *-[ PRINT LINES ]------------------------------------------------*
       01 OCORR-H0.
           05 FILLER                  PIC X(50)
              VALUE 'INDUSTRY GROWTH CO-MOVEMENT (CORRELATION) MATRIX'.
           05 FILLER                  PIC X(5)    VALUE 'DATE '.
           05 OCORR-H0-DATE           PIC X(10).
           05 FILLER                  PIC X(67)   VALUE SPACES.
       01 OCORR-H1.
           05 FILLER                  PIC X(8)    VALUE 'WINDOW: '.
           05 OCORR-H1-PERIODS        PIC Z9.
           05 FILLER                  PIC X(10)   VALUE ' PERIODS ('.
           05 OCORR-H1-FIRST          PIC X(6).
           05 FILLER                  PIC X(3)    VALUE ' - '.
           05 OCORR-H1-LAST           PIC X(6).
           05 FILLER                  PIC X(28)   VALUE
              ')  MINIMUM COMMON PERIODS: '.
           05 OCORR-H1-MINCOMMON      PIC Z9.
           05 FILLER                  PIC X(67)   VALUE SPACES.
       01 OCORR-H2.
           05 FILLER                  PIC X(40)
              VALUE 'CORRELATION MATRIX'.
           05 FILLER                  PIC X(6)    VALUE 'PANEL '.
           05 OCORR-H2-PANEL          PIC 9(2).
           05 FILLER                  PIC X(4)    VALUE ' OF '.
           05 OCORR-H2-PANELS         PIC 9(2).
           05 FILLER                  PIC X(78)   VALUE SPACES.
       01 OCORR-H3.
           05 OCORR-H3-IND            PIC X(24)   VALUE 'INDUSTRY'.
           05 OCORR-H3-COL            PIC X(9)    OCCURS 12.
       01 OCORR-R1.
           05 OCORR-R1-IND            PIC X(24).
           05 OCORR-R1-CELL           PIC X(9)    OCCURS 12.
       01 OCORR-G1.
           05 FILLER                  PIC X(132)  VALUE ALL '='.
       01 OCORR-N1.
           05 FILLER                  PIC X(34)   VALUE
              'BLANK = FEWER THAN MINIMUM COMMON '.
           05 FILLER                  PIC X(45)   VALUE
              'PERIODS, OR A SERIES THAT DID NOT MOVE'.
           05 FILLER                  PIC X(53)   VALUE SPACES.
       01 OCORR-P0.
           05 OCORR-P0-TITLE          PIC X(40).
           05 FILLER                  PIC X(92)   VALUE SPACES.
       01 OCORR-P1.
           05 FILLER                  PIC X(6)    VALUE 'RANK'.
           05 FILLER                  PIC X(24)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(24)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(12)   VALUE ' CORRELATION'.
           05 FILLER                  PIC X(8)    VALUE '  COMMON'.
           05 FILLER                  PIC X(58)   VALUE SPACES.
       01 OCORR-P2.
           05 OCORR-P2-RANK           PIC Z9.
           05 FILLER                  PIC X(4)    VALUE SPACES.
           05 OCORR-P2-IND-A          PIC X(24).
           05 OCORR-P2-IND-B          PIC X(24).
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 OCORR-P2-R              PIC -9,99.
           05 FILLER                  PIC X(5)    VALUE SPACES.
           05 OCORR-P2-COMMON         PIC Z9.
           05 FILLER                  PIC X(60)   VALUE SPACES.
       01 OCORR-P3.
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 OCORR-P3-TEXT           PIC X(60).
           05 FILLER                  PIC X(66)   VALUE SPACES.
       01 OCORR-T1.
           05 OCORR-T1-LABEL          PIC X(40).
           05 OCORR-T1-COUNT          PIC ZZZZZZ9.
           05 FILLER                  PIC X(85)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE              PIC S9(9) BINARY.
           05 TMP-J-TABLE              PIC S9(9) BINARY.
           05 TMP-K-TABLE              PIC S9(9) BINARY.
           05 TMP-CI                   PIC S9(9) BINARY.
           05 TMP-COL                  PIC S9(9) BINARY.
           05 TMP-ROW                  PIC S9(9) BINARY.
           05 TMP-LISTED               PIC S9(4) BINARY.
           05 TMP-COUNT-ROWS-USED      PIC 9(7).
           05 TMP-COUNT-COMPACTED      PIC 9(7).
           05 TMP-COUNT-NO-INDUSTRY    PIC 9(7).
           05 TMP-COUNT-IND-SKIPPED    PIC 9(7).
           05 TMP-COUNT-PAIRS          PIC 9(7).
           05 TMP-COUNT-PAIRS-BLANK    PIC 9(7).
      *    CONTINUATION-PANEL BOOKKEEPING - TWELVE COLUMNS PER PANEL
           05 TMP-PANEL                PIC S9(4) BINARY.
           05 TMP-PANEL-MAX            PIC S9(4) BINARY.
           05 TMP-PANEL-FIRST          PIC S9(9) BINARY.
           05 TMP-PANEL-LAST           PIC S9(9) BINARY.
           05 TMP-PCOL                 PIC S9(9) BINARY.

       01 PARAMETERS.
           05 TMP-PERIODS              PIC 9(2)    VALUE 24.
           05 TMP-MINCOMMON            PIC 9(2)    VALUE 6.
           05 TMP-TOPPAIRS             PIC 9(2)    VALUE 10.

       01 CORRELATION-WORK.
           05 TMP-N                    PIC S9(4)       BINARY.
           05 TMP-X                    PIC S9(5)V9(4).
           05 TMP-Y                    PIC S9(5)V9(4).
           05 TMP-SX                   PIC S9(7)V9(4).
           05 TMP-SY                   PIC S9(7)V9(4).
           05 TMP-SXX                  PIC S9(11)V9(4).
           05 TMP-SYY                  PIC S9(11)V9(4).
           05 TMP-SXY                  PIC S9(11)V9(4).
           05 TMP-NUM                  PIC S9(13)V9(4).
           05 TMP-VAR-X                PIC S9(13)V9(4).
           05 TMP-VAR-Y                PIC S9(13)V9(4).
           05 TMP-ROOT-X               PIC S9(7)V9(6).
           05 TMP-ROOT-Y               PIC S9(7)V9(6).
           05 TMP-R                    PIC S9V9(4).
           05 TMP-R-EDIT               PIC -9,99.

       01 TMP-CUR-PERIOD               PIC X(6).
       01 TMP-COMP-INDUSTRY            PIC X(23).
       01 TMP-TODAY                    PIC X(8).
       01 TMP-FOUND-SW                 PIC X(1).
          88 TMP-FOUND                      VALUE 'Y'.
          88 TMP-NOT-FOUND                  VALUE 'N'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IALIAS-PATH                PIC X(40)
                                      VALUE 'IO/indalias.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/corrparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCORR-PATH                 PIC X(40)
                                      VALUE 'IO/corrmatrix.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

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

           SORT SHIST
             ON ASCENDING KEY SHIST-KEY
             INPUT  PROCEDURE IS HISTORY-RELEASE
             OUTPUT PROCEDURE IS HISTORY-RETURN

           PERFORM SERIES-TIDY
           PERFORM MATRIX-COMPUTE

           SORT SPAIR
             ON DESCENDING KEY SPAIR-R
             INPUT  PROCEDURE IS PAIR-RELEASE
             OUTPUT PROCEDURE IS PAIR-RETURN

           PERFORM REPORT-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-CORR1'                          TO PGM-NAME
           MOVE 'INDUSTRY GROWTH CO-MOVEMENT MATRIX'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IALIAS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IALIAS-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCORR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCORR-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-IND-MAX
           MOVE 0                          TO TAB-PER-MAX
           MOVE 0                          TO TAB-CI-MAX
           MOVE 0                          TO TAB-PR-MAX
           MOVE 0                          TO TMP-COUNT-ROWS-USED
           MOVE 0                          TO TMP-COUNT-COMPACTED
           MOVE 0                          TO TMP-COUNT-NO-INDUSTRY
           MOVE 0                          TO TMP-COUNT-IND-SKIPPED
           MOVE 0                          TO TMP-COUNT-PAIRS
           MOVE 0                          TO TMP-COUNT-PAIRS-BLANK
           MOVE SPACES                     TO TMP-CUR-PERIOD
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(IPARM-KEY)
                   WHEN 'PERIODS'
                     COMPUTE TMP-PERIODS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'MINCOMMON'
                     COMPUTE TMP-MINCOMMON =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'TOPPAIRS'
                     COMPUTE TMP-TOPPAIRS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN CORRPARM KEYWORD IGNORED: '
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
           IF (TMP-PERIODS < 3) OR (TMP-PERIODS > 60) THEN
              MOVE 'CORRPARM PERIODS OUT OF RANGE 3-60 - 24 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 24 TO TMP-PERIODS
           END-IF
           IF (TMP-MINCOMMON < 3) OR (TMP-MINCOMMON > TMP-PERIODS) THEN
              MOVE 'CORRPARM MINCOMMON OUT OF RANGE - 6 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 6 TO TMP-MINCOMMON
              IF (TMP-MINCOMMON > TMP-PERIODS) THEN
                 MOVE TMP-PERIODS TO TMP-MINCOMMON
              END-IF
           END-IF
           IF (TMP-TOPPAIRS < 1) OR (TMP-TOPPAIRS > 50) THEN
              MOVE 'CORRPARM TOPPAIRS OUT OF RANGE 1-50 - 10 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 10 TO TMP-TOPPAIRS
           END-IF

      *---------------------------------------------------------------*
      * LOAD THE COMPANY-TO-INDUSTRY MAPPING AND THE ALIASES          *
      *---------------------------------------------------------------*
           PERFORM LOAD-INDUSTRY-ALIASES
           PERFORM INDUSTRY-LOOKUP-LOAD

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'GROWTH HISTORY MASTER NOT FOUND:' TO PGM-ERR-MSG1
              MOVE IHIST-PATH                         TO PGM-ERR-MSG2
              MOVE SPACE                              TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OCORR
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       LOAD-INDUSTRY-ALIASES SECTION.
      *===============================================================*
      *    IMPORT THE ALIAS MAP (IALIAS IS OPTIONAL) - ONLY ALIASES   *
      *    ALREADY IN EFFECT TODAY ARE LOADED                         *
           MOVE 0 TO TAB-ALIAS-MAX
           MOVE TMP-TODAY TO TMP-ALIAS-RUN-DATE
           PERFORM FILE-OPEN-INPUT-IALIAS
           IF (IALIAS-YES) THEN
              PERFORM FILE-READ-IALIAS
              PERFORM UNTIL (IALIAS-EOF)
                 MOVE IALIAS-RECORD TO ALIAS-REC
                 IF (ALIAS-OLD NOT = SPACES)
                    AND (ALIAS-EFF <= TMP-ALIAS-RUN-DATE) THEN
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
       APPLY-INDUSTRY-ALIAS SECTION.
      *===============================================================*
      *    TRANSLATE ICOMP-INDUSTRY IN PLACE WHEN AN ALIAS COVERS IT  *
           PERFORM VARYING TMP-ALIAS-I FROM 1 BY 1
                     UNTIL (TMP-ALIAS-I > TAB-ALIAS-MAX)
              IF (TAB-ALIAS-OLD(TMP-ALIAS-I) = ICOMP-INDUSTRY) THEN
                 MOVE TAB-ALIAS-NEW(TMP-ALIAS-I) TO ICOMP-INDUSTRY
                 ADD 1 TO TMP-ALIAS-COUNT
              END-IF
           END-PERFORM
           .
       APPLY-INDUSTRY-ALIAS-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-LOOKUP-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'COMPANIES MASTER NOT FOUND:' TO PGM-ERR-MSG1
              MOVE ICOMP-PATH                    TO PGM-ERR-MSG2
              MOVE SPACE                         TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES) THEN
                 PERFORM APPLY-INDUSTRY-ALIAS
                 ADD 1 TO TAB-IND-MAX
                 IF (TAB-IND-MAX > TAB-IND-DIM)
                    MOVE TAB-IND-DIM TO TAB-IND-MAX
                    MOVE SPACES TO APP-LOG-LINE
                    STRING 'TAB-IND OVERFLOW - SKIPPING COMPANY: '
                           ICOMP-NAME ' ' ICOMP-STATE
                      DELIMITED BY SIZE
                      INTO APP-LOG-LINE
                    END-STRING
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE ICOMP-NAME     TO TAB-IND-NAME(TAB-IND-MAX)
                    MOVE ICOMP-STATE    TO TAB-IND-STATE(TAB-IND-MAX)
                    MOVE ICOMP-INDUSTRY
                      TO TAB-IND-INDUSTRY(TAB-IND-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       INDUSTRY-LOOKUP-LOAD-EXIT. EXIT.



      *****************************************************************
       HISTORY-RELEASE SECTION.
      *===============================================================*
      *    EVERY MONTHLY HISTORY ROW WITH ITS COMPANY'S INDUSTRY -    *
      *    A COMPANY NO LONGER ON THE MASTER HAS NONE AND IS COUNTED  *
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              EVALUATE TRUE
                 WHEN (HIST-NAME = SPACES)
                    CONTINUE
                 WHEN (HIST-COMPACTED-YEAR)
                    ADD 1 TO TMP-COUNT-COMPACTED
                 WHEN (HIST-GROWTH NOT NUMERIC)
                    CONTINUE
                 WHEN OTHER
                    PERFORM HISTORY-RELEASE-ONE
              END-EVALUATE
              PERFORM FILE-READ-IHIST
           END-PERFORM
           .
       HISTORY-RELEASE-EXIT. EXIT.



      *****************************************************************
       HISTORY-RELEASE-ONE SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-COMP-INDUSTRY
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IND-MAX)
              IF (TAB-IND-NAME(TMP-I-TABLE) = HIST-NAME)
                 AND (TAB-IND-STATE(TMP-I-TABLE) = HIST-STATE) THEN
                 MOVE TAB-IND-INDUSTRY(TMP-I-TABLE)
                   TO TMP-COMP-INDUSTRY
                 MOVE TAB-IND-MAX TO TMP-I-TABLE
              END-IF
           END-PERFORM
           IF (TMP-COMP-INDUSTRY = SPACES) THEN
              ADD 1 TO TMP-COUNT-NO-INDUSTRY
              GO TO HISTORY-RELEASE-ONE-EXIT
           END-IF
           MOVE HIST-PERIOD       TO SHIST-PERIOD
           MOVE TMP-COMP-INDUSTRY TO SHIST-INDUSTRY
           MOVE HIST-GROWTH       TO SHIST-GROWTH
           RELEASE SHIST-REC
           .
       HISTORY-RELEASE-ONE-EXIT. EXIT.



      *****************************************************************
       HISTORY-RETURN SECTION.
      *===============================================================*
      *    PERIOD ORDER - A NEW PERIOD OPENS A WINDOW SLOT, A FULL    *
      *    WINDOW DROPS ITS OLDEST PERIOD FIRST                       *
           PERFORM UNTIL (1 = 2)
              RETURN SHIST
                AT END
                  GO TO HISTORY-RETURN-EXIT
              END-RETURN
              IF (SHIST-PERIOD NOT = TMP-CUR-PERIOD) THEN
                 MOVE SHIST-PERIOD TO TMP-CUR-PERIOD
                 PERFORM WINDOW-OPEN-PERIOD
              END-IF
              PERFORM SERIES-ACCUM
           END-PERFORM
           .
       HISTORY-RETURN-EXIT. EXIT.



      *****************************************************************
       WINDOW-OPEN-PERIOD SECTION.
      *===============================================================*
           IF (TAB-PER-MAX >= TMP-PERIODS) THEN
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >= TAB-PER-MAX)
                 MOVE TAB-PER(TMP-J-TABLE + 1) TO TAB-PER(TMP-J-TABLE)
                 PERFORM VARYING TMP-CI FROM 1 BY 1
                           UNTIL (TMP-CI > TAB-CI-MAX)
                    MOVE TAB-CI-CELL(TMP-CI, TMP-J-TABLE + 1)
                      TO TAB-CI-CELL(TMP-CI, TMP-J-TABLE)
                 END-PERFORM
              END-PERFORM
              SUBTRACT 1 FROM TAB-PER-MAX
           END-IF
           ADD 1 TO TAB-PER-MAX
           MOVE TMP-CUR-PERIOD TO TAB-PER(TAB-PER-MAX)
           PERFORM VARYING TMP-CI FROM 1 BY 1
                     UNTIL (TMP-CI > TAB-CI-MAX)
              MOVE 0 TO TAB-CI-SUM(TMP-CI, TAB-PER-MAX)
              MOVE 0 TO TAB-CI-CNT(TMP-CI, TAB-PER-MAX)
           END-PERFORM
           .
       WINDOW-OPEN-PERIOD-EXIT. EXIT.



      *****************************************************************
       SERIES-ACCUM SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CI-MAX) OR (TMP-FOUND)
              IF (TAB-CI-INDUSTRY(TMP-I-TABLE) = SHIST-INDUSTRY) THEN
                 MOVE 'Y'         TO TMP-FOUND-SW
                 MOVE TMP-I-TABLE TO TMP-CI
              END-IF
           END-PERFORM
           IF (TMP-NOT-FOUND) THEN
              IF (TAB-CI-MAX >= TAB-CI-DIM) THEN
                 ADD 1 TO TMP-COUNT-IND-SKIPPED
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'TAB-CI OVERFLOW - SKIPPING INDUSTRY: '
                        SHIST-INDUSTRY
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
                 GO TO SERIES-ACCUM-EXIT
              END-IF
              ADD 1 TO TAB-CI-MAX
              MOVE TAB-CI-MAX     TO TMP-CI
              MOVE SHIST-INDUSTRY TO TAB-CI-INDUSTRY(TMP-CI)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > 60)
                 MOVE 0 TO TAB-CI-SUM(TMP-CI, TMP-J-TABLE)
                 MOVE 0 TO TAB-CI-CNT(TMP-CI, TMP-J-TABLE)
              END-PERFORM
           END-IF
           ADD SHIST-GROWTH TO TAB-CI-SUM(TMP-CI, TAB-PER-MAX)
           ADD 1            TO TAB-CI-CNT(TMP-CI, TAB-PER-MAX)
           ADD 1            TO TMP-COUNT-ROWS-USED
           .
       SERIES-ACCUM-EXIT. EXIT.



      *****************************************************************
       SERIES-TIDY SECTION.
      *===============================================================*
      *    AN INDUSTRY WITH NO FIGURE LEFT IN THE WINDOW IS DROPPED;  *
      *    THE REST ARE PUT IN NAME ORDER FOR THE MATRIX              *
           MOVE 0 TO TMP-K-TABLE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CI-MAX)
              MOVE 'N' TO TMP-FOUND-SW
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-PER-MAX)
                 IF (TAB-CI-CNT(TMP-I-TABLE, TMP-J-TABLE) > 0) THEN
                    MOVE 'Y' TO TMP-FOUND-SW
                 END-IF
              END-PERFORM
              IF (TMP-FOUND) THEN
                 ADD 1 TO TMP-K-TABLE
                 IF (TMP-K-TABLE < TMP-I-TABLE) THEN
                    MOVE TAB-CI(TMP-I-TABLE) TO TAB-CI(TMP-K-TABLE)
                 END-IF
              END-IF
           END-PERFORM
           MOVE TMP-K-TABLE TO TAB-CI-MAX

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE >= TAB-CI-MAX)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-CI-MAX - TMP-I-TABLE)
                 IF (TAB-CI-INDUSTRY(TMP-J-TABLE) >
                     TAB-CI-INDUSTRY(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-CI(TMP-J-TABLE)     TO TAB-CI-HOLD
                    MOVE TAB-CI(TMP-J-TABLE + 1) TO TAB-CI(TMP-J-TABLE)
                    MOVE TAB-CI-HOLD TO TAB-CI(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       SERIES-TIDY-EXIT. EXIT.



      *****************************************************************
       MATRIX-COMPUTE SECTION.
      *===============================================================*
      *    BOTH HALVES OF THE MATRIX FROM ONE CALCULATION PER PAIR    *
           PERFORM VARYING TMP-ROW FROM 1 BY 1
                     UNTIL (TMP-ROW > TAB-CI-MAX)
              PERFORM VARYING TMP-COL FROM TMP-ROW BY 1
                        UNTIL (TMP-COL > TAB-CI-MAX)
                 PERFORM PAIR-CORRELATE
                 MOVE TAB-CR-CELL(TMP-ROW, TMP-COL)
                   TO TAB-CR-CELL(TMP-COL, TMP-ROW)
                 IF (TMP-COL > TMP-ROW) THEN
                    ADD 1 TO TMP-COUNT-PAIRS
                    IF (NOT TAB-CR-DEFINED(TMP-ROW, TMP-COL)) THEN
                       ADD 1 TO TMP-COUNT-PAIRS-BLANK
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       MATRIX-COMPUTE-EXIT. EXIT.



      *****************************************************************
       PAIR-CORRELATE SECTION.
      *===============================================================*
      *    PEARSON CORRELATION OVER THE PERIODS BOTH INDUSTRIES HAVE  *
      *    A FIGURE FOR, FROM THE PERIOD AVERAGES                     *
           MOVE 0     TO TMP-N TMP-SX TMP-SY TMP-SXX TMP-SYY TMP-SXY
           MOVE 0     TO TAB-CR-R(TMP-ROW, TMP-COL)
           MOVE SPACE TO TAB-CR-SW(TMP-ROW, TMP-COL)
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-PER-MAX)
              IF (TAB-CI-CNT(TMP-ROW, TMP-J-TABLE) > 0)
                 AND (TAB-CI-CNT(TMP-COL, TMP-J-TABLE) > 0) THEN
                 ADD 1 TO TMP-N
                 COMPUTE TMP-X ROUNDED =
                    TAB-CI-SUM(TMP-ROW, TMP-J-TABLE)
                    / TAB-CI-CNT(TMP-ROW, TMP-J-TABLE)
                 COMPUTE TMP-Y ROUNDED =
                    TAB-CI-SUM(TMP-COL, TMP-J-TABLE)
                    / TAB-CI-CNT(TMP-COL, TMP-J-TABLE)
                 ADD TMP-X TO TMP-SX
                 ADD TMP-Y TO TMP-SY
                 COMPUTE TMP-SXX = TMP-SXX + TMP-X * TMP-X
                 COMPUTE TMP-SYY = TMP-SYY + TMP-Y * TMP-Y
                 COMPUTE TMP-SXY = TMP-SXY + TMP-X * TMP-Y
              END-IF
           END-PERFORM
           MOVE TMP-N TO TAB-CR-COMMON(TMP-ROW, TMP-COL)
           IF (TMP-N < TMP-MINCOMMON) THEN
              GO TO PAIR-CORRELATE-EXIT
           END-IF
           COMPUTE TMP-NUM   = TMP-N * TMP-SXY - TMP-SX * TMP-SY
           COMPUTE TMP-VAR-X = TMP-N * TMP-SXX - TMP-SX * TMP-SX
           COMPUTE TMP-VAR-Y = TMP-N * TMP-SYY - TMP-SY * TMP-SY
      *    A SERIES THAT DOES NOT MOVE HAS NO CORRELATION
           IF (TMP-VAR-X <= 0) OR (TMP-VAR-Y <= 0) THEN
              GO TO PAIR-CORRELATE-EXIT
           END-IF
           COMPUTE TMP-ROOT-X ROUNDED = FUNCTION SQRT(TMP-VAR-X)
           COMPUTE TMP-ROOT-Y ROUNDED = FUNCTION SQRT(TMP-VAR-Y)
           IF (TMP-ROOT-X = 0) OR (TMP-ROOT-Y = 0) THEN
              GO TO PAIR-CORRELATE-EXIT
           END-IF
           COMPUTE TMP-R ROUNDED =
              TMP-NUM / (TMP-ROOT-X * TMP-ROOT-Y)
           IF (TMP-R > 1) THEN
              MOVE 1 TO TMP-R
           END-IF
           IF (TMP-R < -1) THEN
              MOVE -1 TO TMP-R
           END-IF
           MOVE TMP-R TO TAB-CR-R(TMP-ROW, TMP-COL)
           MOVE 'Y'   TO TAB-CR-SW(TMP-ROW, TMP-COL)
           .
       PAIR-CORRELATE-EXIT. EXIT.



      *****************************************************************
       PAIR-RELEASE SECTION.
      *===============================================================*
      *    EVERY DEFINED PAIR ONCE (UPPER HALF OF THE MATRIX)         *
           PERFORM VARYING TMP-ROW FROM 1 BY 1
                     UNTIL (TMP-ROW > TAB-CI-MAX)
              PERFORM VARYING TMP-COL FROM TMP-ROW BY 1
                        UNTIL (TMP-COL > TAB-CI-MAX)
                 IF (TMP-COL > TMP-ROW)
                    AND (TAB-CR-DEFINED(TMP-ROW, TMP-COL)) THEN
                    MOVE TAB-CR-R(TMP-ROW, TMP-COL) TO SPAIR-R
                    MOVE TMP-ROW TO SPAIR-IND-A
                    MOVE TMP-COL TO SPAIR-IND-B
                    MOVE TAB-CR-COMMON(TMP-ROW, TMP-COL)
                      TO SPAIR-COMMON
                    RELEASE SPAIR-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       PAIR-RELEASE-EXIT. EXIT.



      *****************************************************************
       PAIR-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN SPAIR
                AT END
                  GO TO PAIR-RETURN-EXIT
              END-RETURN
              ADD 1 TO TAB-PR-MAX
              MOVE SPAIR-R      TO TAB-PR-R(TAB-PR-MAX)
              MOVE SPAIR-IND-A  TO TAB-PR-IND-A(TAB-PR-MAX)
              MOVE SPAIR-IND-B  TO TAB-PR-IND-B(TAB-PR-MAX)
              MOVE SPAIR-COMMON TO TAB-PR-COMMON(TAB-PR-MAX)
           END-PERFORM
           .
       PAIR-RETURN-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OCORR-H0-DATE
           STRING TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO OCORR-H0-DATE
           END-STRING
           MOVE OCORR-H0 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE TAB-PER-MAX   TO OCORR-H1-PERIODS
           MOVE SPACES        TO OCORR-H1-FIRST OCORR-H1-LAST
           IF (TAB-PER-MAX > 0) THEN
              MOVE TAB-PER(1)           TO OCORR-H1-FIRST
              MOVE TAB-PER(TAB-PER-MAX) TO OCORR-H1-LAST
           END-IF
           MOVE TMP-MINCOMMON TO OCORR-H1-MINCOMMON
           MOVE OCORR-H1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE SPACES TO OCORR-REC
           PERFORM OCORR-WRITE

           IF (TAB-CI-MAX < 2) THEN
              MOVE 'FEWER THAN TWO INDUSTRIES IN THE WINDOW - NO MATRIX'
                TO OCORR-P3-TEXT
              MOVE OCORR-P3 TO OCORR-REC
              PERFORM OCORR-WRITE
           ELSE
              PERFORM MATRIX-REPORT
              PERFORM PAIRS-REPORT
           END-IF

           MOVE SPACES TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE OCORR-G1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'INDUSTRIES IN THE MATRIX...............:'
             TO OCORR-T1-LABEL
           MOVE TAB-CI-MAX TO OCORR-T1-COUNT
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'PAIRS WITH A CORRELATION...............:'
             TO OCORR-T1-LABEL
           COMPUTE OCORR-T1-COUNT =
              TMP-COUNT-PAIRS - TMP-COUNT-PAIRS-BLANK
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'PAIRS LEFT BLANK.......................:'
             TO OCORR-T1-LABEL
           MOVE TMP-COUNT-PAIRS-BLANK TO OCORR-T1-COUNT
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'HISTORY ROWS IN THE SERIES.............:'
             TO OCORR-T1-LABEL
           MOVE TMP-COUNT-ROWS-USED TO OCORR-T1-COUNT
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'COMPACTED YEAR ROWS LEFT OUT...........:'
             TO OCORR-T1-LABEL
           MOVE TMP-COUNT-COMPACTED TO OCORR-T1-COUNT
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'ROWS OF COMPANIES NOT ON THE MASTER....:'
             TO OCORR-T1-LABEL
           MOVE TMP-COUNT-NO-INDUSTRY TO OCORR-T1-COUNT
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'COMPANIES WITH AN ALIASED INDUSTRY.....:'
             TO OCORR-T1-LABEL
           MOVE TMP-ALIAS-COUNT TO OCORR-T1-COUNT
           MOVE OCORR-T1 TO OCORR-REC
           PERFORM OCORR-WRITE
           IF (TMP-COUNT-IND-SKIPPED > 0) THEN
              MOVE 'ROWS OF INDUSTRIES BEYOND SIXTY SKIPPED:'
                TO OCORR-T1-LABEL
              MOVE TMP-COUNT-IND-SKIPPED TO OCORR-T1-COUNT
              MOVE OCORR-T1 TO OCORR-REC
              PERFORM OCORR-WRITE
           END-IF
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       MATRIX-REPORT SECTION.
      *===============================================================*
      *    CONTINUATION PANELS OF TWELVE COLUMNS (SEE TPL-BAT6): THE  *
      *    INDUSTRY NAME COLUMN REPEATS ON EVERY PANEL                *
      *---------------------------------------------------------------*
           COMPUTE TMP-PANEL-MAX = (TAB-CI-MAX + 11) / 12
           IF (TMP-PANEL-MAX < 1) THEN
              MOVE 1 TO TMP-PANEL-MAX
           END-IF

           PERFORM VARYING TMP-PANEL FROM 1 BY 1
                     UNTIL (TMP-PANEL > TMP-PANEL-MAX)
              COMPUTE TMP-PANEL-FIRST = (TMP-PANEL - 1) * 12 + 1
              COMPUTE TMP-PANEL-LAST  = TMP-PANEL * 12
              IF (TMP-PANEL-LAST > TAB-CI-MAX) THEN
                 MOVE TAB-CI-MAX TO TMP-PANEL-LAST
              END-IF
              PERFORM MATRIX-REPORT-PANEL
           END-PERFORM

           MOVE OCORR-N1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE SPACES TO OCORR-REC
           PERFORM OCORR-WRITE
           .
       MATRIX-REPORT-EXIT. EXIT.



      *****************************************************************
       MATRIX-REPORT-PANEL SECTION.
      *===============================================================*
           MOVE TMP-PANEL     TO OCORR-H2-PANEL
           MOVE TMP-PANEL-MAX TO OCORR-H2-PANELS
           MOVE OCORR-H2 TO OCORR-REC
           PERFORM OCORR-WRITE

      *    COLUMN HEADINGS - FIRST EIGHT CHARACTERS OF EACH INDUSTRY
           PERFORM VARYING TMP-PCOL FROM 1 BY 1
                     UNTIL (TMP-PCOL > 12)
              MOVE SPACES TO OCORR-H3-COL(TMP-PCOL)
              COMPUTE TMP-COL = TMP-PANEL-FIRST + TMP-PCOL - 1
              IF (TMP-COL <= TMP-PANEL-LAST) THEN
                 MOVE TAB-CI-INDUSTRY(TMP-COL)(1:8)
                   TO OCORR-H3-COL(TMP-PCOL)(2:8)
              END-IF
           END-PERFORM
           MOVE OCORR-H3 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE OCORR-G1 TO OCORR-REC
           PERFORM OCORR-WRITE

           PERFORM VARYING TMP-ROW FROM 1 BY 1
                     UNTIL (TMP-ROW > TAB-CI-MAX)
              MOVE TAB-CI-INDUSTRY(TMP-ROW) TO OCORR-R1-IND
              PERFORM VARYING TMP-PCOL FROM 1 BY 1
                        UNTIL (TMP-PCOL > 12)
                 MOVE SPACES TO OCORR-R1-CELL(TMP-PCOL)
                 COMPUTE TMP-COL = TMP-PANEL-FIRST + TMP-PCOL - 1
                 IF (TMP-COL <= TMP-PANEL-LAST) THEN
                    IF (TAB-CR-DEFINED(TMP-ROW, TMP-COL)) THEN
                       MOVE TAB-CR-R(TMP-ROW, TMP-COL) TO TMP-R-EDIT
                       MOVE TMP-R-EDIT
                         TO OCORR-R1-CELL(TMP-PCOL)(5:5)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE OCORR-R1 TO OCORR-REC
              PERFORM OCORR-WRITE
           END-PERFORM

           MOVE SPACES TO OCORR-REC
           PERFORM OCORR-WRITE
           .
       MATRIX-REPORT-PANEL-EXIT. EXIT.



      *****************************************************************
       PAIRS-REPORT SECTION.
      *===============================================================*
      *    LINKED: THE HIGHEST POSITIVE CORRELATIONS FROM THE TOP OF  *
      *    THE ORDER; OPPOSED: THE MOST NEGATIVE FROM THE BOTTOM      *
           MOVE 'MOST STRONGLY LINKED INDUSTRY PAIRS' TO OCORR-P0-TITLE
           PERFORM PAIRS-HEADER-WRITE
           MOVE 0 TO TMP-LISTED
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PR-MAX)
                        OR (TMP-LISTED >= TMP-TOPPAIRS)
              IF (TAB-PR-R(TMP-I-TABLE) > 0) THEN
                 PERFORM PAIR-LINE-WRITE
              END-IF
           END-PERFORM
           IF (TMP-LISTED = 0) THEN
              MOVE 'NO POSITIVELY CORRELATED PAIR' TO OCORR-P3-TEXT
              MOVE OCORR-P3 TO OCORR-REC
              PERFORM OCORR-WRITE
           END-IF

           MOVE SPACES TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE 'MOST STRONGLY OPPOSED INDUSTRY PAIRS' TO OCORR-P0-TITLE
           PERFORM PAIRS-HEADER-WRITE
           MOVE 0 TO TMP-LISTED
           PERFORM VARYING TMP-I-TABLE FROM TAB-PR-MAX BY -1
                     UNTIL (TMP-I-TABLE < 1)
                        OR (TMP-LISTED >= TMP-TOPPAIRS)
              IF (TAB-PR-R(TMP-I-TABLE) < 0) THEN
                 PERFORM PAIR-LINE-WRITE
              END-IF
           END-PERFORM
           IF (TMP-LISTED = 0) THEN
              MOVE 'NO NEGATIVELY CORRELATED PAIR' TO OCORR-P3-TEXT
              MOVE OCORR-P3 TO OCORR-REC
              PERFORM OCORR-WRITE
           END-IF
           .
       PAIRS-REPORT-EXIT. EXIT.



      *****************************************************************
       PAIRS-HEADER-WRITE SECTION.
      *===============================================================*
           MOVE OCORR-P0 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE OCORR-P1 TO OCORR-REC
           PERFORM OCORR-WRITE
           MOVE OCORR-G1 TO OCORR-REC
           PERFORM OCORR-WRITE
           .
       PAIRS-HEADER-WRITE-EXIT. EXIT.



      *****************************************************************
       PAIR-LINE-WRITE SECTION.
      *===============================================================*
           ADD 1 TO TMP-LISTED
           MOVE TMP-LISTED TO OCORR-P2-RANK
           MOVE TAB-PR-IND-A(TMP-I-TABLE) TO TMP-ROW
           MOVE TAB-PR-IND-B(TMP-I-TABLE) TO TMP-COL
           MOVE TAB-CI-INDUSTRY(TMP-ROW)  TO OCORR-P2-IND-A
           MOVE TAB-CI-INDUSTRY(TMP-COL)  TO OCORR-P2-IND-B
           MOVE TAB-PR-R(TMP-I-TABLE)     TO OCORR-P2-R
           MOVE TAB-PR-COMMON(TMP-I-TABLE) TO OCORR-P2-COMMON
           MOVE OCORR-P2 TO OCORR-REC
           PERFORM OCORR-WRITE
           .
       PAIR-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       OCORR-WRITE SECTION.
      *===============================================================*
           MOVE OCORR-REC TO OCORR-RECORD
           PERFORM FILE-WRITE-OCORR
           .
       OCORR-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IHIST-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-IHIST
           PERFORM FILE-CLOSE-OCORR

           DISPLAY 'INPUT IHIST..........: ' IHIST-COUNT
           DISPLAY 'INDUSTRIES...........: ' TAB-CI-MAX
           DISPLAY 'PERIODS IN WINDOW....: ' TAB-PER-MAX
           DISPLAY 'PAIRS LEFT BLANK.....: ' TMP-COUNT-PAIRS-BLANK
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IALIAS==
            ==:V2:== BY ==IALIAS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCORR==
            ==:V2:== BY ==OCORR-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CORR1.
      *****************************************************************
