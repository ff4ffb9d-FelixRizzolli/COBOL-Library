       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-VOLA1.
      *****************************************************************
      * TPL-VOLA1: GROWTH VOLATILITY AND CONSISTENCY SCORE            *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TWO COMPANIES AVERAGING 5% CAN BE A STEADY 5 EVERY PERIOD OR  *
      * A SWING BETWEEN -20 AND +30, AND NO REPORT TOLD THEM APART.   *
      * THIS PROGRAM TAKES EACH COMPANY'S LAST WINDOW= PERIODS FROM   *
      * THE GROWTH HISTORY (RESTATED FIGURES, AS TPL-RSTM1 LEAVES     *
      * THEM ON THE MASTER) AND WORKS OUT THE MEAN, THE STANDARD      *
      * DEVIATION, THE LONGEST RUN OF GROWING AND OF DECLINING        *
      * PERIODS, THE NUMBER OF DIRECTION CHANGES AND FROM THOSE A     *
      * CONSISTENCY SCORE 0-100. THE REPORT RANKS THE COMPANIES OF    *
      * EACH INDUSTRY FROM MOST TO LEAST CONSISTENT; THE SCORE FILE   *
      * CARRIES THE SAME FIGURES FOR THE TPL-INQ1 DOSSIER AND THE     *
      * TPL-BRF1 CREDIT BRIEFS.                                       *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IHIST - GROWTH HISTORY MASTER (IO/growthhist.txt)             *
      * ICOMP - COMPANIES GROWTH TABLE (IO/companies.txt) - FOR THE   *
      *         COMPANY-TO-INDUSTRY MAPPING, LIKE TPL-SEAS1           *
      * IPARM - OPTIONAL (IO/volaparm.txt), KEYWORD=VALUE:            *
      *         WINDOW=n     PERIODS SCORED (DEFAULT 12, 2-36)        *
      *         MINPER=n     FEWEST PERIODS FOR A SCORE (DEFAULT 6)   *
      *         SDWEIGHT=n   POINTS PER PERCENT STDDEV (DEFAULT 4)    *
      *         FLIPWEIGHT=n POINTS PER DIRECTION CHANGE (DEFAULT 2)  *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OVOLA - CONSISTENCY REPORT (IO/volatility.txt), BY INDUSTRY,  *
      *         MOST CONSISTENT FIRST                                 *
      * OCONS - SCORE FILE (IO/consistency.txt, SEE VOLAWS.cob)       *
      *                                                               *
      * PROCESSING:                                                   *
      * ===========                                                   *
      * ONE SORT BRINGS EACH COMPANIES-MASTER ROW TOGETHER WITH THAT  *
      * COMPANY'S HISTORY ROWS IN PERIOD ORDER; THE LAST WINDOW=      *
      * PERIODS ARE KEPT AND SCORED AT THE COMPANY BREAK:             *
      *   SCORE = 100 - SDWEIGHT x STDDEV - FLIPWEIGHT x CHANGES,     *
      *   NEVER BELOW 0 (POPULATION STDDEV IN PERCENT POINTS; A       *
      *   CHANGE IS A GROWING PERIOD FOLLOWED BY A DECLINING ONE OR   *
      *   THE REVERSE, A ZERO PERIOD ENDS BOTH RUNS).                 *
      * A SECOND SORT ORDERS INDUSTRY, SCORE DESCENDING, STDDEV       *
      * ASCENDING. COMPACTED YEAR ROWS (PERIOD YYYY00, SEE TPL-HCMP1) *
      * ARE ANNUAL AVERAGES AND ARE NOT SCORED. HISTORY OF A COMPANY  *
      * NO LONGER ON THE COMPANIES MASTER HAS NO INDUSTRY AND IS      *
      * COUNTED AND SKIPPED; A COMPANY WITH FEWER THAN MINPER=        *
      * PERIODS IS LISTED UNDER ITS INDUSTRY WITHOUT SCORE OR RANK.   *
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OVOLA==
            ==:V2:== BY ==OVOLA-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCONS==
            ==:V2:== BY ==OCONS-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SHIST ASSIGN TO 'SORTWORK'.
           SELECT SRANK ASSIGN TO 'SORTRANK'.

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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OVOLA==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCONS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
      *    ROW TYPE '0' IS THE COMPANIES-MASTER ROW (INDUSTRY), TYPE
      *    '1' A HISTORY ROW - THE MASTER ROW SORTS AHEAD OF ITS
      *    COMPANY'S PERIODS
       SD  SHIST.
       01  SHIST-REC.
           05 SHIST-KEY.
              10 SHIST-NAME           PIC X(38).
              10 SHIST-STATE          PIC X(2).
              10 SHIST-TYPE           PIC X(1).
                 88 SHIST-MASTER-ROW       VALUE '0'.
                 88 SHIST-HISTORY-ROW      VALUE '1'.
              10 SHIST-PERIOD         PIC X(6).
           05 SHIST-INDUSTRY          PIC X(23).
           05 SHIST-GROWTH            PIC S9(3)V99.
       SD  SRANK.
       01  SRANK-REC.
           05 SRANK-KEY.
              10 SRANK-INDUSTRY       PIC X(23).
              10 SRANK-GROUP          PIC X(1).
              10 SRANK-SCORE-INV      PIC 9(3).
              10 SRANK-STDDEV         PIC 9(3)V99.
              10 SRANK-NAME           PIC X(38).
              10 SRANK-STATE          PIC X(2).
           05 SRANK-IDX               PIC 9(5).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER (SEE TPL-HIST1/TPL-RSTM1) *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME               PIC X(38).
           05 HIST-STATE              PIC X(2).
           05 HIST-PERIOD.
              10 HIST-PERIOD-YEAR     PIC X(4).
              10 HIST-PERIOD-MONTH    PIC X(2).
                 88 HIST-COMPACTED-YEAR    VALUE '00'.
           05 HIST-GROWTH             PIC S9(3)V99.
           05 FILLER                  PIC X(29).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE - INDUSTRY ONLY          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 FILLER                   PIC X(32).

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).

      *---------------------------------------------------------------*
      * THE WINDOW OF THE COMPANY BEING READ - OLDEST PERIOD FIRST,   *
      * SHIFTED OUT WHEN A NEWER ONE ARRIVES ON A FULL WINDOW         *
      *---------------------------------------------------------------*
       01 COMPANY-WINDOW.
           05 WIN-NAME                PIC X(38).
           05 WIN-STATE               PIC X(2).
           05 WIN-INDUSTRY            PIC X(23).
           05 WIN-USED                PIC S9(4) BINARY.
           05 WIN-ENTRY               OCCURS 36.
              10 WIN-PERIOD           PIC X(6).
              10 WIN-GROWTH           PIC S9(3)V99.

      *---------------------------------------------------------------*
      * ONE RESULT PER COMPANY ON THE MASTER                          *
      *---------------------------------------------------------------*
       01 RESULT-TABLE.
           05 TAB-RS-MAX              PIC S9(9) BINARY.
           05 TAB-RS-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-RS                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-RS-MAX.
                10 TAB-RS-NAME        PIC X(38).
                10 TAB-RS-STATE       PIC X(2).
                10 TAB-RS-INDUSTRY    PIC X(23).
                10 TAB-RS-LAST-PERIOD PIC X(6).
                10 TAB-RS-PERIODS     PIC 9(2).
                10 TAB-RS-MEAN        PIC S9(3)V99.
                10 TAB-RS-STDDEV      PIC 9(3)V99.
                10 TAB-RS-POS-RUN     PIC 9(2).
                10 TAB-RS-NEG-RUN     PIC 9(2).
                10 TAB-RS-FLIPS       PIC 9(2).
                10 TAB-RS-SCORE       PIC 9(3).
                10 TAB-RS-SCORE-SW    PIC X(1).
                   88 TAB-RS-SCORED        VALUE 'S'.
                10 TAB-RS-RANK        PIC 9(4).
                10 TAB-RS-RANK-OF     PIC 9(4).

      *    REPORT ORDER - RESULT INDEXES AS THE RANKING SORT RETURNS
      *    THEM
       01 ORDER-TABLE.
           05 TAB-ORD-MAX             PIC S9(9) BINARY.
           05 TAB-ORD                 OCCURS 9999
                                      PIC S9(9) BINARY.

      *---------------------------------------------------------------*
      * OUTPUT OCONS = SCORE FILE                                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCONS==.
       COPY 'LIB/FILE/VOLAWS.cob'.

      *---------------------------------------------------------------*
      * OUTPUT OVOLA = CONSISTENCY REPORT                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OVOLA==.
       01 OVOLA-REC                   PIC X(100).

       01 OVOLA-H0.
           05 FILLER                  PIC X(50)   VALUE
              'GROWTH VOLATILITY AND CONSISTENCY BY INDUSTRY'.
           05 FILLER                  PIC X(5)    VALUE 'DATE '.
           05 OVOLA-H0-DATE           PIC X(10).
           05 FILLER                  PIC X(35)   VALUE SPACES.
       01 OVOLA-H1.
           05 FILLER                  PIC X(8)    VALUE 'WINDOW: '.
           05 OVOLA-H1-WINDOW         PIC Z9.
           05 FILLER                  PIC X(19)   VALUE
              ' PERIODS, MINIMUM: '.
           05 OVOLA-H1-MINPER         PIC Z9.
           05 FILLER                  PIC X(16)   VALUE
              '  SCORE = 100 - '.
           05 OVOLA-H1-SDW            PIC Z9.
           05 FILLER                  PIC X(12)   VALUE ' X STDDEV - '.
           05 OVOLA-H1-FLW            PIC Z9.
           05 FILLER                  PIC X(37)   VALUE
              ' X DIRECTION CHANGES'.
       01 OVOLA-I1.
           05 FILLER                  PIC X(10)   VALUE 'INDUSTRY: '.
           05 OVOLA-I1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(67)   VALUE SPACES.
       01 OVOLA-C1.
           05 FILLER                  PIC X(6)    VALUE 'RANK'.
           05 FILLER                  PIC X(39)   VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)    VALUE 'ST'.
           05 FILLER                  PIC X(3)    VALUE 'PER'.
           05 FILLER                  PIC X(8)    VALUE '   MEAN'.
           05 FILLER                  PIC X(8)    VALUE ' STDDEV'.
           05 FILLER                  PIC X(4)    VALUE '  UP'.
           05 FILLER                  PIC X(4)    VALUE '  DN'.
           05 FILLER                  PIC X(5)    VALUE '  CHG'.
           05 FILLER                  PIC X(6)    VALUE ' SCORE'.
           05 FILLER                  PIC X(14)   VALUE SPACES.
       01 OVOLA-HR                    PIC X(100)  VALUE ALL '-'.
       01 OVOLA-R1.
           05 OVOLA-R1-RANK           PIC ZZZ9    BLANK WHEN ZERO.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OVOLA-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OVOLA-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OVOLA-R1-PERIODS        PIC Z9.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OVOLA-R1-MEAN           PIC -ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OVOLA-R1-STDDEV         PIC ZZ9,99.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OVOLA-R1-POS-RUN        PIC Z9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OVOLA-R1-NEG-RUN        PIC Z9.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OVOLA-R1-FLIPS          PIC Z9.
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OVOLA-R1-SCORE          PIC X(3).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OVOLA-R1-NOTE           PIC X(14).
       01 OVOLA-D1.
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'SCORED: '.
           05 OVOLA-D1-SCORED         PIC ZZZ9.
           05 FILLER                  PIC X(17)   VALUE
              '  SHORT HISTORY: '.
           05 OVOLA-D1-SHORT          PIC ZZZ9.
           05 FILLER                  PIC X(17)   VALUE
              '  AVERAGE SCORE: '.
           05 OVOLA-D1-AVG            PIC ZZ9.
           05 FILLER                  PIC X(41)   VALUE SPACES.
       01 OVOLA-T1.
           05 OVOLA-T1-LABEL          PIC X(40).
           05 OVOLA-T1-COUNT          PIC ZZZZZZ9.
           05 FILLER                  PIC X(53)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-SCORED         PIC 9(7).
           05 TMP-COUNT-SHORT          PIC 9(7).
           05 TMP-COUNT-ROWS-USED      PIC 9(7).
           05 TMP-COUNT-COMPACTED      PIC 9(7).
           05 TMP-COUNT-NOT-ON-MASTER  PIC 9(7).
           05 TMP-IND-SCORED           PIC 9(5).
           05 TMP-IND-SHORT            PIC 9(5).
           05 TMP-IND-SCORE-SUM        PIC 9(7).
           05 TMP-I-TABLE              PIC S9(9) BINARY.
           05 TMP-J-TABLE              PIC S9(9) BINARY.
           05 TMP-K-TABLE              PIC S9(9) BINARY.
           05 TMP-RS                   PIC S9(9) BINARY.

       01 PARAMETERS.
           05 TMP-WINDOW               PIC 9(2)    VALUE 12.
           05 TMP-MINPER               PIC 9(2)    VALUE 6.
           05 TMP-SD-WEIGHT            PIC 9(2)    VALUE 4.
           05 TMP-FLIP-WEIGHT          PIC 9(2)    VALUE 2.

       01 SCORE-WORK.
           05 TMP-SUM                  PIC S9(7)V99.
           05 TMP-MEAN                 PIC S9(5)V9(4).
           05 TMP-DEV                  PIC S9(5)V9(4).
           05 TMP-SQ-SUM               PIC S9(9)V9(4).
           05 TMP-VARIANCE             PIC S9(7)V9(4).
           05 TMP-SDV                  PIC 9(3)V99.
           05 TMP-RAW-SCORE            PIC S9(5)V99.
           05 TMP-POS-CUR              PIC 9(2).
           05 TMP-NEG-CUR              PIC 9(2).
           05 TMP-POS-MAX              PIC 9(2).
           05 TMP-NEG-MAX              PIC 9(2).
           05 TMP-FLIPS                PIC 9(2).
           05 TMP-LAST-SIGN            PIC X(1).
           05 TMP-SCORE-EDIT           PIC ZZ9.

       01 TMP-LAST-INDUSTRY            PIC X(23).
       01 TMP-TODAY                    PIC X(8).

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
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/volaparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OVOLA-PATH                 PIC X(40)
                                      VALUE 'IO/volatility.txt'.
       01 OCONS-PATH                 PIC X(40)
                                      VALUE 'IO/consistency.txt'.
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

           SORT SRANK
             ON ASCENDING KEY SRANK-KEY
             INPUT  PROCEDURE IS RANK-RELEASE
             OUTPUT PROCEDURE IS RANK-RETURN

           PERFORM REPORT-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-VOLA1'                          TO PGM-NAME
           MOVE 'GROWTH VOLATILITY AND CONSISTENCY SCORE'
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
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OVOLA-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OVOLA-PATH
           MOVE OCONS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCONS-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-SCORED
           MOVE 0                          TO TMP-COUNT-SHORT
           MOVE 0                          TO TMP-COUNT-ROWS-USED
           MOVE 0                          TO TMP-COUNT-COMPACTED
           MOVE 0                          TO TMP-COUNT-NOT-ON-MASTER
           MOVE 0                          TO TAB-RS-MAX
           MOVE 0                          TO TAB-ORD-MAX
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
                   WHEN 'WINDOW'
                     COMPUTE TMP-WINDOW =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'MINPER'
                     COMPUTE TMP-MINPER =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'SDWEIGHT'
                     COMPUTE TMP-SD-WEIGHT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'FLIPWEIGHT'
                     COMPUTE TMP-FLIP-WEIGHT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN VOLAPARM KEYWORD IGNORED: '
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
      *    A WINDOW OUTSIDE 2-36 OR A MINIMUM ABOVE IT FALLS BACK
           IF (TMP-WINDOW < 2) OR (TMP-WINDOW > 36) THEN
              MOVE 'VOLAPARM WINDOW OUT OF RANGE 2-36 - 12 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 12 TO TMP-WINDOW
           END-IF
           IF (TMP-MINPER < 2) OR (TMP-MINPER > TMP-WINDOW) THEN
              MOVE 'VOLAPARM MINPER OUT OF RANGE - WINDOW USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE TMP-WINDOW TO TMP-MINPER
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES - WITHOUT THE HISTORY OR THE INDUSTRY MAPPING      *
      * THERE IS NOTHING TO SCORE                                     *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'GROWTH HISTORY MASTER NOT FOUND:' TO PGM-ERR-MSG1
              MOVE IHIST-PATH                         TO PGM-ERR-MSG2
              MOVE SPACE                              TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'COMPANIES MASTER NOT FOUND:' TO PGM-ERR-MSG1
              MOVE ICOMP-PATH                    TO PGM-ERR-MSG2
              MOVE SPACE                         TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OVOLA
           PERFORM FILE-OPEN-OUTPUT-OCONS
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       HISTORY-RELEASE SECTION.
      *===============================================================*
      *    EVERY COMPANIES-MASTER ROW AS TYPE '0', EVERY MONTHLY      *
      *    HISTORY ROW AS TYPE '1'                                    *
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES) THEN
                 MOVE SPACES         TO SHIST-REC
                 MOVE ICOMP-NAME     TO SHIST-NAME
                 MOVE ICOMP-STATE    TO SHIST-STATE
                 SET SHIST-MASTER-ROW TO TRUE
                 MOVE ICOMP-INDUSTRY TO SHIST-INDUSTRY
                 MOVE 0              TO SHIST-GROWTH
                 RELEASE SHIST-REC
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM

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
                    MOVE SPACES      TO SHIST-REC
                    MOVE HIST-NAME   TO SHIST-NAME
                    MOVE HIST-STATE  TO SHIST-STATE
                    SET SHIST-HISTORY-ROW TO TRUE
                    MOVE HIST-PERIOD TO SHIST-PERIOD
                    MOVE HIST-GROWTH TO SHIST-GROWTH
                    RELEASE SHIST-REC
              END-EVALUATE
              PERFORM FILE-READ-IHIST
           END-PERFORM
           .
       HISTORY-RELEASE-EXIT. EXIT.



      *****************************************************************
       HISTORY-RETURN SECTION.
      *===============================================================*
      *    CONTROL BREAK ON NAME + STATE - THE MASTER ROW OPENS A     *
      *    COMPANY, ITS PERIODS FOLLOW OLDEST FIRST                   *
           MOVE SPACES TO WIN-NAME WIN-STATE WIN-INDUSTRY
           MOVE 0      TO WIN-USED
           PERFORM UNTIL (1 = 2)
              RETURN SHIST
                AT END
                  PERFORM COMPANY-BREAK
                  GO TO HISTORY-RETURN-EXIT
              END-RETURN
              IF (SHIST-NAME NOT = WIN-NAME)
                 OR (SHIST-STATE NOT = WIN-STATE) THEN
                 PERFORM COMPANY-BREAK
                 MOVE SHIST-NAME  TO WIN-NAME
                 MOVE SHIST-STATE TO WIN-STATE
                 MOVE SPACES      TO WIN-INDUSTRY
                 MOVE 0           TO WIN-USED
              END-IF
              IF (SHIST-MASTER-ROW) THEN
                 MOVE SHIST-INDUSTRY TO WIN-INDUSTRY
              ELSE
                 PERFORM WINDOW-ADD
              END-IF
           END-PERFORM
           .
       HISTORY-RETURN-EXIT. EXIT.



      *****************************************************************
       WINDOW-ADD SECTION.
      *===============================================================*
      *    A SECOND ROW FOR THE SAME PERIOD REPLACES THE FIRST; A     *
      *    FULL WINDOW DROPS ITS OLDEST PERIOD                        *
           IF (WIN-USED > 0) THEN
              IF (WIN-PERIOD(WIN-USED) = SHIST-PERIOD) THEN
                 MOVE SHIST-GROWTH TO WIN-GROWTH(WIN-USED)
                 GO TO WINDOW-ADD-EXIT
              END-IF
           END-IF
           IF (WIN-USED >= TMP-WINDOW) THEN
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >= WIN-USED)
                 MOVE WIN-ENTRY(TMP-J-TABLE + 1)
                   TO WIN-ENTRY(TMP-J-TABLE)
              END-PERFORM
              SUBTRACT 1 FROM WIN-USED
           END-IF
           ADD 1 TO WIN-USED
           MOVE SHIST-PERIOD TO WIN-PERIOD(WIN-USED)
           MOVE SHIST-GROWTH TO WIN-GROWTH(WIN-USED)
           .
       WINDOW-ADD-EXIT. EXIT.



      *****************************************************************
       COMPANY-BREAK SECTION.
      *===============================================================*
      *    HISTORY WITHOUT A MASTER ROW BELONGS TO A COMPANY NO       *
      *    LONGER ON FILE - COUNTED, NOT SCORED                       *
           IF (WIN-NAME = SPACES) THEN
              GO TO COMPANY-BREAK-EXIT
           END-IF
           IF (WIN-INDUSTRY = SPACES) THEN
              ADD 1 TO TMP-COUNT-NOT-ON-MASTER
              GO TO COMPANY-BREAK-EXIT
           END-IF
           ADD 1 TO TAB-RS-MAX
           IF (TAB-RS-MAX > TAB-RS-DIM) THEN
              MOVE TAB-RS-DIM TO TAB-RS-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-RS OVERFLOW - SCORES INCOMPLETE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-RS-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE TAB-RS-MAX   TO TMP-RS
           MOVE WIN-NAME     TO TAB-RS-NAME(TMP-RS)
           MOVE WIN-STATE    TO TAB-RS-STATE(TMP-RS)
           MOVE WIN-INDUSTRY TO TAB-RS-INDUSTRY(TMP-RS)
           MOVE WIN-USED     TO TAB-RS-PERIODS(TMP-RS)
           MOVE 0            TO TAB-RS-RANK(TMP-RS)
           MOVE 0            TO TAB-RS-RANK-OF(TMP-RS)
           IF (WIN-USED > 0) THEN
              MOVE WIN-PERIOD(WIN-USED) TO TAB-RS-LAST-PERIOD(TMP-RS)
           ELSE
              MOVE SPACES               TO TAB-RS-LAST-PERIOD(TMP-RS)
           END-IF
           ADD WIN-USED TO TMP-COUNT-ROWS-USED
           PERFORM SCORE-COMPUTE
           .
       COMPANY-BREAK-EXIT. EXIT.



      *****************************************************************
       SCORE-COMPUTE SECTION.
      *===============================================================*
      *    MEAN, POPULATION STDDEV, RUNS AND DIRECTION CHANGES OVER   *
      *    THE WINDOW, THEN THE SCORE WHEN THERE ARE ENOUGH PERIODS   *
           MOVE 0     TO TMP-SUM TMP-SQ-SUM TMP-MEAN TMP-SDV
           MOVE 0     TO TMP-POS-CUR TMP-NEG-CUR TMP-POS-MAX
           MOVE 0     TO TMP-NEG-MAX TMP-FLIPS
           MOVE SPACE TO TMP-LAST-SIGN
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > WIN-USED)
              ADD WIN-GROWTH(TMP-J-TABLE) TO TMP-SUM
              EVALUATE TRUE
                 WHEN (WIN-GROWTH(TMP-J-TABLE) > 0)
                    ADD 1 TO TMP-POS-CUR
                    MOVE 0 TO TMP-NEG-CUR
                    IF (TMP-POS-CUR > TMP-POS-MAX) THEN
                       MOVE TMP-POS-CUR TO TMP-POS-MAX
                    END-IF
                    IF (TMP-LAST-SIGN = '-') THEN
                       ADD 1 TO TMP-FLIPS
                    END-IF
                    MOVE '+' TO TMP-LAST-SIGN
                 WHEN (WIN-GROWTH(TMP-J-TABLE) < 0)
                    ADD 1 TO TMP-NEG-CUR
                    MOVE 0 TO TMP-POS-CUR
                    IF (TMP-NEG-CUR > TMP-NEG-MAX) THEN
                       MOVE TMP-NEG-CUR TO TMP-NEG-MAX
                    END-IF
                    IF (TMP-LAST-SIGN = '+') THEN
                       ADD 1 TO TMP-FLIPS
                    END-IF
                    MOVE '-' TO TMP-LAST-SIGN
                 WHEN OTHER
                    MOVE 0 TO TMP-POS-CUR
                    MOVE 0 TO TMP-NEG-CUR
              END-EVALUATE
           END-PERFORM

           IF (WIN-USED > 0) THEN
              COMPUTE TMP-MEAN ROUNDED = TMP-SUM / WIN-USED
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > WIN-USED)
                 COMPUTE TMP-DEV = WIN-GROWTH(TMP-J-TABLE) - TMP-MEAN
                 COMPUTE TMP-SQ-SUM = TMP-SQ-SUM + TMP-DEV * TMP-DEV
              END-PERFORM
              COMPUTE TMP-VARIANCE ROUNDED = TMP-SQ-SUM / WIN-USED
              COMPUTE TMP-SDV ROUNDED =
                 FUNCTION SQRT(TMP-VARIANCE)
           END-IF

           COMPUTE TAB-RS-MEAN(TMP-RS) ROUNDED = TMP-MEAN
           MOVE TMP-SDV     TO TAB-RS-STDDEV(TMP-RS)
           MOVE TMP-POS-MAX TO TAB-RS-POS-RUN(TMP-RS)
           MOVE TMP-NEG-MAX TO TAB-RS-NEG-RUN(TMP-RS)
           MOVE TMP-FLIPS   TO TAB-RS-FLIPS(TMP-RS)

           IF (WIN-USED < TMP-MINPER) THEN
              MOVE 'I' TO TAB-RS-SCORE-SW(TMP-RS)
              MOVE 0   TO TAB-RS-SCORE(TMP-RS)
              ADD 1    TO TMP-COUNT-SHORT
              GO TO SCORE-COMPUTE-EXIT
           END-IF
           COMPUTE TMP-RAW-SCORE =
              100 - TMP-SD-WEIGHT * TMP-SDV
                  - TMP-FLIP-WEIGHT * TMP-FLIPS
           IF (TMP-RAW-SCORE < 0) THEN
              MOVE 0 TO TMP-RAW-SCORE
           END-IF
           COMPUTE TAB-RS-SCORE(TMP-RS) ROUNDED = TMP-RAW-SCORE
           MOVE 'S' TO TAB-RS-SCORE-SW(TMP-RS)
           ADD 1    TO TMP-COUNT-SCORED
           .
       SCORE-COMPUTE-EXIT. EXIT.



      *****************************************************************
       RANK-RELEASE SECTION.
      *===============================================================*
      *    SCORED COMPANIES (GROUP 0) AHEAD OF THE SHORT ONES, THE    *
      *    HIGHEST SCORE FIRST, THE SMALLER STDDEV BREAKING TIES      *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RS-MAX)
              MOVE TAB-RS-INDUSTRY(TMP-I-TABLE) TO SRANK-INDUSTRY
              IF (TAB-RS-SCORED(TMP-I-TABLE)) THEN
                 MOVE '0' TO SRANK-GROUP
              ELSE
                 MOVE '1' TO SRANK-GROUP
              END-IF
              COMPUTE SRANK-SCORE-INV = 100 - TAB-RS-SCORE(TMP-I-TABLE)
              MOVE TAB-RS-STDDEV(TMP-I-TABLE) TO SRANK-STDDEV
              MOVE TAB-RS-NAME(TMP-I-TABLE)   TO SRANK-NAME
              MOVE TAB-RS-STATE(TMP-I-TABLE)  TO SRANK-STATE
              MOVE TMP-I-TABLE                TO SRANK-IDX
              RELEASE SRANK-REC
           END-PERFORM
           .
       RANK-RELEASE-EXIT. EXIT.



      *****************************************************************
       RANK-RETURN SECTION.
      *===============================================================*
      *    REPORT ORDER, AND THE RANK WITHIN THE INDUSTRY             *
           MOVE SPACES TO TMP-LAST-INDUSTRY
           MOVE 0      TO TMP-K-TABLE
           PERFORM UNTIL (1 = 2)
              RETURN SRANK
                AT END
                  GO TO RANK-RETURN-EXIT
              END-RETURN
              ADD 1 TO TAB-ORD-MAX
              MOVE SRANK-IDX TO TAB-ORD(TAB-ORD-MAX)
              IF (SRANK-INDUSTRY NOT = TMP-LAST-INDUSTRY) THEN
                 MOVE SRANK-INDUSTRY TO TMP-LAST-INDUSTRY
                 MOVE 0              TO TMP-K-TABLE
              END-IF
              IF (SRANK-GROUP = '0') THEN
                 ADD 1 TO TMP-K-TABLE
                 MOVE TMP-K-TABLE TO TAB-RS-RANK(SRANK-IDX)
              END-IF
           END-PERFORM
           .
       RANK-RETURN-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OVOLA-H0-DATE
           STRING TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO OVOLA-H0-DATE
           END-STRING
           MOVE OVOLA-H0 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE TMP-WINDOW      TO OVOLA-H1-WINDOW
           MOVE TMP-MINPER      TO OVOLA-H1-MINPER
           MOVE TMP-SD-WEIGHT   TO OVOLA-H1-SDW
           MOVE TMP-FLIP-WEIGHT TO OVOLA-H1-FLW
           MOVE OVOLA-H1 TO OVOLA-REC
           PERFORM OVOLA-WRITE

           MOVE SPACES TO TMP-LAST-INDUSTRY
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ORD-MAX)
              MOVE TAB-ORD(TMP-I-TABLE) TO TMP-RS
              IF (TAB-RS-INDUSTRY(TMP-RS) NOT = TMP-LAST-INDUSTRY) THEN
                 IF (TMP-LAST-INDUSTRY NOT = SPACES) THEN
                    PERFORM INDUSTRY-TOTAL-WRITE
                 END-IF
                 MOVE TAB-RS-INDUSTRY(TMP-RS) TO TMP-LAST-INDUSTRY
                 PERFORM INDUSTRY-HEADER-WRITE
              END-IF
              PERFORM COMPANY-LINE-WRITE
              PERFORM SCORE-RECORD-WRITE
           END-PERFORM
           IF (TMP-LAST-INDUSTRY NOT = SPACES) THEN
              PERFORM INDUSTRY-TOTAL-WRITE
           END-IF

           MOVE OVOLA-HR TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE 'COMPANIES SCORED.......................:'
             TO OVOLA-T1-LABEL
           MOVE TMP-COUNT-SCORED TO OVOLA-T1-COUNT
           MOVE OVOLA-T1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE 'COMPANIES WITH SHORT HISTORY...........:'
             TO OVOLA-T1-LABEL
           MOVE TMP-COUNT-SHORT TO OVOLA-T1-COUNT
           MOVE OVOLA-T1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE 'HISTORY PERIODS SCORED.................:'
             TO OVOLA-T1-LABEL
           MOVE TMP-COUNT-ROWS-USED TO OVOLA-T1-COUNT
           MOVE OVOLA-T1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE 'COMPACTED YEAR ROWS NOT SCORED.........:'
             TO OVOLA-T1-LABEL
           MOVE TMP-COUNT-COMPACTED TO OVOLA-T1-COUNT
           MOVE OVOLA-T1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE 'HISTORY OF COMPANIES NOT ON THE MASTER.:'
             TO OVOLA-T1-LABEL
           MOVE TMP-COUNT-NOT-ON-MASTER TO OVOLA-T1-COUNT
           MOVE OVOLA-T1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-HEADER-WRITE SECTION.
      *===============================================================*
      *    THE INDUSTRY'S SCORED COUNT IS THE "OF" OF EVERY RANK IN   *
      *    IT - COUNTED AHEAD FROM THE REPORT ORDER                   *
           MOVE 0 TO TMP-IND-SCORED TMP-IND-SHORT TMP-IND-SCORE-SUM
           PERFORM VARYING TMP-J-TABLE FROM TMP-I-TABLE BY 1
                     UNTIL (TMP-J-TABLE > TAB-ORD-MAX)
              MOVE TAB-ORD(TMP-J-TABLE) TO TMP-K-TABLE
              IF (TAB-RS-INDUSTRY(TMP-K-TABLE)
                  NOT = TMP-LAST-INDUSTRY) THEN
                 MOVE TAB-ORD-MAX TO TMP-J-TABLE
              ELSE
                 IF (TAB-RS-SCORED(TMP-K-TABLE)) THEN
                    ADD 1 TO TMP-IND-SCORED
                    ADD TAB-RS-SCORE(TMP-K-TABLE)
                      TO TMP-IND-SCORE-SUM
                 ELSE
                    ADD 1 TO TMP-IND-SHORT
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES   TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE TMP-LAST-INDUSTRY TO OVOLA-I1-INDUSTRY
           MOVE OVOLA-I1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE OVOLA-C1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           MOVE OVOLA-HR TO OVOLA-REC
           PERFORM OVOLA-WRITE
           .
       INDUSTRY-HEADER-WRITE-EXIT. EXIT.



      *****************************************************************
       COMPANY-LINE-WRITE SECTION.
      *===============================================================*
           MOVE TAB-RS-NAME(TMP-RS)    TO OVOLA-R1-NAME
           MOVE TAB-RS-STATE(TMP-RS)   TO OVOLA-R1-STATE
           MOVE TAB-RS-PERIODS(TMP-RS) TO OVOLA-R1-PERIODS
           MOVE TAB-RS-MEAN(TMP-RS)    TO OVOLA-R1-MEAN
           MOVE TAB-RS-STDDEV(TMP-RS)  TO OVOLA-R1-STDDEV
           MOVE TAB-RS-POS-RUN(TMP-RS) TO OVOLA-R1-POS-RUN
           MOVE TAB-RS-NEG-RUN(TMP-RS) TO OVOLA-R1-NEG-RUN
           MOVE TAB-RS-FLIPS(TMP-RS)   TO OVOLA-R1-FLIPS
           IF (TAB-RS-SCORED(TMP-RS)) THEN
              MOVE TMP-IND-SCORED        TO TAB-RS-RANK-OF(TMP-RS)
              MOVE TAB-RS-RANK(TMP-RS)   TO OVOLA-R1-RANK
              MOVE TAB-RS-SCORE(TMP-RS)  TO TMP-SCORE-EDIT
              MOVE TMP-SCORE-EDIT        TO OVOLA-R1-SCORE
              MOVE SPACES                TO OVOLA-R1-NOTE
           ELSE
              MOVE 0                     TO OVOLA-R1-RANK
              MOVE SPACES                TO OVOLA-R1-SCORE
              MOVE 'SHORT HISTORY'       TO OVOLA-R1-NOTE
           END-IF
           MOVE OVOLA-R1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           .
       COMPANY-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE TMP-IND-SCORED TO OVOLA-D1-SCORED
           MOVE TMP-IND-SHORT  TO OVOLA-D1-SHORT
           IF (TMP-IND-SCORED > 0) THEN
              COMPUTE OVOLA-D1-AVG ROUNDED =
                 TMP-IND-SCORE-SUM / TMP-IND-SCORED
           ELSE
              MOVE 0 TO OVOLA-D1-AVG
           END-IF
           MOVE OVOLA-D1 TO OVOLA-REC
           PERFORM OVOLA-WRITE
           .
       INDUSTRY-TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       SCORE-RECORD-WRITE SECTION.
      *===============================================================*
           MOVE SPACES                      TO VOLA-REC
           MOVE TAB-RS-NAME(TMP-RS)         TO VOLA-NAME
           MOVE TAB-RS-STATE(TMP-RS)        TO VOLA-STATE
           MOVE TAB-RS-LAST-PERIOD(TMP-RS)  TO VOLA-LAST-PERIOD
           MOVE TAB-RS-PERIODS(TMP-RS)      TO VOLA-PERIODS
           MOVE TAB-RS-MEAN(TMP-RS)         TO VOLA-MEAN
           MOVE TAB-RS-STDDEV(TMP-RS)       TO VOLA-STDDEV
           MOVE TAB-RS-POS-RUN(TMP-RS)      TO VOLA-POS-RUN
           MOVE TAB-RS-NEG-RUN(TMP-RS)      TO VOLA-NEG-RUN
           MOVE TAB-RS-FLIPS(TMP-RS)        TO VOLA-FLIPS
           MOVE TAB-RS-SCORE(TMP-RS)        TO VOLA-SCORE
           MOVE TAB-RS-SCORE-SW(TMP-RS)     TO VOLA-SCORE-SW
           MOVE TAB-RS-RANK(TMP-RS)         TO VOLA-RANK
           MOVE TAB-RS-RANK-OF(TMP-RS)      TO VOLA-RANK-OF
           MOVE TMP-WINDOW                  TO VOLA-WINDOW
           MOVE VOLA-REC TO OCONS-RECORD
           PERFORM FILE-WRITE-OCONS
           .
       SCORE-RECORD-WRITE-EXIT. EXIT.



      *****************************************************************
       OVOLA-WRITE SECTION.
      *===============================================================*
           MOVE OVOLA-REC TO OVOLA-RECORD
           PERFORM FILE-WRITE-OVOLA
           .
       OVOLA-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IHIST-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-IHIST
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-CLOSE-OVOLA
           PERFORM FILE-CLOSE-OCONS

           DISPLAY 'INPUT IHIST..........: ' IHIST-COUNT
           DISPLAY 'INPUT ICOMP..........: ' ICOMP-COUNT
           DISPLAY 'COMPANIES SCORED.....: ' TMP-COUNT-SCORED
           DISPLAY 'SHORT HISTORY........: ' TMP-COUNT-SHORT
           DISPLAY 'NOT ON MASTER........: ' TMP-COUNT-NOT-ON-MASTER
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OVOLA==
            ==:V2:== BY ==OVOLA-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCONS==
            ==:V2:== BY ==OCONS-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-VOLA1.
      *****************************************************************
