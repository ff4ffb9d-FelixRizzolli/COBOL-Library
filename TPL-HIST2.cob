      *****************************************************************
      * TPL-HIST2: ROLLING GROWTH TREND REPORT FROM THE HISTORY MASTER*
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * READS THE CUMULATIVE GROWTH HISTORY MASTER TPL-HIST1 APPENDS  *
      * TO AND PRINTS, FOR EVERY COMPANY, ITS GROWTH FIGURES FOR THE  *
      * ======                                                        *
      * IHIST - GROWTH HISTORY MASTER (IO/growthhist.txt), APPENDED   *
      *         IN PERIOD ORDER BY TPL-HIST1                          *
      * IPIDX - OPTIONAL PRICE-INDEX MASTER (IO/priceindex.txt, SEE   *
      *         PIDXWS.cob) - SWITCHES ON THE REAL-GROWTH TREND       *
      * ICOMP - OPTIONAL COMPANIES GROWTH TABLE (IO/companies.txt),   *
      *         ONLY FOR THE INDUSTRY THAT PICKS A SECTOR DEFLATOR    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OTREND - TREND REPORT (IO/OTREND.txt)                         *
      * OTRNDR - NOMINAL/REAL TREND (IO/OTRENDREAL.txt) - A NOTICE    *
      *          LINE ONLY WHEN THERE IS NO PRICE INDEX ON FILE       *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * PAIRS INTO A BOUNDED TABLE (SAME OVERFLOW WARN-AND-SKIP       *
      * PATTERN AS TAB-SABB/TAB-ROLLUP) - A COMPANY KEEPS ONLY ITS    *
      * TWELVE MOST RECENT PERIODS, OLDER ONES ARE SHIFTED OUT.       *
      * THE REAL-GROWTH TREND PRINTS EVERY COMPANY'S NOMINAL LINE     *
      * WITH THE SAME CELLS DEFLATED BY THE PERIOD'S INDEX CHANGE     *
      * UNDER IT (N/I WHERE THE MASTER HAS NO INDEX FOR THE PERIOD)   *
      * AND FLAGS A POSITIVE NOMINAL BUT NEGATIVE REAL ROLLING        *
      * AVERAGE.                                                      *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        22.08.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * NOMINAL/REAL TREND (OTRENDREAL.txt) DEFLATED WITH THE         *
      * PRICE-INDEX MASTER, POSITIVE NOMINAL / NEGATIVE REAL FLAGGED  *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPIDX==
            ==:V2:== BY ==IPIDX-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OTREND==
            ==:V2:== BY ==OTREND-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OTRNDR==
            ==:V2:== BY ==OTRNDR-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SWORK ASSIGN TO 'SORTWORK'.

      *****************************************************************
       DATA DIVISION.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPIDX==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OTREND==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OTRNDR==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SWORK.
       01  SWORK-REC.
           05 SWORK-KEY               PIC X(40).
           05 SWORK-DATA              PIC X(60).

      *****************************************************************
       WORKING-STORAGE SECTION.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * IPIDX = PRICE-INDEX MASTER (SEE PIDXWS.cob) - OPTIONAL        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPIDX==.
       COPY 'LIB/FILE/PIDXWS.cob'.

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE, ONLY FOR THE INDUSTRY   *
      * WHOSE SECTOR DEFLATOR APPLIES (LOADED FOR THE REAL TREND)     *
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

       01 COMPANY-INDUSTRIES.
           05 TAB-CIND-MAX            PIC S9(9) BINARY.
           05 TAB-CIND-DIM            PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CIND                OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CIND-MAX
                                      ASCENDING KEY IS TAB-CIND-KEY
                                      INDEXED BY TAB-CIND-IDX.
                10 TAB-CIND-KEY.
                   15 TAB-CIND-NAME   PIC X(38).
                   15 TAB-CIND-STATE  PIC X(2).
                10 TAB-CIND-INDUSTRY  PIC X(23).

      *---------------------------------------------------------------*
      * OUTPUT OTREND                                                 *
      *---------------------------------------------------------------*
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OTREND-R1-AVG           PIC -ZZ9,99.

      *---------------------------------------------------------------*
      * OUTPUT OTRNDR = NOMINAL/REAL TREND - THE NOMINAL LINE IS      *
      * OTREND-R1, THE REAL LINE UNDER IT OTRNDR-R2                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OTRNDR==.
       01 OTRNDR-H1.
           05 FILLER                  PIC X(60)   VALUE
              'GROWTH TREND - NOMINAL AND REAL, LAST TWELVE PERIODS'.
           05 FILLER                  PIC X(72)   VALUE SPACES.

       01 OTRNDR-R2.
           05 OTRNDR-R2-LABEL         PIC X(25).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OTRNDR-R2-CELL          PIC X(7)    OCCURS 12.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OTRNDR-R2-AVG           PIC -ZZ9,99.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OTRNDR-R2-FLAG          PIC X(10).

      *---------------------------------------------------------------*
      * TABLES                                                        *
      *---------------------------------------------------------------*
           05 TMP-AVG-GROWTH          PIC S9(3)V99.
           05 TMP-CELL-ROUND          PIC S9(3)V9.
           05 TMP-CELL-EDIT           PIC -ZZ9,9.
           05 TMP-REAL-SUM            PIC S9(7)V99.
           05 TMP-REAL-CNT            PIC S9(4).
           05 TMP-REAL-AVG            PIC S9(3)V99.

       01 TMP-TODAY                   PIC X(8).
       01 TMP-CO-KEY                  PIC X(40).
       01 TMP-REAL-SW                 PIC X(1)    VALUE 'N'.
          88 TMP-REAL-TREND               VALUE 'Y'.

       01 SWITCHES.
           05 TMP-FOUND-SW            PIC X(1).
                                      VALUE 'IO/growthhist.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 IPIDX-PATH                 PIC X(40)
                                      VALUE 'IO/priceindex.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OTREND-PATH                PIC X(40)
                                      VALUE 'IO/OTREND.txt'.
       01 OTRNDR-PATH                PIC X(40)
                                      VALUE 'IO/OTRENDREAL.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE IPIDX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPIDX-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OTREND-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OTREND-PATH
           MOVE OTRNDR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OTRNDR-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                                    TO TAB-PER-MAX
           MOVE 0                                    TO TAB-CO-MAX
           MOVE 0                                    TO TAB-CIND-MAX
           MOVE FUNCTION CURRENT-DATE(1:8)           TO TMP-TODAY

      *---------------------------------------------------------------*
      * LOAD THE SUCCESSION MAP (ISUCC IS OPTIONAL - SEE SUCCSE.cob)  *
      *---------------------------------------------------------------*
           PERFORM LOAD-SUCCESSION-MAP

      *---------------------------------------------------------------*
      * PRICE INDEX (IPIDX IS OPTIONAL - SEE PIDXSE.cob). ONLY WITH   *
      * AN INDEX ON FILE IS THE NOMINAL/REAL TREND WRITTEN, AND ONLY  *
      * THEN ARE THE COMPANIES' INDUSTRIES NEEDED                     *
      *---------------------------------------------------------------*
           PERFORM LOAD-PRICE-INDEX
           IF (TAB-PIDX-MAX > 0) THEN
              MOVE 'Y' TO TMP-REAL-SW
              PERFORM COMPANIES-LOAD
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*

           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-OPEN-OUTPUT-OTREND
           PERFORM FILE-OPEN-OUTPUT-OTRNDR
           .
       PGM-INIT-EXIT. EXIT.

           MOVE SPACES      TO OTREND-REC
           MOVE OTREND-H2   TO OTREND-REC
           PERFORM OTREND-WRITE
           IF (TMP-REAL-TREND) THEN
              MOVE OTRNDR-H1   TO OTRNDR-RECORD
              PERFORM FILE-WRITE-OTRNDR
              MOVE SPACES      TO OTRNDR-RECORD
              MOVE OTREND-H2   TO OTRNDR-RECORD
              MOVE 'FLAG'      TO OTRNDR-RECORD(123:4)
              PERFORM FILE-WRITE-OTRNDR
           ELSE
      *       NO INDEX - SAY SO RATHER THAN LEAVE LAST RUN'S FILE
              MOVE OTRNDR-H1   TO OTRNDR-RECORD
              PERFORM FILE-WRITE-OTRNDR
              MOVE SPACES      TO OTRNDR-RECORD
              STRING 'NO PRICE INDEX ON FILE (' DELIMITED BY SIZE
                     IPIDX-PATH DELIMITED BY SPACE
                     ') - NO REAL TREND' DELIMITED BY SIZE
                INTO OTRNDR-RECORD
              END-STRING
              PERFORM FILE-WRITE-OTRNDR
           END-IF

      *---------------------------------------------------------------*
      * ONE LINE PER COMPANY - BLANK CELL WHERE THE COMPANY HAS NO    *
              MOVE SPACES      TO OTREND-REC
              MOVE OTREND-R1   TO OTREND-REC
              PERFORM OTREND-WRITE
              IF (TMP-REAL-TREND) THEN
                 PERFORM REAL-TREND-LINES
              END-IF
           END-PERFORM
           .
       TREND-REPORT-EXIT. EXIT.



      *****************************************************************
       REAL-TREND-LINES SECTION.
      *===============================================================*
      *    THE COMPANY'S NOMINAL LINE AS ON OTREND, THEN THE SAME     *
      *    CELLS DEFLATED BY EACH PERIOD'S INDEX CHANGE (SEE          *
      *    PIDXSE.cob), SECTOR DEFLATOR BY THE COMPANY'S INDUSTRY IN  *
      *    companies.txt. THE REAL ROLLING AVERAGE IS TAKEN OVER THE  *
      *    CELLS THAT COULD BE DEFLATED. TMP-I-TABLE IS THE COMPANY   *
      *---------------------------------------------------------------*
           MOVE OTREND-R1   TO OTRNDR-RECORD
           PERFORM FILE-WRITE-OTRNDR

           MOVE SPACES      TO PIDX-ARG-INDUSTRY
           IF (TAB-CIND-MAX > 0) THEN
              MOVE TAB-CO-NAME(TMP-I-TABLE)  TO TMP-CO-KEY(1:38)
              MOVE TAB-CO-STATE(TMP-I-TABLE) TO TMP-CO-KEY(39:2)
              SEARCH ALL TAB-CIND
                WHEN (TAB-CIND-KEY(TAB-CIND-IDX) = TMP-CO-KEY)
                  MOVE TAB-CIND-INDUSTRY(TAB-CIND-IDX)
                    TO PIDX-ARG-INDUSTRY
              END-SEARCH
           END-IF

           MOVE SPACES      TO OTRNDR-R2
           MOVE '  REAL'    TO OTRNDR-R2-LABEL
           MOVE 0           TO TMP-REAL-SUM
           MOVE 0           TO TMP-REAL-CNT
           PERFORM VARYING TMP-COL FROM 1 BY 1
                     UNTIL (TMP-COL > TMP-WINDOW-COUNT)
              COMPUTE TMP-K-TABLE = TMP-WINDOW-FIRST + TMP-COL - 1
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-CO-USED(TMP-I-TABLE))
                 IF (TAB-CO-PERIOD(TMP-I-TABLE, TMP-J-TABLE)
                     = TAB-PER-PERIOD(TMP-K-TABLE)) THEN
                    PERFORM REAL-CELL-SET
                 END-IF
              END-PERFORM
           END-PERFORM

           IF (TMP-REAL-CNT = 0) THEN
              MOVE 0 TO TMP-REAL-AVG
           ELSE
              COMPUTE TMP-REAL-AVG ROUNDED =
                 TMP-REAL-SUM / TMP-REAL-CNT
           END-IF
           MOVE TMP-REAL-AVG TO OTRNDR-R2-AVG
      *    GROWING ON PAPER, SHRINKING IN REAL TERMS
           IF (TMP-REAL-CNT > 0) AND (TMP-AVG-GROWTH > 0)
              AND (TMP-REAL-AVG < 0) THEN
              MOVE 'NOM+ REAL-' TO OTRNDR-R2-FLAG
           END-IF

           MOVE OTRNDR-R2   TO OTRNDR-RECORD
           PERFORM FILE-WRITE-OTRNDR
           .
       REAL-TREND-LINES-EXIT. EXIT.



      *****************************************************************
       REAL-CELL-SET SECTION.
      *===============================================================*
      *    ONE CELL OF THE REAL LINE - TMP-COL IS THE COLUMN,         *
      *    TMP-I-TABLE/TMP-J-TABLE THE COMPANY'S PERIOD/GROWTH PAIR   *
      *---------------------------------------------------------------*
           MOVE TAB-CO-PERIOD(TMP-I-TABLE, TMP-J-TABLE)
             TO PIDX-ARG-PERIOD
           MOVE TAB-CO-GROWTH(TMP-I-TABLE, TMP-J-TABLE)
             TO PIDX-ARG-NOMINAL
           PERFORM DEFLATE-GROWTH
           IF (PIDX-ARG-NONE) THEN
              MOVE '   N/I' TO OTRNDR-R2-CELL(TMP-COL)
           ELSE
              COMPUTE TMP-CELL-ROUND ROUNDED = PIDX-ARG-REAL
              MOVE TMP-CELL-ROUND TO TMP-CELL-EDIT
              MOVE TMP-CELL-EDIT  TO OTRNDR-R2-CELL(TMP-COL)
              ADD PIDX-ARG-REAL   TO TMP-REAL-SUM
              ADD 1               TO TMP-REAL-CNT
           END-IF
           .
       REAL-CELL-SET-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY IN FORCE TODAY WITH ITS INDUSTRY, IN NAME +  *
      *    STATE ORDER SO THE TREND CAN BE MATCHED WITH SEARCH ALL    *
      *    (SAME LOOKUP AS TPL-AHST2). WITHOUT THE MASTER EVERY       *
      *    COMPANY IS DEFLATED WITH THE GENERAL INDEX                 *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE 'COMPANIES MASTER MISSING - GENERAL INDEX ONLY'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO COMPANIES-LOAD-EXIT
           END-IF
           SORT SWORK
             ON ASCENDING KEY SWORK-KEY
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
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 MOVE ICOMP-RECORD TO SWORK-REC
                 RELEASE SWORK-REC
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       COMPANIES-RELEASE-EXIT. EXIT.



      *****************************************************************
       COMPANIES-RETURN SECTION.
      *===============================================================*
      *    A KEY THE MASTER CARRIES TWICE KEEPS ITS FIRST INDUSTRY    *
      *---------------------------------------------------------------*
           PERFORM UNTIL (1 = 2)
              RETURN SWORK
                AT END
                  GO TO COMPANIES-RETURN-EXIT
              END-RETURN
              MOVE SWORK-REC TO ICOMP-REC
              PERFORM COMPANY-ROW-ADD
           END-PERFORM
           .
       COMPANIES-RETURN-EXIT. EXIT.



      *****************************************************************
       COMPANY-ROW-ADD SECTION.
      *===============================================================*
           IF (TAB-CIND-MAX > 0) THEN
              IF (TAB-CIND-NAME(TAB-CIND-MAX) = ICOMP-NAME)
                 AND (TAB-CIND-STATE(TAB-CIND-MAX) = ICOMP-STATE) THEN
                 GO TO COMPANY-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CIND-MAX >= TAB-CIND-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CIND OVERFLOW - COMPANIES MASTER TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CIND-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CIND-MAX
           MOVE ICOMP-NAME     TO TAB-CIND-NAME(TAB-CIND-MAX)
           MOVE ICOMP-STATE    TO TAB-CIND-STATE(TAB-CIND-MAX)
           MOVE ICOMP-INDUSTRY TO TAB-CIND-INDUSTRY(TAB-CIND-MAX)
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       IHIST-READ SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IHIST
           PERFORM FILE-CLOSE-OTREND
           PERFORM FILE-CLOSE-OTRNDR

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IHIST.........: ' IHIST-COUNT
           DISPLAY 'OUTPUT OTREND.......: ' OTREND-COUNT
           DISPLAY 'OUTPUT OTRNDR.......: ' OTRNDR-COUNT
           DISPLAY 'PRICE INDEX ROWS....: ' TAB-PIDX-MAX
           DISPLAY 'COMPANIES ON REPORT.: ' TAB-CO-MAX
           DISPLAY 'PERIODS ON FILE.....: ' TAB-PER-MAX
           DISPLAY 'SUCCESSIONS APPLIED.: ' SUCC-HIT-COUNT
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPIDX==
            ==:V2:== BY ==IPIDX-PATH==.
       COPY 'LIB/FILE/PIDXSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OTREND==
            ==:V2:== BY ==OTREND-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OTRNDR==
            ==:V2:== BY ==OTRNDR-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
