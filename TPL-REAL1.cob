       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-REAL1.
      *****************************************************************
      * TPL-REAL1: NOMINAL AND REAL (DEFLATED) GROWTH BY INDUSTRY     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EVERY GROWTH FIGURE TPL-BAT1 PUBLISHES IS NOMINAL, SO IN A    *
      * HIGH-INFLATION PERIOD AN INDUSTRY CAN LOOK HEALTHY WHILE IT   *
      * SHRINKS IN REAL TERMS. THIS IS THE REAL-GROWTH VARIANT OF THE *
      * INDUSTRY REPORT: IT TAKES THE PER-INDUSTRY AVERAGE AND MEDIAN *
      * GROWTH TPL-BAT1 ALREADY WROTE TO ITS STATISTICS EXTRACT,      *
      * DEFLATES THEM WITH THE PRICE-INDEX MASTER (SEE PIDXWS.cob -   *
      * THE INDUSTRY'S OWN INDEX WHERE THE MASTER CARRIES ONE, THE    *
      * GENERAL INDEX OTHERWISE) AND PRINTS NOMINAL AND REAL SIDE BY  *
      * SIDE. AN INDUSTRY WHOSE AVERAGE IS POSITIVE NOMINAL BUT       *
      * NEGATIVE REAL IS FLAGGED.                                     *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ISTATS - INDUSTRY STATISTICS EXTRACT OF TONIGHT'S TPL-BAT1    *
      *          RUN (IO/industrystats.txt)                           *
      * IPIDX  - PRICE-INDEX MASTER (IO/priceindex.txt, TPL-PIDX1)    *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OREAL  - REAL-GROWTH REPORT (IO/realgrowth.txt)               *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * ONE PASS OVER ISTATS IN FILE (= REPORT) ORDER. THE PERIOD IS  *
      * THE CHAIN RUN DATE'S YYYYMM (RUNDSE), THE SAME PERIOD         *
      * TPL-HIST1 FILES TONIGHT'S GROWTH UNDER. THE ALL-INDUSTRIES    *
      * LINE IS THE COMPANY-WEIGHTED AVERAGE OF THE INDUSTRY TOTALS,  *
      * DEFLATED WITH THE GENERAL INDEX. AN INDUSTRY THE MASTER HAS   *
      * NO USABLE INDEX FOR PRINTS ITS NOMINAL FIGURES ONLY AND ENDS  *
      * THE RUN WITH RC 4, AS DOES AN EMPTY OR MISSING MASTER.        *
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
            ==:V1:== BY ==ISTATS==
            ==:V2:== BY ==ISTATS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPIDX==
            ==:V2:== BY ==IPIDX-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREAL==
            ==:V2:== BY ==OREAL-PATH==.
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
            ==:V1:== BY ==ISTATS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPIDX==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREAL==
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
      * INPUT ISTATS = INDUSTRY STATISTICS EXTRACT (SEE TPL-BAT1)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISTATS==.
       01 STATS-REC.
           05 STATS-INDUSTRY          PIC X(23).
           05 STATS-COUNT             PIC 9(7).
           05 STATS-TOTAL             PIC S9(7)V99.
           05 STATS-AVG               PIC S9(3)V99.
           05 STATS-MIN               PIC S9(3)V99.
           05 STATS-MAX               PIC S9(3)V99.
           05 STATS-MEDIAN            PIC S9(3)V99.
           05 STATS-STDDEV            PIC S9(3)V99.
           05 FILLER                  PIC X(16).

      *---------------------------------------------------------------*
      * IPIDX = PRICE-INDEX MASTER (SEE PIDXWS.cob)                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPIDX==.
       COPY 'LIB/FILE/PIDXWS.cob'.

      *---------------------------------------------------------------*
      * OUTPUT OREAL                                                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREAL==.
       01 OREAL-REC.
           05 OREAL-DATA              PIC X(132).

      *-[ HEADINGS ]--------------------------------------------------*
       01 OREAL-H1.
           05 FILLER                  PIC X(40)
              VALUE 'NOMINAL AND REAL GROWTH BY INDUSTRY'.
           05 FILLER                  PIC X(8)    VALUE 'PERIOD: '.
           05 OREAL-H1-PERIOD         PIC X(6).
           05 FILLER                  PIC X(78)   VALUE SPACES.

       01 OREAL-H2.
           05 FILLER                  PIC X(23)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE '  COUNT'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'NOM AVG'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'REALAVG'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'NOM MED'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'REALMED'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'INFL %'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'DEFLATOR'.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(36)   VALUE 'FLAG'.

      *-[ DETAIL ]----------------------------------------------------*
       01 OREAL-R1.
           05 OREAL-R1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREAL-R1-COUNT          PIC Z(6)9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-NOM-AVG        PIC -ZZ9,99.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-REAL-AVG       PIC X(7).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-NOM-MED        PIC X(7).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-REAL-MED       PIC X(7).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-INFL           PIC X(7).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-DEFLATOR       PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREAL-R1-FLAG           PIC X(36).

      *-[ SUMMARY ]---------------------------------------------------*
       01 OREAL-T1.
           05 OREAL-T1-LABEL          PIC X(40).
           05 OREAL-T1-VALUE          PIC Z(6)9.
           05 FILLER                  PIC X(85)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-RUN-PERIOD              PIC X(6).
       01 COUNTER.
           05 TMP-COUNT-INDUSTRIES     PIC 9(7).
           05 TMP-COUNT-FLAGGED        PIC 9(7).
           05 TMP-COUNT-NO-INDEX       PIC 9(7).
           05 TMP-COUNT-BADROW         PIC 9(7).

       01 TOTALS.
           05 TMP-ALL-COUNT            PIC 9(9).
           05 TMP-ALL-TOTAL            PIC S9(9)V99.
           05 TMP-ALL-AVG              PIC S9(3)V99.
           05 TMP-NOM-AVG              PIC S9(3)V99.
           05 TMP-REAL-AVG             PIC S9(3)V99.
           05 TMP-EDIT-PCT             PIC -ZZ9,99.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ISTATS-PATH                PIC X(40)
                                      VALUE 'IO/industrystats.txt'.
       01 IPIDX-PATH                 PIC X(40)
                                      VALUE 'IO/priceindex.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OREAL-PATH                 PIC X(40)
                                      VALUE 'IO/realgrowth.txt'.
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

           PERFORM REPORT-HEADINGS
           PERFORM ISTATS-READ
           PERFORM UNTIL (ISTATS-EOF)
              PERFORM INDUSTRY-LINE
              PERFORM ISTATS-READ
           END-PERFORM
           PERFORM ALL-INDUSTRIES-LINE
           PERFORM SUMMARY-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-REAL1'                          TO PGM-NAME
           MOVE 'NOMINAL AND REAL GROWTH BY INDUSTRY'
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
           MOVE ISTATS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISTATS-PATH
           MOVE IPIDX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPIDX-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OREAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREAL-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                         TO TMP-COUNT-INDUSTRIES
           MOVE 0                         TO TMP-COUNT-FLAGGED
           MOVE 0                         TO TMP-COUNT-NO-INDEX
           MOVE 0                         TO TMP-COUNT-BADROW
           MOVE 0                         TO TMP-ALL-COUNT
           MOVE 0                         TO TMP-ALL-TOTAL

      *    THE PERIOD FOLLOWS THE CHAIN RUN DATE, SO A BACKLOG RUN
      *    DEFLATES WITH THE MISSED DATE'S INDEX, NOT TODAY'S
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE(1:6)                       TO TMP-RUN-PERIOD

      *---------------------------------------------------------------*
      * LOAD THE PRICE INDEX (SEE PIDXSE.cob) - WITHOUT ONE THE       *
      * REPORT STILL PRINTS, NOMINAL ONLY, AND THE RUN ENDS RC 4      *
      *---------------------------------------------------------------*
           PERFORM LOAD-PRICE-INDEX
           IF (TAB-PIDX-MAX = 0) THEN
              STRING 'PRICE-INDEX MASTER MISSING OR EMPTY: '
                     IPIDX-PATH
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE '004' TO PGM-END-RC
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ISTATS
           IF (ISTATS-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'INDUSTRY STATISTICS MISSING: ' ISTATS-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'TPL-BAT1 MUST RUN FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OREAL
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       REPORT-HEADINGS SECTION.
      *===============================================================*
           MOVE TMP-RUN-PERIOD TO OREAL-H1-PERIOD
           MOVE OREAL-H1       TO OREAL-REC
           PERFORM OREAL-WRITE
           MOVE SPACES         TO OREAL-REC
           PERFORM OREAL-WRITE
           MOVE OREAL-H2       TO OREAL-REC
           PERFORM OREAL-WRITE
           .
       REPORT-HEADINGS-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-LINE SECTION.
      *===============================================================*
      *    AN UNREADABLE STATISTICS ROW IS LOGGED AND LEFT OFF THE    *
      *    REPORT - IT CANNOT BE DEFLATED                             *
      *---------------------------------------------------------------*
           IF (STATS-INDUSTRY = SPACES)
              OR (STATS-COUNT NOT NUMERIC)
              OR (STATS-TOTAL NOT NUMERIC)
              OR (STATS-AVG NOT NUMERIC)
              OR (STATS-MEDIAN NOT NUMERIC) THEN
              ADD 1 TO TMP-COUNT-BADROW
              STRING 'ISTATS UNPARSABLE ROW SKIPPED - INDUSTRY: '
                     STATS-INDUSTRY
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO INDUSTRY-LINE-EXIT
           END-IF

           ADD 1                 TO TMP-COUNT-INDUSTRIES
           ADD STATS-COUNT       TO TMP-ALL-COUNT
           ADD STATS-TOTAL       TO TMP-ALL-TOTAL

           MOVE SPACES           TO OREAL-R1
           MOVE STATS-INDUSTRY   TO OREAL-R1-INDUSTRY
           MOVE STATS-COUNT      TO OREAL-R1-COUNT
           MOVE STATS-AVG        TO OREAL-R1-NOM-AVG
           MOVE STATS-MEDIAN     TO TMP-EDIT-PCT
           MOVE TMP-EDIT-PCT     TO OREAL-R1-NOM-MED

      *    MEDIAN FIRST, THEN THE AVERAGE - THE AVERAGE'S RESULT IS
      *    WHAT THE DEFLATOR COLUMN AND THE FLAG ARE SET FROM
           MOVE TMP-RUN-PERIOD   TO PIDX-ARG-PERIOD
           MOVE STATS-INDUSTRY   TO PIDX-ARG-INDUSTRY
           MOVE STATS-MEDIAN     TO PIDX-ARG-NOMINAL
           PERFORM DEFLATE-GROWTH
           IF (NOT PIDX-ARG-NONE) THEN
              MOVE PIDX-ARG-REAL TO TMP-EDIT-PCT
              MOVE TMP-EDIT-PCT  TO OREAL-R1-REAL-MED
           END-IF

           MOVE STATS-AVG        TO PIDX-ARG-NOMINAL
           PERFORM DEFLATE-GROWTH
           MOVE STATS-AVG        TO TMP-NOM-AVG
           MOVE PIDX-ARG-REAL    TO TMP-REAL-AVG
           PERFORM DEFLATED-COLUMNS-SET

           IF (PIDX-ARG-NONE) THEN
              ADD 1 TO TMP-COUNT-NO-INDEX
              MOVE '004' TO PGM-END-RC
           END-IF
           IF (OREAL-R1-FLAG NOT = SPACES) THEN
              ADD 1 TO TMP-COUNT-FLAGGED
           END-IF

           MOVE OREAL-R1         TO OREAL-REC
           PERFORM OREAL-WRITE
           .
       INDUSTRY-LINE-EXIT. EXIT.



      *****************************************************************
       DEFLATED-COLUMNS-SET SECTION.
      *===============================================================*
      *    REAL AVERAGE, INDEX CHANGE, DEFLATOR USED AND THE FLAG     *
      *    FROM THE LAST DEFLATE-GROWTH CALL (TMP-NOM-AVG /           *
      *    TMP-REAL-AVG). NO INDEX: REAL COLUMNS SAY N/I              *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN (PIDX-ARG-SECTOR)
                 MOVE 'SECTOR'  TO OREAL-R1-DEFLATOR
              WHEN (PIDX-ARG-GENERAL)
                 MOVE 'GENERAL' TO OREAL-R1-DEFLATOR
              WHEN OTHER
                 MOVE 'NONE'    TO OREAL-R1-DEFLATOR
                 MOVE '    N/I' TO OREAL-R1-REAL-AVG
                 MOVE '    N/I' TO OREAL-R1-INFL
                 IF (OREAL-R1-REAL-MED = SPACES) THEN
                    MOVE '    N/I' TO OREAL-R1-REAL-MED
                 END-IF
                 GO TO DEFLATED-COLUMNS-SET-EXIT
           END-EVALUATE

           MOVE TMP-REAL-AVG       TO TMP-EDIT-PCT
           MOVE TMP-EDIT-PCT       TO OREAL-R1-REAL-AVG
           MOVE PIDX-ARG-INFLATION TO TMP-EDIT-PCT
           MOVE TMP-EDIT-PCT       TO OREAL-R1-INFL
           IF (OREAL-R1-REAL-MED = SPACES) THEN
              MOVE '    N/I' TO OREAL-R1-REAL-MED
           END-IF

      *    GROWING ON PAPER, SHRINKING IN REAL TERMS
           IF (TMP-NOM-AVG > 0) AND (TMP-REAL-AVG < 0) THEN
              MOVE 'NOMINAL UP / REAL DOWN' TO OREAL-R1-FLAG
           END-IF
           .
       DEFLATED-COLUMNS-SET-EXIT. EXIT.



      *****************************************************************
       ALL-INDUSTRIES-LINE SECTION.
      *===============================================================*
      *    COMPANY-WEIGHTED AVERAGE OVER EVERY INDUSTRY ON THE        *
      *    EXTRACT, DEFLATED WITH THE GENERAL INDEX                   *
      *---------------------------------------------------------------*
           IF (TMP-ALL-COUNT = 0) THEN
              GO TO ALL-INDUSTRIES-LINE-EXIT
           END-IF
           COMPUTE TMP-ALL-AVG ROUNDED = TMP-ALL-TOTAL / TMP-ALL-COUNT

           MOVE SPACES           TO OREAL-REC
           PERFORM OREAL-WRITE
           MOVE SPACES           TO OREAL-R1
           MOVE 'ALL INDUSTRIES' TO OREAL-R1-INDUSTRY
           MOVE TMP-ALL-COUNT    TO OREAL-R1-COUNT
           MOVE TMP-ALL-AVG      TO OREAL-R1-NOM-AVG

           MOVE TMP-RUN-PERIOD   TO PIDX-ARG-PERIOD
           MOVE SPACES           TO PIDX-ARG-INDUSTRY
           MOVE TMP-ALL-AVG      TO PIDX-ARG-NOMINAL
           PERFORM DEFLATE-GROWTH
           MOVE TMP-ALL-AVG      TO TMP-NOM-AVG
           MOVE PIDX-ARG-REAL    TO TMP-REAL-AVG
           PERFORM DEFLATED-COLUMNS-SET
      *    NO MEDIAN ACROSS INDUSTRIES ON THE EXTRACT
           MOVE SPACES           TO OREAL-R1-NOM-MED
           MOVE SPACES           TO OREAL-R1-REAL-MED

           MOVE OREAL-R1         TO OREAL-REC
           PERFORM OREAL-WRITE
           .
       ALL-INDUSTRIES-LINE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OREAL-REC
           PERFORM OREAL-WRITE

           MOVE SPACES                     TO OREAL-T1
           MOVE 'INDUSTRIES REPORTED'      TO OREAL-T1-LABEL
           MOVE TMP-COUNT-INDUSTRIES       TO OREAL-T1-VALUE
           MOVE OREAL-T1                   TO OREAL-REC
           PERFORM OREAL-WRITE

           MOVE SPACES                     TO OREAL-T1
           MOVE 'POSITIVE NOMINAL, NEGATIVE REAL'
             TO OREAL-T1-LABEL
           MOVE TMP-COUNT-FLAGGED          TO OREAL-T1-VALUE
           MOVE OREAL-T1                   TO OREAL-REC
           PERFORM OREAL-WRITE

           MOVE SPACES                     TO OREAL-T1
           MOVE 'NO PRICE INDEX FOR THE PERIOD (N/I)'
             TO OREAL-T1-LABEL
           MOVE TMP-COUNT-NO-INDEX         TO OREAL-T1-VALUE
           MOVE OREAL-T1                   TO OREAL-REC
           PERFORM OREAL-WRITE

           MOVE SPACES                     TO OREAL-T1
           MOVE 'STATISTICS ROWS SKIPPED'  TO OREAL-T1-LABEL
           MOVE TMP-COUNT-BADROW           TO OREAL-T1-VALUE
           MOVE OREAL-T1                   TO OREAL-REC
           PERFORM OREAL-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       ISTATS-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ISTATS
           IF (NOT ISTATS-EOF) THEN
              MOVE ISTATS-RECORD TO STATS-REC
           END-IF
           .
       ISTATS-READ-EXIT. EXIT.



      *****************************************************************
       OREAL-WRITE SECTION.
      *===============================================================*
           MOVE OREAL-REC TO OREAL-RECORD
           PERFORM FILE-WRITE-OREAL
           .
       OREAL-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE ISTATS-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ISTATS
           PERFORM FILE-CLOSE-OREAL

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ISTATS........: ' ISTATS-COUNT
           DISPLAY 'PRICE INDEX ROWS....: ' TAB-PIDX-MAX
           DISPLAY 'OUTPUT OREAL........: ' OREAL-COUNT
           DISPLAY 'PERIOD DEFLATED.....: ' TMP-RUN-PERIOD
           DISPLAY 'INDUSTRIES FLAGGED..: ' TMP-COUNT-FLAGGED
           DISPLAY 'WITHOUT PRICE INDEX.: ' TMP-COUNT-NO-INDEX
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
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISTATS==
            ==:V2:== BY ==ISTATS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPIDX==
            ==:V2:== BY ==IPIDX-PATH==.
       COPY 'LIB/FILE/PIDXSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREAL==
            ==:V2:== BY ==OREAL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-REAL1.
      *****************************************************************
