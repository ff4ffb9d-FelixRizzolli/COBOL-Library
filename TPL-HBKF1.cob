       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-HBKF1.
      *****************************************************************
      * TPL-HBKF1: BACKFILL GROWTH HISTORY FROM THE CSV ARCHIVES      *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * growthhist.txt ONLY STARTS THE MONTH TPL-HIST1 WENT LIVE, SO  *
      * THE TREND, SEASONAL, INDEX AND FORECAST PROGRAMS WORK OFF A   *
      * SHORT HISTORY. THE MONTH-END TPL-BAT1 CSV SNAPSHOTS LISTED IN *
      * THE ARCHIVE CATALOG GO BACK YEARS FURTHER. THIS PROGRAM       *
      * RECONSTRUCTS ONE HISTORY ROW PER COMPANY FOR EVERY CLOSED     *
      * MONTH THE MASTER LACKS, FROM THAT MONTH'S MONTH-END SNAPSHOT, *
      * AND PRINTS A COVERAGE REPORT OF WHAT WAS RECOVERED AND WHAT   *
      * IS STILL A GAP. IT IS MEANT TO RUN ONCE BUT MAY BE RERUN AT   *
      * ANY TIME - A MONTH FILLED BY AN EARLIER RUN IS HELD AND LEFT  *
      * ALONE.                                                        *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt)            *
      * ICATLG - ARCHIVE CATALOG (IO/archivecatalog.txt)              *
      * IARCH  - EACH MONTH-END CSV SNAPSHOT (DYNAMIC PATH)           *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OHIST  - NEW HISTORY MASTER (IO/growthhist.txt.new),          *
      *          PROMOTED AS A GENERATION (SEE GENPROSE.cob)          *
      * OREP   - COVERAGE REPORT (IO/histbackfill.txt)                *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE PERIOD RANGE RUNS FROM THE OLDEST MONTH ON EITHER THE     *
      * MASTER OR THE CATALOG TO THE LAST CLOSED MONTH. THE MONTH-END *
      * SNAPSHOT OF A MONTH IS ITS LAST TPL-BAT1 CSV ENTRY ON THE     *
      * CATALOG (SAME CONVENTION AS TPL-YEAR1). EACH MONTH IS:        *
      *   HELD      - THE MASTER HAS ROWS FOR IT. NONE OF THEM IS     *
      *               TOUCHED, RESTATED OR NOT, AND NO COMPANY IS     *
      *               ADDED TO IT                                     *
      *   COMPACTED - TPL-HCMP1 HAS ROLLED ITS YEAR INTO AN ANNUAL    *
      *               (YYYY00) ROW; DETAIL IS NOT BROUGHT BACK        *
      *   RECOVERED - BACKFILLED FROM ITS SNAPSHOT                    *
      *   GAP       - NO SNAPSHOT ON THE CATALOG, THE FILE IS GONE,   *
      *               IT FAILS ITS CATALOG HASH OR HOLDS NO ROWS      *
      * A BACKFILLED ROW CARRIES SOURCE MARKER 'B' (BYTE 74) AND IS   *
      * WRITTEN IN PERIOD ORDER AHEAD OF THE MASTER'S LATER ROWS.     *
      * WITH NOTHING TO RECOVER THE MASTER IS NOT REWRITTEN.          *
      * TPL-HIST1 REBUILDS growthhist.idx ON ITS NEXT RUN (ROW COUNT  *
      * OUT OF STEP). ANY GAP LEFT ENDS THE RUN WITH RC 4.            *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * LEAVE CLOSED AND REOPENED PERIODS AS GAPS (CPRD1)             *
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
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IARCH==
            ==:V2:== BY ==TMP-IARCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==OHIST-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==OREP-PATH==.
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
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IARCH==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREP==
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
      * INPUT IHIST / OUTPUT OHIST = GROWTH HISTORY MASTER (SEE       *
      * TPL-HIST1; RESTATEMENT EXTENSION SEE TPL-RSTM1)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 HIST-RST-SW              PIC X(1).
              88 HIST-RESTATED             VALUE 'R'.
           05 HIST-RST-ORIG            PIC S9(3)V99.
           05 HIST-RST-REASON          PIC X(8).
           05 HIST-RST-OPERATOR        PIC X(8).
      *    SOURCE MARKER - SPACE FOR A ROW TPL-HIST1 APPENDED
           05 HIST-SRC-SW              PIC X(1).
              88 HIST-BACKFILLED           VALUE 'B'.
           05 FILLER                   PIC X(6).

      *---------------------------------------------------------------*
      * INPUT ICATLG = ARCHIVE CATALOG (SAME LAYOUT TPL-BAT1 WRITES)  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICATLG==.
       01 CATLG-REC.
           05 CATLG-DATE              PIC X(8).
           05 CATLG-PGM               PIC X(8).
           05 CATLG-PATH              PIC X(40).
           05 CATLG-COUNT             PIC 9(9).
           05 CATLG-RUN-ID            PIC X(12).
           05 CATLG-HASH              PIC X(13).
           05 CATLG-FLAG              PIC X(8).
           05 FILLER                  PIC X(6).

      *---------------------------------------------------------------*
      * INPUT IARCH = MONTH-END CSV SNAPSHOT (SEE TPL-BAT1'S          *
      * SNAPSHOT-WRITE: COMPANY,STATE,INDUSTRY,GROWTH)                *
      *---------------------------------------------------------------*
       01 TMP-IARCH-PATH              PIC X(40).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IARCH==.
       01 CSV-FIELDS.
           05 TMP-CSV-NAME            PIC X(38).
           05 TMP-CSV-STATE           PIC X(2).
           05 TMP-CSV-INDUSTRY        PIC X(23).
           05 TMP-CSV-GROWTH-TXT      PIC X(10).
       01 TMP-CSV-HEADER              PIC X(29)
                           VALUE 'COMPANY,STATE,INDUSTRY,GROWTH'.

      *---------------------------------------------------------------*
      * OUTPUT OREP = COVERAGE REPORT                                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREP==.
       01 OREP-REC                    PIC X(132)  VALUE SPACES.
       01 OREP-HR1                    PIC X(132)  VALUE ALL '-'.
       01 OREP-HR2                    PIC X(132)  VALUE ALL '='.
       01 OREP-D.
           05 OREP-D-PERIOD           PIC X(7).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-D-STATUS           PIC X(10).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-D-HELD             PIC X(9).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-D-RECOVERED        PIC X(9).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-D-ABSENT           PIC X(9).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-D-NOTE             PIC X(40).

      *---------------------------------------------------------------*
      * ONE ENTRY PER MONTH OF THE RANGE, INDEXED DIRECTLY BY ITS     *
      * DISTANCE FROM THE FIRST MONTH                                 *
      *---------------------------------------------------------------*
       01 MONTHS.
           05 TAB-MON-MAX             PIC S9(9) BINARY VALUE 0.
           05 TAB-MON-DIM             PIC S9(9) BINARY VALUE 600.
           05 TAB-MON                 OCCURS 1   TO          600
                                      DEPENDING  ON  TAB-MON-MAX.
              10 TAB-MON-PERIOD       PIC X(6).
              10 TAB-MON-HELD         PIC 9(7).
              10 TAB-MON-HELD-BKF     PIC 9(7).
              10 TAB-MON-PATH         PIC X(40).
              10 TAB-MON-HASH         PIC X(13).
              10 TAB-MON-STATUS       PIC X(1).
                 88 TAB-MON-IS-HELD       VALUE 'H'.
                 88 TAB-MON-IS-COMPACTED  VALUE 'C'.
                 88 TAB-MON-IS-RECOVERED  VALUE 'R'.
                 88 TAB-MON-IS-GAP        VALUE 'G'.
              10 TAB-MON-RECOVERED    PIC 9(7).
              10 TAB-MON-ABSENT       PIC 9(7).
              10 TAB-MON-NOTE         PIC X(40).

      *---------------------------------------------------------------*
      * YEARS TPL-HCMP1 HAS ROLLED INTO ANNUAL (YYYY00) ROWS          *
      *---------------------------------------------------------------*
       01 ROLLED-YEARS.
           05 TAB-YR-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-YR-DIM              PIC S9(9) BINARY VALUE 100.
           05 TAB-YR                  OCCURS 1   TO          100
                                      DEPENDING  ON  TAB-YR-MAX.
              10 TAB-YR-YEAR          PIC X(4).

      *---------------------------------------------------------------*
      * COMPANIES KNOWN TO THE MASTER - A RECOVERED MONTH COUNTS THE  *
      * ONES ITS SNAPSHOT DOES NOT CARRY                              *
      *---------------------------------------------------------------*
       01 COMPANIES.
           05 TAB-CO-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-CO-DIM              PIC S9(9) BINARY VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX.
              10 TAB-CO-KEY           PIC X(40).
              10 TAB-CO-SEEN-SW       PIC X(1).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-M                   PIC S9(9)   BINARY.
           05 TMP-FLUSH-M             PIC S9(9)   BINARY.
           05 TMP-FLUSH-LIMIT         PIC S9(9)   BINARY.
       01 PERIOD-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-CHK-PERIOD          PIC X(6).
           05 TMP-PER-VALID-SW        PIC X(1).
              88 TMP-PER-VALID            VALUE 'Y'.
           05 TMP-PER-NUM             PIC S9(9)   BINARY.
           05 TMP-PER-YYYY            PIC 9(4).
           05 TMP-PER-MM              PIC 9(2).
           05 TMP-PER-MM0             PIC S9(9)   BINARY.
           05 TMP-RANGE-SW            PIC X(1).
              88 TMP-RANGE-SET            VALUE 'Y'.
           05 TMP-FIRST-NUM           PIC S9(9)   BINARY.
           05 TMP-LAST-NUM            PIC S9(9)   BINARY.
           05 TMP-CLOSED-NUM          PIC S9(9)   BINARY.
       01 ROW-WORK.
           05 TMP-SNAP-TALLY          PIC S9(4)   BINARY.
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                VALUE 'Y'.
           05 TMP-ROW-SW              PIC X(1).
              88 TMP-ROW-OK               VALUE 'Y'.
           05 TMP-LOG-BAD-SW          PIC X(1).
           05 TMP-CHECK-KEY           PIC X(40).
           05 TMP-GROWTH-COMMA-CNT    PIC S9(4)   BINARY.
           05 TMP-ROW-GROWTH          PIC S9(5)V99.
           05 TMP-CATLG-HASH-ED       PIC 9(13).
           05 TMP-NUM-ED              PIC Z(6)9.
       01 COUNTER.
           05 TMP-COUNT-MONTHS        PIC 9(7).
           05 TMP-COUNT-HELD          PIC 9(7).
           05 TMP-COUNT-COMPACTED     PIC 9(7).
           05 TMP-COUNT-RECOVERED     PIC 9(7).
           05 TMP-COUNT-GAPS          PIC 9(7).
           05 TMP-COUNT-ROWS          PIC 9(7).
           05 TMP-COUNT-BAD-ROWS      PIC 9(7).
           05 TMP-COUNT-KEPT          PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ICATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt.new'.
       01 OREP-PATH                  PIC X(40)
                                      VALUE 'IO/histbackfill.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE GENPROSE.cob                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.

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

           PERFORM HISTORY-SCAN-RANGE
           PERFORM CATALOG-SCAN-RANGE
           PERFORM MONTH-TABLE-BUILD
           PERFORM HISTORY-COUNT-HELD
           PERFORM CATALOG-LOCATE-ARCHIVES
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MON-MAX)
              PERFORM MONTH-CLASSIFY
           END-PERFORM

      *    NOTHING RECOVERED - THE MASTER STAYS EXACTLY AS IT IS
           IF (TMP-COUNT-RECOVERED > 0) THEN
              PERFORM HISTORY-WRITE-MERGED
              PERFORM FILE-CLOSE-OHIST
      *       CERTIFY THE FRESH HISTORY MASTER WITH ITS IN-BAND
      *       TRAILER (SEE CTRL1) BEFORE ANYTHING READS IT
              MOVE OHIST-PATH TO CTRL1CA-PATH
              PERFORM MASTER-TRAILER-CERTIFY
              PERFORM PROMOTE-NEW-MASTER
           ELSE
              MOVE 'NOTHING TO BACKFILL - HISTORY MASTER NOT REWRITTEN'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

           PERFORM COVERAGE-REPORT

           IF (TMP-COUNT-GAPS > 0) THEN
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
           MOVE 'TPL-HBKF1'                          TO PGM-NAME
           MOVE 'BACKFILL GROWTH HISTORY FROM THE CSV ARCHIVES'
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
           MOVE ICATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICATLG-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OHIST-PATH
           MOVE OREP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 'N' TO TMP-RANGE-SW

      *---------------------------------------------------------------*
      * LAST CLOSED MONTH - THE CURRENT ONE IS TPL-HIST1'S TO APPEND  *
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           MOVE TMP-TODAY(1:6) TO TMP-CHK-PERIOD
           PERFORM PERIOD-TO-NUM
           COMPUTE TMP-CLOSED-NUM = TMP-PER-NUM - 1

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE
           PERFORM PERIOD-REG-LOAD

      *    REFUSE A TRUNCATED MASTER BEFORE READING A SINGLE ROW
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       PERIOD-TO-NUM SECTION.
      *===============================================================*
      *    TMP-CHK-PERIOD (YYYYMM) AS A RUNNING MONTH NUMBER, SO A    *
      *    MONTH'S TABLE SLOT IS ITS DISTANCE FROM THE FIRST MONTH    *
           MOVE 'N' TO TMP-PER-VALID-SW
           MOVE 0   TO TMP-PER-NUM
           IF (TMP-CHK-PERIOD NUMERIC) THEN
              MOVE TMP-CHK-PERIOD(1:4) TO TMP-PER-YYYY
              MOVE TMP-CHK-PERIOD(5:2) TO TMP-PER-MM
              IF (TMP-PER-MM >= 1) AND (TMP-PER-MM <= 12) THEN
                 MOVE 'Y' TO TMP-PER-VALID-SW
                 COMPUTE TMP-PER-NUM =
                    TMP-PER-YYYY * 12 + TMP-PER-MM - 1
              END-IF
           END-IF
           .
       PERIOD-TO-NUM-EXIT. EXIT.



      *****************************************************************
       RANGE-EXTEND SECTION.
      *===============================================================*
           IF (NOT TMP-RANGE-SET) THEN
              MOVE 'Y'         TO TMP-RANGE-SW
              MOVE TMP-PER-NUM TO TMP-FIRST-NUM
              MOVE TMP-PER-NUM TO TMP-LAST-NUM
           END-IF
           IF (TMP-PER-NUM < TMP-FIRST-NUM) THEN
              MOVE TMP-PER-NUM TO TMP-FIRST-NUM
           END-IF
           IF (TMP-PER-NUM > TMP-LAST-NUM) THEN
              MOVE TMP-PER-NUM TO TMP-LAST-NUM
           END-IF
           .
       RANGE-EXTEND-EXIT. EXIT.



      *****************************************************************
       HISTORY-SCAN-RANGE SECTION.
      *===============================================================*
      *    FIRST PASS OVER THE MASTER: ITS MONTH RANGE, THE YEARS     *
      *    ALREADY ROLLED TO ANNUAL ROWS AND THE COMPANIES IT KNOWS   *
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO HISTORY MASTER (IO/growthhist.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE 'RUN TPL-HIST1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              MOVE HIST-PERIOD  TO TMP-CHK-PERIOD
              PERFORM PERIOD-TO-NUM
              IF (TMP-PER-VALID) THEN
                 PERFORM RANGE-EXTEND
              END-IF
              IF (HIST-PERIOD(1:4) NUMERIC)
                 AND (HIST-PERIOD(5:2) = '00') THEN
                 PERFORM ROLLED-YEAR-ADD
              END-IF
              PERFORM COMPANY-ADD
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-SCAN-RANGE-EXIT. EXIT.



      *****************************************************************
       ROLLED-YEAR-ADD SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-YR-MAX)
              IF (TAB-YR-YEAR(TMP-I-TABLE) = HIST-PERIOD(1:4)) THEN
                 GO TO ROLLED-YEAR-ADD-EXIT
              END-IF
           END-PERFORM
           IF (TAB-YR-MAX >= TAB-YR-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-YR OVERFLOW - TOO MANY COMPACTED YEARS'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-YR-MAX
           MOVE HIST-PERIOD(1:4) TO TAB-YR-YEAR(TAB-YR-MAX)
           .
       ROLLED-YEAR-ADD-EXIT. EXIT.



      *****************************************************************
       COMPANY-ADD SECTION.
      *===============================================================*
           MOVE SPACES     TO TMP-CHECK-KEY
           MOVE HIST-NAME  TO TMP-CHECK-KEY(1:38)
           MOVE HIST-STATE TO TMP-CHECK-KEY(39:2)
           PERFORM COMPANY-FIND
           IF (TMP-FOUND) THEN
              GO TO COMPANY-ADD-EXIT
           END-IF
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - TOO MANY COMPANIES ON HISTORY'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CO-MAX
           MOVE TMP-CHECK-KEY TO TAB-CO-KEY(TAB-CO-MAX)
           MOVE 'N'           TO TAB-CO-SEEN-SW(TAB-CO-MAX)
           .
       COMPANY-ADD-EXIT. EXIT.



      *****************************************************************
       COMPANY-FIND SECTION.
      *===============================================================*
      *    TMP-CHECK-KEY (NAME + STATE) ON TAB-CO - TMP-I-TABLE IS    *
      *    THE SLOT WHEN FOUND                                        *
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-KEY(TMP-I-TABLE) = TMP-CHECK-KEY) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
                 GO TO COMPANY-FIND-EXIT
              END-IF
           END-PERFORM
           .
       COMPANY-FIND-EXIT. EXIT.



      *****************************************************************
       CATALOG-SCAN-RANGE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ICATLG
           IF (ICATLG-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO ARCHIVE CATALOG (IO/archivecatalog.txt)'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ICATLG
           PERFORM UNTIL (ICATLG-EOF)
              PERFORM CATLG-SNAPSHOT-CHECK
              IF (TMP-PER-VALID) THEN
                 PERFORM RANGE-EXTEND
              END-IF
              PERFORM FILE-READ-ICATLG
           END-PERFORM
           PERFORM FILE-CLOSE-ICATLG
           .
       CATALOG-SCAN-RANGE-EXIT. EXIT.



      *****************************************************************
       CATLG-SNAPSHOT-CHECK SECTION.
      *===============================================================*
      *    A TPL-BAT1 CSV SNAPSHOT ENTRY GIVES A VALID TMP-PER-NUM    *
      *    FOR ITS MONTH; ANY OTHER ENTRY LEAVES TMP-PER-VALID OFF.   *
      *    THE CATALOGED PATH CARRIES THE ENV PREFIX IN PREFIXED      *
      *    RUNS, SO THE SNAPSHOT IS RECOGNIZED BY ITS NAME ANYWHERE   *
      *    IN THE PATH (SAME TEST AS TPL-YEAR1)                       *
           MOVE ICATLG-RECORD TO CATLG-REC
           MOVE 'N' TO TMP-PER-VALID-SW
           MOVE 0 TO TMP-SNAP-TALLY
           INSPECT CATLG-PATH
             TALLYING TMP-SNAP-TALLY
             FOR ALL 'SNAPSHOT_'
           IF (CATLG-PGM = 'TPL-BAT1')
              AND (TMP-SNAP-TALLY > 0) THEN
              MOVE CATLG-DATE(1:6) TO TMP-CHK-PERIOD
              PERFORM PERIOD-TO-NUM
           END-IF
           .
       CATLG-SNAPSHOT-CHECK-EXIT. EXIT.



      *****************************************************************
       MONTH-TABLE-BUILD SECTION.
      *===============================================================*
      *    EVERY MONTH FROM THE OLDEST ONE SEEN TO THE LAST CLOSED    *
      *    ONE - A HOLE ON BOTH SIDES STILL GETS ITS LINE AS A GAP    *
           IF (NOT TMP-RANGE-SET) THEN
              GO TO MONTH-TABLE-BUILD-EXIT
           END-IF
           IF (TMP-LAST-NUM > TMP-CLOSED-NUM) THEN
              MOVE TMP-CLOSED-NUM TO TMP-LAST-NUM
           END-IF
           IF (TMP-FIRST-NUM > TMP-LAST-NUM) THEN
              GO TO MONTH-TABLE-BUILD-EXIT
           END-IF
           IF (TMP-LAST-NUM - TMP-FIRST-NUM + 1 > TAB-MON-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-MON OVERFLOW - PERIOD RANGE TOO LONG'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-MON-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           COMPUTE TAB-MON-MAX = TMP-LAST-NUM - TMP-FIRST-NUM + 1
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MON-MAX)
              INITIALIZE TAB-MON(TMP-M)
              COMPUTE TMP-PER-NUM = TMP-FIRST-NUM + TMP-M - 1
              DIVIDE 12 INTO TMP-PER-NUM
                GIVING TMP-PER-YYYY REMAINDER TMP-PER-MM0
              END-DIVIDE
              COMPUTE TMP-PER-MM = TMP-PER-MM0 + 1
              MOVE TMP-PER-YYYY TO TAB-MON-PERIOD(TMP-M)(1:4)
              MOVE TMP-PER-MM   TO TAB-MON-PERIOD(TMP-M)(5:2)
           END-PERFORM
           MOVE TAB-MON-MAX TO TMP-COUNT-MONTHS
           .
       MONTH-TABLE-BUILD-EXIT. EXIT.



      *****************************************************************
       MONTH-SLOT SECTION.
      *===============================================================*
      *    TMP-PER-NUM TO ITS TABLE SLOT TMP-M - ZERO WHEN THE MONTH  *
      *    LIES OUTSIDE THE RANGE                                     *
           MOVE 0 TO TMP-M
           IF (TMP-PER-VALID) AND (TAB-MON-MAX > 0)
              AND (TMP-PER-NUM >= TMP-FIRST-NUM)
              AND (TMP-PER-NUM <= TMP-LAST-NUM) THEN
              COMPUTE TMP-M = TMP-PER-NUM - TMP-FIRST-NUM + 1
           END-IF
           .
       MONTH-SLOT-EXIT. EXIT.



      *****************************************************************
       HISTORY-COUNT-HELD SECTION.
      *===============================================================*
      *    SECOND PASS: ROWS ALREADY HELD PER MONTH, AND HOW MANY OF  *
      *    THEM AN EARLIER BACKFILL PUT THERE                         *
           IF (TAB-MON-MAX = 0) THEN
              GO TO HISTORY-COUNT-HELD-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              MOVE HIST-PERIOD  TO TMP-CHK-PERIOD
              PERFORM PERIOD-TO-NUM
              PERFORM MONTH-SLOT
              IF (TMP-M > 0) THEN
                 ADD 1 TO TAB-MON-HELD(TMP-M)
                 IF (HIST-BACKFILLED) THEN
                    ADD 1 TO TAB-MON-HELD-BKF(TMP-M)
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-COUNT-HELD-EXIT. EXIT.



      *****************************************************************
       CATALOG-LOCATE-ARCHIVES SECTION.
      *===============================================================*
      *    THE CATALOG IS APPENDED CHRONOLOGICALLY - THE LAST         *
      *    SNAPSHOT ENTRY OF A MONTH IS ITS MONTH-END ONE             *
           IF (TAB-MON-MAX = 0) THEN
              GO TO CATALOG-LOCATE-ARCHIVES-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-ICATLG
           PERFORM FILE-READ-ICATLG
           PERFORM UNTIL (ICATLG-EOF)
              PERFORM CATLG-SNAPSHOT-CHECK
              PERFORM MONTH-SLOT
              IF (TMP-M > 0) THEN
                 MOVE CATLG-PATH TO TAB-MON-PATH(TMP-M)
                 MOVE CATLG-HASH TO TAB-MON-HASH(TMP-M)
              END-IF
              PERFORM FILE-READ-ICATLG
           END-PERFORM
           PERFORM FILE-CLOSE-ICATLG
           .
       CATALOG-LOCATE-ARCHIVES-EXIT. EXIT.



      *****************************************************************
       MONTH-CLASSIFY SECTION.
      *===============================================================*
      *    A MONTH WITH ANY ROW ON THE MASTER IS NEVER TOUCHED - NOT  *
      *    EVEN TO ADD A COMPANY IT LACKS - SO NO HELD OR RESTATED    *
      *    FIGURE CAN BE OVERWRITTEN OR SHADOWED BY A DUPLICATE       *
           IF (TAB-MON-HELD(TMP-M) > 0) THEN
              MOVE 'H' TO TAB-MON-STATUS(TMP-M)
              ADD 1 TO TMP-COUNT-HELD
              IF (TAB-MON-HELD-BKF(TMP-M) > 0) THEN
                 MOVE 'BACKFILLED ON AN EARLIER RUN'
                   TO TAB-MON-NOTE(TMP-M)
              END-IF
              GO TO MONTH-CLASSIFY-EXIT
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-YR-MAX)
              IF (TAB-YR-YEAR(TMP-I-TABLE)
                  = TAB-MON-PERIOD(TMP-M)(1:4)) THEN
                 MOVE 'C' TO TAB-MON-STATUS(TMP-M)
                 ADD 1 TO TMP-COUNT-COMPACTED
                 MOVE 'YEAR ROLLED TO ANNUAL ROW (TPL-HCMP1)'
                   TO TAB-MON-NOTE(TMP-M)
                 GO TO MONTH-CLASSIFY-EXIT
              END-IF
           END-PERFORM

      *    A CLOSED OR REOPENED MONTH (SEE LIB/UTIL/CPRD1) IS NOT
      *    WRITTEN HERE EVEN WHEN EMPTY - IT IS LEFT AS A GAP FOR THE
      *    PERIOD OWNER TO RESOLVE
           MOVE TAB-MON-PERIOD(TMP-M) TO CPRD1CA-PERIOD
           PERFORM PERIOD-STATUS-GET
           IF (CPRD1CA-PER-CLOSED) THEN
              MOVE 'PERIOD CLOSED - NOT BACKFILLED'
                TO TAB-MON-NOTE(TMP-M)
              PERFORM MONTH-GAP
              GO TO MONTH-CLASSIFY-EXIT
           END-IF
           IF (CPRD1CA-PER-REOPENED) THEN
              MOVE 'PERIOD REOPENED - NOT BACKFILLED'
                TO TAB-MON-NOTE(TMP-M)
              PERFORM MONTH-GAP
              GO TO MONTH-CLASSIFY-EXIT
           END-IF

           IF (TAB-MON-PATH(TMP-M) = SPACES) THEN
              MOVE 'NO MONTH-END SNAPSHOT ON CATALOG'
                TO TAB-MON-NOTE(TMP-M)
              PERFORM MONTH-GAP
              GO TO MONTH-CLASSIFY-EXIT
           END-IF

           PERFORM ARCHIVE-PROBE
           .
       MONTH-CLASSIFY-EXIT. EXIT.



      *****************************************************************
       MONTH-GAP SECTION.
      *===============================================================*
           MOVE 'G' TO TAB-MON-STATUS(TMP-M)
           ADD 1 TO TMP-COUNT-GAPS
           STRING 'HISTORY GAP ' TAB-MON-PERIOD(TMP-M) ': '
                  TAB-MON-NOTE(TMP-M)
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       MONTH-GAP-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-PROBE SECTION.
      *===============================================================*
      *    THE SNAPSHOT MUST STILL MATCH ITS CATALOG HASH (AS         *
      *    TPL-VRFY1 CHECKS IT) AND HOLD ROWS; ITS COMPANIES ARE      *
      *    TICKED OFF AGAINST THE MASTER'S TO COUNT THE ABSENT ONES   *
           IF (TAB-MON-HASH(TMP-M) NOT = SPACES) THEN
              MOVE TAB-MON-PATH(TMP-M) TO CTRL1CA-PATH
              PERFORM MASTER-CONTENT-HASH
              IF (CTRL1CA-OK) THEN
                 MOVE CTRL1CA-HASH TO TMP-CATLG-HASH-ED
                 IF (TMP-CATLG-HASH-ED NOT = TAB-MON-HASH(TMP-M)) THEN
                    MOVE 'SNAPSHOT FAILS ITS CATALOG HASH'
                      TO TAB-MON-NOTE(TMP-M)
                    PERFORM MONTH-GAP
                    GO TO ARCHIVE-PROBE-EXIT
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO TMP-IARCH-PATH
           MOVE TAB-MON-PATH(TMP-M) TO TMP-IARCH-PATH
           PERFORM FILE-OPEN-INPUT-IARCH
           IF (IARCH-NO) THEN
              MOVE 'CATALOGED SNAPSHOT MISSING ON DISK'
                TO TAB-MON-NOTE(TMP-M)
              PERFORM MONTH-GAP
              GO TO ARCHIVE-PROBE-EXIT
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              MOVE 'N' TO TAB-CO-SEEN-SW(TMP-I-TABLE)
           END-PERFORM
           MOVE 'Y' TO TMP-LOG-BAD-SW
           PERFORM FILE-READ-IARCH
           PERFORM UNTIL (IARCH-EOF)
              PERFORM ARCHIVE-ROW-PARSE
              IF (TMP-ROW-OK) THEN
                 ADD 1 TO TAB-MON-RECOVERED(TMP-M)
                 MOVE SPACES        TO TMP-CHECK-KEY
                 MOVE TMP-CSV-NAME  TO TMP-CHECK-KEY(1:38)
                 MOVE TMP-CSV-STATE TO TMP-CHECK-KEY(39:2)
                 PERFORM COMPANY-FIND
                 IF (TMP-FOUND) THEN
                    MOVE 'Y' TO TAB-CO-SEEN-SW(TMP-I-TABLE)
                 END-IF
              END-IF
              PERFORM FILE-READ-IARCH
           END-PERFORM
           PERFORM FILE-CLOSE-IARCH

           IF (TAB-MON-RECOVERED(TMP-M) = 0) THEN
              MOVE 'SNAPSHOT HOLDS NO USABLE ROWS'
                TO TAB-MON-NOTE(TMP-M)
              PERFORM MONTH-GAP
              GO TO ARCHIVE-PROBE-EXIT
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-SEEN-SW(TMP-I-TABLE) = 'N') THEN
                 ADD 1 TO TAB-MON-ABSENT(TMP-M)
              END-IF
           END-PERFORM
           MOVE 'R' TO TAB-MON-STATUS(TMP-M)
           ADD 1 TO TMP-COUNT-RECOVERED
           ADD TAB-MON-RECOVERED(TMP-M) TO TMP-COUNT-ROWS
           .
       ARCHIVE-PROBE-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-ROW-PARSE SECTION.
      *===============================================================*
      *    ONE SNAPSHOT LINE TO CSV-FIELDS AND TMP-ROW-GROWTH. THE    *
      *    GROWTH TEXT TOLERATES A PERIOD DECIMAL, LIKE TPL-BAT3; A   *
      *    ROW THAT DOES NOT FIT THE MASTER IS LEFT OUT (LOGGED ON    *
      *    THE PROBE PASS ONLY)                                       *
           MOVE 'N' TO TMP-ROW-SW
           IF (IARCH-RECORD(1:29) = TMP-CSV-HEADER)
              OR (IARCH-RECORD = SPACES) THEN
              GO TO ARCHIVE-ROW-PARSE-EXIT
           END-IF
           MOVE SPACES TO CSV-FIELDS
           UNSTRING IARCH-RECORD DELIMITED BY ','
             INTO TMP-CSV-NAME TMP-CSV-STATE
                  TMP-CSV-INDUSTRY TMP-CSV-GROWTH-TXT
           END-UNSTRING
           MOVE 0 TO TMP-GROWTH-COMMA-CNT
           INSPECT TMP-CSV-GROWTH-TXT
             TALLYING TMP-GROWTH-COMMA-CNT FOR ALL ','
           IF (TMP-GROWTH-COMMA-CNT = 0) THEN
              INSPECT TMP-CSV-GROWTH-TXT REPLACING ALL '.' BY ','
           END-IF
           IF (TMP-CSV-NAME = SPACES)
              OR (TMP-CSV-GROWTH-TXT = SPACES)
              OR (FUNCTION TEST-NUMVAL(TMP-CSV-GROWTH-TXT) NOT = 0) THEN
              PERFORM ARCHIVE-ROW-BAD
              GO TO ARCHIVE-ROW-PARSE-EXIT
           END-IF
           COMPUTE TMP-ROW-GROWTH =
              FUNCTION NUMVAL(TMP-CSV-GROWTH-TXT)
           IF (TMP-ROW-GROWTH > 999,99) OR (TMP-ROW-GROWTH < -999,99)
              THEN
              PERFORM ARCHIVE-ROW-BAD
              GO TO ARCHIVE-ROW-PARSE-EXIT
           END-IF
           MOVE 'Y' TO TMP-ROW-SW
           .
       ARCHIVE-ROW-PARSE-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-ROW-BAD SECTION.
      *===============================================================*
           IF (TMP-LOG-BAD-SW = 'Y') THEN
              ADD 1 TO TMP-COUNT-BAD-ROWS
              STRING 'SNAPSHOT ROW SKIPPED ' TAB-MON-PERIOD(TMP-M) ': '
                     IARCH-RECORD
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       ARCHIVE-ROW-BAD-EXIT. EXIT.



      *****************************************************************
       HISTORY-WRITE-MERGED SECTION.
      *===============================================================*
      *    THE MASTER IS COPIED AS-IS; AHEAD OF EACH MONTHLY ROW ALL  *
      *    RECOVERED MONTHS BEFORE ITS PERIOD ARE WRITTEN, SO THE     *
      *    NEW MASTER KEEPS ITS PERIOD ORDER. ANNUAL (YYYY00) ROWS     *
      *    AND ANYTHING WITHOUT A VALID PERIOD PASS STRAIGHT THROUGH  *
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-OPEN-OUTPUT-OHIST
           MOVE 1 TO TMP-FLUSH-M
           MOVE 'N' TO TMP-LOG-BAD-SW
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              MOVE HIST-PERIOD  TO TMP-CHK-PERIOD
              PERFORM PERIOD-TO-NUM
              IF (TMP-PER-VALID) THEN
                 IF (TMP-PER-NUM > TMP-LAST-NUM) THEN
                    COMPUTE TMP-FLUSH-LIMIT = TAB-MON-MAX + 1
                 ELSE
                    COMPUTE TMP-FLUSH-LIMIT =
                       TMP-PER-NUM - TMP-FIRST-NUM + 1
                 END-IF
                 PERFORM RECOVERED-FLUSH
              END-IF
              MOVE IHIST-RECORD TO OHIST-RECORD
              PERFORM FILE-WRITE-OHIST
              ADD 1 TO TMP-COUNT-KEPT
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           COMPUTE TMP-FLUSH-LIMIT = TAB-MON-MAX + 1
           PERFORM RECOVERED-FLUSH
           .
       HISTORY-WRITE-MERGED-EXIT. EXIT.



      *****************************************************************
       RECOVERED-FLUSH SECTION.
      *===============================================================*
      *    RECOVERED MONTHS FROM TMP-FLUSH-M UP TO (NOT INCLUDING)    *
      *    TMP-FLUSH-LIMIT; TMP-FLUSH-M NEVER MOVES BACK              *
           PERFORM VARYING TMP-FLUSH-M FROM TMP-FLUSH-M BY 1
                     UNTIL (TMP-FLUSH-M >= TMP-FLUSH-LIMIT)
              IF (TAB-MON-IS-RECOVERED(TMP-FLUSH-M)) THEN
                 MOVE TMP-FLUSH-M TO TMP-M
                 PERFORM ARCHIVE-WRITE-MONTH
              END-IF
           END-PERFORM
           .
       RECOVERED-FLUSH-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-WRITE-MONTH SECTION.
      *===============================================================*
           MOVE SPACES TO TMP-IARCH-PATH
           MOVE TAB-MON-PATH(TMP-M) TO TMP-IARCH-PATH
           PERFORM FILE-OPEN-INPUT-IARCH
           IF (IARCH-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'SNAPSHOT VANISHED DURING THE RUN: '
                     TMP-IARCH-PATH
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING PROMOTED - RERUN THE BACKFILL'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IARCH
           PERFORM UNTIL (IARCH-EOF)
              PERFORM ARCHIVE-ROW-PARSE
              IF (TMP-ROW-OK) THEN
                 MOVE SPACES                TO HIST-REC
                 MOVE TMP-CSV-NAME          TO HIST-NAME
                 MOVE TMP-CSV-STATE         TO HIST-STATE
                 MOVE TAB-MON-PERIOD(TMP-M) TO HIST-PERIOD
                 MOVE TMP-ROW-GROWTH        TO HIST-GROWTH
                 MOVE SPACE                 TO HIST-RST-SW
                 MOVE ZERO                  TO HIST-RST-ORIG
                 MOVE 'B'                   TO HIST-SRC-SW
                 MOVE HIST-REC TO OHIST-RECORD
                 PERFORM FILE-WRITE-OHIST
              END-IF
              PERFORM FILE-READ-IARCH
           END-PERFORM
           PERFORM FILE-CLOSE-IARCH
           .
       ARCHIVE-WRITE-MONTH-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE OTHER MASTERS     *
      * (SEE GENPROSE.cob)                                            *
      *---------------------------------------------------------------*
           MOVE IHIST-PATH TO GEN-MASTER-PATH
           MOVE OHIST-PATH TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       PROMOTE-NEW-MASTER-EXIT. EXIT.



      *****************************************************************
       COVERAGE-REPORT SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-OUTPUT-OREP
           STRING 'GROWTH HISTORY BACKFILL FROM THE CSV ARCHIVES - RUN '
                  TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE OREP-HR2 TO OREP-REC
           PERFORM OREP-WRITE
           PERFORM OREP-WRITE
           MOVE 'COVERAGE BY PERIOD' TO OREP-REC
           PERFORM OREP-WRITE
           MOVE OREP-HR1 TO OREP-REC
           PERFORM OREP-WRITE
           MOVE SPACES           TO OREP-D
           MOVE 'PERIOD'         TO OREP-D-PERIOD
           MOVE 'STATUS'         TO OREP-D-STATUS
           MOVE '     HELD'      TO OREP-D-HELD
           MOVE 'RECOVERED'      TO OREP-D-RECOVERED
           MOVE '   ABSENT'      TO OREP-D-ABSENT
           MOVE 'NOTE'           TO OREP-D-NOTE
           MOVE OREP-D TO OREP-REC
           PERFORM OREP-WRITE

           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MON-MAX)
              PERFORM COVERAGE-LINE
           END-PERFORM
           IF (TAB-MON-MAX = 0) THEN
              MOVE '(NO CLOSED PERIOD ON THE MASTER OR THE CATALOG)'
                TO OREP-REC
              PERFORM OREP-WRITE
           END-IF
           MOVE OREP-HR1 TO OREP-REC
           PERFORM OREP-WRITE

           MOVE TMP-COUNT-MONTHS TO TMP-NUM-ED
           STRING 'PERIODS COVERED...........: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE TMP-COUNT-HELD TO TMP-NUM-ED
           STRING 'ALREADY HELD (UNTOUCHED)..: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE TMP-COUNT-COMPACTED TO TMP-NUM-ED
           STRING 'COMPACTED YEARS (MONTHS)..: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE TMP-COUNT-RECOVERED TO TMP-NUM-ED
           STRING 'RECOVERED.................: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE TMP-COUNT-GAPS TO TMP-NUM-ED
           STRING 'STILL GAPS................: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           PERFORM OREP-WRITE
           MOVE TMP-COUNT-ROWS TO TMP-NUM-ED
           STRING 'COMPANY ROWS RECOVERED....: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE TMP-COUNT-BAD-ROWS TO TMP-NUM-ED
           STRING 'SNAPSHOT ROWS SKIPPED.....: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE TAB-CO-MAX TO TMP-NUM-ED
           STRING 'COMPANIES ON THE MASTER...: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           PERFORM OREP-WRITE
           MOVE 'ABSENT = COMPANIES ON THE MASTER NOT IN THAT MONTH''S'
             TO OREP-REC
           PERFORM OREP-WRITE
           MOVE '         SNAPSHOT (NOT YET LISTED, OR DROPPED)'
             TO OREP-REC
           PERFORM OREP-WRITE
           PERFORM FILE-CLOSE-OREP
           .
       COVERAGE-REPORT-EXIT. EXIT.



      *****************************************************************
       COVERAGE-LINE SECTION.
      *===============================================================*
           MOVE SPACES TO OREP-D
           STRING TAB-MON-PERIOD(TMP-M)(1:4) '-'
                  TAB-MON-PERIOD(TMP-M)(5:2)
             DELIMITED BY SIZE
             INTO OREP-D-PERIOD
           END-STRING
           EVALUATE TRUE
              WHEN TAB-MON-IS-HELD(TMP-M)
                 MOVE 'HELD'      TO OREP-D-STATUS
                 MOVE TAB-MON-HELD(TMP-M) TO TMP-NUM-ED
                 MOVE TMP-NUM-ED  TO OREP-D-HELD
              WHEN TAB-MON-IS-COMPACTED(TMP-M)
                 MOVE 'COMPACTED' TO OREP-D-STATUS
              WHEN TAB-MON-IS-RECOVERED(TMP-M)
                 MOVE 'RECOVERED' TO OREP-D-STATUS
                 MOVE TAB-MON-RECOVERED(TMP-M) TO TMP-NUM-ED
                 MOVE TMP-NUM-ED  TO OREP-D-RECOVERED
                 MOVE TAB-MON-ABSENT(TMP-M) TO TMP-NUM-ED
                 MOVE TMP-NUM-ED  TO OREP-D-ABSENT
              WHEN OTHER
                 MOVE 'GAP'       TO OREP-D-STATUS
           END-EVALUATE
           MOVE TAB-MON-NOTE(TMP-M) TO OREP-D-NOTE
           MOVE OREP-D TO OREP-REC
           PERFORM OREP-WRITE
           .
       COVERAGE-LINE-EXIT. EXIT.



      *****************************************************************
       OREP-WRITE SECTION.
      *===============================================================*
           MOVE OREP-REC TO OREP-RECORD
           PERFORM FILE-WRITE-OREP
           MOVE SPACES TO OREP-REC
           .
       OREP-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE TMP-COUNT-ROWS TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'PERIODS COVERED......: ' TMP-COUNT-MONTHS
           DISPLAY 'PERIODS HELD.........: ' TMP-COUNT-HELD
           DISPLAY 'PERIODS COMPACTED....: ' TMP-COUNT-COMPACTED
           DISPLAY 'PERIODS RECOVERED....: ' TMP-COUNT-RECOVERED
           DISPLAY 'PERIODS STILL GAPS...: ' TMP-COUNT-GAPS
           DISPLAY 'ROWS RECOVERED.......: ' TMP-COUNT-ROWS
           DISPLAY 'MASTER ROWS KEPT.....: ' TMP-COUNT-KEPT
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
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IARCH==
            ==:V2:== BY ==TMP-IARCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==OHIST-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==OREP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-HBKF1.
      *****************************************************************
