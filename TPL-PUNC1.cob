       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PUNC1.
      *****************************************************************
      * TPL-PUNC1: REGIONAL SUBMISSION PUNCTUALITY SCORECARD          *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * WHICH REGIONAL OFFICE IS LATE AGAIN WAS UNTIL NOW A MATTER    *
      * OF THE OPERATORS' MEMORY. TPL-MERG1, TPL-CATC1 AND TPL-RRET1  *
      * NOW APPEND EVERY ARRIVAL, CUTOFF MISS, STALE EXTRACT,         *
      * CATCH-UP AND REJECT COUNT TO THE REGION SUBMISSION HISTORY    *
      * (SEE SUBHWS.cob). THIS STEP TURNS ONE MONTH OF THAT HISTORY   *
      * INTO A SCORECARD RANKING THE REGIONS BY ON-TIME RATE, THEN    *
      * AVERAGE LATENESS, THEN REJECTS PER THOUSAND ROWS SUBMITTED.   *
      * IT RUNS EVERY NIGHT AT THE END OF THE CHAIN LIKE TPL-MEND1    *
      * AND ONLY DOES WORK ON A PERIOD-END DATE OF THE PROCESSING     *
      * CALENDAR (OR WHEN FORCED / GIVEN A MONTH).                    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IREGIONS - MANIFEST OF REGIONAL EXTRACT PATHS                 *
      *            (IO/companyregions.txt) - LINE N IS REGION N       *
      * ISUBH    - REGION SUBMISSION HISTORY (IO/regionsubhist.txt)   *
      * ICAL     - PROCESSING CALENDAR (IO/calendar.txt), PERIODEND=  *
      *            YYYYMMDD LINES DECIDE WHEN THE SCORECARD RUNS      *
      * IPARM    - OPTIONAL (IO/puncparm.txt), KEYWORD=VALUE:         *
      *            MONTH=YYYYMM  SCORE THAT MONTH (IMPLIES FORCE)     *
      *            FORCE=Y       SCORE THE CURRENT MONTH TODAY        *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OPUNC    - PUNCTUALITY SCORECARD (IO/punctuality.txt)         *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A NIGHT COUNTS FOR A REGION WHEN THE HISTORY HAS A GATE OR A  *
      * CATCHUP EVENT FOR IT ON THAT DATE. THE FIRST GATE EVENT WITH  *
      * STATUS OK IS THE ARRIVAL: ON TIME WHEN IT WAS NOT PAST THE    *
      * CUTOFF, LATE OTHERWISE. A NIGHT WITHOUT AN OK GATE BUT WITH A *
      * CATCH-UP IS LATE BY THE CATCH-UP'S LATENESS; A NIGHT WITH     *
      * NEITHER IS MISSED. AVERAGE LATENESS IS OVER THE NIGHTS THAT   *
      * ARRIVED (MISSED NIGHTS HAVE NO ARRIVAL TO MEASURE). A RERUN   *
      * OF THE SAME NIGHT REPLACES THAT NIGHT'S ROW AND REJECT COUNTS *
      * RATHER THAN ADDING TO THEM. REGIONS WITHOUT A NIGHT IN THE    *
      * MONTH ARE LISTED UNRANKED AT THE BOTTOM.                      *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * PERIODEND CHECK AGAINST THE CHAIN RUN DATE (RUNDSE)           *
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
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==IREGIONS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUBH==
            ==:V2:== BY ==ISUBH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPUNC==
            ==:V2:== BY ==OPUNC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
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
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUBH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPUNC==
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

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IREGIONS = MANIFEST OF REGIONAL EXTRACT PATHS, AND THE  *
      * PER-REGION SCORE LINE                                         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREGIONS==.
       01 REGIONS.
           05 TAB-RG-MAX              PIC S9(4) BINARY.
           05 TAB-RG-DIM              PIC S9(4) BINARY  VALUE 99.
           05 TAB-RG                  OCCURS 99.
                10 TAB-RG-PATH        PIC X(80).
                10 TAB-RG-NIGHTS      PIC 9(3).
                10 TAB-RG-ONTIME      PIC 9(3).
                10 TAB-RG-LATE        PIC 9(3).
                10 TAB-RG-MISSED      PIC 9(3).
                10 TAB-RG-ARRIVED     PIC 9(3).
                10 TAB-RG-LATE-MIN    PIC 9(9).
                10 TAB-RG-STALE       PIC 9(3).
                10 TAB-RG-CATCHUP     PIC 9(5).
                10 TAB-RG-ROWS        PIC 9(9).
                10 TAB-RG-REJECTS     PIC 9(9).
                10 TAB-RG-RATE        PIC 9(3)V9.
                10 TAB-RG-AVG-LATE    PIC 9(5).
                10 TAB-RG-PER-K       PIC 9(5)V9.
       01 TMP-FMT-KIND                PIC X(40).

      *---------------------------------------------------------------*
      * INPUT ISUBH = REGION SUBMISSION HISTORY (SEE SUBHWS.cob) AND  *
      * ONE CELL PER REGION AND DAY OF THE SCORED MONTH               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUBH==.
       COPY 'LIB/FILE/SUBHWS.cob'.
       01 NIGHTS.
           05 TAB-NT-REGION           OCCURS 99.
                10 TAB-NT-DAY         OCCURS 31.
                   15 TAB-NT-SEEN-SW     PIC X(1).
                   15 TAB-NT-GATE-OK-SW  PIC X(1).
                   15 TAB-NT-GATE-LATE   PIC 9(5).
                   15 TAB-NT-CATCH-SW    PIC X(1).
                   15 TAB-NT-CATCH-LATE  PIC 9(5).
                   15 TAB-NT-STALE-SW    PIC X(1).
                   15 TAB-NT-MERGE-ROWS  PIC 9(7).
                   15 TAB-NT-CATCH-ROWS  PIC 9(7).
                   15 TAB-NT-REJECTS     PIC 9(7).
       01 TMP-DAY                     PIC 9(2).
       01 TMP-RG                      PIC S9(4)   BINARY.

      *---------------------------------------------------------------*
      * RANKING - ONE KEY PER REGION, ASCENDING: (1000 - ON-TIME RATE *
      * IN TENTHS), AVERAGE LATENESS, REJECTS PER THOUSAND IN TENTHS; *
      * REGIONS WITHOUT A NIGHT SORT LAST                             *
      *---------------------------------------------------------------*
       01 RANKING.
           05 TAB-RK                  OCCURS 99.
                10 TAB-RK-KEY.
                   15 TAB-RK-RATE-KEY    PIC 9(4).
                   15 TAB-RK-LATE-KEY    PIC 9(5).
                   15 TAB-RK-REJ-KEY     PIC 9(6).
                10 TAB-RK-REGION      PIC S9(4)   BINARY.
       01 TMP-SWAP-RK                 PIC X(17).

      *---------------------------------------------------------------*
      * ICAL = PROCESSING CALENDAR; IPARM = OPTIONAL OVERRIDES        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICAL==.
       01 ICAL-KEY                    PIC X(20).
       01 ICAL-VAL                    PIC X(20).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-MONTH               PIC X(6).
           05 TMP-MONTH-END-SW        PIC X(1)   VALUE 'N'.
              88 TMP-MONTH-END            VALUE 'Y'.
           05 TMP-FORCE-SW            PIC X(1)   VALUE 'N'.

      *---------------------------------------------------------------*
      * OUTPUT OPUNC = PUNCTUALITY SCORECARD                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPUNC==.
       01 OPUNC-REC                   PIC X(132).
       01 OPUNC-H1.
           05 FILLER                  PIC X(49)
              VALUE 'REGIONAL SUBMISSION PUNCTUALITY SCORECARD - MONTH'.
           05 FILLER                  PIC X(1).
           05 OPUNC-H1-MONTH          PIC X(6).
           05 FILLER                  PIC X(7)  VALUE ' - RUN '.
           05 OPUNC-H1-DATE           PIC X(8).
       01 OPUNC-H2.
           05 FILLER                  PIC X(5)  VALUE 'RANK'.
           05 FILLER                  PIC X(4)  VALUE 'RG'.
           05 FILLER                  PIC X(31) VALUE 'EXTRACT'.
           05 FILLER                  PIC X(6)  VALUE 'NIGHT'.
           05 FILLER                  PIC X(6)  VALUE 'ONTIM'.
           05 FILLER                  PIC X(6)  VALUE 'RATE%'.
           05 FILLER                  PIC X(6)  VALUE ' LATE'.
           05 FILLER                  PIC X(6)  VALUE 'MISSD'.
           05 FILLER                  PIC X(7)  VALUE 'AVGMIN'.
           05 FILLER                  PIC X(6)  VALUE 'STALE'.
           05 FILLER                  PIC X(6)  VALUE 'CATCH'.
           05 FILLER                  PIC X(10) VALUE '     ROWS '.
           05 FILLER                  PIC X(8)  VALUE 'REJECTS'.
           05 FILLER                  PIC X(7)  VALUE 'PER1000'.
       01 OPUNC-HR1                   PIC X(132) VALUE ALL '-'.
       01 OPUNC-R1.
           05 OPUNC-R1-RANK           PIC X(4).
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-REGION         PIC X(2).
           05 FILLER                  PIC X(2).
           05 OPUNC-R1-PATH           PIC X(30).
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-NIGHTS         PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-ONTIME         PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-RATE           PIC ZZ9,9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-LATE           PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-MISSED         PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-AVG-LATE       PIC Z(5)9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-STALE          PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-CATCHUP        PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-ROWS           PIC Z(8)9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-REJECTS        PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OPUNC-R1-PER-K          PIC Z(4)9,9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-RANK                PIC S9(4)   BINARY.
           05 TMP-RANK-ED             PIC ZZZ9.
           05 TMP-RG-ED               PIC 9(2).
       01 COUNTER.
           05 TMP-COUNT-EVENTS        PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-NIGHTS        PIC 9(7).
           05 TMP-COUNT-ONTIME        PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IREGIONS-PATH              PIC X(40)
                                      VALUE 'IO/companyregions.txt'.
       01 ISUBH-PATH                 PIC X(40)
                                      VALUE 'IO/regionsubhist.txt'.
       01 ICAL-PATH                  PIC X(40)
                                      VALUE 'IO/calendar.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/puncparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OPUNC-PATH                 PIC X(40)
                                      VALUE 'IO/punctuality.txt'.
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

           IF (TMP-MONTH-END) OR (TMP-FORCE-SW = 'Y') THEN
              PERFORM HISTORY-LOAD
              PERFORM NIGHTS-SCORE
              PERFORM REGIONS-RANK
              PERFORM SCORECARD-WRITE
           ELSE
              DISPLAY PGM-NAME ' ' TMP-TODAY
                ' IS NOT A PERIOD-END - NO SCORECARD DUE'
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
           MOVE 'TPL-PUNC1'                          TO PGM-NAME
           MOVE 'REGIONAL SUBMISSION PUNCTUALITY SCORECARD'
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
           MOVE IREGIONS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREGIONS-PATH
           MOVE ISUBH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUBH-PATH
           MOVE ICAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAL-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OPUNC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPUNC-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE NIGHTS
           MOVE 0 TO TAB-RG-MAX
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-TODAY
           MOVE TMP-TODAY(1:6)             TO TMP-MONTH

      *---------------------------------------------------------------*
      * CONSULT THE PROCESSING CALENDAR (PERIODEND= LINES DECIDE      *
      * WHEN THE SCORECARD IS DUE, THE SAME AS TPL-MEND1)             *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICAL
           IF (ICAL-YES) THEN
              PERFORM FILE-READ-ICAL
              PERFORM UNTIL (ICAL-EOF)
                 MOVE SPACES TO ICAL-KEY ICAL-VAL
                 UNSTRING ICAL-RECORD DELIMITED BY '='
                   INTO ICAL-KEY ICAL-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(ICAL-KEY) = 'PERIODEND')
                    AND (FUNCTION TRIM(ICAL-VAL) = TMP-TODAY) THEN
                    MOVE 'Y' TO TMP-MONTH-END-SW
                 END-IF
                 PERFORM FILE-READ-ICAL
              END-PERFORM
              PERFORM FILE-CLOSE-ICAL
           END-IF

      *---------------------------------------------------------------*
      * OVERRIDES (IPARM IS OPTIONAL) - A PAST MONTH ON REQUEST, OR   *
      * THE CURRENT ONE OFF-CALENDAR                                  *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(IPARM-KEY)
                   WHEN 'MONTH'
                     IF (IPARM-VAL(1:6) NOT NUMERIC) THEN
                        MOVE '905' TO PGM-ERR-RC
                        STRING 'INVALID PUNCPARM MONTH: ' IPARM-VAL
                          DELIMITED BY SIZE INTO PGM-ERR-MSG1
                        END-STRING
                        MOVE 'EXPECTED MONTH=YYYYMM' TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     MOVE IPARM-VAL(1:6) TO TMP-MONTH
                     MOVE 'Y'            TO TMP-FORCE-SW
                   WHEN 'FORCE'
                     IF (FUNCTION TRIM(IPARM-VAL) = 'Y') THEN
                        MOVE 'Y' TO TMP-FORCE-SW
                     END-IF
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN PUNCPARM KEYWORD IGNORED: '
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

      *---------------------------------------------------------------*
      * REGIONS - LINE N OF THE MANIFEST IS REGION N, THE SAME        *
      * ORDINAL TPL-MERG1 RECORDS IN THE HISTORY                      *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IREGIONS
           PERFORM FILE-READ-IREGIONS
           PERFORM UNTIL (IREGIONS-EOF)
              IF (TAB-RG-MAX >= TAB-RG-DIM) THEN
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'TAB-RG OVERFLOW - REGION NOT SCORED: '
                        IREGIONS-RECORD(1:40)
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              ELSE
                 ADD 1 TO TAB-RG-MAX
                 INITIALIZE TAB-RG(TAB-RG-MAX)
                 MOVE SPACES TO TMP-FMT-KIND
                 UNSTRING IREGIONS-RECORD DELIMITED BY '|'
                   INTO TAB-RG-PATH(TAB-RG-MAX) TMP-FMT-KIND
                 END-UNSTRING
              END-IF
              PERFORM FILE-READ-IREGIONS
           END-PERFORM
           PERFORM FILE-CLOSE-IREGIONS
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       HISTORY-LOAD SECTION.
      *===============================================================*
      *    SPREAD THE MONTH'S EVENTS OVER THE REGION/DAY CELLS. THE   *
      *    HISTORY IS IN WRITE ORDER, NOT DATE ORDER - A CATCH-UP FOR *
      *    LAST NIGHT MAY FOLLOW TONIGHT'S GATE EVENTS               *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ISUBH
           IF (ISUBH-NO) THEN
              MOVE 'NO SUBMISSION HISTORY YET - EMPTY SCORECARD'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO HISTORY-LOAD-EXIT
           END-IF

           PERFORM FILE-READ-ISUBH
           PERFORM UNTIL (ISUBH-EOF)
              MOVE ISUBH-RECORD TO SUBH-REC
              IF (SUBH-REC-DATE(1:6) = TMP-MONTH) THEN
                 PERFORM HISTORY-EVENT-APPLY
              END-IF
              PERFORM FILE-READ-ISUBH
           END-PERFORM
           PERFORM FILE-CLOSE-ISUBH
           .
       HISTORY-LOAD-EXIT. EXIT.



      *****************************************************************
       HISTORY-EVENT-APPLY SECTION.
      *===============================================================*
           IF (SUBH-REC-REGION NOT NUMERIC)
              OR (SUBH-REC-DATE(7:2) NOT NUMERIC)
              OR (SUBH-REC-LATE NOT NUMERIC)
              OR (SUBH-REC-ROWS NOT NUMERIC) THEN
              ADD 1 TO TMP-COUNT-SKIPPED
              GO TO HISTORY-EVENT-APPLY-EXIT
           END-IF
           MOVE SUBH-REC-DATE(7:2) TO TMP-DAY
           IF (SUBH-REC-REGION < 1) OR (SUBH-REC-REGION > TAB-RG-MAX)
              OR (TMP-DAY < 1) OR (TMP-DAY > 31) THEN
      *       A REGION NO LONGER ON THE MANIFEST HAS NO LINE TO SCORE
              ADD 1 TO TMP-COUNT-SKIPPED
              GO TO HISTORY-EVENT-APPLY-EXIT
           END-IF
           MOVE SUBH-REC-REGION TO TMP-RG
           ADD 1 TO TMP-COUNT-EVENTS

           EVALUATE TRUE
             WHEN SUBH-REC-GATE
               MOVE 'Y' TO TAB-NT-SEEN-SW(TMP-RG, TMP-DAY)
      *        THE FIRST OK GATE OF THE NIGHT IS THE ARRIVAL - A
      *        RERUN AFTER A HOLD DOES NOT MAKE IT LATER
               IF (SUBH-REC-STATUS = 'OK')
                  AND (TAB-NT-GATE-OK-SW(TMP-RG, TMP-DAY) NOT = 'Y')
                  THEN
                  MOVE 'Y' TO TAB-NT-GATE-OK-SW(TMP-RG, TMP-DAY)
                  MOVE SUBH-REC-LATE
                    TO TAB-NT-GATE-LATE(TMP-RG, TMP-DAY)
               END-IF
             WHEN SUBH-REC-MERGE
               MOVE SUBH-REC-ROWS TO TAB-NT-MERGE-ROWS(TMP-RG, TMP-DAY)
             WHEN SUBH-REC-STALE
               MOVE 'Y' TO TAB-NT-STALE-SW(TMP-RG, TMP-DAY)
             WHEN SUBH-REC-CATCHUP
               MOVE 'Y' TO TAB-NT-SEEN-SW(TMP-RG, TMP-DAY)
               IF (TAB-NT-CATCH-SW(TMP-RG, TMP-DAY) NOT = 'Y') THEN
                  MOVE 'Y' TO TAB-NT-CATCH-SW(TMP-RG, TMP-DAY)
                  MOVE SUBH-REC-LATE
                    TO TAB-NT-CATCH-LATE(TMP-RG, TMP-DAY)
               END-IF
               ADD SUBH-REC-ROWS TO TAB-NT-CATCH-ROWS(TMP-RG, TMP-DAY)
               ADD 1 TO TAB-RG-CATCHUP(TMP-RG)
             WHEN SUBH-REC-REJECTS
               MOVE SUBH-REC-ROWS TO TAB-NT-REJECTS(TMP-RG, TMP-DAY)
             WHEN OTHER
               ADD 1 TO TMP-COUNT-SKIPPED
           END-EVALUATE
           .
       HISTORY-EVENT-APPLY-EXIT. EXIT.



      *****************************************************************
       NIGHTS-SCORE SECTION.
      *===============================================================*
      *    FOLD EACH REGION'S NIGHTS INTO ITS SCORE LINE             *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-RG FROM 1 BY 1
                     UNTIL (TMP-RG > TAB-RG-MAX)
              PERFORM VARYING TMP-DAY FROM 1 BY 1
                        UNTIL (TMP-DAY > 31)
                 PERFORM NIGHT-SCORE-ONE
              END-PERFORM

              MOVE 0 TO TAB-RG-RATE(TMP-RG)
              MOVE 0 TO TAB-RG-AVG-LATE(TMP-RG)
              MOVE 0 TO TAB-RG-PER-K(TMP-RG)
              IF (TAB-RG-NIGHTS(TMP-RG) > 0) THEN
                 COMPUTE TAB-RG-RATE(TMP-RG) ROUNDED =
                    TAB-RG-ONTIME(TMP-RG) * 100
                    / TAB-RG-NIGHTS(TMP-RG)
                 END-COMPUTE
              END-IF
              IF (TAB-RG-ARRIVED(TMP-RG) > 0) THEN
                 COMPUTE TAB-RG-AVG-LATE(TMP-RG) ROUNDED =
                    TAB-RG-LATE-MIN(TMP-RG) / TAB-RG-ARRIVED(TMP-RG)
                 END-COMPUTE
              END-IF
              IF (TAB-RG-ROWS(TMP-RG) > 0) THEN
                 COMPUTE TAB-RG-PER-K(TMP-RG) ROUNDED =
                    TAB-RG-REJECTS(TMP-RG) * 1000
                    / TAB-RG-ROWS(TMP-RG)
                 END-COMPUTE
              END-IF
           END-PERFORM
           .
       NIGHTS-SCORE-EXIT. EXIT.



      *****************************************************************
       NIGHT-SCORE-ONE SECTION.
      *===============================================================*
      *    ONE REGION, ONE DAY: ON TIME, LATE OR MISSED              *
      *---------------------------------------------------------------*
           ADD TAB-NT-MERGE-ROWS(TMP-RG, TMP-DAY)
               TAB-NT-CATCH-ROWS(TMP-RG, TMP-DAY)
             TO TAB-RG-ROWS(TMP-RG)
           ADD TAB-NT-REJECTS(TMP-RG, TMP-DAY) TO TAB-RG-REJECTS(TMP-RG)
           IF (TAB-NT-STALE-SW(TMP-RG, TMP-DAY) = 'Y') THEN
              ADD 1 TO TAB-RG-STALE(TMP-RG)
           END-IF
           IF (TAB-NT-SEEN-SW(TMP-RG, TMP-DAY) NOT = 'Y') THEN
              GO TO NIGHT-SCORE-ONE-EXIT
           END-IF

           ADD 1 TO TAB-RG-NIGHTS(TMP-RG)
           ADD 1 TO TMP-COUNT-NIGHTS
           EVALUATE TRUE
             WHEN TAB-NT-GATE-OK-SW(TMP-RG, TMP-DAY) = 'Y'
               ADD 1 TO TAB-RG-ARRIVED(TMP-RG)
               ADD TAB-NT-GATE-LATE(TMP-RG, TMP-DAY)
                 TO TAB-RG-LATE-MIN(TMP-RG)
               IF (TAB-NT-GATE-LATE(TMP-RG, TMP-DAY) = 0) THEN
                  ADD 1 TO TAB-RG-ONTIME(TMP-RG)
                  ADD 1 TO TMP-COUNT-ONTIME
               ELSE
                  ADD 1 TO TAB-RG-LATE(TMP-RG)
               END-IF
             WHEN TAB-NT-CATCH-SW(TMP-RG, TMP-DAY) = 'Y'
      *        MISSED THE NIGHT'S MERGE, CAME IN BY CATCH-UP - LATE
      *        EVEN WHEN NO CUTOFF IS SET TO MEASURE IT BY
               ADD 1 TO TAB-RG-ARRIVED(TMP-RG)
               ADD 1 TO TAB-RG-LATE(TMP-RG)
               ADD TAB-NT-CATCH-LATE(TMP-RG, TMP-DAY)
                 TO TAB-RG-LATE-MIN(TMP-RG)
             WHEN OTHER
               ADD 1 TO TAB-RG-MISSED(TMP-RG)
           END-EVALUATE
           .
       NIGHT-SCORE-ONE-EXIT. EXIT.



      *****************************************************************
       REGIONS-RANK SECTION.
      *===============================================================*
      *    BUILD THE RANK KEYS, THEN A SIMPLE EXCHANGE SORT - AT MOST *
      *    99 REGIONS                                                 *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-RG FROM 1 BY 1
                     UNTIL (TMP-RG > TAB-RG-MAX)
              MOVE TMP-RG TO TAB-RK-REGION(TMP-RG)
              IF (TAB-RG-NIGHTS(TMP-RG) = 0) THEN
                 MOVE 9999   TO TAB-RK-RATE-KEY(TMP-RG)
                 MOVE 99999  TO TAB-RK-LATE-KEY(TMP-RG)
                 MOVE 999999 TO TAB-RK-REJ-KEY(TMP-RG)
              ELSE
                 COMPUTE TAB-RK-RATE-KEY(TMP-RG) =
                    1000 - TAB-RG-RATE(TMP-RG) * 10
                 END-COMPUTE
                 MOVE TAB-RG-AVG-LATE(TMP-RG)
                   TO TAB-RK-LATE-KEY(TMP-RG)
                 COMPUTE TAB-RK-REJ-KEY(TMP-RG) =
                    TAB-RG-PER-K(TMP-RG) * 10
                 END-COMPUTE
              END-IF
           END-PERFORM

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE >= TAB-RG-MAX)
              PERFORM VARYING TMP-J-TABLE FROM TMP-I-TABLE BY 1
                        UNTIL (TMP-J-TABLE > TAB-RG-MAX)
                 IF (TAB-RK-KEY(TMP-J-TABLE)
                     < TAB-RK-KEY(TMP-I-TABLE)) THEN
                    MOVE TAB-RK(TMP-I-TABLE) TO TMP-SWAP-RK
                    MOVE TAB-RK(TMP-J-TABLE) TO TAB-RK(TMP-I-TABLE)
                    MOVE TMP-SWAP-RK         TO TAB-RK(TMP-J-TABLE)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       REGIONS-RANK-EXIT. EXIT.



      *****************************************************************
       SCORECARD-WRITE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-OUTPUT-OPUNC
           MOVE TMP-MONTH  TO OPUNC-H1-MONTH
           MOVE TMP-TODAY  TO OPUNC-H1-DATE
           MOVE OPUNC-H1   TO OPUNC-REC
           PERFORM OPUNC-WRITE
           MOVE OPUNC-HR1  TO OPUNC-REC
           PERFORM OPUNC-WRITE
           MOVE OPUNC-H2   TO OPUNC-REC
           PERFORM OPUNC-WRITE
           MOVE OPUNC-HR1  TO OPUNC-REC
           PERFORM OPUNC-WRITE

           MOVE 0 TO TMP-RANK
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RG-MAX)
              MOVE TAB-RK-REGION(TMP-I-TABLE) TO TMP-RG
              MOVE SPACES                 TO OPUNC-R1
              IF (TAB-RG-NIGHTS(TMP-RG) > 0) THEN
                 ADD 1 TO TMP-RANK
                 MOVE TMP-RANK            TO TMP-RANK-ED
                 MOVE TMP-RANK-ED         TO OPUNC-R1-RANK
              ELSE
                 MOVE '   -'              TO OPUNC-R1-RANK
              END-IF
              MOVE TMP-RG                 TO TMP-RG-ED
              MOVE TMP-RG-ED              TO OPUNC-R1-REGION
              MOVE TAB-RG-PATH(TMP-RG)    TO OPUNC-R1-PATH
              MOVE TAB-RG-NIGHTS(TMP-RG)  TO OPUNC-R1-NIGHTS
              MOVE TAB-RG-ONTIME(TMP-RG)  TO OPUNC-R1-ONTIME
              MOVE TAB-RG-RATE(TMP-RG)    TO OPUNC-R1-RATE
              MOVE TAB-RG-LATE(TMP-RG)    TO OPUNC-R1-LATE
              MOVE TAB-RG-MISSED(TMP-RG)  TO OPUNC-R1-MISSED
              MOVE TAB-RG-AVG-LATE(TMP-RG) TO OPUNC-R1-AVG-LATE
              MOVE TAB-RG-STALE(TMP-RG)   TO OPUNC-R1-STALE
              MOVE TAB-RG-CATCHUP(TMP-RG) TO OPUNC-R1-CATCHUP
              MOVE TAB-RG-ROWS(TMP-RG)    TO OPUNC-R1-ROWS
              MOVE TAB-RG-REJECTS(TMP-RG) TO OPUNC-R1-REJECTS
              MOVE TAB-RG-PER-K(TMP-RG)   TO OPUNC-R1-PER-K
              MOVE OPUNC-R1 TO OPUNC-REC
              PERFORM OPUNC-WRITE
           END-PERFORM

           MOVE OPUNC-HR1 TO OPUNC-REC
           PERFORM OPUNC-WRITE
           MOVE 'RANKED BY ON-TIME RATE, THEN AVERAGE MINUTES LATE PER A
      -         'RRIVED NIGHT, THEN REJECTS PER 1000 ROWS SUBMITTED'
             TO OPUNC-REC
           PERFORM OPUNC-WRITE
           MOVE 'ON TIME = FIRST OK ARRIVAL AT THE MERGE GATE NOT PAST T
      -         'HE CALENDAR MERGECUTOFF; MISSD = NO ARRIVAL AT ALL'
             TO OPUNC-REC
           PERFORM OPUNC-WRITE
           PERFORM FILE-CLOSE-OPUNC
           .
       SCORECARD-WRITE-EXIT. EXIT.



      *****************************************************************
       OPUNC-WRITE SECTION.
      *===============================================================*
           MOVE OPUNC-REC TO OPUNC-RECORD
           PERFORM FILE-WRITE-OPUNC
           .
       OPUNC-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-EVENTS TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'SCORED MONTH.........: ' TMP-MONTH
           DISPLAY 'REGIONS..............: ' TAB-RG-MAX
           DISPLAY 'HISTORY EVENTS USED..: ' TMP-COUNT-EVENTS
           DISPLAY 'EVENTS SKIPPED.......: ' TMP-COUNT-SKIPPED
           DISPLAY 'REGION-NIGHTS........: ' TMP-COUNT-NIGHTS
           DISPLAY 'ON-TIME NIGHTS.......: ' TMP-COUNT-ONTIME
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
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==IREGIONS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUBH==
            ==:V2:== BY ==ISUBH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPUNC==
            ==:V2:== BY ==OPUNC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PUNC1.
      *****************************************************************
