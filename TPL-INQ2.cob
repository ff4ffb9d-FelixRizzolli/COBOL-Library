       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-INQ2.
      *****************************************************************
      * TPL-INQ2: MONTHLY INQUIRY ANALYTICS                           *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * READS ONE MONTH OF THE TPL-INQ1 USAGE LOG AND PRINTS WHAT THE *
      * HELP DESK ASKED FOR: THE MOST LOOKED-UP COMPANIES, THE        *
      * NOT-FOUND KEYS THAT KEEP COMING BACK (USUALLY MASTER DATA     *
      * THAT IS MISSING) AND THE REQUEST VOLUME BY TYPE AND HOUR OF   *
      * DAY (WHAT KEEPS THE CONTINUOUS SERVICE MODE UP IN THE DAY).   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IUSAGE - USAGE LOG (IO/inqusage.txt, WRITTEN BY TPL-INQ1)     *
      * IPARM  - OPTIONAL (IO/inq2parm.txt), KEYWORD=VALUE:           *
      *          MONTH=YYYYMM   MONTH TO REPORT (DEFAULT: THE LAST    *
      *                         COMPLETED MONTH)                      *
      *          TOP=n          COMPANIES IN THE TOP LIST (DEFAULT    *
      *                         20, AT MOST 50)                       *
      *          MINREPEAT=n    A NOT-FOUND KEY IS LISTED FROM n      *
      *                         MISSES ON (DEFAULT 2)                 *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OINQS - INQUIRY ANALYTICS (IO/inqstats.txt):                  *
      *         1 MOST LOOKED-UP COMPANIES                            *
      *         2 RECURRING NOT-FOUND KEYS                            *
      *         3 REQUEST VOLUME BY HOUR AND TYPE, OUTCOME TOTALS     *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A "LOOK-UP" IS AN EXACT, DOSSIER OR CORRECTION REQUEST FOR    *
      * ONE NAME + STATE THAT FOUND THE COMPANY (A LEGAL HOLD COUNTS -*
      * THE COMPANY WAS THERE). A NOT-FOUND IS ANY REQUEST, BROWSES   *
      * INCLUDED, THAT ENDED NOT FOUND OR WITH SUGGESTIONS ONLY; IT   *
      * IS KEPT PER KEY AND REQUEST TYPE, SO A MISSING INDUSTRY AND A *
      * MISSING COMPANY DO NOT MIX. EQUAL COUNTS RANK BY KEY.         *
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
            ==:V1:== BY ==IUSAGE==
            ==:V2:== BY ==IUSAGE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OINQS==
            ==:V2:== BY ==OINQS-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SUSG ASSIGN TO 'SORTWORK'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IUSAGE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OINQS==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SUSG.
       01  SUSG-REC.
           05 SUSG-CLASS              PIC X(1).
           05 SUSG-KEY                PIC X(40).
           05 SUSG-TYPE               PIC X(1).
           05 SUSG-TIMESTAMP          PIC X(14).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IUSAGE = USAGE LOG (SAME LAYOUT AS OUSAGE IN TPL-INQ1)  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IUSAGE==.
       01 USG-REC.
           05 USG-TIMESTAMP           PIC X(14).
           05 USG-TS-R REDEFINES USG-TIMESTAMP.
              10 USG-TS-MONTH         PIC X(6).
              10 USG-TS-DAY           PIC X(2).
              10 USG-TS-HOUR          PIC 9(2).
              10 FILLER               PIC X(4).
           05 USG-REQUESTER           PIC X(8).
           05 USG-TYPE                PIC X(1).
              88 USG-TYPE-EXACT           VALUE ' '.
              88 USG-TYPE-PREFIX          VALUE 'P'.
              88 USG-TYPE-INDUSTRY        VALUE 'I'.
              88 USG-TYPE-STATE           VALUE 'S'.
              88 USG-TYPE-UPDATE          VALUE 'U'.
              88 USG-TYPE-DOSSIER         VALUE 'D'.
           05 USG-KEY                 PIC X(40).
           05 USG-OUTCOME             PIC X(1).
              88 USG-FOUND                VALUE 'F'.
              88 USG-NOTFOUND             VALUE 'N'.
              88 USG-SUGGESTED            VALUE 'S'.
              88 USG-HELD                 VALUE 'H'.
              88 USG-QUEUED               VALUE 'Q'.
              88 USG-REJECTED             VALUE 'R'.
           05 USG-MODE                PIC X(1).
           05 FILLER                  PIC X(15).

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL REPORT PARAMETERS                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 PARM-WORK.
           05 TMP-MONTH               PIC X(6).
           05 TMP-MONTH-R REDEFINES TMP-MONTH.
              10 TMP-MONTH-YEAR       PIC 9(4).
              10 TMP-MONTH-MM         PIC 9(2).
           05 TMP-TOP                 PIC 9(3)    VALUE 20.
           05 TMP-MINREPEAT           PIC 9(5)    VALUE 2.

      *---------------------------------------------------------------*
      * RANKED LISTS - THE TOP COMPANIES (KEPT AS THEY COME, LARGEST  *
      * COUNT FIRST) AND THE RECURRING NOT-FOUND KEYS                 *
      *---------------------------------------------------------------*
       01 TOP-COMPANIES.
           05 TAB-TOP-MAX             PIC S9(9) BINARY.
           05 TAB-TOP-DIM             PIC S9(9) BINARY  VALUE 50.
           05 TAB-TOP                 OCCURS 1   TO           50
                                      DEPENDING  ON  TAB-TOP-MAX.
                10 TAB-TOP-KEY        PIC X(40).
                10 TAB-TOP-COUNT      PIC 9(7).
                10 TAB-TOP-LAST       PIC X(8).
       01 NOT-FOUND-KEYS.
           05 TAB-NF-MAX              PIC S9(9) BINARY.
           05 TAB-NF-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-NF                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-NF-MAX.
                10 TAB-NF-KEY         PIC X(40).
                10 TAB-NF-TYPE        PIC X(1).
                10 TAB-NF-COUNT       PIC 9(7).
                10 TAB-NF-LAST        PIC X(8).

      *---------------------------------------------------------------*
      * VOLUME BY HOUR (1 = 00:00-00:59 ... 24) AND REQUEST TYPE      *
      * (1 LOOKUP, 2 PREFIX, 3 INDUSTRY, 4 STATE, 5 CORRECTION,       *
      * 6 DOSSIER, 7 OTHER)                                           *
      *---------------------------------------------------------------*
       01 VOLUME-MATRIX.
           05 TAB-VH                  OCCURS 24.
                10 TAB-VH-TYPE        PIC 9(7)    OCCURS 7.
                10 TAB-VH-TOTAL       PIC 9(7).
           05 TAB-VT-TYPE             PIC 9(7)    OCCURS 7.
           05 TAB-VT-TOTAL            PIC 9(7).
       01 OUTCOME-TOTALS.
           05 TMP-OUT-FOUND           PIC 9(7).
           05 TMP-OUT-NOTFOUND        PIC 9(7).
           05 TMP-OUT-SUGGESTED       PIC 9(7).
           05 TMP-OUT-HELD            PIC 9(7).
           05 TMP-OUT-QUEUED          PIC 9(7).
           05 TMP-OUT-REJECTED        PIC 9(7).
           05 TMP-OUT-SERVICE         PIC 9(7).

      *---------------------------------------------------------------*
      * GROUP BEING COUNTED IN THE SORT'S OUTPUT PROCEDURE            *
      *---------------------------------------------------------------*
       01 GROUP-WORK.
           05 TMP-GRP-OPEN-SW         PIC X(1).
           05 TMP-GRP-CLASS           PIC X(1).
           05 TMP-GRP-KEY             PIC X(40).
           05 TMP-GRP-TYPE            PIC X(1).
           05 TMP-GRP-COUNT           PIC 9(7).
           05 TMP-GRP-LAST            PIC X(8).
           05 TMP-GRP-COUNT-NF        PIC 9(7).

      *---------------------------------------------------------------*
      * OUTPUT OINQS = INQUIRY ANALYTICS                              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OINQS==.
       01 OINQS-REC                   PIC X(132).
       01 OINQS-H0.
           05 FILLER                  PIC X(26)
              VALUE 'INQUIRY ANALYTICS - MONTH '.
           05 OINQS-H0-MONTH          PIC X(6).
           05 FILLER                  PIC X(7)  VALUE ' - RUN '.
           05 OINQS-H0-DATE           PIC X(8).
       01 OINQS-T1.
           05 OINQS-T1-RANK           PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 OINQS-T1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OINQS-T1-STATE          PIC X(2).
           05 FILLER                  PIC X(2).
           05 OINQS-T1-COUNT          PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OINQS-T1-LAST           PIC X(8).
       01 OINQS-N1.
           05 OINQS-N1-TYPE           PIC X(10).
           05 FILLER                  PIC X(1).
           05 OINQS-N1-KEY            PIC X(40).
           05 FILLER                  PIC X(2).
           05 OINQS-N1-COUNT          PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OINQS-N1-LAST           PIC X(8).
       01 OINQS-V0.
           05 FILLER                  PIC X(6)  VALUE 'HOUR  '.
           05 FILLER                  PIC X(9)  VALUE '   LOOKUP'.
           05 FILLER                  PIC X(9)  VALUE '   PREFIX'.
           05 FILLER                  PIC X(9)  VALUE ' INDUSTRY'.
           05 FILLER                  PIC X(9)  VALUE '    STATE'.
           05 FILLER                  PIC X(9)  VALUE '  CORRECT'.
           05 FILLER                  PIC X(9)  VALUE '  DOSSIER'.
           05 FILLER                  PIC X(9)  VALUE '    OTHER'.
           05 FILLER                  PIC X(9)  VALUE '    TOTAL'.
       01 OINQS-V1.
           05 OINQS-V1-HOUR           PIC X(5).
           05 FILLER                  PIC X(1).
           05 OINQS-V1-CELL           PIC Z(8)9   OCCURS 8.
       01 OINQS-HR1                   PIC X(132) VALUE ALL '-'.
       01 OINQS-HR2                   PIC X(132) VALUE ALL '='.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-TYPE-IDX            PIC S9(4)   BINARY.
           05 TMP-HOUR-IDX            PIC S9(4)   BINARY.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-HOUR-EDIT               PIC 99.
       01 TMP-COUNT-EDIT              PIC ZZZZZZ9.
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-IN-MONTH      PIC 9(7).
           05 TMP-COUNT-LOOKUPS       PIC 9(7).
           05 TMP-COUNT-COMPANIES     PIC 9(7).
           05 TMP-COUNT-NF-KEYS       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IUSAGE-PATH                PIC X(40)
                                      VALUE 'IO/inqusage.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/inq2parm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OINQS-PATH                 PIC X(40)
                                      VALUE 'IO/inqstats.txt'.
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

           PERFORM FILE-OPEN-INPUT-IUSAGE
           IF (IUSAGE-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'USAGE LOG MISSING: ' IUSAGE-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'TPL-INQ1 HAS NOT LOGGED A REQUEST YET'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SUSG
             ON ASCENDING KEY SUSG-CLASS SUSG-KEY SUSG-TYPE
                              SUSG-TIMESTAMP
             INPUT  PROCEDURE IS USAGE-RELEASE
             OUTPUT PROCEDURE IS USAGE-COUNT

           PERFORM FILE-OPEN-OUTPUT-OINQS
           PERFORM REPORT-WRITE
           PERFORM FILE-CLOSE-OINQS

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-INQ2'                           TO PGM-NAME
           MOVE 'MONTHLY INQUIRY ANALYTICS'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IUSAGE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IUSAGE-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OINQS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OINQS-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE VOLUME-MATRIX
           INITIALIZE OUTCOME-TOTALS
           MOVE 0 TO TAB-TOP-MAX
           MOVE 0 TO TAB-NF-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * DEFAULT MONTH = THE LAST COMPLETED ONE                        *
      *---------------------------------------------------------------*
           MOVE TMP-TODAY(1:6) TO TMP-MONTH
           IF (TMP-MONTH-MM = 1) THEN
              SUBTRACT 1 FROM TMP-MONTH-YEAR
              MOVE 12 TO TMP-MONTH-MM
           ELSE
              SUBTRACT 1 FROM TMP-MONTH-MM
           END-IF

      *---------------------------------------------------------------*
      * REPORT PARAMETERS (IPARM IS OPTIONAL)                         *
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
                     MOVE IPARM-VAL(1:6) TO TMP-MONTH
                     IF (TMP-MONTH NOT NUMERIC)
                        OR (TMP-MONTH-MM < 1)
                        OR (TMP-MONTH-MM > 12) THEN
                        MOVE '905' TO PGM-ERR-RC
                        STRING 'BAD MONTH IN INQ2PARM: ' IPARM-VAL
                          DELIMITED BY SIZE INTO PGM-ERR-MSG1
                        END-STRING
                        MOVE 'EXPECTED MONTH=YYYYMM, E.G. 202609'
                          TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                   WHEN 'TOP'
                     PERFORM PARM-VALUE-CHECK
                     COMPUTE TMP-TOP = FUNCTION NUMVAL(IPARM-VAL)
                     IF (TMP-TOP > TAB-TOP-DIM) THEN
                        MOVE TAB-TOP-DIM TO TMP-TOP
                     END-IF
                   WHEN 'MINREPEAT'
                     PERFORM PARM-VALUE-CHECK
                     COMPUTE TMP-MINREPEAT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN INQ2PARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       PARM-VALUE-CHECK SECTION.
      *===============================================================*
           IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
              MOVE '906' TO PGM-ERR-RC
              MOVE 'NON-NUMERIC VALUE IN INQ2PARM' TO PGM-ERR-MSG1
              MOVE IPARM-RECORD TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       PARM-VALUE-CHECK-EXIT. EXIT.



      *****************************************************************
       USAGE-RELEASE SECTION.
      *===============================================================*
      *    THE MONTH'S RECORDS: VOLUME AND OUTCOMES ARE COUNTED HERE, *
      *    LOOK-UPS (CLASS C) AND MISSES (CLASS N) GO TO THE SORT     *
      *---------------------------------------------------------------*
           PERFORM FILE-READ-IUSAGE
           PERFORM UNTIL (IUSAGE-EOF)
              ADD 1 TO TMP-COUNT-READ
              MOVE IUSAGE-RECORD TO USG-REC
              IF (USG-TS-MONTH = TMP-MONTH) THEN
                 PERFORM USAGE-RECORD-COUNT
              END-IF
              PERFORM FILE-READ-IUSAGE
           END-PERFORM
           PERFORM FILE-CLOSE-IUSAGE
           .
       USAGE-RELEASE-EXIT. EXIT.



      *****************************************************************
       USAGE-RECORD-COUNT SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-IN-MONTH
           EVALUATE TRUE
             WHEN USG-TYPE-EXACT    MOVE 1 TO TMP-TYPE-IDX
             WHEN USG-TYPE-PREFIX   MOVE 2 TO TMP-TYPE-IDX
             WHEN USG-TYPE-INDUSTRY MOVE 3 TO TMP-TYPE-IDX
             WHEN USG-TYPE-STATE    MOVE 4 TO TMP-TYPE-IDX
             WHEN USG-TYPE-UPDATE   MOVE 5 TO TMP-TYPE-IDX
             WHEN USG-TYPE-DOSSIER  MOVE 6 TO TMP-TYPE-IDX
             WHEN OTHER             MOVE 7 TO TMP-TYPE-IDX
           END-EVALUATE
           IF (USG-TS-HOUR NUMERIC) AND (USG-TS-HOUR < 24) THEN
              COMPUTE TMP-HOUR-IDX = USG-TS-HOUR + 1
              ADD 1 TO TAB-VH-TYPE(TMP-HOUR-IDX, TMP-TYPE-IDX)
              ADD 1 TO TAB-VH-TOTAL(TMP-HOUR-IDX)
           END-IF
           ADD 1 TO TAB-VT-TYPE(TMP-TYPE-IDX)
           ADD 1 TO TAB-VT-TOTAL
           IF (USG-MODE = 'S') THEN
              ADD 1 TO TMP-OUT-SERVICE
           END-IF

           EVALUATE TRUE
             WHEN USG-FOUND     ADD 1 TO TMP-OUT-FOUND
             WHEN USG-NOTFOUND  ADD 1 TO TMP-OUT-NOTFOUND
             WHEN USG-SUGGESTED ADD 1 TO TMP-OUT-SUGGESTED
             WHEN USG-HELD      ADD 1 TO TMP-OUT-HELD
             WHEN USG-QUEUED    ADD 1 TO TMP-OUT-QUEUED
             WHEN USG-REJECTED  ADD 1 TO TMP-OUT-REJECTED
           END-EVALUATE

           MOVE USG-KEY       TO SUSG-KEY
           MOVE USG-TIMESTAMP TO SUSG-TIMESTAMP
           IF (USG-NOTFOUND) OR (USG-SUGGESTED) THEN
              MOVE 'N'      TO SUSG-CLASS
              MOVE USG-TYPE TO SUSG-TYPE
              RELEASE SUSG-REC
           END-IF
      *    ONE NAME + STATE THAT WAS THERE - A CORRECTION COUNTS AS A
      *    LOOK-UP WHEN IT REACHED THE QUEUE
           IF (USG-TYPE-EXACT OR USG-TYPE-DOSSIER OR USG-TYPE-UPDATE)
              AND (USG-FOUND OR USG-HELD OR USG-QUEUED) THEN
              MOVE 'C'      TO SUSG-CLASS
              MOVE SPACE    TO SUSG-TYPE
              RELEASE SUSG-REC
           END-IF
           .
       USAGE-RECORD-COUNT-EXIT. EXIT.



      *****************************************************************
       USAGE-COUNT SECTION.
      *===============================================================*
      *    CONTROL BREAK ON CLASS + KEY + TYPE                        *
      *---------------------------------------------------------------*
           MOVE 'N' TO TMP-GRP-OPEN-SW
           PERFORM UNTIL (1 = 2)
              RETURN SUSG
                AT END
                  GO TO USAGE-COUNT-END
              END-RETURN
              IF (TMP-GRP-OPEN-SW = 'Y')
                 AND ((SUSG-CLASS NOT = TMP-GRP-CLASS)
                   OR (SUSG-KEY   NOT = TMP-GRP-KEY)
                   OR (SUSG-TYPE  NOT = TMP-GRP-TYPE)) THEN
                 PERFORM GROUP-CLOSE
              END-IF
              IF (TMP-GRP-OPEN-SW = 'N') THEN
                 MOVE 'Y'        TO TMP-GRP-OPEN-SW
                 MOVE SUSG-CLASS TO TMP-GRP-CLASS
                 MOVE SUSG-KEY   TO TMP-GRP-KEY
                 MOVE SUSG-TYPE  TO TMP-GRP-TYPE
                 MOVE 0          TO TMP-GRP-COUNT
              END-IF
              ADD 1 TO TMP-GRP-COUNT
              MOVE SUSG-TIMESTAMP(1:8) TO TMP-GRP-LAST
           END-PERFORM
           .
       USAGE-COUNT-END.
           IF (TMP-GRP-OPEN-SW = 'Y') THEN
              PERFORM GROUP-CLOSE
           END-IF
           .
       USAGE-COUNT-EXIT. EXIT.



      *****************************************************************
       GROUP-CLOSE SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-GRP-OPEN-SW
           IF (TMP-GRP-CLASS = 'C') THEN
              ADD 1             TO TMP-COUNT-COMPANIES
              ADD TMP-GRP-COUNT TO TMP-COUNT-LOOKUPS
              PERFORM TOP-COMPANY-INSERT
           ELSE
              IF (TMP-GRP-COUNT >= TMP-MINREPEAT) THEN
                 ADD 1 TO TMP-COUNT-NF-KEYS
                 PERFORM NOT-FOUND-INSERT
              END-IF
           END-IF
           .
       GROUP-CLOSE-EXIT. EXIT.



      *****************************************************************
       TOP-COMPANY-INSERT SECTION.
      *===============================================================*
      *    THE KEYS ARRIVE IN KEY ORDER, SO A NEW KEY ONLY PASSES     *
      *    ONES WITH A LOWER COUNT - EQUAL COUNTS STAY IN KEY ORDER   *
      *---------------------------------------------------------------*
           IF (TMP-TOP = 0) THEN
              GO TO TOP-COMPANY-INSERT-EXIT
           END-IF
           IF (TAB-TOP-MAX >= TMP-TOP) THEN
              IF (TMP-GRP-COUNT <= TAB-TOP-COUNT(TAB-TOP-MAX)) THEN
                 GO TO TOP-COMPANY-INSERT-EXIT
              END-IF
           ELSE
              ADD 1 TO TAB-TOP-MAX
           END-IF
      *    THE LAST ROW IS FREE (OR DROPS OUT) - MOVE IT UP PAST EVERY
      *    ROW WITH A LOWER COUNT
           MOVE TAB-TOP-MAX TO TMP-I-TABLE
           PERFORM UNTIL (TMP-I-TABLE = 1)
                     OR (TAB-TOP-COUNT(TMP-I-TABLE - 1)
                         >= TMP-GRP-COUNT)
              MOVE TAB-TOP(TMP-I-TABLE - 1) TO TAB-TOP(TMP-I-TABLE)
              SUBTRACT 1 FROM TMP-I-TABLE
           END-PERFORM
           MOVE TMP-GRP-KEY   TO TAB-TOP-KEY(TMP-I-TABLE)
           MOVE TMP-GRP-COUNT TO TAB-TOP-COUNT(TMP-I-TABLE)
           MOVE TMP-GRP-LAST  TO TAB-TOP-LAST(TMP-I-TABLE)
           .
       TOP-COMPANY-INSERT-EXIT. EXIT.



      *****************************************************************
       NOT-FOUND-INSERT SECTION.
      *===============================================================*
      *    SAME ORDERING AS THE TOP LIST; A FULL TABLE DROPS THE      *
      *    SMALLEST AND SAYS SO IN THE APP-LOG                        *
      *---------------------------------------------------------------*
           IF (TAB-NF-MAX >= TAB-NF-DIM) THEN
              IF (TMP-GRP-COUNT <= TAB-NF-COUNT(TAB-NF-MAX)) THEN
                 MOVE 'TAB-NF OVERFLOW - NOT-FOUND LIST SHORTENED'
                   TO APP-LOG-LINE
                 PERFORM SCHREIBE-APP-LOG-LINE
                 GO TO NOT-FOUND-INSERT-EXIT
              END-IF
           ELSE
              ADD 1 TO TAB-NF-MAX
           END-IF
           MOVE TAB-NF-MAX TO TMP-I-TABLE
           PERFORM UNTIL (TMP-I-TABLE = 1)
                     OR (TAB-NF-COUNT(TMP-I-TABLE - 1)
                         >= TMP-GRP-COUNT)
              MOVE TAB-NF(TMP-I-TABLE - 1) TO TAB-NF(TMP-I-TABLE)
              SUBTRACT 1 FROM TMP-I-TABLE
           END-PERFORM
           MOVE TMP-GRP-KEY   TO TAB-NF-KEY(TMP-I-TABLE)
           MOVE TMP-GRP-TYPE  TO TAB-NF-TYPE(TMP-I-TABLE)
           MOVE TMP-GRP-COUNT TO TAB-NF-COUNT(TMP-I-TABLE)
           MOVE TMP-GRP-LAST  TO TAB-NF-LAST(TMP-I-TABLE)
           .
       NOT-FOUND-INSERT-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE TMP-MONTH  TO OINQS-H0-MONTH
           MOVE TMP-TODAY  TO OINQS-H0-DATE
           MOVE OINQS-H0   TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE TMP-COUNT-IN-MONTH TO TMP-COUNT-EDIT
           STRING 'REQUESTS IN THE MONTH.......: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE

      *---------------------------------------------------------------*
      * 1 - MOST LOOKED-UP COMPANIES                                  *
      *---------------------------------------------------------------*
           PERFORM OINQS-WRITE
           MOVE TMP-TOP TO TMP-COUNT-EDIT
           STRING '1 - MOST LOOKED-UP COMPANIES (TOP '
                  FUNCTION TRIM(TMP-COUNT-EDIT) ')'
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE OINQS-HR2 TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE 'RANK  NAME'   TO OINQS-REC
           MOVE 'ST LOOK-UPS'  TO OINQS-REC(45:11)
           MOVE 'LAST'         TO OINQS-REC(58:4)
           PERFORM OINQS-WRITE
           MOVE OINQS-HR1 TO OINQS-REC
           PERFORM OINQS-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-TOP-MAX)
              MOVE SPACES                      TO OINQS-T1
              MOVE TMP-I-TABLE                 TO OINQS-T1-RANK
              MOVE TAB-TOP-KEY(TMP-I-TABLE)(1:38)
                TO OINQS-T1-NAME
              MOVE TAB-TOP-KEY(TMP-I-TABLE)(39:2)
                TO OINQS-T1-STATE
              MOVE TAB-TOP-COUNT(TMP-I-TABLE)  TO OINQS-T1-COUNT
              MOVE TAB-TOP-LAST(TMP-I-TABLE)   TO OINQS-T1-LAST
              MOVE OINQS-T1 TO OINQS-REC
              PERFORM OINQS-WRITE
           END-PERFORM
           IF (TAB-TOP-MAX = 0) THEN
              MOVE '      (NO COMPANY LOOKED UP)' TO OINQS-REC
              PERFORM OINQS-WRITE
           END-IF

      *---------------------------------------------------------------*
      * 2 - RECURRING NOT-FOUND KEYS                                  *
      *---------------------------------------------------------------*
           PERFORM OINQS-WRITE
           MOVE TMP-MINREPEAT TO TMP-COUNT-EDIT
           STRING '2 - NOT-FOUND KEYS ASKED FOR '
                  FUNCTION TRIM(TMP-COUNT-EDIT)
                  ' TIMES OR MORE - CHECK THE MASTER DATA'
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE OINQS-HR2 TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE 'REQUEST    KEY' TO OINQS-REC
           MOVE 'MISSES'         TO OINQS-REC(55:6)
           MOVE 'LAST'           TO OINQS-REC(63:4)
           PERFORM OINQS-WRITE
           MOVE OINQS-HR1 TO OINQS-REC
           PERFORM OINQS-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-NF-MAX)
              MOVE SPACES TO OINQS-N1
              EVALUATE TAB-NF-TYPE(TMP-I-TABLE)
                WHEN ' '   MOVE 'LOOKUP'     TO OINQS-N1-TYPE
                WHEN 'P'   MOVE 'PREFIX'     TO OINQS-N1-TYPE
                WHEN 'I'   MOVE 'INDUSTRY'   TO OINQS-N1-TYPE
                WHEN 'S'   MOVE 'STATE'      TO OINQS-N1-TYPE
                WHEN 'D'   MOVE 'DOSSIER'    TO OINQS-N1-TYPE
                WHEN OTHER MOVE TAB-NF-TYPE(TMP-I-TABLE)
                             TO OINQS-N1-TYPE
              END-EVALUATE
              MOVE TAB-NF-KEY(TMP-I-TABLE)   TO OINQS-N1-KEY
              MOVE TAB-NF-COUNT(TMP-I-TABLE) TO OINQS-N1-COUNT
              MOVE TAB-NF-LAST(TMP-I-TABLE)  TO OINQS-N1-LAST
              MOVE OINQS-N1 TO OINQS-REC
              PERFORM OINQS-WRITE
           END-PERFORM
           IF (TAB-NF-MAX = 0) THEN
              MOVE '           (NONE)' TO OINQS-REC
              PERFORM OINQS-WRITE
           END-IF

      *---------------------------------------------------------------*
      * 3 - VOLUME BY HOUR AND TYPE                                   *
      *---------------------------------------------------------------*
           PERFORM OINQS-WRITE
           MOVE '3 - REQUEST VOLUME BY HOUR AND TYPE' TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE OINQS-HR2 TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE OINQS-V0  TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE OINQS-HR1 TO OINQS-REC
           PERFORM OINQS-WRITE
           PERFORM VARYING TMP-HOUR-IDX FROM 1 BY 1
                     UNTIL (TMP-HOUR-IDX > 24)
              MOVE SPACES TO OINQS-V1
              COMPUTE TMP-HOUR-EDIT = TMP-HOUR-IDX - 1
              STRING TMP-HOUR-EDIT ':00'
                DELIMITED BY SIZE INTO OINQS-V1-HOUR
              END-STRING
              PERFORM VARYING TMP-TYPE-IDX FROM 1 BY 1
                        UNTIL (TMP-TYPE-IDX > 7)
                 MOVE TAB-VH-TYPE(TMP-HOUR-IDX, TMP-TYPE-IDX)
                   TO OINQS-V1-CELL(TMP-TYPE-IDX)
              END-PERFORM
              MOVE TAB-VH-TOTAL(TMP-HOUR-IDX) TO OINQS-V1-CELL(8)
              MOVE OINQS-V1 TO OINQS-REC
              PERFORM OINQS-WRITE
           END-PERFORM
           MOVE OINQS-HR1 TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE SPACES  TO OINQS-V1
           MOVE 'TOTAL' TO OINQS-V1-HOUR
           PERFORM VARYING TMP-TYPE-IDX FROM 1 BY 1
                     UNTIL (TMP-TYPE-IDX > 7)
              MOVE TAB-VT-TYPE(TMP-TYPE-IDX)
                TO OINQS-V1-CELL(TMP-TYPE-IDX)
           END-PERFORM
           MOVE TAB-VT-TOTAL TO OINQS-V1-CELL(8)
           MOVE OINQS-V1 TO OINQS-REC
           PERFORM OINQS-WRITE

           PERFORM OINQS-WRITE
           MOVE OINQS-HR2 TO OINQS-REC
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-FOUND TO TMP-COUNT-EDIT
           STRING 'FOUND.......................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-NOTFOUND TO TMP-COUNT-EDIT
           STRING 'NOT FOUND...................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-SUGGESTED TO TMP-COUNT-EDIT
           STRING 'NOT FOUND, SUGGESTIONS GIVEN: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-HELD TO TMP-COUNT-EDIT
           STRING 'HELD (LEGAL HOLD)...........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-QUEUED TO TMP-COUNT-EDIT
           STRING 'CORRECTIONS QUEUED..........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-REJECTED TO TMP-COUNT-EDIT
           STRING 'CORRECTIONS REJECTED........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-OUT-SERVICE TO TMP-COUNT-EDIT
           STRING 'ANSWERED IN SERVICE MODE....: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           MOVE TMP-COUNT-COMPANIES TO TMP-COUNT-EDIT
           STRING 'DISTINCT COMPANIES LOOKED UP: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OINQS-REC
           END-STRING
           PERFORM OINQS-WRITE
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       OINQS-WRITE SECTION.
      *===============================================================*
           MOVE OINQS-REC TO OINQS-RECORD
           PERFORM FILE-WRITE-OINQS
           MOVE SPACES TO OINQS-REC
           .
       OINQS-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'MONTH...............: ' TMP-MONTH
           DISPLAY 'INPUT IUSAGE........: ' TMP-COUNT-READ
           DISPLAY 'IN THE MONTH........: ' TMP-COUNT-IN-MONTH
           DISPLAY 'COMPANY LOOK-UPS....: ' TMP-COUNT-LOOKUPS
           DISPLAY 'RECURRING NOT-FOUND.: ' TMP-COUNT-NF-KEYS
           DISPLAY 'OUTPUT OINQS........: ' OINQS-COUNT
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
            ==:V1:== BY ==IUSAGE==
            ==:V2:== BY ==IUSAGE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OINQS==
            ==:V2:== BY ==OINQS-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-INQ2.
      *****************************************************************
