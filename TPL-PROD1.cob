       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PROD1.
      *****************************************************************
      * TPL-PROD1: REVENUE-PER-EMPLOYEE PRODUCTIVITY REPORT           *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE ATTRIBUTES MASTER CARRIES EVERY COMPANY'S REVENUE AND     *
      * EMPLOYEE COUNT, BUT UNTIL NOW THEY ONLY WEIGHTED THE INDUSTRY *
      * AVERAGE IN TPL-BAT1. THIS STEP PUTS A REVENUE-PER-EMPLOYEE    *
      * FIGURE ON EVERY COMPANY AND PRINTS ITS DISTRIBUTION PER       *
      * INDUSTRY AND PER STATE, SO THE ANALYSTS CAN SEE WHETHER AN    *
      * INDUSTRY'S GROWTH COMES FROM HIRING OR FROM EFFICIENCY.       *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP - VALIDATED EXTRACT (IO/validated.txt, TPL-XTR1)        *
      * IATTR - COMPANY ATTRIBUTES (IO/companyattr.txt, TPL-MAINT3)   *
      * IPARM - OPTIONAL (IO/prodparm.txt), KEYWORD=VALUE:            *
      *         LOWPCT=n  A GROWING COMPANY IS FLAGGED WHEN ITS       *
      *                   REVENUE PER EMPLOYEE IS BELOW n PERCENT OF  *
      *                   ITS INDUSTRY'S MEDIAN (DEFAULT 50)          *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OPROD - PRODUCTIVITY REPORT (IO/productivity.txt):            *
      *         1 DISTRIBUTION BY INDUSTRY                            *
      *         2 DISTRIBUTION BY STATE                               *
      *         3 GROWING COMPANIES FAR BELOW THEIR INDUSTRY MEDIAN   *
      *         4 DATA GAPS                                           *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * REVENUE PER EMPLOYEE = IATTR-REVENUE / IATTR-EMPLOYEES, IN    *
      * THE REVENUE'S OWN UNIT. THE DISTRIBUTION OF A GROUP IS ITS    *
      * MINIMUM, LOWER QUARTILE, MEDIAN, UPPER QUARTILE AND MAXIMUM;  *
      * THE SPREAD IS THE INTERQUARTILE RANGE (Q3 - Q1), WHICH ONE    *
      * GIANT CANNOT DISTORT THE WAY IT WOULD A STANDARD DEVIATION.   *
      * THE MEDIAN OF AN EVEN COUNT IS THE MEAN OF THE TWO MIDDLE     *
      * VALUES (SAME RULE AS THE TPL-BAT1 STATISTICS EXTRACT); THE    *
      * QUARTILES ARE NEAREST-RANK. A COMPANY WITHOUT AN ATTRIBUTE    *
      * ROW, WITH A NON-NUMERIC REVENUE OR EMPLOYEE COUNT, OR WITH    *
      * ZERO EMPLOYEES HAS NO FIGURE: IT IS LEFT OUT OF EVERY         *
      * DISTRIBUTION AND LISTED AS A DATA GAP INSTEAD. GROWTH > 0     *
      * COUNTS AS GROWING.                                            *
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
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPROD==
            ==:V2:== BY ==OPROD-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SWORK ASSIGN TO 'SORTWORK'.
           SELECT SGRP  ASSIGN TO 'SORTGRP'.

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
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPROD==
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
       SD  SGRP.
       01  SGRP-REC.
           05 SGRP-KEY.
              10 SGRP-KIND            PIC X(1).
              10 SGRP-GROUP           PIC X(23).
              10 SGRP-RPE             PIC 9(9)V99.
           05 SGRP-GROWTH             PIC S9(3)V99.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICOMP = VALIDATED EXTRACT (COMPANIES LAYOUT) AND THE    *
      * IN-STORAGE COPY WITH THE ATTRIBUTES ATTACHED                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE REPORTED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).

       01 COMPANIES.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX
                                      ASCENDING KEY IS TAB-CO-KEY
                                      INDEXED BY TAB-CO-IDX.
                10 TAB-CO-KEY.
                   15 TAB-CO-NAME     PIC X(38).
                   15 TAB-CO-STATE    PIC X(2).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-GROWTH      PIC S9(3)V99.
      *         GAP: ' ' = FIGURE AVAILABLE, M = NO ATTRIBUTE ROW,
      *         N = NON-NUMERIC ATTRIBUTES, Z = ZERO EMPLOYEES
                10 TAB-CO-GAP         PIC X(1).
                   88 TAB-CO-HAS-RPE      VALUE ' '.
                10 TAB-CO-REVENUE     PIC 9(9).
                10 TAB-CO-EMPLOYEES   PIC 9(6).
                10 TAB-CO-RPE         PIC 9(9)V99.

      *---------------------------------------------------------------*
      * INPUT IATTR = COMPANY ATTRIBUTES (SEE TPL-MAINT3)             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IATTR==.
       01 IATTR-REC.
           05 IATTR-NAME               PIC X(38).
           05 IATTR-STATE              PIC X(2).
           05 IATTR-REVENUE            PIC 9(9).
           05 IATTR-EMPLOYEES          PIC 9(6).
           05 IATTR-FOUNDED            PIC 9(4).
           05 FILLER                   PIC X(21).

      *---------------------------------------------------------------*
      * INPUT IPARM = OPTIONAL PARAMETERS                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-LOW-PCT                 PIC 9(3)    VALUE 50.
       01 TMP-LOW-PCT-ED              PIC ZZ9.

      *---------------------------------------------------------------*
      * ONE GROUP'S FIGURES IN ASCENDING ORDER (THE SORT DELIVERS     *
      * THEM THAT WAY) AND THE INDUSTRY MEDIANS KEPT FOR THE FLAGS    *
      *---------------------------------------------------------------*
       01 GROUP-VALUES.
           05 TAB-GV-MAX              PIC S9(9) BINARY.
           05 TAB-GV-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-GV                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-GV-MAX.
                10 TAB-GV-RPE         PIC 9(9)V99.
       01 INDUSTRY-MEDIANS.
           05 TAB-IM-MAX              PIC S9(4) BINARY.
           05 TAB-IM-DIM              PIC S9(4) BINARY  VALUE 500.
           05 TAB-IM                  OCCURS 1   TO          500
                                      DEPENDING  ON  TAB-IM-MAX.
                10 TAB-IM-INDUSTRY    PIC X(23).
                10 TAB-IM-MEDIAN      PIC 9(9)V99.
       01 GROUP-WORK.
           05 TMP-GRP-KIND            PIC X(1).
           05 TMP-GRP-NAME            PIC X(23).
           05 TMP-GRP-OPEN-SW         PIC X(1).
           05 TMP-GRP-GROWTH-SUM      PIC S9(9)V99.
           05 TMP-GRP-GROWERS         PIC 9(7).
           05 TMP-MEDIAN              PIC 9(9)V99.
           05 TMP-Q1                  PIC 9(9)V99.
           05 TMP-Q3                  PIC 9(9)V99.
           05 TMP-POS                 PIC S9(9) BINARY.
           05 TMP-AVG-GROWTH          PIC S9(3)V99.
           05 TMP-IND-MEDIAN          PIC 9(9)V99.
           05 TMP-PCT-OF-MEDIAN       PIC 9(5)V9.

      *---------------------------------------------------------------*
      * OUTPUT OPROD = PRODUCTIVITY REPORT                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPROD==.
       01 OPROD-REC                   PIC X(132).
       01 OPROD-H0.
           05 FILLER                  PIC X(40)
              VALUE 'REVENUE PER EMPLOYEE - PRODUCTIVITY RUN '.
           05 OPROD-H0-DATE           PIC X(8).
       01 OPROD-H1.
           05 OPROD-H1-GROUP          PIC X(24).
           05 FILLER                  PIC X(7)  VALUE '  COMPS'.
           05 FILLER                  PIC X(13) VALUE '      MINIMUM'.
           05 FILLER                  PIC X(13) VALUE '     QUARTILE'.
           05 FILLER                  PIC X(13) VALUE '       MEDIAN'.
           05 FILLER                  PIC X(13) VALUE '     QUARTILE'.
           05 FILLER                  PIC X(13) VALUE '      MAXIMUM'.
           05 FILLER                  PIC X(13) VALUE '  SPREAD(IQR)'.
           05 FILLER                  PIC X(8)  VALUE ' AVG GR '.
           05 FILLER                  PIC X(8)  VALUE ' GROWERS'.
       01 OPROD-R1.
           05 OPROD-R1-GROUP          PIC X(23).
           05 FILLER                  PIC X(1).
           05 OPROD-R1-COUNT          PIC Z(5)9.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-MIN            PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-Q1             PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-MEDIAN         PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-Q3             PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-MAX            PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-IQR            PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-AVG            PIC -(3)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R1-GROWERS        PIC Z(6)9.
       01 OPROD-H3.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(8)  VALUE '  GROWTH'.
           05 FILLER                  PIC X(13) VALUE '   REV / EMPL'.
           05 FILLER                  PIC X(13) VALUE '   IND MEDIAN'.
           05 FILLER                  PIC X(9)  VALUE '  % OF MD'.
       01 OPROD-R3.
           05 OPROD-R3-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OPROD-R3-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OPROD-R3-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OPROD-R3-GROWTH         PIC -(3)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R3-RPE            PIC Z(8)9,99.
           05 FILLER                  PIC X(1).
           05 OPROD-R3-MEDIAN         PIC Z(8)9,99.
           05 FILLER                  PIC X(2).
           05 OPROD-R3-PCT            PIC Z(4)9,9.
       01 OPROD-H4.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(10) VALUE '   REVENUE'.
           05 FILLER                  PIC X(8)  VALUE '  EMPLOY'.
           05 FILLER                  PIC X(30) VALUE '  GAP'.
       01 OPROD-R4.
           05 OPROD-R4-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OPROD-R4-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OPROD-R4-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OPROD-R4-REVENUE        PIC Z(8)9.
           05 FILLER                  PIC X(1).
           05 OPROD-R4-EMPLOYEES      PIC Z(6)9.
           05 FILLER                  PIC X(3).
           05 OPROD-R4-GAP            PIC X(30).
       01 OPROD-HR1                   PIC X(132) VALUE ALL '-'.
       01 OPROD-HR2                   PIC X(132) VALUE ALL '='.
       01 OPROD-T1.
           05 OPROD-T1-LABEL          PIC X(44).
           05 OPROD-T1-VALUE          PIC Z(6)9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
       01 TMP-CO-KEY                  PIC X(40).
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-RPE           PIC 9(7).
           05 TMP-COUNT-GAPS          PIC 9(7).
           05 TMP-COUNT-FLAGGED       PIC 9(7).
           05 TMP-COUNT-ATTR-ORPHAN   PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/validated.txt'.
       01 IATTR-PATH                 PIC X(40)
                                      VALUE 'IO/companyattr.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/prodparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OPROD-PATH                 PIC X(40)
                                      VALUE 'IO/productivity.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
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
           PERFORM ATTRIBUTES-ATTACH

           PERFORM FILE-OPEN-OUTPUT-OPROD
           MOVE TMP-TODAY TO OPROD-H0-DATE
           MOVE OPROD-H0  TO OPROD-REC
           PERFORM OPROD-WRITE
           SORT SGRP
             ON ASCENDING KEY SGRP-KEY
             INPUT  PROCEDURE IS GROUPS-RELEASE
             OUTPUT PROCEDURE IS GROUPS-REPORT
           PERFORM LOW-PRODUCTIVITY-REPORT
           PERFORM DATA-GAPS-REPORT
           PERFORM SUMMARY-WRITE
           PERFORM FILE-CLOSE-OPROD

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-PROD1'                          TO PGM-NAME
           MOVE 'REVENUE-PER-EMPLOYEE PRODUCTIVITY REPORT'
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
           MOVE IATTR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IATTR-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OPROD-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPROD-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-GV-MAX
           MOVE 0 TO TAB-IM-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * FLAG THRESHOLD (IPARM IS OPTIONAL - DEFAULT 50 PERCENT OF THE *
      * INDUSTRY MEDIAN)                                              *
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
                   WHEN 'LOWPCT'
                     IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
                        MOVE '906' TO PGM-ERR-RC
                        MOVE 'NON-NUMERIC LOWPCT IN PRODPARM'
                          TO PGM-ERR-MSG1
                        MOVE IPARM-RECORD TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     COMPUTE TMP-LOW-PCT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN PRODPARM KEYWORD IGNORED: '
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
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY IN FORCE TODAY, IN NAME + STATE ORDER SO THE *
      *    ATTRIBUTES CAN BE MATCHED WITH SEARCH ALL                  *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED EXTRACT BEFORE READING A SINGLE ROW
      *    (SEE CTRL1)
           MOVE ICOMP-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

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
              ADD 1 TO TMP-COUNT-READ
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-GROWTH NUMERIC)
                 AND (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 MOVE ICOMP-RECORD TO SWORK-REC
                 RELEASE SWORK-REC
              ELSE
                 ADD 1 TO TMP-COUNT-SKIPPED
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
      *    A KEY THE EXTRACT CARRIES TWICE IS REPORTED ONCE           *
      *---------------------------------------------------------------*
           IF (TAB-CO-MAX > 0) THEN
              IF (TAB-CO-NAME(TAB-CO-MAX) = ICOMP-NAME)
                 AND (TAB-CO-STATE(TAB-CO-MAX) = ICOMP-STATE) THEN
                 ADD 1 TO TMP-COUNT-SKIPPED
                 GO TO COMPANY-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - EXTRACT TOO LARGE TO REPORT'
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
           MOVE 'M'            TO TAB-CO-GAP(TAB-CO-MAX)
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       ATTRIBUTES-ATTACH SECTION.
      *===============================================================*
      *    REVENUE AND HEADCOUNT ONTO EVERY COMPANY, AND ITS REVENUE  *
      *    PER EMPLOYEE WHERE BOTH ARE USABLE                         *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'ATTRIBUTES MASTER MISSING: ' IATTR-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO PRODUCTIVITY WITHOUT REVENUE AND HEADCOUNT'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IATTR
           PERFORM UNTIL (IATTR-EOF)
              MOVE IATTR-RECORD TO IATTR-REC
              PERFORM ATTRIBUTE-ROW-ATTACH
              PERFORM FILE-READ-IATTR
           END-PERFORM
           PERFORM FILE-CLOSE-IATTR

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-HAS-RPE(TMP-I-TABLE)) THEN
                 ADD 1 TO TMP-COUNT-RPE
              ELSE
                 ADD 1 TO TMP-COUNT-GAPS
              END-IF
           END-PERFORM
           .
       ATTRIBUTES-ATTACH-EXIT. EXIT.



      *****************************************************************
       ATTRIBUTE-ROW-ATTACH SECTION.
      *===============================================================*
           IF (TAB-CO-MAX = 0) THEN
              GO TO ATTRIBUTE-ROW-ATTACH-EXIT
           END-IF
           MOVE IATTR-NAME  TO TMP-CO-KEY(1:38)
           MOVE IATTR-STATE TO TMP-CO-KEY(39:2)
           SEARCH ALL TAB-CO
             AT END
               ADD 1 TO TMP-COUNT-ATTR-ORPHAN
               GO TO ATTRIBUTE-ROW-ATTACH-EXIT
             WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
               CONTINUE
           END-SEARCH

           IF (IATTR-REVENUE NOT NUMERIC)
              OR (IATTR-EMPLOYEES NOT NUMERIC) THEN
              MOVE 'N' TO TAB-CO-GAP(TAB-CO-IDX)
              GO TO ATTRIBUTE-ROW-ATTACH-EXIT
           END-IF
           MOVE IATTR-REVENUE   TO TAB-CO-REVENUE(TAB-CO-IDX)
           MOVE IATTR-EMPLOYEES TO TAB-CO-EMPLOYEES(TAB-CO-IDX)
           IF (IATTR-EMPLOYEES = 0) THEN
              MOVE 'Z' TO TAB-CO-GAP(TAB-CO-IDX)
              GO TO ATTRIBUTE-ROW-ATTACH-EXIT
           END-IF
           MOVE SPACE TO TAB-CO-GAP(TAB-CO-IDX)
           COMPUTE TAB-CO-RPE(TAB-CO-IDX) ROUNDED =
              IATTR-REVENUE / IATTR-EMPLOYEES
           .
       ATTRIBUTE-ROW-ATTACH-EXIT. EXIT.



      *****************************************************************
       GROUPS-RELEASE SECTION.
      *===============================================================*
      *    EVERY COMPANY WITH A FIGURE ONCE UNDER ITS INDUSTRY (I)    *
      *    AND ONCE UNDER ITS STATE (S) - INDUSTRIES SORT FIRST, SO   *
      *    THEIR MEDIANS ARE KNOWN BEFORE THE FLAGS ARE RAISED        *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-HAS-RPE(TMP-I-TABLE)) THEN
                 MOVE 'I'                         TO SGRP-KIND
                 MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO SGRP-GROUP
                 MOVE TAB-CO-RPE(TMP-I-TABLE)     TO SGRP-RPE
                 MOVE TAB-CO-GROWTH(TMP-I-TABLE)  TO SGRP-GROWTH
                 RELEASE SGRP-REC
                 MOVE 'S'                         TO SGRP-KIND
                 MOVE SPACES                      TO SGRP-GROUP
                 MOVE TAB-CO-STATE(TMP-I-TABLE)   TO SGRP-GROUP
                 RELEASE SGRP-REC
              END-IF
           END-PERFORM
           .
       GROUPS-RELEASE-EXIT. EXIT.



      *****************************************************************
       GROUPS-REPORT SECTION.
      *===============================================================*
      *    CONTROL BREAK ON KIND + GROUP; THE VALUES ARRIVE IN        *
      *    ASCENDING ORDER WITHIN THE GROUP                           *
      *---------------------------------------------------------------*
           MOVE 'N'    TO TMP-GRP-OPEN-SW
           MOVE SPACES TO TMP-GRP-KIND
           PERFORM UNTIL (1 = 2)
              RETURN SGRP
                AT END
                  GO TO GROUPS-REPORT-END
              END-RETURN
              PERFORM GROUP-VALUE-ADD
           END-PERFORM
           .
       GROUPS-REPORT-END.
           IF (TMP-GRP-OPEN-SW = 'Y') THEN
              PERFORM GROUP-LINE-WRITE
           END-IF
           .
       GROUPS-REPORT-EXIT. EXIT.



      *****************************************************************
       GROUP-VALUE-ADD SECTION.
      *===============================================================*
           IF (TMP-GRP-OPEN-SW = 'Y')
              AND ((SGRP-KIND NOT = TMP-GRP-KIND)
                OR (SGRP-GROUP NOT = TMP-GRP-NAME)) THEN
              PERFORM GROUP-LINE-WRITE
           END-IF
           IF (SGRP-KIND NOT = TMP-GRP-KIND) THEN
              PERFORM GROUP-HEADING-WRITE
           END-IF
           IF (TMP-GRP-OPEN-SW = 'N') THEN
              MOVE 'Y'        TO TMP-GRP-OPEN-SW
              MOVE SGRP-KIND  TO TMP-GRP-KIND
              MOVE SGRP-GROUP TO TMP-GRP-NAME
              MOVE 0          TO TAB-GV-MAX
              MOVE 0          TO TMP-GRP-GROWTH-SUM
              MOVE 0          TO TMP-GRP-GROWERS
           END-IF
           IF (TAB-GV-MAX >= TAB-GV-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-GV OVERFLOW - GROUP TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-GV-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-GV-MAX
           MOVE SGRP-RPE TO TAB-GV-RPE(TAB-GV-MAX)
           ADD SGRP-GROWTH TO TMP-GRP-GROWTH-SUM
           IF (SGRP-GROWTH > 0) THEN
              ADD 1 TO TMP-GRP-GROWERS
           END-IF
           .
       GROUP-VALUE-ADD-EXIT. EXIT.



      *****************************************************************
       GROUP-HEADING-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OPROD-REC
           PERFORM OPROD-WRITE
           IF (SGRP-KIND = 'I') THEN
              MOVE '1 - REVENUE PER EMPLOYEE BY INDUSTRY' TO OPROD-REC
              MOVE 'INDUSTRY'                    TO OPROD-H1-GROUP
           ELSE
              MOVE '2 - REVENUE PER EMPLOYEE BY STATE'    TO OPROD-REC
              MOVE 'STATE'                       TO OPROD-H1-GROUP
           END-IF
           PERFORM OPROD-WRITE
           MOVE OPROD-HR2 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-H1  TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-HR1 TO OPROD-REC
           PERFORM OPROD-WRITE
           .
       GROUP-HEADING-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-LINE-WRITE SECTION.
      *===============================================================*
      *    MEDIAN: MIDDLE VALUE, OR THE MEAN OF THE TWO MIDDLE VALUES *
      *    WHEN THE COUNT IS EVEN. QUARTILES: NEAREST RANK            *
      *---------------------------------------------------------------*
           IF (FUNCTION MOD(TAB-GV-MAX, 2) = 1) THEN
              COMPUTE TMP-POS = (TAB-GV-MAX + 1) / 2
              MOVE TAB-GV-RPE(TMP-POS) TO TMP-MEDIAN
           ELSE
              COMPUTE TMP-POS = TAB-GV-MAX / 2
              COMPUTE TMP-MEDIAN ROUNDED =
                 (TAB-GV-RPE(TMP-POS) + TAB-GV-RPE(TMP-POS + 1)) / 2
           END-IF
           COMPUTE TMP-POS = (TAB-GV-MAX * 25 + 99) / 100
           MOVE TAB-GV-RPE(TMP-POS) TO TMP-Q1
           COMPUTE TMP-POS = (TAB-GV-MAX * 75 + 99) / 100
           MOVE TAB-GV-RPE(TMP-POS) TO TMP-Q3
           COMPUTE TMP-AVG-GROWTH ROUNDED =
              TMP-GRP-GROWTH-SUM / TAB-GV-MAX

           MOVE SPACES                  TO OPROD-R1
           MOVE TMP-GRP-NAME            TO OPROD-R1-GROUP
           MOVE TAB-GV-MAX              TO OPROD-R1-COUNT
           MOVE TAB-GV-RPE(1)           TO OPROD-R1-MIN
           MOVE TMP-Q1                  TO OPROD-R1-Q1
           MOVE TMP-MEDIAN              TO OPROD-R1-MEDIAN
           MOVE TMP-Q3                  TO OPROD-R1-Q3
           MOVE TAB-GV-RPE(TAB-GV-MAX)  TO OPROD-R1-MAX
           COMPUTE OPROD-R1-IQR = TMP-Q3 - TMP-Q1
           MOVE TMP-AVG-GROWTH          TO OPROD-R1-AVG
           MOVE TMP-GRP-GROWERS         TO OPROD-R1-GROWERS
           MOVE OPROD-R1 TO OPROD-REC
           PERFORM OPROD-WRITE

      *    KEEP THE INDUSTRY MEDIAN FOR THE LOW-PRODUCTIVITY FLAGS
           IF (TMP-GRP-KIND = 'I') THEN
              IF (TAB-IM-MAX >= TAB-IM-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-IM OVERFLOW - TOO MANY INDUSTRIES'
                   TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-IM-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-IM-MAX
              MOVE TMP-GRP-NAME TO TAB-IM-INDUSTRY(TAB-IM-MAX)
              MOVE TMP-MEDIAN   TO TAB-IM-MEDIAN(TAB-IM-MAX)
           END-IF
           MOVE 'N' TO TMP-GRP-OPEN-SW
           .
       GROUP-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       LOW-PRODUCTIVITY-REPORT SECTION.
      *===============================================================*
      *    GROWING COMPANIES WHOSE REVENUE PER EMPLOYEE IS BELOW      *
      *    TMP-LOW-PCT PERCENT OF THEIR INDUSTRY'S MEDIAN - GROWTH    *
      *    THAT LOOKS BOUGHT WITH HEADCOUNT                           *
      *---------------------------------------------------------------*
           MOVE SPACES TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE TMP-LOW-PCT TO TMP-LOW-PCT-ED
           STRING '3 - GROWING, REVENUE PER EMPLOYEE BELOW '
                  FUNCTION TRIM(TMP-LOW-PCT-ED)
                  ' PCT OF THE INDUSTRY MEDIAN'
             DELIMITED BY SIZE INTO OPROD-REC
           END-STRING
           PERFORM OPROD-WRITE
           MOVE OPROD-HR2 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-H3  TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-HR1 TO OPROD-REC
           PERFORM OPROD-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-HAS-RPE(TMP-I-TABLE))
                 AND (TAB-CO-GROWTH(TMP-I-TABLE) > 0) THEN
                 PERFORM LOW-PRODUCTIVITY-CHECK
              END-IF
           END-PERFORM
           IF (TMP-COUNT-FLAGGED = 0) THEN
              MOVE '(NONE)' TO OPROD-REC
              PERFORM OPROD-WRITE
           END-IF
           .
       LOW-PRODUCTIVITY-REPORT-EXIT. EXIT.



      *****************************************************************
       LOW-PRODUCTIVITY-CHECK SECTION.
      *===============================================================*
           MOVE 0 TO TMP-IND-MEDIAN
           PERFORM VARYING TMP-POS FROM 1 BY 1
                     UNTIL (TMP-POS > TAB-IM-MAX)
              IF (TAB-IM-INDUSTRY(TMP-POS) =
                  TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                 MOVE TAB-IM-MEDIAN(TMP-POS) TO TMP-IND-MEDIAN
              END-IF
           END-PERFORM
           IF (TMP-IND-MEDIAN = 0) THEN
              GO TO LOW-PRODUCTIVITY-CHECK-EXIT
           END-IF
           IF (TAB-CO-RPE(TMP-I-TABLE) * 100 >=
               TMP-IND-MEDIAN * TMP-LOW-PCT) THEN
              GO TO LOW-PRODUCTIVITY-CHECK-EXIT
           END-IF

           ADD 1 TO TMP-COUNT-FLAGGED
           COMPUTE TMP-PCT-OF-MEDIAN ROUNDED =
              TAB-CO-RPE(TMP-I-TABLE) * 100 / TMP-IND-MEDIAN
           MOVE SPACES                       TO OPROD-R3
           MOVE TAB-CO-NAME(TMP-I-TABLE)     TO OPROD-R3-NAME
           MOVE TAB-CO-STATE(TMP-I-TABLE)    TO OPROD-R3-STATE
           MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO OPROD-R3-INDUSTRY
           MOVE TAB-CO-GROWTH(TMP-I-TABLE)   TO OPROD-R3-GROWTH
           MOVE TAB-CO-RPE(TMP-I-TABLE)      TO OPROD-R3-RPE
           MOVE TMP-IND-MEDIAN               TO OPROD-R3-MEDIAN
           MOVE TMP-PCT-OF-MEDIAN            TO OPROD-R3-PCT
           MOVE OPROD-R3 TO OPROD-REC
           PERFORM OPROD-WRITE
           .
       LOW-PRODUCTIVITY-CHECK-EXIT. EXIT.



      *****************************************************************
       DATA-GAPS-REPORT SECTION.
      *===============================================================*
      *    COMPANIES WITHOUT A USABLE FIGURE, AND WHY                 *
      *---------------------------------------------------------------*
           MOVE SPACES TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE '4 - DATA GAPS (NO REVENUE PER EMPLOYEE)' TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-HR2 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-H4  TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-HR1 TO OPROD-REC
           PERFORM OPROD-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (NOT TAB-CO-HAS-RPE(TMP-I-TABLE)) THEN
                 MOVE SPACES                       TO OPROD-R4
                 MOVE TAB-CO-NAME(TMP-I-TABLE)     TO OPROD-R4-NAME
                 MOVE TAB-CO-STATE(TMP-I-TABLE)    TO OPROD-R4-STATE
                 MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO OPROD-R4-INDUSTRY
                 EVALUATE TAB-CO-GAP(TMP-I-TABLE)
                   WHEN 'M'
                     MOVE 'NO ATTRIBUTE ROW'       TO OPROD-R4-GAP
                   WHEN 'N'
                     MOVE 'NON-NUMERIC ATTRIBUTES' TO OPROD-R4-GAP
                   WHEN OTHER
                     MOVE TAB-CO-REVENUE(TMP-I-TABLE)
                       TO OPROD-R4-REVENUE
                     MOVE TAB-CO-EMPLOYEES(TMP-I-TABLE)
                       TO OPROD-R4-EMPLOYEES
                     MOVE 'ZERO EMPLOYEES'         TO OPROD-R4-GAP
                 END-EVALUATE
                 MOVE OPROD-R4 TO OPROD-REC
                 PERFORM OPROD-WRITE
              END-IF
           END-PERFORM
           IF (TMP-COUNT-GAPS = 0) THEN
              MOVE '(NONE)' TO OPROD-REC
              PERFORM OPROD-WRITE
           END-IF
           .
       DATA-GAPS-REPORT-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE OPROD-HR2 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE 'COMPANIES REPORTED........................:'
             TO OPROD-T1-LABEL
           MOVE TAB-CO-MAX TO OPROD-T1-VALUE
           MOVE OPROD-T1 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE 'WITH REVENUE PER EMPLOYEE.................:'
             TO OPROD-T1-LABEL
           MOVE TMP-COUNT-RPE TO OPROD-T1-VALUE
           MOVE OPROD-T1 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE 'DATA GAPS.................................:'
             TO OPROD-T1-LABEL
           MOVE TMP-COUNT-GAPS TO OPROD-T1-VALUE
           MOVE OPROD-T1 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE 'GROWING, BELOW THE MEDIAN THRESHOLD.......:'
             TO OPROD-T1-LABEL
           MOVE TMP-COUNT-FLAGGED TO OPROD-T1-VALUE
           MOVE OPROD-T1 TO OPROD-REC
           PERFORM OPROD-WRITE
           MOVE 'ATTRIBUTE ROWS WITHOUT A COMPANY TODAY....:'
             TO OPROD-T1-LABEL
           MOVE TMP-COUNT-ATTR-ORPHAN TO OPROD-T1-VALUE
           MOVE OPROD-T1 TO OPROD-REC
           PERFORM OPROD-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       OPROD-WRITE SECTION.
      *===============================================================*
           MOVE OPROD-REC TO OPROD-RECORD
           PERFORM FILE-WRITE-OPROD
           MOVE SPACES TO OPROD-REC
           .
       OPROD-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICOMP.........: ' TMP-COUNT-READ
           DISPLAY 'SKIPPED.............: ' TMP-COUNT-SKIPPED
           DISPLAY 'INPUT IATTR.........: ' IATTR-COUNT
           DISPLAY 'WITH FIGURE.........: ' TMP-COUNT-RPE
           DISPLAY 'DATA GAPS...........: ' TMP-COUNT-GAPS
           DISPLAY 'FLAGGED.............: ' TMP-COUNT-FLAGGED
           DISPLAY 'OUTPUT OPROD........: ' OPROD-COUNT
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPROD==
            ==:V2:== BY ==OPROD-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PROD1.
      *****************************************************************
