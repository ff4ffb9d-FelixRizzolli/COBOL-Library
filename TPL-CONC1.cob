       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CONC1.
      *****************************************************************
      * TPL-CONC1: INDUSTRY CONCENTRATION (HHI AND TOP-4 SHARE)       *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * AN INDUSTRY AVERAGE GROWTH OF 4 PERCENT MEANS SOMETHING       *
      * ELSE WHEN TWO FIRMS HOLD 80 PERCENT OF THE REVENUE. THIS STEP *
      * MEASURES, PER INDUSTRY AND PER SECTOR, HOW CONCENTRATED THE   *
      * REVENUE IS - THE HERFINDAHL-HIRSCHMAN INDEX AND THE SHARE OF  *
      * THE FOUR LARGEST FIRMS - AND PUTS THE GROWTH OF THOSE FOUR    *
      * NEXT TO THE GROWTH OF THE REST, SO THE READER SEES WHAT IS    *
      * BEHIND THE AVERAGE.                                           *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP - VALIDATED EXTRACT (IO/validated.txt, TPL-XTR1)        *
      * IATTR - COMPANY ATTRIBUTES (IO/companyattr.txt, TPL-MAINT3)   *
      * ISECT - OPTIONAL INDUSTRY-TO-SECTOR HIERARCHY                 *
      *         (IO/sectors.txt, SAME FILE AS TPL-BAT1) - WITHOUT IT  *
      *         THE SECTOR SECTION IS LEFT OUT                        *
      * IPARM - OPTIONAL (IO/concparm.txt), KEYWORD=VALUE:            *
      *         HHILIMIT=n   FLAG ABOVE AN HHI OF n (DEFAULT 2500)    *
      *         TOP4LIMIT=n  FLAG ABOVE A TOP-4 SHARE OF n PERCENT    *
      *                      (DEFAULT 0 = NOT USED)                   *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCONC - CONCENTRATION REPORT (IO/concentration.txt):          *
      *         1 BY INDUSTRY, THE FOUR LARGEST FIRMS OF EVERY        *
      *           FLAGGED INDUSTRY LISTED UNDER IT                    *
      *         2 BY SECTOR                                           *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * ONLY COMPANIES WITH A REVENUE ABOVE ZERO ON THE ATTRIBUTES    *
      * MASTER TAKE PART; THE REST ARE COUNTED BUT HOLD NO SHARE.     *
      * SHARE = REVENUE / GROUP REVENUE IN PERCENT; HHI = THE SUM OF  *
      * THE SQUARED SHARES (0 - 10000); TOP-4 SHARE = THE SHARES OF   *
      * THE FOUR LARGEST FIRMS ADDED UP. THE GROWTH COLUMNS ARE PLAIN *
      * AVERAGES, THE SAME AS THE TPL-BAT1 INDUSTRY AVERAGE THEY      *
      * EXPLAIN: ALL FIRMS, THE TOP 4, AND THE REST (EMPTY WHEN A     *
      * GROUP HAS FOUR FIRMS OR FEWER). EQUAL REVENUES RANK BY NAME.  *
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCONC==
            ==:V2:== BY ==OCONC-PATH==.
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCONC==
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
           05 SGRP-KIND               PIC X(1).
           05 SGRP-GROUP              PIC X(23).
           05 SGRP-REVENUE            PIC 9(9).
           05 SGRP-NAME               PIC X(38).
           05 SGRP-STATE              PIC X(2).
           05 SGRP-GROWTH             PIC S9(3)V99.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICOMP = VALIDATED EXTRACT (COMPANIES LAYOUT) AND THE    *
      * IN-STORAGE COPY WITH THE REVENUE ATTACHED                     *
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
                10 TAB-CO-REVENUE     PIC 9(9).

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
      * INPUT IPARM = OPTIONAL FLAG LIMITS                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-HHI-LIMIT               PIC 9(5)    VALUE 2500.
       01 TMP-TOP4-LIMIT              PIC 9(3)    VALUE 0.

      *---------------------------------------------------------------*
      * ONE GROUP'S FIRMS, LARGEST FIRST (THE SORT DELIVERS THEM      *
      * THAT WAY)                                                     *
      *---------------------------------------------------------------*
       01 GROUP-FIRMS.
           05 TAB-GF-MAX              PIC S9(9) BINARY.
           05 TAB-GF-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-GF                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-GF-MAX.
                10 TAB-GF-NAME        PIC X(38).
                10 TAB-GF-STATE       PIC X(2).
                10 TAB-GF-REVENUE     PIC 9(9).
                10 TAB-GF-GROWTH      PIC S9(3)V99.
       01 GROUP-WORK.
           05 TMP-GRP-KIND            PIC X(1).
           05 TMP-GRP-NAME            PIC X(23).
           05 TMP-GRP-OPEN-SW         PIC X(1).
           05 TMP-GRP-REVENUE         PIC 9(13).
           05 TMP-GRP-GROWTH-SUM      PIC S9(9)V99.
           05 TMP-TOP-REVENUE         PIC 9(13).
           05 TMP-TOP-GROWTH-SUM      PIC S9(9)V99.
           05 TMP-TOP-COUNT           PIC S9(4) BINARY.
           05 TMP-SHARE               PIC 9(3)V9(6).
           05 TMP-HHI                 PIC 9(5)V99.
           05 TMP-TOP4-SHARE          PIC 9(3)V99.
           05 TMP-AVG                 PIC S9(5)V99.
           05 TMP-FLAG-SW             PIC X(1).
              88 TMP-FLAGGED              VALUE 'Y'.
           05 TMP-GRP-SECTOR          PIC X(23).

      *---------------------------------------------------------------*
      * OUTPUT OCONC = CONCENTRATION REPORT                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCONC==.
       01 OCONC-REC                   PIC X(132).
       01 OCONC-H0.
           05 FILLER                  PIC X(37)
              VALUE 'REVENUE CONCENTRATION REPORT - RUN '.
           05 OCONC-H0-DATE           PIC X(8).
       01 OCONC-H1.
           05 OCONC-H1-GROUP          PIC X(24).
           05 FILLER                  PIC X(7)  VALUE '  FIRMS'.
           05 FILLER                  PIC X(16)
              VALUE '   GROUP REVENUE'.
           05 FILLER                  PIC X(10) VALUE '       HHI'.
           05 FILLER                  PIC X(8)  VALUE '  TOP-4%'.
           05 FILLER                  PIC X(10) VALUE '   ALL AVG'.
           05 FILLER                  PIC X(10) VALUE '  TOP4 AVG'.
           05 FILLER                  PIC X(10) VALUE '  REST AVG'.
           05 FILLER                  PIC X(6)  VALUE '  FLAG'.
       01 OCONC-R1.
           05 OCONC-R1-GROUP          PIC X(23).
           05 FILLER                  PIC X(1).
           05 OCONC-R1-FIRMS          PIC Z(5)9.
           05 FILLER                  PIC X(1).
           05 OCONC-R1-REVENUE        PIC Z(14)9.
           05 FILLER                  PIC X(1).
           05 OCONC-R1-HHI            PIC Z(5)9,99.
           05 FILLER                  PIC X(2).
           05 OCONC-R1-TOP4           PIC ZZ9,99.
           05 FILLER                  PIC X(1).
           05 OCONC-R1-ALL-AVG        PIC -(5)9,99.
           05 FILLER                  PIC X(1).
           05 OCONC-R1-TOP-AVG        PIC -(5)9,99.
           05 FILLER                  PIC X(1).
           05 OCONC-R1-REST-AVG       PIC -(5)9,99.
           05 FILLER                  PIC X(3).
           05 OCONC-R1-FLAG           PIC X(4).
       01 OCONC-R2.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'TOP FIRM'.
           05 OCONC-R2-RANK           PIC Z9.
           05 FILLER                  PIC X(2)  VALUE ': '.
           05 OCONC-R2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OCONC-R2-STATE          PIC X(2).
           05 FILLER                  PIC X(8)  VALUE '  SHARE '.
           05 OCONC-R2-SHARE          PIC ZZ9,99.
           05 FILLER                  PIC X(10) VALUE '%  GROWTH '.
           05 OCONC-R2-GROWTH         PIC -(3)9,99.
       01 OCONC-HR1                   PIC X(132) VALUE ALL '-'.
       01 OCONC-HR2                   PIC X(132) VALUE ALL '='.
       01 TMP-LIMIT-ED                PIC ZZZZ9.
       01 TMP-PTR                     PIC S9(4)   BINARY.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
       01 TMP-CO-KEY                  PIC X(40).
       01 TMP-COUNT-EDIT              PIC ZZZZZZ9.
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-NO-REVENUE    PIC 9(7).
           05 TMP-COUNT-FLAGGED       PIC 9(7).

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
       01 ISECT-PATH                 PIC X(40)
                                      VALUE 'IO/sectors.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/concparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCONC-PATH                 PIC X(40)
                                      VALUE 'IO/concentration.txt'.
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

           PERFORM FILE-OPEN-OUTPUT-OCONC
           MOVE TMP-TODAY TO OCONC-H0-DATE
           MOVE OCONC-H0  TO OCONC-REC
           PERFORM OCONC-WRITE
           MOVE TMP-HHI-LIMIT TO TMP-LIMIT-ED
           MOVE 1 TO TMP-PTR
           STRING 'FLAGGED (*) ABOVE AN HHI OF '
                  FUNCTION TRIM(TMP-LIMIT-ED)
             DELIMITED BY SIZE INTO OCONC-REC
             WITH POINTER TMP-PTR
           END-STRING
           IF (TMP-TOP4-LIMIT > 0) THEN
              MOVE TMP-TOP4-LIMIT TO TMP-LIMIT-ED
              STRING ' OR A TOP-4 SHARE OF '
                     FUNCTION TRIM(TMP-LIMIT-ED) ' PERCENT'
                DELIMITED BY SIZE INTO OCONC-REC
                WITH POINTER TMP-PTR
              END-STRING
           END-IF
           PERFORM OCONC-WRITE
           SORT SGRP
             ON ASCENDING  KEY SGRP-KIND SGRP-GROUP
             ON DESCENDING KEY SGRP-REVENUE
             ON ASCENDING  KEY SGRP-NAME SGRP-STATE
             INPUT  PROCEDURE IS GROUPS-RELEASE
             OUTPUT PROCEDURE IS GROUPS-REPORT
           PERFORM SUMMARY-WRITE
           PERFORM FILE-CLOSE-OCONC

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-CONC1'                          TO PGM-NAME
           MOVE 'INDUSTRY CONCENTRATION (HHI / TOP-4)'
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
           MOVE ISECT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISECT-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCONC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCONC-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-GF-MAX
           MOVE 0 TO TAB-SECT-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * FLAG LIMITS (IPARM IS OPTIONAL)                               *
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
                   WHEN 'HHILIMIT'
                     PERFORM PARM-VALUE-CHECK
                     COMPUTE TMP-HHI-LIMIT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'TOP4LIMIT'
                     PERFORM PARM-VALUE-CHECK
                     COMPUTE TMP-TOP4-LIMIT =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN CONCPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF

      *---------------------------------------------------------------*
      * INDUSTRY-TO-SECTOR HIERARCHY (ISECT IS OPTIONAL - WITHOUT IT  *
      * NO SECTOR SECTION IS PRINTED)                                 *
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
       PARM-VALUE-CHECK SECTION.
      *===============================================================*
           IF (FUNCTION TEST-NUMVAL(IPARM-VAL) NOT = 0) THEN
              MOVE '906' TO PGM-ERR-RC
              MOVE 'NON-NUMERIC LIMIT IN CONCPARM' TO PGM-ERR-MSG1
              MOVE IPARM-RECORD TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       PARM-VALUE-CHECK-EXIT. EXIT.



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
      *    A KEY THE EXTRACT CARRIES TWICE IS COUNTED ONCE            *
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
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       ATTRIBUTES-ATTACH SECTION.
      *===============================================================*
      *    THE REVENUE OF EVERY COMPANY - NOTHING TO MEASURE WITHOUT  *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'ATTRIBUTES MASTER MISSING: ' IATTR-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO CONCENTRATION WITHOUT REVENUES' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IATTR
           PERFORM UNTIL (IATTR-EOF)
              MOVE IATTR-RECORD TO IATTR-REC
              IF (IATTR-REVENUE NUMERIC)
                 AND (TAB-CO-MAX > 0) THEN
                 MOVE IATTR-NAME  TO TMP-CO-KEY(1:38)
                 MOVE IATTR-STATE TO TMP-CO-KEY(39:2)
                 SEARCH ALL TAB-CO
                   WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                     MOVE IATTR-REVENUE
                       TO TAB-CO-REVENUE(TAB-CO-IDX)
                 END-SEARCH
              END-IF
              PERFORM FILE-READ-IATTR
           END-PERFORM
           PERFORM FILE-CLOSE-IATTR
           .
       ATTRIBUTES-ATTACH-EXIT. EXIT.



      *****************************************************************
       GROUPS-RELEASE SECTION.
      *===============================================================*
      *    EVERY COMPANY WITH A REVENUE ONCE UNDER ITS INDUSTRY (I)   *
      *    AND, WITH A HIERARCHY, ONCE UNDER ITS SECTOR (S)           *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              IF (TAB-CO-REVENUE(TMP-I-TABLE) = 0) THEN
                 ADD 1 TO TMP-COUNT-NO-REVENUE
              ELSE
                 MOVE 'I'                          TO SGRP-KIND
                 MOVE TAB-CO-INDUSTRY(TMP-I-TABLE) TO SGRP-GROUP
                 MOVE TAB-CO-REVENUE(TMP-I-TABLE)  TO SGRP-REVENUE
                 MOVE TAB-CO-NAME(TMP-I-TABLE)     TO SGRP-NAME
                 MOVE TAB-CO-STATE(TMP-I-TABLE)    TO SGRP-STATE
                 MOVE TAB-CO-GROWTH(TMP-I-TABLE)   TO SGRP-GROWTH
                 RELEASE SGRP-REC
                 IF (TAB-SECT-MAX > 0) THEN
                    MOVE '(NO SECTOR)' TO TMP-GRP-SECTOR
                    PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                              UNTIL (TMP-J-TABLE > TAB-SECT-MAX)
                       IF (TAB-SECT-INDUSTRY(TMP-J-TABLE) =
                           TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                          MOVE TAB-SECT-SECTOR(TMP-J-TABLE)
                            TO TMP-GRP-SECTOR
                       END-IF
                    END-PERFORM
                    MOVE 'S'            TO SGRP-KIND
                    MOVE TMP-GRP-SECTOR TO SGRP-GROUP
                    RELEASE SGRP-REC
                 END-IF
              END-IF
           END-PERFORM
           .
       GROUPS-RELEASE-EXIT. EXIT.



      *****************************************************************
       GROUPS-REPORT SECTION.
      *===============================================================*
      *    CONTROL BREAK ON KIND + GROUP; THE FIRMS ARRIVE LARGEST    *
      *    FIRST WITHIN THE GROUP                                     *
      *---------------------------------------------------------------*
           MOVE 'N'    TO TMP-GRP-OPEN-SW
           MOVE SPACES TO TMP-GRP-KIND
           PERFORM UNTIL (1 = 2)
              RETURN SGRP
                AT END
                  GO TO GROUPS-REPORT-END
              END-RETURN
              PERFORM GROUP-FIRM-ADD
           END-PERFORM
           .
       GROUPS-REPORT-END.
           IF (TMP-GRP-OPEN-SW = 'Y') THEN
              PERFORM GROUP-LINE-WRITE
           END-IF
           .
       GROUPS-REPORT-EXIT. EXIT.



      *****************************************************************
       GROUP-FIRM-ADD SECTION.
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
              MOVE 0          TO TAB-GF-MAX
              MOVE 0          TO TMP-GRP-REVENUE
              MOVE 0          TO TMP-GRP-GROWTH-SUM
           END-IF
           IF (TAB-GF-MAX >= TAB-GF-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-GF OVERFLOW - GROUP TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-GF-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-GF-MAX
           MOVE SGRP-NAME    TO TAB-GF-NAME(TAB-GF-MAX)
           MOVE SGRP-STATE   TO TAB-GF-STATE(TAB-GF-MAX)
           MOVE SGRP-REVENUE TO TAB-GF-REVENUE(TAB-GF-MAX)
           MOVE SGRP-GROWTH  TO TAB-GF-GROWTH(TAB-GF-MAX)
           ADD SGRP-REVENUE  TO TMP-GRP-REVENUE
           ADD SGRP-GROWTH   TO TMP-GRP-GROWTH-SUM
           .
       GROUP-FIRM-ADD-EXIT. EXIT.



      *****************************************************************
       GROUP-HEADING-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OCONC-REC
           PERFORM OCONC-WRITE
           IF (SGRP-KIND = 'I') THEN
              MOVE '1 - CONCENTRATION BY INDUSTRY' TO OCONC-REC
              MOVE 'INDUSTRY'                      TO OCONC-H1-GROUP
           ELSE
              MOVE '2 - CONCENTRATION BY SECTOR'   TO OCONC-REC
              MOVE 'SECTOR'                        TO OCONC-H1-GROUP
           END-IF
           PERFORM OCONC-WRITE
           MOVE OCONC-HR2 TO OCONC-REC
           PERFORM OCONC-WRITE
           MOVE OCONC-H1  TO OCONC-REC
           PERFORM OCONC-WRITE
           MOVE OCONC-HR1 TO OCONC-REC
           PERFORM OCONC-WRITE
           .
       GROUP-HEADING-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-LINE-WRITE SECTION.
      *===============================================================*
      *    HHI OVER EVERY FIRM, TOP-4 OVER THE FIRST FOUR             *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-HHI
           MOVE 0 TO TMP-TOP-REVENUE
           MOVE 0 TO TMP-TOP-GROWTH-SUM
           MOVE 0 TO TMP-TOP-COUNT
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GF-MAX)
              COMPUTE TMP-SHARE ROUNDED =
                 TAB-GF-REVENUE(TMP-I-TABLE) * 100 / TMP-GRP-REVENUE
              COMPUTE TMP-HHI ROUNDED = TMP-HHI
                 + (TMP-SHARE * TMP-SHARE)
              IF (TMP-I-TABLE <= 4) THEN
                 ADD 1 TO TMP-TOP-COUNT
                 ADD TAB-GF-REVENUE(TMP-I-TABLE) TO TMP-TOP-REVENUE
                 ADD TAB-GF-GROWTH(TMP-I-TABLE)  TO TMP-TOP-GROWTH-SUM
              END-IF
           END-PERFORM
           COMPUTE TMP-TOP4-SHARE ROUNDED =
              TMP-TOP-REVENUE * 100 / TMP-GRP-REVENUE

           MOVE 'N' TO TMP-FLAG-SW
           IF (TMP-HHI > TMP-HHI-LIMIT) THEN
              MOVE 'Y' TO TMP-FLAG-SW
           END-IF
           IF (TMP-TOP4-LIMIT > 0)
              AND (TMP-TOP4-SHARE > TMP-TOP4-LIMIT) THEN
              MOVE 'Y' TO TMP-FLAG-SW
           END-IF

           MOVE SPACES              TO OCONC-R1
           MOVE TMP-GRP-NAME        TO OCONC-R1-GROUP
           MOVE TAB-GF-MAX          TO OCONC-R1-FIRMS
           MOVE TMP-GRP-REVENUE     TO OCONC-R1-REVENUE
           MOVE TMP-HHI             TO OCONC-R1-HHI
           MOVE TMP-TOP4-SHARE      TO OCONC-R1-TOP4
           COMPUTE TMP-AVG ROUNDED = TMP-GRP-GROWTH-SUM / TAB-GF-MAX
           MOVE TMP-AVG             TO OCONC-R1-ALL-AVG
           COMPUTE TMP-AVG ROUNDED = TMP-TOP-GROWTH-SUM / TMP-TOP-COUNT
           MOVE TMP-AVG             TO OCONC-R1-TOP-AVG
           IF (TAB-GF-MAX > 4) THEN
              COMPUTE TMP-AVG ROUNDED =
                 (TMP-GRP-GROWTH-SUM - TMP-TOP-GROWTH-SUM)
                 / (TAB-GF-MAX - 4)
              MOVE TMP-AVG          TO OCONC-R1-REST-AVG
           END-IF
           IF (TMP-FLAGGED) THEN
              MOVE '*'              TO OCONC-R1-FLAG
           END-IF
           MOVE OCONC-R1 TO OCONC-REC
           PERFORM OCONC-WRITE

      *    THE DOMINANT FIRMS OF A FLAGGED INDUSTRY BY NAME
           IF (TMP-FLAGGED) AND (TMP-GRP-KIND = 'I') THEN
              ADD 1 TO TMP-COUNT-FLAGGED
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TMP-TOP-COUNT)
                 MOVE TMP-I-TABLE                TO OCONC-R2-RANK
                 MOVE TAB-GF-NAME(TMP-I-TABLE)   TO OCONC-R2-NAME
                 MOVE TAB-GF-STATE(TMP-I-TABLE)  TO OCONC-R2-STATE
                 COMPUTE OCONC-R2-SHARE ROUNDED =
                    TAB-GF-REVENUE(TMP-I-TABLE) * 100
                    / TMP-GRP-REVENUE
                 MOVE TAB-GF-GROWTH(TMP-I-TABLE) TO OCONC-R2-GROWTH
                 MOVE OCONC-R2 TO OCONC-REC
                 PERFORM OCONC-WRITE
              END-PERFORM
           END-IF
           MOVE 'N' TO TMP-GRP-OPEN-SW
           .
       GROUP-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OCONC-REC
           PERFORM OCONC-WRITE
           MOVE OCONC-HR2 TO OCONC-REC
           PERFORM OCONC-WRITE
           MOVE TAB-CO-MAX TO TMP-COUNT-EDIT
           STRING 'COMPANIES...................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OCONC-REC
           END-STRING
           PERFORM OCONC-WRITE
           MOVE TMP-COUNT-NO-REVENUE TO TMP-COUNT-EDIT
           STRING 'WITHOUT A REVENUE...........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OCONC-REC
           END-STRING
           PERFORM OCONC-WRITE
           MOVE TMP-COUNT-FLAGGED TO TMP-COUNT-EDIT
           STRING 'INDUSTRIES FLAGGED..........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OCONC-REC
           END-STRING
           PERFORM OCONC-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       OCONC-WRITE SECTION.
      *===============================================================*
           MOVE OCONC-REC TO OCONC-RECORD
           PERFORM FILE-WRITE-OCONC
           MOVE SPACES TO OCONC-REC
           .
       OCONC-WRITE-EXIT. EXIT.



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
           DISPLAY 'WITHOUT REVENUE.....: ' TMP-COUNT-NO-REVENUE
           DISPLAY 'INDUSTRIES FLAGGED..: ' TMP-COUNT-FLAGGED
           DISPLAY 'OUTPUT OCONC........: ' OCONC-COUNT
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
            ==:V1:== BY ==ISECT==
            ==:V2:== BY ==ISECT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCONC==
            ==:V2:== BY ==OCONC-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CONC1.
      *****************************************************************
