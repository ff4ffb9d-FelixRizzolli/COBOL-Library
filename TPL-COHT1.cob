       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-COHT1.
      *****************************************************************
      * TPL-COHT1: SIZE-CLASS AND COMPANY-AGE COHORT REPORT           *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EVERY ROLLUP SO FAR SLICES BY INDUSTRY, STATE, REGION OR      *
      * METRO - NEVER BY WHAT KIND OF COMPANY IT IS. THIS STEP PUTS   *
      * EVERY COMPANY INTO A SIZE CLASS (EMPLOYEES AND REVENUE) AND   *
      * AN AGE COHORT (YEARS SINCE FOUNDING) AND PRINTS, PER INDUSTRY,*
      * HOW MANY COMPANIES EACH CLASS AND COHORT HOLDS, THEIR AVERAGE *
      * GROWTH AND THEIR SHARE OF DECLINERS - SO IT SHOWS WHETHER     *
      * YOUNG SMALL FIRMS OR ESTABLISHED LARGE ONES DRIVE AN          *
      * INDUSTRY'S NUMBER.                                            *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP - VALIDATED EXTRACT (IO/validated.txt, TPL-XTR1)        *
      * IATTR - COMPANY ATTRIBUTES (IO/companyattr.txt, TPL-MAINT3)   *
      * IPARM - OPTIONAL (IO/cohtparm.txt), KEYWORD=VALUE, ONE CARD   *
      *         PER BAND, SMALLEST FIRST (AT MOST 10 OF EACH):        *
      *         SIZE=<LABEL>|<MAX EMPLOYEES>|<MAX REVENUE>            *
      *         AGE=<LABEL>|<MAX YEARS>                               *
      *         AN EMPTY MAXIMUM IS OPEN-ENDED. WITHOUT SIZE CARDS    *
      *         THE BANDS ARE MICRO 9|2000000, SMALL 49|10000000,     *
      *         MEDIUM 249|50000000 AND LARGE; WITHOUT AGE CARDS      *
      *         START-UP 4, YOUNG 9, ESTABLISHED 24 AND MATURE        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCOHT - COHORT REPORT (IO/cohortreport.txt):                  *
      *         1 SIZE CLASS X INDUSTRY                               *
      *         2 AGE COHORT X INDUSTRY                               *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A COMPANY BELONGS TO THE FIRST SIZE BAND WHOSE EMPLOYEE AND   *
      * REVENUE MAXIMUMS IT BOTH STAYS WITHIN, AND TO THE FIRST AGE   *
      * BAND WHOSE MAXIMUM ITS AGE (RUN YEAR - IATTR-FOUNDED) STAYS   *
      * WITHIN. A COMPANY ABOVE EVERY BAND, OR WITHOUT USABLE         *
      * ATTRIBUTES (NO ROW, NON-NUMERIC, FOUNDED 0 OR IN THE FUTURE), *
      * IS COUNTED AS UNCLASSIFIED SO THE INDUSTRY TOTAL STILL ADDS   *
      * UP. A DECLINER IS A COMPANY WITH NEGATIVE GROWTH. A BAND CARD *
      * THAT IS NOT NUMERIC (RC 906) OR NOT ABOVE THE BAND BEFORE IT  *
      * (RC 905) ENDS THE RUN BEFORE ANYTHING IS PRINTED.             *
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
            ==:V1:== BY ==OCOHT==
            ==:V2:== BY ==OCOHT-PATH==.
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
            ==:V1:== BY ==OCOHT==
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
                10 TAB-CO-ATTR-SW     PIC X(1).
                10 TAB-CO-REVENUE     PIC 9(9).
                10 TAB-CO-EMPLOYEES   PIC 9(6).
                10 TAB-CO-FOUNDED     PIC 9(4).

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
      * INPUT IPARM = BAND CARDS. A MAXIMUM OF ALL NINES STANDS FOR   *
      * AN OPEN END                                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).
       01 BAND-CARD-WORK.
           05 TMP-BAND-LABEL          PIC X(20).
           05 TMP-BAND-MAX1-X         PIC X(20).
           05 TMP-BAND-MAX2-X         PIC X(20).
           05 TMP-BAND-MAX-X          PIC X(20).
           05 TMP-BAND-MAX            PIC 9(9).
       01 SIZE-BANDS.
           05 TAB-SZ-MAX              PIC S9(4) BINARY.
           05 TAB-SZ-DIM              PIC S9(4) BINARY  VALUE 10.
           05 TAB-SZ                  OCCURS 11.
                10 TAB-SZ-LABEL       PIC X(20).
                10 TAB-SZ-MAX-EMP     PIC 9(9).
                10 TAB-SZ-MAX-REV     PIC 9(9).
       01 AGE-BANDS.
           05 TAB-AG-MAX              PIC S9(4) BINARY.
           05 TAB-AG-DIM              PIC S9(4) BINARY  VALUE 10.
           05 TAB-AG                  OCCURS 11.
                10 TAB-AG-LABEL       PIC X(20).
                10 TAB-AG-MAX-YEARS   PIC 9(9).
       01 TMP-OPEN-END                PIC 9(9)    VALUE 999999999.

      *---------------------------------------------------------------*
      * INDUSTRIES WITH ONE CELL PER SIZE CLASS AND PER AGE COHORT -  *
      * CELL 11 IS UNCLASSIFIED                                       *
      *---------------------------------------------------------------*
       01 INDUSTRIES.
           05 TAB-IN-MAX              PIC S9(4) BINARY.
           05 TAB-IN-DIM              PIC S9(4) BINARY  VALUE 500.
           05 TAB-IN                  OCCURS 1   TO          500
                                      DEPENDING  ON  TAB-IN-MAX.
                10 TAB-IN-NAME        PIC X(23).
                10 TAB-IN-COUNT       PIC 9(7).
                10 TAB-IN-SUM         PIC S9(7)V99.
                10 TAB-IN-DECL        PIC 9(7).
                10 TAB-IN-SZ-CELL     OCCURS 11.
                   15 TAB-IN-SZ-COUNT PIC 9(7).
                   15 TAB-IN-SZ-SUM   PIC S9(7)V99.
                   15 TAB-IN-SZ-DECL  PIC 9(7).
                10 TAB-IN-AG-CELL     OCCURS 11.
                   15 TAB-IN-AG-COUNT PIC 9(7).
                   15 TAB-IN-AG-SUM   PIC S9(7)V99.
                   15 TAB-IN-AG-DECL  PIC 9(7).
       01 TMP-SWAP-IN                 PIC X(552).
       01 CLASS-WORK.
           05 TMP-IN                  PIC S9(4) BINARY.
           05 TMP-SZ                  PIC S9(4) BINARY.
           05 TMP-AG                  PIC S9(4) BINARY.
           05 TMP-AGE                 PIC S9(5).
           05 TMP-RUN-YEAR            PIC 9(4).
           05 TMP-CELL-KIND           PIC X(1).
           05 TMP-CELL-LABEL          PIC X(20).
           05 TMP-CELL-COUNT          PIC 9(7).
           05 TMP-CELL-SUM            PIC S9(7)V99.
           05 TMP-CELL-DECL           PIC 9(7).

      *---------------------------------------------------------------*
      * OUTPUT OCOHT = COHORT REPORT                                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCOHT==.
       01 OCOHT-REC                   PIC X(132).
       01 OCOHT-H0.
           05 FILLER                  PIC X(39)
              VALUE 'SIZE-CLASS AND AGE-COHORT REPORT - RUN '.
           05 OCOHT-H0-DATE           PIC X(8).
       01 OCOHT-H1.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 OCOHT-H1-CLASS          PIC X(21).
           05 FILLER                  PIC X(8)  VALUE '   COMPS'.
           05 FILLER                  PIC X(8)  VALUE '  SHARE%'.
           05 FILLER                  PIC X(10) VALUE '  AVG GROW'.
           05 FILLER                  PIC X(10) VALUE ' DECLINERS'.
           05 FILLER                  PIC X(8)  VALUE '  DECL%'.
       01 OCOHT-R1.
           05 OCOHT-R1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OCOHT-R1-CLASS          PIC X(20).
           05 FILLER                  PIC X(1).
           05 OCOHT-R1-COUNT          PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OCOHT-R1-SHARE          PIC ZZ9,9.
           05 FILLER                  PIC X(2).
           05 OCOHT-R1-AVG            PIC -(5)9,99.
           05 FILLER                  PIC X(3).
           05 OCOHT-R1-DECL           PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OCOHT-R1-DECL-PCT       PIC ZZ9,9.
       01 OCOHT-HR1                   PIC X(132) VALUE ALL '-'.
       01 OCOHT-HR2                   PIC X(132) VALUE ALL '='.
       01 OCOHT-B1.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 OCOHT-B1-LABEL          PIC X(21).
           05 OCOHT-B1-TEXT1          PIC X(15).
           05 OCOHT-B1-MAX1           PIC X(11).
           05 OCOHT-B1-TEXT2          PIC X(14).
           05 OCOHT-B1-MAX2           PIC X(11).
       01 TMP-EDIT-MAX                PIC Z(8)9.
       01 TMP-COUNT-EDIT              PIC ZZZZZZ9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
       01 TMP-CO-KEY                  PIC X(40).
       01 TMP-PCT                     PIC 9(3)V9.
       01 TMP-AVG                     PIC S9(5)V99.
       01 COUNTER.
           05 TMP-COUNT-READ          PIC 9(7).
           05 TMP-COUNT-SKIPPED       PIC 9(7).
           05 TMP-COUNT-SZ-UNCL       PIC 9(7).
           05 TMP-COUNT-AG-UNCL       PIC 9(7).

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
                                      VALUE 'IO/cohtparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCOHT-PATH                 PIC X(40)
                                      VALUE 'IO/cohortreport.txt'.
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
           PERFORM COMPANIES-CLASSIFY
           PERFORM INDUSTRIES-SORT

           PERFORM FILE-OPEN-OUTPUT-OCOHT
           PERFORM REPORT-WRITE
           PERFORM FILE-CLOSE-OCOHT

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-COHT1'                          TO PGM-NAME
           MOVE 'SIZE-CLASS AND AGE-COHORT REPORT'
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
           MOVE OCOHT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCOHT-PATH
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
           MOVE 0 TO TAB-SZ-MAX
           MOVE 0 TO TAB-AG-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           MOVE TMP-TODAY(1:4)             TO TMP-RUN-YEAR

      *---------------------------------------------------------------*
      * BAND CARDS (IPARM IS OPTIONAL - A KIND WITHOUT CARDS GETS THE *
      * DEFAULT BANDS)                                                *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 PERFORM BAND-CARD-ADD
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           IF (TAB-SZ-MAX = 0) THEN
              MOVE 4 TO TAB-SZ-MAX
              MOVE 'MICRO'       TO TAB-SZ-LABEL(1)
              MOVE 9             TO TAB-SZ-MAX-EMP(1)
              MOVE 2000000       TO TAB-SZ-MAX-REV(1)
              MOVE 'SMALL'       TO TAB-SZ-LABEL(2)
              MOVE 49            TO TAB-SZ-MAX-EMP(2)
              MOVE 10000000      TO TAB-SZ-MAX-REV(2)
              MOVE 'MEDIUM'      TO TAB-SZ-LABEL(3)
              MOVE 249           TO TAB-SZ-MAX-EMP(3)
              MOVE 50000000      TO TAB-SZ-MAX-REV(3)
              MOVE 'LARGE'       TO TAB-SZ-LABEL(4)
              MOVE TMP-OPEN-END  TO TAB-SZ-MAX-EMP(4)
              MOVE TMP-OPEN-END  TO TAB-SZ-MAX-REV(4)
           END-IF
           IF (TAB-AG-MAX = 0) THEN
              MOVE 4 TO TAB-AG-MAX
              MOVE 'START-UP'    TO TAB-AG-LABEL(1)
              MOVE 4             TO TAB-AG-MAX-YEARS(1)
              MOVE 'YOUNG'       TO TAB-AG-LABEL(2)
              MOVE 9             TO TAB-AG-MAX-YEARS(2)
              MOVE 'ESTABLISHED' TO TAB-AG-LABEL(3)
              MOVE 24            TO TAB-AG-MAX-YEARS(3)
              MOVE 'MATURE'      TO TAB-AG-LABEL(4)
              MOVE TMP-OPEN-END  TO TAB-AG-MAX-YEARS(4)
           END-IF
           MOVE '(UNCLASSIFIED)' TO TAB-SZ-LABEL(11)
           MOVE '(UNCLASSIFIED)' TO TAB-AG-LABEL(11)
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       BAND-CARD-ADD SECTION.
      *===============================================================*
           IF (IPARM-RECORD(1:1) = '*')
              OR (IPARM-RECORD = SPACES) THEN
              GO TO BAND-CARD-ADD-EXIT
           END-IF
           MOVE SPACES TO IPARM-KEY IPARM-VAL
           UNSTRING IPARM-RECORD DELIMITED BY '='
             INTO IPARM-KEY IPARM-VAL
           END-UNSTRING
           MOVE SPACES TO BAND-CARD-WORK
           UNSTRING IPARM-VAL DELIMITED BY '|'
             INTO TMP-BAND-LABEL TMP-BAND-MAX1-X TMP-BAND-MAX2-X
           END-UNSTRING

           EVALUATE FUNCTION TRIM(IPARM-KEY)
             WHEN 'SIZE'
               IF (TAB-SZ-MAX >= TAB-SZ-DIM) THEN
                  PERFORM BAND-CARD-REJECT
               END-IF
               ADD 1 TO TAB-SZ-MAX
               MOVE TMP-BAND-LABEL TO TAB-SZ-LABEL(TAB-SZ-MAX)
               MOVE TMP-BAND-MAX1-X TO TMP-BAND-MAX-X
               PERFORM BAND-MAX-CONVERT
               MOVE TMP-BAND-MAX TO TAB-SZ-MAX-EMP(TAB-SZ-MAX)
               MOVE TMP-BAND-MAX2-X TO TMP-BAND-MAX-X
               PERFORM BAND-MAX-CONVERT
               MOVE TMP-BAND-MAX TO TAB-SZ-MAX-REV(TAB-SZ-MAX)
               IF (TAB-SZ-MAX > 1) THEN
                  IF (TAB-SZ-MAX-EMP(TAB-SZ-MAX) <
                      TAB-SZ-MAX-EMP(TAB-SZ-MAX - 1))
                     OR (TAB-SZ-MAX-REV(TAB-SZ-MAX) <
                         TAB-SZ-MAX-REV(TAB-SZ-MAX - 1))
                     OR (TAB-SZ-MAX-EMP(TAB-SZ-MAX) =
                         TAB-SZ-MAX-EMP(TAB-SZ-MAX - 1)
                     AND TAB-SZ-MAX-REV(TAB-SZ-MAX) =
                         TAB-SZ-MAX-REV(TAB-SZ-MAX - 1)) THEN
                     PERFORM BAND-CARD-REJECT
                  END-IF
               END-IF
             WHEN 'AGE'
               IF (TAB-AG-MAX >= TAB-AG-DIM) THEN
                  PERFORM BAND-CARD-REJECT
               END-IF
               ADD 1 TO TAB-AG-MAX
               MOVE TMP-BAND-LABEL TO TAB-AG-LABEL(TAB-AG-MAX)
               MOVE TMP-BAND-MAX1-X TO TMP-BAND-MAX-X
               PERFORM BAND-MAX-CONVERT
               MOVE TMP-BAND-MAX TO TAB-AG-MAX-YEARS(TAB-AG-MAX)
               IF (TAB-AG-MAX > 1) THEN
                  IF (TAB-AG-MAX-YEARS(TAB-AG-MAX) <=
                      TAB-AG-MAX-YEARS(TAB-AG-MAX - 1)) THEN
                     PERFORM BAND-CARD-REJECT
                  END-IF
               END-IF
             WHEN OTHER
               MOVE SPACES TO APP-LOG-LINE
               STRING 'UNKNOWN COHTPARM KEYWORD IGNORED: '
                      IPARM-KEY
                 DELIMITED BY SIZE INTO APP-LOG-LINE
               END-STRING
               PERFORM SCHREIBE-APP-LOG-LINE
           END-EVALUATE
           .
       BAND-CARD-ADD-EXIT. EXIT.



      *****************************************************************
       BAND-MAX-CONVERT SECTION.
      *===============================================================*
      *    IN: TMP-BAND-MAX-X. OUT: TMP-BAND-MAX (OPEN END WHEN EMPTY)*
      *---------------------------------------------------------------*
           IF (TMP-BAND-MAX-X = SPACES) THEN
              MOVE TMP-OPEN-END TO TMP-BAND-MAX
              GO TO BAND-MAX-CONVERT-EXIT
           END-IF
           IF (FUNCTION TEST-NUMVAL(TMP-BAND-MAX-X) NOT = 0) THEN
              MOVE '906' TO PGM-ERR-RC
              MOVE 'NON-NUMERIC BAND MAXIMUM IN COHTPARM'
                TO PGM-ERR-MSG1
              MOVE IPARM-RECORD TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           COMPUTE TMP-BAND-MAX = FUNCTION NUMVAL(TMP-BAND-MAX-X)
           .
       BAND-MAX-CONVERT-EXIT. EXIT.



      *****************************************************************
       BAND-CARD-REJECT SECTION.
      *===============================================================*
           MOVE '905' TO PGM-ERR-RC
           MOVE 'BAND CARD NOT ABOVE THE ONE BEFORE, OR MORE THAN 10'
             TO PGM-ERR-MSG1
           MOVE IPARM-RECORD TO PGM-ERR-MSG2
           MOVE 'LIST THE BANDS SMALLEST FIRST' TO PGM-ERR-MSG3
           PERFORM PGM-ERR
           .
       BAND-CARD-REJECT-EXIT. EXIT.



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
           MOVE 'N'            TO TAB-CO-ATTR-SW(TAB-CO-MAX)
           .
       COMPANY-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       ATTRIBUTES-ATTACH SECTION.
      *===============================================================*
      *    IATTR IS OPTIONAL - WITHOUT IT EVERY COMPANY IS            *
      *    UNCLASSIFIED, WHICH THE REPORT THEN SAYS PLAINLY           *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-NO) THEN
              MOVE 'NO ATTRIBUTES MASTER - EVERY COMPANY UNCLASSIFIED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO ATTRIBUTES-ATTACH-EXIT
           END-IF
           PERFORM FILE-READ-IATTR
           PERFORM UNTIL (IATTR-EOF)
              MOVE IATTR-RECORD TO IATTR-REC
              IF (IATTR-REVENUE NUMERIC)
                 AND (IATTR-EMPLOYEES NUMERIC)
                 AND (IATTR-FOUNDED NUMERIC)
                 AND (TAB-CO-MAX > 0) THEN
                 MOVE IATTR-NAME  TO TMP-CO-KEY(1:38)
                 MOVE IATTR-STATE TO TMP-CO-KEY(39:2)
                 SEARCH ALL TAB-CO
                   WHEN (TAB-CO-KEY(TAB-CO-IDX) = TMP-CO-KEY)
                     MOVE 'Y' TO TAB-CO-ATTR-SW(TAB-CO-IDX)
                     MOVE IATTR-REVENUE
                       TO TAB-CO-REVENUE(TAB-CO-IDX)
                     MOVE IATTR-EMPLOYEES
                       TO TAB-CO-EMPLOYEES(TAB-CO-IDX)
                     MOVE IATTR-FOUNDED
                       TO TAB-CO-FOUNDED(TAB-CO-IDX)
                 END-SEARCH
              END-IF
              PERFORM FILE-READ-IATTR
           END-PERFORM
           PERFORM FILE-CLOSE-IATTR
           .
       ATTRIBUTES-ATTACH-EXIT. EXIT.



      *****************************************************************
       COMPANIES-CLASSIFY SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
              PERFORM COMPANY-CLASSIFY
           END-PERFORM
           .
       COMPANIES-CLASSIFY-EXIT. EXIT.



      *****************************************************************
       COMPANY-CLASSIFY SECTION.
      *===============================================================*
      *    FIRST SIGHT OF THE INDUSTRY OPENS ITS ROW
           MOVE 0 TO TMP-IN
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-IN-MAX)
                        OR (TMP-IN > 0)
              IF (TAB-IN-NAME(TMP-J-TABLE) =
                  TAB-CO-INDUSTRY(TMP-I-TABLE)) THEN
                 MOVE TMP-J-TABLE TO TMP-IN
              END-IF
           END-PERFORM
           IF (TMP-IN = 0) THEN
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
              MOVE TAB-CO-INDUSTRY(TMP-I-TABLE)
                TO TAB-IN-NAME(TAB-IN-MAX)
              MOVE TAB-IN-MAX TO TMP-IN
           END-IF

      *    SIZE CLASS: FIRST BAND BOTH FIGURES STAY WITHIN
           MOVE 11 TO TMP-SZ
           IF (TAB-CO-ATTR-SW(TMP-I-TABLE) = 'Y') THEN
              PERFORM VARYING TMP-J-TABLE FROM TAB-SZ-MAX BY -1
                        UNTIL (TMP-J-TABLE < 1)
                 IF (TAB-CO-EMPLOYEES(TMP-I-TABLE) <=
                     TAB-SZ-MAX-EMP(TMP-J-TABLE))
                    AND (TAB-CO-REVENUE(TMP-I-TABLE) <=
                         TAB-SZ-MAX-REV(TMP-J-TABLE)) THEN
                    MOVE TMP-J-TABLE TO TMP-SZ
                 END-IF
              END-PERFORM
           END-IF

      *    AGE COHORT: FIRST BAND THE AGE STAYS WITHIN
           MOVE 11 TO TMP-AG
           IF (TAB-CO-ATTR-SW(TMP-I-TABLE) = 'Y')
              AND (TAB-CO-FOUNDED(TMP-I-TABLE) > 0)
              AND (TAB-CO-FOUNDED(TMP-I-TABLE) <= TMP-RUN-YEAR) THEN
              COMPUTE TMP-AGE =
                 TMP-RUN-YEAR - TAB-CO-FOUNDED(TMP-I-TABLE)
              PERFORM VARYING TMP-J-TABLE FROM TAB-AG-MAX BY -1
                        UNTIL (TMP-J-TABLE < 1)
                 IF (TMP-AGE <= TAB-AG-MAX-YEARS(TMP-J-TABLE)) THEN
                    MOVE TMP-J-TABLE TO TMP-AG
                 END-IF
              END-PERFORM
           END-IF
           IF (TMP-SZ = 11) THEN
              ADD 1 TO TMP-COUNT-SZ-UNCL
           END-IF
           IF (TMP-AG = 11) THEN
              ADD 1 TO TMP-COUNT-AG-UNCL
           END-IF

           ADD 1 TO TAB-IN-COUNT(TMP-IN)
                    TAB-IN-SZ-COUNT(TMP-IN, TMP-SZ)
                    TAB-IN-AG-COUNT(TMP-IN, TMP-AG)
           ADD TAB-CO-GROWTH(TMP-I-TABLE)
             TO TAB-IN-SUM(TMP-IN)
                TAB-IN-SZ-SUM(TMP-IN, TMP-SZ)
                TAB-IN-AG-SUM(TMP-IN, TMP-AG)
           IF (TAB-CO-GROWTH(TMP-I-TABLE) < 0) THEN
              ADD 1 TO TAB-IN-DECL(TMP-IN)
                       TAB-IN-SZ-DECL(TMP-IN, TMP-SZ)
                       TAB-IN-AG-DECL(TMP-IN, TMP-AG)
           END-IF
           .
       COMPANY-CLASSIFY-EXIT. EXIT.



      *****************************************************************
       INDUSTRIES-SORT SECTION.
      *===============================================================*
      *    BY NAME (BOUNDED TABLE, PLAIN BUBBLE SORT)                 *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IN-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-IN-MAX - TMP-I-TABLE)
                 IF (TAB-IN-NAME(TMP-J-TABLE) >
                     TAB-IN-NAME(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-IN(TMP-J-TABLE)     TO TMP-SWAP-IN
                    MOVE TAB-IN(TMP-J-TABLE + 1) TO TAB-IN(TMP-J-TABLE)
                    MOVE TMP-SWAP-IN TO TAB-IN(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       INDUSTRIES-SORT-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE TMP-TODAY TO OCOHT-H0-DATE
           MOVE OCOHT-H0  TO OCOHT-REC
           PERFORM OCOHT-WRITE

      *---------------------------------------------------------------*
      * THE BANDS IN FORCE FOR THIS RUN                               *
      *---------------------------------------------------------------*
           MOVE SPACES TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE 'SIZE CLASSES:' TO OCOHT-REC
           PERFORM OCOHT-WRITE
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-SZ-MAX)
              MOVE SPACES TO OCOHT-B1
              MOVE TAB-SZ-LABEL(TMP-J-TABLE) TO OCOHT-B1-LABEL
              MOVE 'MAX EMPLOYEES' TO OCOHT-B1-TEXT1
              MOVE TAB-SZ-MAX-EMP(TMP-J-TABLE) TO TMP-BAND-MAX
              PERFORM BAND-MAX-EDIT
              MOVE TMP-BAND-MAX-X TO OCOHT-B1-MAX1
              MOVE '  MAX REVENUE' TO OCOHT-B1-TEXT2
              MOVE TAB-SZ-MAX-REV(TMP-J-TABLE) TO TMP-BAND-MAX
              PERFORM BAND-MAX-EDIT
              MOVE TMP-BAND-MAX-X TO OCOHT-B1-MAX2
              MOVE OCOHT-B1 TO OCOHT-REC
              PERFORM OCOHT-WRITE
           END-PERFORM
           MOVE 'AGE COHORTS (YEARS SINCE FOUNDING):' TO OCOHT-REC
           PERFORM OCOHT-WRITE
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-AG-MAX)
              MOVE SPACES TO OCOHT-B1
              MOVE TAB-AG-LABEL(TMP-J-TABLE) TO OCOHT-B1-LABEL
              MOVE 'MAX YEARS'     TO OCOHT-B1-TEXT1
              MOVE TAB-AG-MAX-YEARS(TMP-J-TABLE) TO TMP-BAND-MAX
              PERFORM BAND-MAX-EDIT
              MOVE TMP-BAND-MAX-X TO OCOHT-B1-MAX1
              MOVE OCOHT-B1 TO OCOHT-REC
              PERFORM OCOHT-WRITE
           END-PERFORM

      *---------------------------------------------------------------*
      * 1 - SIZE CLASS X INDUSTRY                                     *
      *---------------------------------------------------------------*
           MOVE SPACES TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE '1 - SIZE CLASS X INDUSTRY' TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE 'SIZE CLASS' TO OCOHT-H1-CLASS
           PERFORM MATRIX-HEADING-WRITE
           MOVE 'S' TO TMP-CELL-KIND
           PERFORM VARYING TMP-IN FROM 1 BY 1
                     UNTIL (TMP-IN > TAB-IN-MAX)
              PERFORM INDUSTRY-BLOCK-WRITE
           END-PERFORM

      *---------------------------------------------------------------*
      * 2 - AGE COHORT X INDUSTRY                                     *
      *---------------------------------------------------------------*
           MOVE SPACES TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE '2 - AGE COHORT X INDUSTRY' TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE 'AGE COHORT' TO OCOHT-H1-CLASS
           PERFORM MATRIX-HEADING-WRITE
           MOVE 'A' TO TMP-CELL-KIND
           PERFORM VARYING TMP-IN FROM 1 BY 1
                     UNTIL (TMP-IN > TAB-IN-MAX)
              PERFORM INDUSTRY-BLOCK-WRITE
           END-PERFORM

           MOVE OCOHT-HR2 TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE TAB-CO-MAX TO TMP-COUNT-EDIT
           STRING 'COMPANIES...................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OCOHT-REC
           END-STRING
           PERFORM OCOHT-WRITE
           MOVE TMP-COUNT-SZ-UNCL TO TMP-COUNT-EDIT
           STRING 'WITHOUT SIZE CLASS..........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OCOHT-REC
           END-STRING
           PERFORM OCOHT-WRITE
           MOVE TMP-COUNT-AG-UNCL TO TMP-COUNT-EDIT
           STRING 'WITHOUT AGE COHORT..........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OCOHT-REC
           END-STRING
           PERFORM OCOHT-WRITE
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       BAND-MAX-EDIT SECTION.
      *===============================================================*
      *    IN: TMP-BAND-MAX. OUT: TMP-BAND-MAX-X                      *
      *---------------------------------------------------------------*
           IF (TMP-BAND-MAX = TMP-OPEN-END) THEN
              MOVE '   (OPEN)' TO TMP-BAND-MAX-X
           ELSE
              MOVE TMP-BAND-MAX TO TMP-EDIT-MAX
              MOVE TMP-EDIT-MAX TO TMP-BAND-MAX-X
           END-IF
           .
       BAND-MAX-EDIT-EXIT. EXIT.



      *****************************************************************
       MATRIX-HEADING-WRITE SECTION.
      *===============================================================*
           MOVE OCOHT-HR2 TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE OCOHT-H1  TO OCOHT-REC
           PERFORM OCOHT-WRITE
           MOVE OCOHT-HR1 TO OCOHT-REC
           PERFORM OCOHT-WRITE
           .
       MATRIX-HEADING-WRITE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-BLOCK-WRITE SECTION.
      *===============================================================*
      *    ONE LINE PER OCCUPIED CELL OF INDUSTRY TMP-IN, THEN THE    *
      *    INDUSTRY TOTAL                                             *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > 11)
              IF (TMP-CELL-KIND = 'S') THEN
                 MOVE TAB-SZ-LABEL(TMP-J-TABLE)   TO TMP-CELL-LABEL
                 MOVE TAB-IN-SZ-COUNT(TMP-IN, TMP-J-TABLE)
                   TO TMP-CELL-COUNT
                 MOVE TAB-IN-SZ-SUM(TMP-IN, TMP-J-TABLE)
                   TO TMP-CELL-SUM
                 MOVE TAB-IN-SZ-DECL(TMP-IN, TMP-J-TABLE)
                   TO TMP-CELL-DECL
              ELSE
                 MOVE TAB-AG-LABEL(TMP-J-TABLE)   TO TMP-CELL-LABEL
                 MOVE TAB-IN-AG-COUNT(TMP-IN, TMP-J-TABLE)
                   TO TMP-CELL-COUNT
                 MOVE TAB-IN-AG-SUM(TMP-IN, TMP-J-TABLE)
                   TO TMP-CELL-SUM
                 MOVE TAB-IN-AG-DECL(TMP-IN, TMP-J-TABLE)
                   TO TMP-CELL-DECL
              END-IF
              IF (TMP-CELL-COUNT > 0) THEN
                 PERFORM CELL-LINE-WRITE
              END-IF
           END-PERFORM
           MOVE '** INDUSTRY TOTAL'     TO TMP-CELL-LABEL
           MOVE TAB-IN-COUNT(TMP-IN)    TO TMP-CELL-COUNT
           MOVE TAB-IN-SUM(TMP-IN)      TO TMP-CELL-SUM
           MOVE TAB-IN-DECL(TMP-IN)     TO TMP-CELL-DECL
           PERFORM CELL-LINE-WRITE
           MOVE OCOHT-HR1 TO OCOHT-REC
           PERFORM OCOHT-WRITE
           .
       INDUSTRY-BLOCK-WRITE-EXIT. EXIT.



      *****************************************************************
       CELL-LINE-WRITE SECTION.
      *===============================================================*
      *    SHARE% = THE CELL'S PART OF THE INDUSTRY'S COMPANIES       *
      *---------------------------------------------------------------*
           MOVE SPACES               TO OCOHT-R1
           MOVE TAB-IN-NAME(TMP-IN)  TO OCOHT-R1-INDUSTRY
           MOVE TMP-CELL-LABEL       TO OCOHT-R1-CLASS
           MOVE TMP-CELL-COUNT       TO OCOHT-R1-COUNT
           COMPUTE TMP-PCT ROUNDED =
              TMP-CELL-COUNT * 100 / TAB-IN-COUNT(TMP-IN)
           MOVE TMP-PCT              TO OCOHT-R1-SHARE
           COMPUTE TMP-AVG ROUNDED = TMP-CELL-SUM / TMP-CELL-COUNT
           MOVE TMP-AVG              TO OCOHT-R1-AVG
           MOVE TMP-CELL-DECL        TO OCOHT-R1-DECL
           COMPUTE TMP-PCT ROUNDED =
              TMP-CELL-DECL * 100 / TMP-CELL-COUNT
           MOVE TMP-PCT              TO OCOHT-R1-DECL-PCT
           MOVE OCOHT-R1 TO OCOHT-REC
           PERFORM OCOHT-WRITE
           .
       CELL-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       OCOHT-WRITE SECTION.
      *===============================================================*
           MOVE OCOHT-REC TO OCOHT-RECORD
           PERFORM FILE-WRITE-OCOHT
           MOVE SPACES TO OCOHT-REC
           .
       OCOHT-WRITE-EXIT. EXIT.



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
           DISPLAY 'INDUSTRIES..........: ' TAB-IN-MAX
           DISPLAY 'NO SIZE CLASS.......: ' TMP-COUNT-SZ-UNCL
           DISPLAY 'NO AGE COHORT.......: ' TMP-COUNT-AG-UNCL
           DISPLAY 'OUTPUT OCOHT........: ' OCOHT-COUNT
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
            ==:V1:== BY ==OCOHT==
            ==:V2:== BY ==OCOHT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-COHT1.
      *****************************************************************
