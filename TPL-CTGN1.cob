       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CTGN1.
      *****************************************************************
      * TPL-CTGN1: CONTAGION REPORT                                   *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * FOR EVERY COMPANY IN FORCE THAT IS DECLINING OR ON THE        *
      * WATCHLIST, THE COMPANIES THAT DEPEND ON IT (DEPENDENCY        *
      * MASTER, SEE TPL-DEPM1) FOR AT LEAST THE CONFIGURED SHARE OF   *
      * THEIR REVENUE, EACH WITH ITS OWN CURRENT GROWTH. A SUPPLIER   *
      * OF A TROUBLED COMPANY THAT IS STILL GROWING HAS NOT FELT IT   *
      * YET - THOSE SUPPLIERS ARE REPEATED AT THE END AS THE EARLY-   *
      * WARNING LIST. THE EXCEPTION LIST NAMES EVERY DEPENDENCY WHOSE *
      * COMPANY-ID OR COUNTERPARTY-ID NO COMPANY IN FORCE CARRIES.    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES MASTER (IO/companies.txt), COMPANY-ID      *
      *          STAMP AT BYTES 88-96 (SEE TPL-CID1)                  *
      * IDEP   - DEPENDENCY MASTER (IO/dependency.txt, TPL-DEPM1)     *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt), OPTIONAL        *
      * IPARM  - OPTIONAL (IO/ctgnparm.txt), KEYWORD=VALUE:           *
      *          MINSHARE=n,nn - SMALLEST SHARE OF REVENUE (PERCENT)  *
      *          A DEPENDENCY MUST HAVE TO BE REPORTED (DEFAULT 20,00)*
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCTGN  - CONTAGION REPORT (IO/contagion.txt)                  *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * WATCHLIST, COMPANIES IN FORCE AND DEPENDENCIES ARE LOADED     *
      * INTO TABLES. THE COMPANIES ARE THEN WALKED IN MASTER ORDER;   *
      * EACH DECLINING (GROWTH BELOW ZERO) OR WATCHLISTED COMPANY IS  *
      * A SOURCE, AND EVERY DEPENDENCY NAMING IT AS COUNTERPARTY WITH *
      * A SHARE AT OR ABOVE MINSHARE IS PRINTED UNDER IT. RC 4 WHEN   *
      * THE EARLY-WARNING LIST OR THE EXCEPTION LIST IS NOT EMPTY.    *
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
            ==:V1:== BY ==IDEP==
            ==:V2:== BY ==IDEP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCTGN==
            ==:V2:== BY ==OCTGN-PATH==.
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDEP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCTGN==
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
      * INPUT ICOMP = COMPANIES MASTER                                *
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
           05 ICOMP-ID                 PIC X(9).
           05 ICOMP-ID-N REDEFINES ICOMP-ID
                                       PIC 9(9).
           05 FILLER                   PIC X(4).
       01 COMPANY-TABLE.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX.
                10 TAB-CO-ID          PIC 9(9).
                10 TAB-CO-NAME        PIC X(38).
                10 TAB-CO-STATE       PIC X(2).
                10 TAB-CO-GROWTH      PIC S9(3)V99.
      *         Y = ON THE WATCHLIST
                10 TAB-CO-WATCH       PIC X(1).

      *---------------------------------------------------------------*
      * INPUT IDEP = DEPENDENCY MASTER (SEE TPL-DEPM1)                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDEP==.
       01 IDEP-REC.
           05 IDEP-ID                  PIC 9(9).
           05 IDEP-CPTY-ID             PIC 9(9).
           05 IDEP-TYPE                PIC X(1).
           05 IDEP-SHARE               PIC 9(3)V99.
           05 IDEP-EFF                 PIC X(8).
           05 IDEP-CHANGED             PIC X(8).
           05 FILLER                   PIC X(40).
       01 DEPENDENCY-TABLE.
           05 TAB-DP-MAX              PIC S9(9) BINARY.
           05 TAB-DP-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-DP                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-DP-MAX.
                10 TAB-DP-ID          PIC 9(9).
                10 TAB-DP-CPTY-ID     PIC 9(9).
                10 TAB-DP-TYPE        PIC X(1).
                10 TAB-DP-SHARE       PIC 9(3)V99.

      *---------------------------------------------------------------*
      * INPUT IWATCH = WATCHLIST MASTER (SEE TPL-WTCH1)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IWATCH==.
       01 WL-REC.
           05 WL-NAME                 PIC X(38).
           05 WL-STATE                PIC X(2).
           05 WL-ENTRY-DATE           PIC X(8).
           05 WL-CONSEC               PIC 9(3).
           05 WL-GROWTH               PIC S9(3)V99.
           05 WL-ON-SW                PIC X(1).
              88 WL-ON-LIST               VALUE 'Y'.
           05 FILLER                  PIC X(23).
       01 WATCH-TABLE.
           05 TAB-WL-MAX              PIC S9(9) BINARY.
           05 TAB-WL-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-WL                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-WL-MAX.
                10 TAB-WL-NAME        PIC X(38).
                10 TAB-WL-STATE       PIC X(2).
                10 TAB-WL-ON-SW       PIC X(1).

      *---------------------------------------------------------------*
      * INPUT IPARM = KEYWORD=VALUE PARAMETERS                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 PARM-WORK.
           05 TMP-MIN-SHARE           PIC 9(3)V99 VALUE 20,00.

      *---------------------------------------------------------------*
      * EARLY-WARNING LIST - GROWING SUPPLIERS OF A TROUBLED COMPANY  *
      *---------------------------------------------------------------*
       01 EARLY-TABLE.
           05 TAB-EW-MAX              PIC S9(9) BINARY.
           05 TAB-EW-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-EW                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-EW-MAX.
                10 TAB-EW-CO          PIC S9(9) BINARY.
                10 TAB-EW-SRC         PIC S9(9) BINARY.
                10 TAB-EW-SHARE       PIC 9(3)V99.

      *---------------------------------------------------------------*
      * OUTPUT OCTGN = CONTAGION REPORT                               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCTGN==.
       01 OCTGN-REC                   PIC X(132).
       01 OCTGN-H1.
           05 FILLER                  PIC X(28)
              VALUE 'CONTAGION REPORT - RUN DATE '.
           05 OCTGN-H1-DATE           PIC X(10).
           05 FILLER                  PIC X(28)
              VALUE '   MINIMUM SHARE OF REVENUE '.
           05 OCTGN-H1-MIN            PIC ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE ' %'.
       01 OCTGN-HR1                   PIC X(132) VALUE ALL '-'.
       01 OCTGN-HR2                   PIC X(132) VALUE ALL '='.
       01 OCTGN-H2.
           05 FILLER                  PIC X(10) VALUE '-> SOURCE '.
           05 OCTGN-H2-NAME           PIC X(38).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 OCTGN-H2-STATE          PIC X(2).
           05 FILLER                  PIC X(4)  VALUE ' ID '.
           05 OCTGN-H2-ID             PIC X(9).
           05 FILLER                  PIC X(8)  VALUE ' GROWTH '.
           05 OCTGN-H2-GROWTH         PIC -ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 OCTGN-H2-FLAGS          PIC X(30).
       01 OCTGN-H3.
           05 FILLER                  PIC X(38)
              VALUE 'DEPENDENT COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(11) VALUE 'COMPANY-ID'.
           05 FILLER                  PIC X(9)  VALUE 'RELATION'.
           05 FILLER                  PIC X(8)  VALUE ' SHARE'.
           05 FILLER                  PIC X(9)  VALUE ' GROWTH'.
           05 FILLER                  PIC X(4)  VALUE 'NOTE'.
       01 OCTGN-R1.
           05 OCTGN-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OCTGN-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OCTGN-R1-ID             PIC X(9).
           05 FILLER                  PIC X(2).
           05 OCTGN-R1-TYPE           PIC X(8).
           05 FILLER                  PIC X(1).
           05 OCTGN-R1-SHARE          PIC ZZ9,99.
           05 FILLER                  PIC X(2).
           05 OCTGN-R1-GROWTH         PIC -ZZ9,99.
           05 OCTGN-R1-GROWTH-X REDEFINES OCTGN-R1-GROWTH
                                      PIC X(7).
           05 FILLER                  PIC X(2).
           05 OCTGN-R1-NOTE           PIC X(40).
       01 OCTGN-W1.
           05 FILLER                  PIC X(38) VALUE 'SUPPLIER'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(11) VALUE 'COMPANY-ID'.
           05 FILLER                  PIC X(8)  VALUE ' SHARE'.
           05 FILLER                  PIC X(9)  VALUE ' GROWTH'.
           05 FILLER                  PIC X(41) VALUE 'SUPPLIES'.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
       01 OCTGN-W2.
           05 OCTGN-W2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OCTGN-W2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OCTGN-W2-ID             PIC X(9).
           05 FILLER                  PIC X(2).
           05 OCTGN-W2-SHARE          PIC ZZ9,99.
           05 FILLER                  PIC X(2).
           05 OCTGN-W2-GROWTH         PIC -ZZ9,99.
           05 FILLER                  PIC X(2).
           05 OCTGN-W2-SRC-NAME       PIC X(38).
           05 FILLER                  PIC X(1).
           05 OCTGN-W2-SRC-STATE      PIC X(2).
       01 OCTGN-E1.
           05 FILLER                  PIC X(11) VALUE 'COMPANY-ID'.
           05 FILLER                  PIC X(14) VALUE 'COUNTERPARTY'.
           05 FILLER                  PIC X(9)  VALUE 'RELATION'.
           05 FILLER                  PIC X(8)  VALUE ' SHARE'.
           05 FILLER                  PIC X(9)  VALUE 'EXCEPTION'.
       01 OCTGN-E2.
           05 OCTGN-E2-ID             PIC X(9).
           05 FILLER                  PIC X(2).
           05 OCTGN-E2-CPTY-ID        PIC X(9).
           05 FILLER                  PIC X(5).
           05 OCTGN-E2-TYPE           PIC X(8).
           05 FILLER                  PIC X(1).
           05 OCTGN-E2-SHARE          PIC ZZ9,99.
           05 FILLER                  PIC X(2).
           05 OCTGN-E2-REASON         PIC X(50).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-I-SRC               PIC S9(9)   BINARY.
           05 TMP-I-DEP               PIC S9(9)   BINARY.
           05 TMP-CO-IDX              PIC S9(9)   BINARY.
           05 TMP-CPTY-IDX            PIC S9(9)   BINARY.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-ARG-ID                  PIC 9(9).
       01 TMP-SRC-ROWS                PIC 9(7).
       01 COUNTER.
           05 TMP-COUNT-SOURCES       PIC 9(7).
           05 TMP-COUNT-EXPOSED       PIC 9(7).
           05 TMP-COUNT-BELOW         PIC 9(7).
           05 TMP-COUNT-ORPHANS       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IDEP-PATH                  PIC X(40)
                                      VALUE 'IO/dependency.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/ctgnparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCTGN-PATH                 PIC X(40)
                                      VALUE 'IO/contagion.txt'.
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

           MOVE TMP-TODAY(7:2) TO OCTGN-H1-DATE(1:2)
           MOVE '.'            TO OCTGN-H1-DATE(3:1)
           MOVE TMP-TODAY(5:2) TO OCTGN-H1-DATE(4:2)
           MOVE '.'            TO OCTGN-H1-DATE(6:1)
           MOVE TMP-TODAY(1:4) TO OCTGN-H1-DATE(7:4)
           MOVE TMP-MIN-SHARE  TO OCTGN-H1-MIN
           MOVE OCTGN-H1  TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-HR2 TO OCTGN-REC
           PERFORM OCTGN-WRITE

           PERFORM VARYING TMP-I-SRC FROM 1 BY 1
                     UNTIL (TMP-I-SRC > TAB-CO-MAX)
              IF (TAB-CO-GROWTH(TMP-I-SRC) < 0)
                 OR (TAB-CO-WATCH(TMP-I-SRC) = 'Y') THEN
                 PERFORM SOURCE-WRITE
              END-IF
           END-PERFORM
           IF (TMP-COUNT-SOURCES = 0) THEN
              MOVE SPACES TO OCTGN-REC
              PERFORM OCTGN-WRITE
              MOVE '   (NONE - NO COMPANY IS DECLINING OR WATCHLISTED)'
                TO OCTGN-REC
              PERFORM OCTGN-WRITE
           END-IF

           PERFORM EARLY-WARNING-WRITE
           PERFORM EXCEPTION-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-CTGN1'                          TO PGM-NAME
           MOVE 'CONTAGION REPORT'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IDEP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDEP-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCTGN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCTGN-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-DP-MAX
           MOVE 0 TO TAB-WL-MAX
           MOVE 0 TO TAB-EW-MAX

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
                   WHEN 'MINSHARE'
                     COMPUTE TMP-MIN-SHARE =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN CTGNPARM KEYWORD IGNORED: '
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
      *    A SHARE ABOVE 100 PERCENT WOULD REPORT NOTHING AT ALL
           IF (TMP-MIN-SHARE > 100) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'CTGNPARM MINSHARE ABOVE 100,00' TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * THE DEPENDENCY MASTER IS THE POINT OF THE REPORT              *
      *---------------------------------------------------------------*
           PERFORM DEPENDENCY-LOAD
           IF (IDEP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'DEPENDENCY MASTER MISSING: ' IDEP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'MAINTAIN IT WITH TPL-DEPM1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM WATCH-LOAD

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM COMPANY-LOAD
           PERFORM FILE-OPEN-OUTPUT-OCTGN
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       DEPENDENCY-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-IDEP
           IF (IDEP-NO) THEN
              GO TO DEPENDENCY-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IDEP
           PERFORM UNTIL (IDEP-EOF)
              MOVE IDEP-RECORD TO IDEP-REC
              IF (IDEP-ID NUMERIC) AND (IDEP-CPTY-ID NUMERIC)
                 AND (IDEP-SHARE NUMERIC) THEN
                 ADD 1 TO TAB-DP-MAX
                 IF (TAB-DP-MAX > TAB-DP-DIM) THEN
                    MOVE TAB-DP-DIM TO TAB-DP-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-DP OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-DP-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE IDEP-ID      TO TAB-DP-ID(TAB-DP-MAX)
                 MOVE IDEP-CPTY-ID TO TAB-DP-CPTY-ID(TAB-DP-MAX)
                 MOVE IDEP-TYPE    TO TAB-DP-TYPE(TAB-DP-MAX)
                 MOVE IDEP-SHARE   TO TAB-DP-SHARE(TAB-DP-MAX)
              ELSE
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'UNREADABLE DEPENDENCY SKIPPED: '
                        IDEP-RECORD(1:37)
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
              PERFORM FILE-READ-IDEP
           END-PERFORM
           PERFORM FILE-CLOSE-IDEP
           .
       DEPENDENCY-LOAD-EXIT. EXIT.



      *****************************************************************
       WATCH-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - WITHOUT A WATCHLIST ONLY DECLINING COMPANIES    *
      *    ARE SOURCES                                                *
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-NO) THEN
              GO TO WATCH-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IWATCH
           PERFORM UNTIL (IWATCH-EOF)
              MOVE IWATCH-RECORD TO WL-REC
              IF (WL-NAME NOT = SPACES) THEN
                 ADD 1 TO TAB-WL-MAX
                 IF (TAB-WL-MAX > TAB-WL-DIM) THEN
                    MOVE TAB-WL-DIM TO TAB-WL-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-WL OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-WL-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE WL-NAME  TO TAB-WL-NAME(TAB-WL-MAX)
                 MOVE WL-STATE TO TAB-WL-STATE(TAB-WL-MAX)
                 MOVE WL-ON-SW TO TAB-WL-ON-SW(TAB-WL-MAX)
              END-IF
              PERFORM FILE-READ-IWATCH
           END-PERFORM
           PERFORM FILE-CLOSE-IWATCH
           .
       WATCH-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANY-LOAD SECTION.
      *===============================================================*
      *    EVERY COMPANY IN FORCE WITH A COMPANY-ID - ONE WITHOUT AN  *
      *    ID CANNOT BE NAMED ON THE DEPENDENCY MASTER                *
           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              IF (ICOMP-NAME NOT = SPACES)
                 AND (ICOMP-ID NUMERIC) THEN
                 ADD 1 TO TAB-CO-MAX
                 IF (TAB-CO-MAX > TAB-CO-DIM) THEN
                    MOVE TAB-CO-DIM TO TAB-CO-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-CO OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE ICOMP-ID-N  TO TAB-CO-ID(TAB-CO-MAX)
                 MOVE ICOMP-NAME  TO TAB-CO-NAME(TAB-CO-MAX)
                 MOVE ICOMP-STATE TO TAB-CO-STATE(TAB-CO-MAX)
                 IF (ICOMP-GROWTH NUMERIC) THEN
                    MOVE ICOMP-GROWTH TO TAB-CO-GROWTH(TAB-CO-MAX)
                 ELSE
                    MOVE 0            TO TAB-CO-GROWTH(TAB-CO-MAX)
                 END-IF
                 MOVE 'N' TO TAB-CO-WATCH(TAB-CO-MAX)
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-WL-MAX)
                    IF (TAB-WL-NAME(TMP-I-TABLE) = ICOMP-NAME)
                       AND (TAB-WL-STATE(TMP-I-TABLE) = ICOMP-STATE)
                       AND (TAB-WL-ON-SW(TMP-I-TABLE) = 'Y') THEN
                       MOVE 'Y' TO TAB-CO-WATCH(TAB-CO-MAX)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM ICOMP-READ
           END-PERFORM
           .
       COMPANY-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANY-FIND SECTION.
      *===============================================================*
      *    TMP-ARG-ID -> TMP-CO-IDX (0 = NO COMPANY IN FORCE)         *
           MOVE 0 TO TMP-CO-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CO-MAX)
                        OR (TMP-CO-IDX > 0)
              IF (TAB-CO-ID(TMP-I-TABLE) = TMP-ARG-ID) THEN
                 MOVE TMP-I-TABLE TO TMP-CO-IDX
              END-IF
           END-PERFORM
           .
       COMPANY-FIND-EXIT. EXIT.



      *****************************************************************
       SOURCE-WRITE SECTION.
      *===============================================================*
      *    ONE TROUBLED COMPANY AND EVERY COMPANY THAT DEPENDS ON IT  *
      *    FOR AT LEAST THE MINIMUM SHARE OF ITS REVENUE              *
           ADD 1 TO TMP-COUNT-SOURCES
           MOVE 0 TO TMP-SRC-ROWS
           MOVE SPACES TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE TAB-CO-NAME(TMP-I-SRC)     TO OCTGN-H2-NAME
           MOVE TAB-CO-STATE(TMP-I-SRC)    TO OCTGN-H2-STATE
           MOVE TAB-CO-ID(TMP-I-SRC)       TO OCTGN-H2-ID
           MOVE TAB-CO-GROWTH(TMP-I-SRC)   TO OCTGN-H2-GROWTH
           EVALUATE TRUE
              WHEN (TAB-CO-GROWTH(TMP-I-SRC) < 0)
               AND (TAB-CO-WATCH(TMP-I-SRC) = 'Y')
                 MOVE 'DECLINING, WATCHLIST' TO OCTGN-H2-FLAGS
              WHEN (TAB-CO-GROWTH(TMP-I-SRC) < 0)
                 MOVE 'DECLINING'            TO OCTGN-H2-FLAGS
              WHEN OTHER
                 MOVE 'WATCHLIST'            TO OCTGN-H2-FLAGS
           END-EVALUATE
           MOVE OCTGN-H2  TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-H3  TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-HR1 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           PERFORM VARYING TMP-I-DEP FROM 1 BY 1
                     UNTIL (TMP-I-DEP > TAB-DP-MAX)
              IF (TAB-DP-CPTY-ID(TMP-I-DEP) = TAB-CO-ID(TMP-I-SRC))
                 THEN
                 IF (TAB-DP-SHARE(TMP-I-DEP) < TMP-MIN-SHARE) THEN
                    ADD 1 TO TMP-COUNT-BELOW
                 ELSE
                    PERFORM DEPENDENT-WRITE
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-SRC-ROWS = 0) THEN
              MOVE '   (NONE ABOVE THE MINIMUM SHARE)' TO OCTGN-REC
              PERFORM OCTGN-WRITE
           END-IF
           .
       SOURCE-WRITE-EXIT. EXIT.



      *****************************************************************
       DEPENDENT-WRITE SECTION.
      *===============================================================*
      *    A SUPPLIER (S) OF THE SOURCE THAT IS STILL GROWING HAS NOT *
      *    FELT THE DECLINE YET AND GOES ON THE EARLY-WARNING LIST    *
           ADD 1 TO TMP-SRC-ROWS
           ADD 1 TO TMP-COUNT-EXPOSED
           MOVE TAB-DP-ID(TMP-I-DEP) TO TMP-ARG-ID
           PERFORM COMPANY-FIND
           MOVE SPACES TO OCTGN-R1
           MOVE TAB-DP-ID(TMP-I-DEP)    TO OCTGN-R1-ID
           EVALUATE TAB-DP-TYPE(TMP-I-DEP)
              WHEN 'S'   MOVE 'SUPPLIER' TO OCTGN-R1-TYPE
              WHEN 'C'   MOVE 'CUSTOMER' TO OCTGN-R1-TYPE
              WHEN OTHER MOVE TAB-DP-TYPE(TMP-I-DEP) TO OCTGN-R1-TYPE
           END-EVALUATE
           MOVE TAB-DP-SHARE(TMP-I-DEP) TO OCTGN-R1-SHARE
           IF (TMP-CO-IDX = 0) THEN
              MOVE '(NOT ON THE COMPANIES MASTER)' TO OCTGN-R1-NAME
              MOVE SPACES                          TO OCTGN-R1-GROWTH-X
              MOVE 'NOT ON THE COMPANIES MASTER'   TO OCTGN-R1-NOTE
              MOVE OCTGN-R1 TO OCTGN-REC
              PERFORM OCTGN-WRITE
              GO TO DEPENDENT-WRITE-EXIT
           END-IF
           MOVE TAB-CO-NAME(TMP-CO-IDX)   TO OCTGN-R1-NAME
           MOVE TAB-CO-STATE(TMP-CO-IDX)  TO OCTGN-R1-STATE
           MOVE TAB-CO-GROWTH(TMP-CO-IDX) TO OCTGN-R1-GROWTH
           EVALUATE TRUE
              WHEN (TAB-CO-GROWTH(TMP-CO-IDX) < 0)
                 MOVE 'ALREADY DECLINING' TO OCTGN-R1-NOTE
              WHEN (TAB-CO-GROWTH(TMP-CO-IDX) > 0)
               AND (TAB-DP-TYPE(TMP-I-DEP) = 'S')
                 MOVE 'STILL GROWING - EARLY WARNING'
                   TO OCTGN-R1-NOTE
                 PERFORM EARLY-WARNING-ADD
              WHEN (TAB-CO-GROWTH(TMP-CO-IDX) > 0)
                 MOVE 'STILL GROWING' TO OCTGN-R1-NOTE
           END-EVALUATE
           MOVE OCTGN-R1 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           .
       DEPENDENT-WRITE-EXIT. EXIT.



      *****************************************************************
       EARLY-WARNING-ADD SECTION.
      *===============================================================*
           IF (TAB-EW-MAX >= TAB-EW-DIM) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-EW OVERFLOW - NOT LISTED: '
                     TAB-CO-NAME(TMP-CO-IDX) ' '
                     TAB-CO-STATE(TMP-CO-IDX)
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EARLY-WARNING-ADD-EXIT
           END-IF
           ADD 1 TO TAB-EW-MAX
           MOVE TMP-CO-IDX              TO TAB-EW-CO(TAB-EW-MAX)
           MOVE TMP-I-SRC               TO TAB-EW-SRC(TAB-EW-MAX)
           MOVE TAB-DP-SHARE(TMP-I-DEP) TO TAB-EW-SHARE(TAB-EW-MAX)
           .
       EARLY-WARNING-ADD-EXIT. EXIT.



      *****************************************************************
       EARLY-WARNING-WRITE SECTION.
      *===============================================================*
      *    ONE LINE PER SUPPLIER AND TROUBLED CUSTOMER - A SUPPLIER   *
      *    OF TWO TROUBLED COMPANIES APPEARS TWICE                    *
           MOVE SPACES TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-HR2 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE
             'EARLY WARNING - GROWING SUPPLIERS OF TROUBLED COMPANIES'
             TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-W1  TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-HR1 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-EW-MAX)
              MOVE TAB-EW-CO(TMP-I-TABLE)  TO TMP-CO-IDX
              MOVE TAB-EW-SRC(TMP-I-TABLE) TO TMP-CPTY-IDX
              MOVE SPACES TO OCTGN-W2
              MOVE TAB-CO-NAME(TMP-CO-IDX)     TO OCTGN-W2-NAME
              MOVE TAB-CO-STATE(TMP-CO-IDX)    TO OCTGN-W2-STATE
              MOVE TAB-CO-ID(TMP-CO-IDX)       TO OCTGN-W2-ID
              MOVE TAB-EW-SHARE(TMP-I-TABLE)   TO OCTGN-W2-SHARE
              MOVE TAB-CO-GROWTH(TMP-CO-IDX)   TO OCTGN-W2-GROWTH
              MOVE TAB-CO-NAME(TMP-CPTY-IDX)   TO OCTGN-W2-SRC-NAME
              MOVE TAB-CO-STATE(TMP-CPTY-IDX)  TO OCTGN-W2-SRC-STATE
              MOVE OCTGN-W2 TO OCTGN-REC
              PERFORM OCTGN-WRITE
           END-PERFORM
           IF (TAB-EW-MAX = 0) THEN
              MOVE '   (NONE)' TO OCTGN-REC
              PERFORM OCTGN-WRITE
           END-IF
           MOVE OCTGN-HR1 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           IF (TAB-EW-MAX > 0) THEN
              MOVE '004' TO PGM-END-RC
           END-IF
           .
       EARLY-WARNING-WRITE-EXIT. EXIT.



      *****************************************************************
       EXCEPTION-WRITE SECTION.
      *===============================================================*
      *    DEPENDENCIES NAMING A COMPANY-ID THAT NO COMPANY IN FORCE  *
      *    CARRIES - ON EITHER SIDE                                   *
           MOVE SPACES TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-HR2 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE 'EXCEPTIONS - DEPENDENCIES ON UNKNOWN COMPANIES'
             TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-E1  TO OCTGN-REC
           PERFORM OCTGN-WRITE
           MOVE OCTGN-HR1 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           PERFORM VARYING TMP-I-DEP FROM 1 BY 1
                     UNTIL (TMP-I-DEP > TAB-DP-MAX)
              MOVE TAB-DP-ID(TMP-I-DEP) TO TMP-ARG-ID
              PERFORM COMPANY-FIND
              MOVE TMP-CO-IDX TO TMP-CPTY-IDX
              MOVE TAB-DP-CPTY-ID(TMP-I-DEP) TO TMP-ARG-ID
              PERFORM COMPANY-FIND
              IF (TMP-CPTY-IDX = 0) OR (TMP-CO-IDX = 0) THEN
                 ADD 1 TO TMP-COUNT-ORPHANS
                 MOVE SPACES TO OCTGN-E2
                 MOVE TAB-DP-ID(TMP-I-DEP)      TO OCTGN-E2-ID
                 MOVE TAB-DP-CPTY-ID(TMP-I-DEP) TO OCTGN-E2-CPTY-ID
                 EVALUATE TAB-DP-TYPE(TMP-I-DEP)
                    WHEN 'S'   MOVE 'SUPPLIER' TO OCTGN-E2-TYPE
                    WHEN 'C'   MOVE 'CUSTOMER' TO OCTGN-E2-TYPE
                    WHEN OTHER
                       MOVE TAB-DP-TYPE(TMP-I-DEP) TO OCTGN-E2-TYPE
                 END-EVALUATE
                 MOVE TAB-DP-SHARE(TMP-I-DEP)   TO OCTGN-E2-SHARE
                 EVALUATE TRUE
                    WHEN (TMP-CPTY-IDX = 0) AND (TMP-CO-IDX = 0)
                       MOVE 'NEITHER COMPANY ON THE COMPANIES MASTER'
                         TO OCTGN-E2-REASON
                    WHEN (TMP-CPTY-IDX = 0)
                       MOVE 'COMPANY NOT ON THE COMPANIES MASTER'
                         TO OCTGN-E2-REASON
                    WHEN OTHER
                       MOVE 'COUNTERPARTY NOT ON THE COMPANIES MASTER'
                         TO OCTGN-E2-REASON
                 END-EVALUATE
                 MOVE OCTGN-E2 TO OCTGN-REC
                 PERFORM OCTGN-WRITE
              END-IF
           END-PERFORM
           IF (TMP-COUNT-ORPHANS = 0) THEN
              MOVE '   (NONE - EVERY DEPENDENCY NAMES KNOWN COMPANIES)'
                TO OCTGN-REC
              PERFORM OCTGN-WRITE
           END-IF
           MOVE OCTGN-HR1 TO OCTGN-REC
           PERFORM OCTGN-WRITE
           IF (TMP-COUNT-ORPHANS > 0) THEN
              MOVE '004' TO PGM-END-RC
           END-IF
           .
       EXCEPTION-WRITE-EXIT. EXIT.



      *****************************************************************
       ICOMP-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           IF (NOT ICOMP-EOF) THEN
              MOVE ICOMP-RECORD TO ICOMP-REC
           END-IF
      *    EFFECTIVE DATING - SKIP VERSIONS NOT IN FORCE TODAY, OR
      *    A COMPANY WOULD BE LOADED TWICE
           PERFORM UNTIL (ICOMP-EOF)
                     OR (NOT ICOMP-LAYOUT-V2)
                     OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                         AND (ICOMP-EXP-DATE > TMP-TODAY))
              PERFORM FILE-READ-ICOMP
              IF (NOT ICOMP-EOF) THEN
                 MOVE ICOMP-RECORD TO ICOMP-REC
              END-IF
           END-PERFORM
           .
       ICOMP-READ-EXIT. EXIT.



      *****************************************************************
       OCTGN-WRITE SECTION.
      *===============================================================*
           MOVE OCTGN-REC TO OCTGN-RECORD
           PERFORM FILE-WRITE-OCTGN
           .
       OCTGN-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE ICOMP-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-CLOSE-OCTGN

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICOMP.........: ' ICOMP-COUNT
           DISPLAY 'DEPENDENCIES ON FILE: ' TAB-DP-MAX
           DISPLAY 'SOURCES REPORTED....: ' TMP-COUNT-SOURCES
           DISPLAY 'DEPENDENTS LISTED...: ' TMP-COUNT-EXPOSED
           DISPLAY 'BELOW MINIMUM SHARE.: ' TMP-COUNT-BELOW
           DISPLAY 'EARLY WARNINGS......: ' TAB-EW-MAX
           DISPLAY 'UNKNOWN COMPANY-IDS.: ' TMP-COUNT-ORPHANS
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDEP==
            ==:V2:== BY ==IDEP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCTGN==
            ==:V2:== BY ==OCTGN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CTGN1.
      *****************************************************************
