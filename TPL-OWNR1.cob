       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-OWNR1.
      *****************************************************************
      * TPL-OWNR1: BOOK OF BUSINESS BY ACCOUNT MANAGER                *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ONE BOOK PER ACCOUNT MANAGER ON THE OWNERSHIP MASTER (SEE     *
      * TPL-OWNM1): THE COMPANIES THEY OWN AS PRIMARY MANAGER WITH    *
      * EACH ONE'S GROWTH, WATCHLIST STANDING, LIFECYCLE STATUS AND   *
      * CREDIT EXPOSURE IN BASE CURRENCY, A TOTAL LINE FOR THE BOOK,  *
      * AND THE COMPANIES THEY COVER AS BACKUP. THE EXCEPTION LIST    *
      * AT THE END NAMES EVERY COMPANY ON THE MASTER THAT NOBODY      *
      * OWNS, AND EVERY OWNERSHIP WHOSE COMPANY-ID IS NO LONGER ON    *
      * THE MASTER.                                                   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES MASTER (IO/companies.txt), COMPANY-ID      *
      *          STAMP AT BYTES 88-96 (SEE TPL-CID1)                  *
      * IOWNR  - OWNERSHIP MASTER (IO/ownership.txt, OWNRWS.cob)      *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt), OPTIONAL        *
      * ILIFE  - LIFECYCLE STATUS MASTER (IO/lifecycle.txt), OPTIONAL *
      * IEXPO  - CREDIT-EXPOSURE MASTER (IO/exposure.txt), OPTIONAL   *
      * IFX    - EXCHANGE-RATE MASTER (IO/fxrates.txt), OPTIONAL      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OBOOK  - BOOK-OF-BUSINESS REPORT (IO/bookofbusiness.txt)      *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * WATCHLIST, LIFECYCLE, RATES AND EXPOSURES ARE LOADED INTO     *
      * TABLES. EACH COMPANY IN FORCE TODAY IS LOOKED UP ON THE       *
      * OWNERSHIP MAP BY ITS COMPANY-ID AND RELEASED TO THE SORT ONCE *
      * FOR ITS PRIMARY MANAGER AND ONCE FOR ITS BACKUP; A COMPANY    *
      * WITHOUT AN ID OR AN OWNER GOES TO THE EXCEPTION LIST. THE     *
      * SORT OUTPUT IS PRINTED WITH A BREAK ON MANAGER. EXPOSURES ARE *
      * CONVERTED LIKE TPL-EXPR1 - ONE WITHOUT A RATE IS LOGGED AND   *
      * LEFT OUT. CLOSED COMPANIES STAY ON THE BOOK BUT ARE LEFT OUT  *
      * OF ITS AVERAGE GROWTH. RC 4 WHEN ANY COMPANY IS UNOWNED.      *
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
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==IEXPO-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==IFX-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OBOOK==
            ==:V2:== BY ==OBOOK-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
           SELECT SBOOK ASSIGN TO 'SORTWORK'.

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
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OBOOK==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SBOOK.
       01  SBOOK-REC.
           05 SBOOK-KEY.
              10 SBOOK-MANAGER        PIC X(8).
      *       P = OWNED AS PRIMARY, S = COVERED AS BACKUP (SORTS
      *       AFTER THE PRIMARY BOOK)
              10 SBOOK-ROLE           PIC X(1).
              10 SBOOK-NAME           PIC X(38).
              10 SBOOK-STATE          PIC X(2).
           05 SBOOK-INDUSTRY          PIC X(23).
           05 SBOOK-GROWTH            PIC S9(3)V99.
           05 SBOOK-WATCH             PIC X(1).
           05 SBOOK-LIFE              PIC X(1).
           05 SBOOK-EXPO-SW           PIC X(1).
           05 SBOOK-EXPO              PIC 9(13)V99.
           05 SBOOK-OTHER             PIC X(8).
           05 SBOOK-EFF               PIC X(8).

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

      *---------------------------------------------------------------*
      * IOWNR = OWNERSHIP MASTER (SEE OWNRWS.cob)                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IOWNR==.
       COPY 'LIB/FILE/OWNRWS.cob'.

      *---------------------------------------------------------------*
      * ILIFE = COMPANY LIFECYCLE STATUS MAP (SEE LIFEWS.cob)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

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
      * INPUT IEXPO = CREDIT-EXPOSURE MASTER (SEE TPL-EXPM1), HELD AS *
      * BASE-CURRENCY TOTALS PER COMPANY                              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEXPO==.
       01 IEXPO-REC.
           05 IEXPO-NAME               PIC X(38).
           05 IEXPO-STATE              PIC X(2).
           05 IEXPO-AMOUNT             PIC 9(11)V99.
           05 IEXPO-CURRENCY           PIC X(2).
           05 IEXPO-FACILITY           PIC X(8).
           05 IEXPO-CHANGED            PIC X(8).
           05 FILLER                   PIC X(9).
       01 EXPOSURE-TABLE.
           05 TAB-EX-MAX              PIC S9(9) BINARY.
           05 TAB-EX-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-EX                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-EX-MAX.
                10 TAB-EX-NAME        PIC X(38).
                10 TAB-EX-STATE       PIC X(2).
                10 TAB-EX-BASE        PIC 9(13)V99.

      *---------------------------------------------------------------*
      * INPUT IFX = EXCHANGE-RATE MASTER (SEE TPL-CALC1)              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IFX==.
       01 FX-REC.
           05 FX-CURRENCY             PIC X(2).
           05 FX-RATE                 PIC 9(3)V9(6).
           05 FILLER                  PIC X(69).
       01 FX-RATES.
           05 TAB-FX-MAX              PIC S9(9) BINARY.
           05 TAB-FX-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-FX                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-FX-MAX.
                10 TAB-FX-CURRENCY    PIC X(2).
                10 TAB-FX-RATE        PIC 9(3)V9(6).
       01 FX-WORK.
           05 TMP-FX-I                PIC S9(9)   BINARY.
           05 TMP-FX-FOUND-SW         PIC X(1).
           05 TMP-FX-RATE             PIC 9(3)V9(6).

      *---------------------------------------------------------------*
      * UNOWNED COMPANIES - PRINTED AS THE EXCEPTION LIST             *
      *---------------------------------------------------------------*
       01 UNOWNED-TABLE.
           05 TAB-UN-MAX              PIC S9(9) BINARY.
           05 TAB-UN-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-UN                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-UN-MAX.
                10 TAB-UN-NAME        PIC X(38).
                10 TAB-UN-STATE       PIC X(2).
                10 TAB-UN-INDUSTRY    PIC X(23).
                10 TAB-UN-ID          PIC X(9).
                10 TAB-UN-REASON      PIC X(20).

      *---------------------------------------------------------------*
      * OUTPUT OBOOK = BOOK-OF-BUSINESS REPORT                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OBOOK==.
       01 OBOOK-REC                   PIC X(132).
       01 OBOOK-H1.
           05 FILLER                  PIC X(47)
              VALUE 'BOOK OF BUSINESS BY ACCOUNT MANAGER - RUN DATE '.
           05 OBOOK-H1-DATE           PIC X(10).
       01 OBOOK-HR1                   PIC X(132) VALUE ALL '-'.
       01 OBOOK-HR2                   PIC X(132) VALUE ALL '='.
       01 OBOOK-H2.
           05 FILLER                  PIC X(11) VALUE '-> MANAGER '.
           05 OBOOK-H2-MANAGER        PIC X(8).
       01 OBOOK-H3.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(9)  VALUE ' GROWTH'.
           05 FILLER                  PIC X(9)  VALUE 'WATCH'.
           05 FILLER                  PIC X(10) VALUE 'STATUS'.
           05 FILLER                  PIC X(19)
              VALUE ' EXPOSURE BASE CCY'.
           05 OBOOK-H3-OTHER          PIC X(9)  VALUE 'BACKUP'.
           05 FILLER                  PIC X(5)  VALUE 'SINCE'.
       01 OBOOK-R1.
           05 OBOOK-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-GROWTH         PIC -ZZ9,99.
           05 FILLER                  PIC X(2).
           05 OBOOK-R1-WATCH          PIC X(8).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-STATUS         PIC X(9).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-EXPO           PIC Z(3).Z(3).Z(3).ZZ9,99.
           05 OBOOK-R1-EXPO-X REDEFINES OBOOK-R1-EXPO
                                      PIC X(18).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-OTHER          PIC X(8).
           05 FILLER                  PIC X(1).
           05 OBOOK-R1-EFF            PIC X(10).
       01 OBOOK-T1.
           05 FILLER                  PIC X(13) VALUE 'BOOK TOTAL - '.
           05 OBOOK-T1-COUNT          PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE ' COMPANIES, '.
           05 OBOOK-T1-DECL           PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE ' DECLINING, '.
           05 OBOOK-T1-WATCH          PIC ZZZ9.
           05 FILLER                  PIC X(16) VALUE ' ON WATCHLIST, '.
           05 OBOOK-T1-SUSP           PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE ' SUSPENDED, '.
           05 OBOOK-T1-CLOSED         PIC ZZZ9.
           05 FILLER                  PIC X(8)  VALUE ' CLOSED'.
       01 OBOOK-T2.
           05 FILLER                  PIC X(13) VALUE SPACES.
           05 FILLER                  PIC X(16) VALUE 'AVERAGE GROWTH '.
           05 OBOOK-T2-AVG            PIC -ZZ9,99.
           05 FILLER                  PIC X(22)
              VALUE '   EXPOSURE BASE CCY'.
           05 OBOOK-T2-EXPO           PIC Z(3).Z(3).Z(3).ZZ9,99.
           05 FILLER                  PIC X(16)
              VALUE '   COVERED FOR: '.
           05 OBOOK-T2-BACKUP         PIC ZZZ9.
       01 OBOOK-S1                    PIC X(40)
              VALUE '   COVERING AS BACKUP FOR:'.
       01 OBOOK-E1.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(24) VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(11) VALUE 'COMPANY-ID'.
           05 FILLER                  PIC X(20) VALUE 'EXCEPTION'.
       01 OBOOK-E2.
           05 OBOOK-E2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OBOOK-E2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OBOOK-E2-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(1).
           05 OBOOK-E2-ID             PIC X(9).
           05 FILLER                  PIC X(2).
           05 OBOOK-E2-REASON         PIC X(40).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-EX-IDX              PIC S9(9)   BINARY.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-BASE-AMOUNT             PIC 9(13)V99.
       01 TMP-EOF-SW                  PIC X(1).
          88 TMP-SORT-EOF                 VALUE 'Y'.
       01 BOOK-WORK.
           05 TMP-CUR-MANAGER         PIC X(8).
           05 TMP-CUR-ROLE            PIC X(1).
           05 TMP-BK-COUNT            PIC 9(5).
           05 TMP-BK-AVG-COUNT        PIC 9(5).
           05 TMP-BK-DECL             PIC 9(5).
           05 TMP-BK-WATCH            PIC 9(5).
           05 TMP-BK-SUSP             PIC 9(5).
           05 TMP-BK-CLOSED           PIC 9(5).
           05 TMP-BK-BACKUP           PIC 9(5).
           05 TMP-BK-GROWTH-SUM       PIC S9(7)V99.
           05 TMP-BK-AVG              PIC S9(3)V99.
           05 TMP-BK-EXPO             PIC 9(13)V99.
       01 COUNTER.
           05 TMP-COUNT-MANAGERS      PIC 9(7).
           05 TMP-COUNT-OWNED         PIC 9(7).
           05 TMP-COUNT-UNOWNED       PIC 9(7).
           05 TMP-COUNT-ORPHANS       PIC 9(7).
           05 TMP-COUNT-NO-RATE       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IOWNR-PATH                 PIC X(40)
                                      VALUE 'IO/ownership.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IEXPO-PATH                 PIC X(40)
                                      VALUE 'IO/exposure.txt'.
       01 IFX-PATH                   PIC X(40)
                                      VALUE 'IO/fxrates.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OBOOK-PATH                 PIC X(40)
                                      VALUE 'IO/bookofbusiness.txt'.
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

           MOVE TMP-TODAY(7:2) TO OBOOK-H1-DATE(1:2)
           MOVE '.'            TO OBOOK-H1-DATE(3:1)
           MOVE TMP-TODAY(5:2) TO OBOOK-H1-DATE(4:2)
           MOVE '.'            TO OBOOK-H1-DATE(6:1)
           MOVE TMP-TODAY(1:4) TO OBOOK-H1-DATE(7:4)
           MOVE OBOOK-H1  TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE OBOOK-HR2 TO OBOOK-REC
           PERFORM OBOOK-WRITE

           SORT SBOOK
             ON ASCENDING KEY SBOOK-KEY
             INPUT  PROCEDURE IS BOOK-RELEASE
             OUTPUT PROCEDURE IS BOOK-RETURN

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
           MOVE 'TPL-OWNR1'                          TO PGM-NAME
           MOVE 'BOOK OF BUSINESS BY ACCOUNT MANAGER'
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
           MOVE IOWNR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IOWNR-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IEXPO-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEXPO-PATH
           MOVE IFX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IFX-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OBOOK-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OBOOK-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-WL-MAX
           MOVE 0 TO TAB-EX-MAX
           MOVE 0 TO TAB-FX-MAX
           MOVE 0 TO TAB-UN-MAX

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * THE OWNERSHIP MASTER IS THE POINT OF THE REPORT               *
      *---------------------------------------------------------------*
           PERFORM LOAD-OWNERSHIP-MAP
           IF (IOWNR-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'OWNERSHIP MASTER MISSING: ' IOWNR-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'MAINTAIN IT WITH TPL-OWNM1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           PERFORM LOAD-LIFECYCLE-MAP
           PERFORM WATCH-LOAD
           PERFORM FX-LOAD
           PERFORM EXPOSURE-LOAD

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
           PERFORM FILE-OPEN-OUTPUT-OBOOK
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       WATCH-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - WITHOUT A WATCHLIST NO COMPANY IS SHOWN AS      *
      *    WATCHED                                                    *
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
       FX-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - WITHOUT RATES ONLY BASE-CURRENCY EXPOSURES      *
      *    CAN BE TOTALLED                                            *
           PERFORM FILE-OPEN-INPUT-IFX
           IF (IFX-NO) THEN
              GO TO FX-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IFX
           PERFORM UNTIL (IFX-EOF)
              MOVE IFX-RECORD TO FX-REC
              IF (FX-CURRENCY NOT = SPACES)
                 AND (FX-RATE NUMERIC) THEN
                 ADD 1 TO TAB-FX-MAX
                 IF (TAB-FX-MAX > TAB-FX-DIM) THEN
                    MOVE TAB-FX-DIM TO TAB-FX-MAX
                    MOVE 'TAB-FX OVERFLOW - RATES INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE FX-CURRENCY TO TAB-FX-CURRENCY(TAB-FX-MAX)
                    MOVE FX-RATE     TO TAB-FX-RATE(TAB-FX-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-IFX
           END-PERFORM
           PERFORM FILE-CLOSE-IFX
           .
       FX-LOAD-EXIT. EXIT.



      *****************************************************************
       EXPOSURE-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - EVERY FACILITY OF A COMPANY IS CONVERTED TO     *
      *    BASE CURRENCY (BLANK CURRENCY = BASE, RATE 1) AND ADDED TO *
      *    THE COMPANY'S TOTAL                                        *
           PERFORM FILE-OPEN-INPUT-IEXPO
           IF (IEXPO-NO) THEN
              GO TO EXPOSURE-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IEXPO
           PERFORM UNTIL (IEXPO-EOF)
              MOVE IEXPO-RECORD TO IEXPO-REC
              IF (IEXPO-NAME NOT = SPACES) THEN
                 PERFORM EXPOSURE-ADD
              END-IF
              PERFORM FILE-READ-IEXPO
           END-PERFORM
           PERFORM FILE-CLOSE-IEXPO
           .
       EXPOSURE-LOAD-EXIT. EXIT.



      *****************************************************************
       EXPOSURE-ADD SECTION.
      *===============================================================*
           IF (IEXPO-AMOUNT NOT NUMERIC) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NON-NUMERIC EXPOSURE AMOUNT SKIPPED: '
                     IEXPO-NAME ' ' IEXPO-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EXPOSURE-ADD-EXIT
           END-IF
           MOVE 'Y' TO TMP-FX-FOUND-SW
           MOVE 1   TO TMP-FX-RATE
           IF (IEXPO-CURRENCY NOT = SPACES) THEN
              MOVE 'N' TO TMP-FX-FOUND-SW
              PERFORM VARYING TMP-FX-I FROM 1 BY 1
                        UNTIL (TMP-FX-I > TAB-FX-MAX)
                 IF (TAB-FX-CURRENCY(TMP-FX-I) = IEXPO-CURRENCY) THEN
                    MOVE 'Y' TO TMP-FX-FOUND-SW
                    MOVE TAB-FX-RATE(TMP-FX-I) TO TMP-FX-RATE
                 END-IF
              END-PERFORM
           END-IF
           IF (TMP-FX-FOUND-SW = 'N') THEN
              ADD 1 TO TMP-COUNT-NO-RATE
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO EXCHANGE RATE FOR ' IEXPO-CURRENCY
                     ', EXPOSURE NOT TOTALLED: '
                     IEXPO-NAME ' ' IEXPO-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EXPOSURE-ADD-EXIT
           END-IF
           COMPUTE TMP-BASE-AMOUNT ROUNDED = IEXPO-AMOUNT * TMP-FX-RATE

           MOVE 0 TO TMP-EX-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-EX-MAX)
                        OR (TMP-EX-IDX > 0)
              IF (TAB-EX-NAME(TMP-I-TABLE) = IEXPO-NAME)
                 AND (TAB-EX-STATE(TMP-I-TABLE) = IEXPO-STATE) THEN
                 MOVE TMP-I-TABLE TO TMP-EX-IDX
              END-IF
           END-PERFORM
           IF (TMP-EX-IDX = 0) THEN
              ADD 1 TO TAB-EX-MAX
              IF (TAB-EX-MAX > TAB-EX-DIM) THEN
                 MOVE TAB-EX-DIM TO TAB-EX-MAX
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-EX OVERFLOW' TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-EX-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE TAB-EX-MAX  TO TMP-EX-IDX
              MOVE IEXPO-NAME  TO TAB-EX-NAME(TMP-EX-IDX)
              MOVE IEXPO-STATE TO TAB-EX-STATE(TMP-EX-IDX)
              MOVE 0           TO TAB-EX-BASE(TMP-EX-IDX)
           END-IF
           ADD TMP-BASE-AMOUNT TO TAB-EX-BASE(TMP-EX-IDX)
           .
       EXPOSURE-ADD-EXIT. EXIT.



      *****************************************************************
       BOOK-RELEASE SECTION.
      *===============================================================*
      *    ONE SORT RECORD PER COMPANY FOR ITS PRIMARY MANAGER AND    *
      *    ONE FOR ITS BACKUP; NO ID OR NO OWNER IS AN EXCEPTION      *
           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              IF (ICOMP-NAME NOT = SPACES) THEN
                 PERFORM BOOK-RELEASE-ONE
              END-IF
              PERFORM ICOMP-READ
           END-PERFORM
           .
       BOOK-RELEASE-EXIT. EXIT.



      *****************************************************************
       BOOK-RELEASE-ONE SECTION.
      *===============================================================*
           IF (ICOMP-ID NOT NUMERIC) THEN
              PERFORM UNOWNED-ADD
              GO TO BOOK-RELEASE-ONE-EXIT
           END-IF
           MOVE ICOMP-ID-N TO OWNR-ARG-ID
           PERFORM OWNERSHIP-LOOKUP
           IF (OWNR-ARG-UNOWNED) THEN
              PERFORM UNOWNED-ADD
              GO TO BOOK-RELEASE-ONE-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-OWNED

           MOVE SPACES          TO SBOOK-REC
           MOVE ICOMP-NAME      TO SBOOK-NAME
           MOVE ICOMP-STATE     TO SBOOK-STATE
           MOVE ICOMP-INDUSTRY  TO SBOOK-INDUSTRY
           IF (ICOMP-GROWTH NUMERIC) THEN
              MOVE ICOMP-GROWTH TO SBOOK-GROWTH
           ELSE
              MOVE 0            TO SBOOK-GROWTH
           END-IF
           MOVE OWNR-ARG-EFF    TO SBOOK-EFF

      *    WATCHLIST: Y = ON THE LIST, T = TRACKED, BLANK = NOT SEEN
           MOVE SPACE TO SBOOK-WATCH
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-WL-MAX)
              IF (TAB-WL-NAME(TMP-I-TABLE) = ICOMP-NAME)
                 AND (TAB-WL-STATE(TMP-I-TABLE) = ICOMP-STATE) THEN
                 IF (TAB-WL-ON-SW(TMP-I-TABLE) = 'Y') THEN
                    MOVE 'Y' TO SBOOK-WATCH
                 ELSE
                    MOVE 'T' TO SBOOK-WATCH
                 END-IF
              END-IF
           END-PERFORM

           MOVE ICOMP-NAME  TO LIFE-ARG-NAME
           MOVE ICOMP-STATE TO LIFE-ARG-STATE
           PERFORM LIFECYCLE-STATUS-LOOKUP
           MOVE LIFE-ARG-STATUS TO SBOOK-LIFE

           MOVE 'N' TO SBOOK-EXPO-SW
           MOVE 0   TO SBOOK-EXPO
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-EX-MAX)
                        OR (SBOOK-EXPO-SW = 'Y')
              IF (TAB-EX-NAME(TMP-I-TABLE) = ICOMP-NAME)
                 AND (TAB-EX-STATE(TMP-I-TABLE) = ICOMP-STATE) THEN
                 MOVE 'Y' TO SBOOK-EXPO-SW
                 MOVE TAB-EX-BASE(TMP-I-TABLE) TO SBOOK-EXPO
              END-IF
           END-PERFORM

           MOVE OWNR-ARG-PRIMARY TO SBOOK-MANAGER
           MOVE 'P'              TO SBOOK-ROLE
           MOVE OWNR-ARG-BACKUP  TO SBOOK-OTHER
           RELEASE SBOOK-REC

           IF (OWNR-ARG-BACKUP NOT = SPACES) THEN
              MOVE OWNR-ARG-BACKUP  TO SBOOK-MANAGER
              MOVE 'S'              TO SBOOK-ROLE
              MOVE OWNR-ARG-PRIMARY TO SBOOK-OTHER
              RELEASE SBOOK-REC
           END-IF
           .
       BOOK-RELEASE-ONE-EXIT. EXIT.



      *****************************************************************
       UNOWNED-ADD SECTION.
      *===============================================================*
      *    A COMPANY WITHOUT A COMPANY-ID CANNOT BE OWNED YET - IT    *
      *    NEEDS TPL-CID1 BEFORE TPL-OWNM1 WILL ACCEPT IT             *
           ADD 1 TO TMP-COUNT-UNOWNED
           IF (TAB-UN-MAX >= TAB-UN-DIM) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-UN OVERFLOW - NOT LISTED: '
                     ICOMP-NAME ' ' ICOMP-STATE
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO UNOWNED-ADD-EXIT
           END-IF
           ADD 1 TO TAB-UN-MAX
           IF (ICOMP-ID NUMERIC) THEN
              MOVE 'NO OWNER ON FILE' TO TAB-UN-REASON(TAB-UN-MAX)
              MOVE ICOMP-ID           TO TAB-UN-ID(TAB-UN-MAX)
           ELSE
              MOVE 'NO ID - RUN CID1'  TO TAB-UN-REASON(TAB-UN-MAX)
              MOVE SPACES             TO TAB-UN-ID(TAB-UN-MAX)
           END-IF
           MOVE ICOMP-NAME     TO TAB-UN-NAME(TAB-UN-MAX)
           MOVE ICOMP-STATE    TO TAB-UN-STATE(TAB-UN-MAX)
           MOVE ICOMP-INDUSTRY TO TAB-UN-INDUSTRY(TAB-UN-MAX)
           .
       UNOWNED-ADD-EXIT. EXIT.



      *****************************************************************
       BOOK-RETURN SECTION.
      *===============================================================*
      *    CONTROL BREAK ON MANAGER; WITHIN A MANAGER THE PRIMARY     *
      *    BOOK COMES FIRST, THEN THE COMPANIES COVERED AS BACKUP     *
           MOVE SPACES TO TMP-CUR-MANAGER
           MOVE 'N'    TO TMP-EOF-SW
           PERFORM BOOK-RETURN-NEXT
           PERFORM UNTIL (TMP-SORT-EOF)
              IF (SBOOK-MANAGER NOT = TMP-CUR-MANAGER) THEN
                 IF (TMP-CUR-MANAGER NOT = SPACES) THEN
                    PERFORM BOOK-TOTAL-WRITE
                 END-IF
                 PERFORM BOOK-HEADER-WRITE
              END-IF
              IF (SBOOK-ROLE NOT = TMP-CUR-ROLE) THEN
                 MOVE SBOOK-ROLE TO TMP-CUR-ROLE
                 IF (SBOOK-ROLE = 'S') THEN
                    MOVE OBOOK-HR1 TO OBOOK-REC
                    PERFORM OBOOK-WRITE
                    MOVE OBOOK-S1 TO OBOOK-REC
                    PERFORM OBOOK-WRITE
                    MOVE 'PRIMARY' TO OBOOK-H3-OTHER
                    MOVE OBOOK-H3  TO OBOOK-REC
                    PERFORM OBOOK-WRITE
                    MOVE 'BACKUP'  TO OBOOK-H3-OTHER
                 END-IF
              END-IF
              PERFORM BOOK-ROW-WRITE
              PERFORM BOOK-RETURN-NEXT
           END-PERFORM
           IF (TMP-CUR-MANAGER NOT = SPACES) THEN
              PERFORM BOOK-TOTAL-WRITE
           END-IF
           .
       BOOK-RETURN-EXIT. EXIT.



      *****************************************************************
       BOOK-RETURN-NEXT SECTION.
      *===============================================================*
           RETURN SBOOK
             AT END
               MOVE 'Y' TO TMP-EOF-SW
           END-RETURN
           .
       BOOK-RETURN-NEXT-EXIT. EXIT.



      *****************************************************************
       BOOK-HEADER-WRITE SECTION.
      *===============================================================*
           MOVE SBOOK-MANAGER TO TMP-CUR-MANAGER
           MOVE SPACE         TO TMP-CUR-ROLE
           ADD 1 TO TMP-COUNT-MANAGERS
           INITIALIZE TMP-BK-COUNT TMP-BK-AVG-COUNT TMP-BK-DECL
                      TMP-BK-WATCH TMP-BK-SUSP TMP-BK-CLOSED
                      TMP-BK-BACKUP TMP-BK-GROWTH-SUM TMP-BK-EXPO
           MOVE SPACES TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE SBOOK-MANAGER TO OBOOK-H2-MANAGER
           MOVE OBOOK-H2  TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE OBOOK-H3  TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE OBOOK-HR1 TO OBOOK-REC
           PERFORM OBOOK-WRITE
           .
       BOOK-HEADER-WRITE-EXIT. EXIT.



      *****************************************************************
       BOOK-ROW-WRITE SECTION.
      *===============================================================*
           MOVE SPACES         TO OBOOK-R1
           MOVE SBOOK-NAME     TO OBOOK-R1-NAME
           MOVE SBOOK-STATE    TO OBOOK-R1-STATE
           MOVE SBOOK-INDUSTRY TO OBOOK-R1-INDUSTRY
           MOVE SBOOK-GROWTH   TO OBOOK-R1-GROWTH
           EVALUATE SBOOK-WATCH
              WHEN 'Y'   MOVE 'ON LIST' TO OBOOK-R1-WATCH
              WHEN 'T'   MOVE 'TRACKED' TO OBOOK-R1-WATCH
              WHEN OTHER MOVE SPACES    TO OBOOK-R1-WATCH
           END-EVALUATE
           EVALUATE SBOOK-LIFE
              WHEN 'S'   MOVE 'SUSPENDED' TO OBOOK-R1-STATUS
              WHEN 'C'   MOVE 'CLOSED'    TO OBOOK-R1-STATUS
              WHEN OTHER MOVE 'ACTIVE'    TO OBOOK-R1-STATUS
           END-EVALUATE
           IF (SBOOK-EXPO-SW = 'Y') THEN
              MOVE SBOOK-EXPO TO OBOOK-R1-EXPO
           ELSE
              MOVE '          (NONE)' TO OBOOK-R1-EXPO-X
           END-IF
           MOVE SBOOK-OTHER    TO OBOOK-R1-OTHER
           IF (SBOOK-EFF NUMERIC) THEN
              STRING SBOOK-EFF(7:2) '.' SBOOK-EFF(5:2) '.'
                     SBOOK-EFF(1:4)
                DELIMITED BY SIZE
                INTO OBOOK-R1-EFF
              END-STRING
           END-IF
           MOVE OBOOK-R1 TO OBOOK-REC
           PERFORM OBOOK-WRITE

      *    ONLY THE PRIMARY BOOK COUNTS TOWARDS THE TOTALS
           IF (SBOOK-ROLE = 'S') THEN
              ADD 1 TO TMP-BK-BACKUP
              GO TO BOOK-ROW-WRITE-EXIT
           END-IF
           ADD 1 TO TMP-BK-COUNT
           IF (SBOOK-GROWTH < 0) THEN
              ADD 1 TO TMP-BK-DECL
           END-IF
           IF (SBOOK-WATCH = 'Y') THEN
              ADD 1 TO TMP-BK-WATCH
           END-IF
           EVALUATE SBOOK-LIFE
              WHEN 'S'
                 ADD 1 TO TMP-BK-SUSP
              WHEN 'C'
                 ADD 1 TO TMP-BK-CLOSED
           END-EVALUATE
           IF (SBOOK-LIFE NOT = 'C') THEN
              ADD 1            TO TMP-BK-AVG-COUNT
              ADD SBOOK-GROWTH TO TMP-BK-GROWTH-SUM
           END-IF
           ADD SBOOK-EXPO TO TMP-BK-EXPO
           .
       BOOK-ROW-WRITE-EXIT. EXIT.



      *****************************************************************
       BOOK-TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE OBOOK-HR1 TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE TMP-BK-COUNT  TO OBOOK-T1-COUNT
           MOVE TMP-BK-DECL   TO OBOOK-T1-DECL
           MOVE TMP-BK-WATCH  TO OBOOK-T1-WATCH
           MOVE TMP-BK-SUSP   TO OBOOK-T1-SUSP
           MOVE TMP-BK-CLOSED TO OBOOK-T1-CLOSED
           MOVE OBOOK-T1 TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE 0 TO TMP-BK-AVG
           IF (TMP-BK-AVG-COUNT > 0) THEN
              COMPUTE TMP-BK-AVG ROUNDED
                    = TMP-BK-GROWTH-SUM / TMP-BK-AVG-COUNT
           END-IF
           MOVE TMP-BK-AVG    TO OBOOK-T2-AVG
           MOVE TMP-BK-EXPO   TO OBOOK-T2-EXPO
           MOVE TMP-BK-BACKUP TO OBOOK-T2-BACKUP
           MOVE OBOOK-T2 TO OBOOK-REC
           PERFORM OBOOK-WRITE
           .
       BOOK-TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       EXCEPTION-WRITE SECTION.
      *===============================================================*
      *    UNOWNED COMPANIES, THEN OWNERSHIPS WHOSE COMPANY-ID NO     *
      *    COMPANY ON THE MASTER CARRIES (NEVER SEEN BY THE LOOKUP)   *
           MOVE SPACES TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE OBOOK-HR2 TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE 'EXCEPTIONS - COMPANIES WITHOUT AN OWNER' TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE OBOOK-E1  TO OBOOK-REC
           PERFORM OBOOK-WRITE
           MOVE OBOOK-HR1 TO OBOOK-REC
           PERFORM OBOOK-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-UN-MAX)
              MOVE SPACES TO OBOOK-E2
              MOVE TAB-UN-NAME(TMP-I-TABLE)     TO OBOOK-E2-NAME
              MOVE TAB-UN-STATE(TMP-I-TABLE)    TO OBOOK-E2-STATE
              MOVE TAB-UN-INDUSTRY(TMP-I-TABLE) TO OBOOK-E2-INDUSTRY
              MOVE TAB-UN-ID(TMP-I-TABLE)       TO OBOOK-E2-ID
              MOVE TAB-UN-REASON(TMP-I-TABLE)   TO OBOOK-E2-REASON
              MOVE OBOOK-E2 TO OBOOK-REC
              PERFORM OBOOK-WRITE
           END-PERFORM
           PERFORM VARYING OWNR-I FROM 1 BY 1
                     UNTIL (OWNR-I > TAB-OWN-MAX)
              IF (TAB-OWN-SEEN-SW(OWNR-I) = 'N') THEN
                 ADD 1 TO TMP-COUNT-ORPHANS
                 MOVE SPACES TO OBOOK-E2
                 MOVE '(NOT ON THE COMPANIES MASTER)'
                   TO OBOOK-E2-NAME
                 MOVE TAB-OWN-ID(OWNR-I) TO OBOOK-E2-ID
                 STRING 'OWNED BY ' TAB-OWN-PRIMARY(OWNR-I)
                        ' - NO SUCH COMPANY'
                   DELIMITED BY SIZE
                   INTO OBOOK-E2-REASON
                 END-STRING
                 MOVE OBOOK-E2 TO OBOOK-REC
                 PERFORM OBOOK-WRITE
              END-IF
           END-PERFORM
           IF (TAB-UN-MAX = 0) AND (TMP-COUNT-ORPHANS = 0) THEN
              MOVE '   (NONE - EVERY COMPANY HAS AN OWNER)' TO OBOOK-REC
              PERFORM OBOOK-WRITE
           END-IF
           MOVE OBOOK-HR1 TO OBOOK-REC
           PERFORM OBOOK-WRITE

           IF (TMP-COUNT-UNOWNED > 0) OR (TMP-COUNT-ORPHANS > 0) THEN
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
      *    A COMPANY WOULD BE BOOKED TWICE
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
       OBOOK-WRITE SECTION.
      *===============================================================*
           MOVE OBOOK-REC TO OBOOK-RECORD
           PERFORM FILE-WRITE-OBOOK
           .
       OBOOK-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE ICOMP-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-CLOSE-OBOOK

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICOMP.........: ' ICOMP-COUNT
           DISPLAY 'OWNERSHIPS ON FILE..: ' TAB-OWN-MAX
           DISPLAY 'MANAGERS............: ' TMP-COUNT-MANAGERS
           DISPLAY 'COMPANIES OWNED.....: ' TMP-COUNT-OWNED
           DISPLAY 'COMPANIES UNOWNED...: ' TMP-COUNT-UNOWNED
           DISPLAY 'OWNER, NO COMPANY...: ' TMP-COUNT-ORPHANS
           DISPLAY 'EXPOSURE NO RATE....: ' TMP-COUNT-NO-RATE
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
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/OWNRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==IEXPO-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==IFX-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OBOOK==
            ==:V2:== BY ==OBOOK-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-OWNR1.
      *****************************************************************
