       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CLOS1.
      *****************************************************************
      * TPL-CLOS1: CLOSED-COMPANY ARCHIVAL SWEEP                      *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * A COMPANY MARKED 'C' ON THE LIFECYCLE MASTER STAYS ON EVERY   *
      * MASTER FOREVER, INFLATING EVERY SCAN AND CLUTTERING THE       *
      * INQUIRY BROWSE. THIS PERIODIC SWEEP MOVES EVERY COMPANY       *
      * CLOSED LONGER THAN THE RETENTION PERIOD OUT OF THE COMPANIES, *
      * ATTRIBUTES, LOCATIONS, WATCHLIST, CHURN AND GROWTH HISTORY    *
      * MASTERS INTO THE CLOSED-COMPANY ARCHIVE (SEE CARCWS.cob),     *
      * KEYED ON THE PERMANENT COMPANY-ID (SEE TPL-CID1). EVERY       *
      * MASTER IS REWRITTEN TO .new AND PROMOTED GENERATION-STYLE,    *
      * EVERY REMOVED RECORD IS JOURNALED, AND THE KEYS ARE DELETED   *
      * FROM THE INDEXED COMPANIES MASTER SO TPL-INQ1 STOPS FINDING   *
      * THEM THERE - IT AND TPL-TRCE1 FIND THEM ON THE ARCHIVE AND    *
      * SHOW THEM AS CLOSED AND ARCHIVED ON THE SWEEP DATE.           *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ILIFE  - LIFECYCLE MASTER (IO/lifecycle.txt, SEE LIFEWS.cob)  *
      *          - THE LAST ROW OF A COMPANY IS ITS STANDING          *
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt); THE   *
      *          ID STAMP ON companies.txt COVERS A KEY IT MISSES     *
      * IMAST  - EACH MASTER IN TURN (TAB-MS): companies.txt,         *
      *          companyattr.txt, companyloc.txt, watchlist.txt,      *
      *          churn.txt, growthhist.txt - ALL BUT THE COMPANIES    *
      *          MASTER ARE OPTIONAL                                  *
      * ICARC  - EXISTING CLOSED-COMPANY ARCHIVE (IO/closedarch.txt), *
      *          OPTIONAL                                             *
      * IPARM  - OPTIONAL (IO/closparm.txt), KEYWORD=VALUE:           *
      *          RETAINMONTHS=n  MONTHS A CLOSED COMPANY STAYS ON THE *
      *                          MASTERS (DEFAULT 24)                 *
      *          OPERATOR=xxx    JOURNAL OPERATOR (DEFAULT THE        *
      *                          PROGRAM NAME)                        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OMAST  - EACH MASTER WITHOUT THE ARCHIVED COMPANIES (<master> *
      *          .new), companies.txt AND growthhist.txt TRAILER-     *
      *          CERTIFIED, ALL PROMOTED GENERATION-STYLE             *
      * OCARC  - ARCHIVE WITH THIS SWEEP'S ROWS MERGED IN COMPANY-ID  *
      *          ORDER (IO/closedarch.txt.new), PROMOTED THE SAME WAY *
      * OJRNL  - MAINTENANCE JOURNAL (IO/companiesjrn.txt), APPENDED: *
      *          A 'B' RECORD FOR BATCH *ARCHIVE, THEN ONE RECORD PER *
      *          REMOVED ROW - 'D' WITH THE FULL IMAGE FOR THE        *
      *          COMPANIES MASTER (SO TPL-RVRS1 CAN PUT IT BACK),     *
      *          'R' WITH THE ROW AND ITS MASTER FOR THE OTHERS       *
      * KCOMP  - INDEXED COMPANIES MASTER (IO/companies.dat), THE     *
      *          ARCHIVED KEYS DELETED - OPTIONAL                     *
      * OREP   - SWEEP LISTING (IO/closedarchrpt.txt)                 *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A COMPANY WITHOUT A COMPANY-ID CANNOT BE KEYED ON THE ARCHIVE *
      * - IT STAYS ON THE MASTERS, IS LISTED AND ENDS THE RUN WITH    *
      * RC 4 (RUN TPL-CID1 FIRST). THE ARCHIVE IS BUILT THROUGH ONE   *
      * SORT: THE OLD ARCHIVE AND EVERY ROW THE MASTER PASSES REMOVE  *
      * ARE RELEASED, AND THE RETURN WRITES THE NEW ARCHIVE IN ID,    *
      * ARCHIVE-DATE AND MASTER ORDER. THE INDEXED HISTORY COPY       *
      * (growthhist.idx) IS REBUILT BY TPL-HIST1'S NEXT RUN, WHICH    *
      * SEES THE ROW COUNT CHANGED. THE LIFECYCLE MASTER AND THE ID   *
      * CROSS-REFERENCE ARE LEFT AS THEY ARE - IDS ARE NEVER REUSED.  *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * KEEP HISTORY ROWS OF CLOSED OR REOPENED PERIODS (CPRD1)       *
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
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==TMP-IMAST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==ICARC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OMAST==
            ==:V2:== BY ==TMP-OMAST-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCARC==
            ==:V2:== BY ==OCARC-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==OJRNL-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==OREP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
       COPY 'LIB/FILE/KFILAFCW.cob' REPLACING
            ==:V1:== BY ==KCOMP==
            ==:V2:== BY ==KCOMP-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SARC ASSIGN TO 'SORTCARC'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==180==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OMAST==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCARC==
            ==:V2:== BY ==180==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       COPY 'LIB/FILE/KFILAFDW.cob' REPLACING
            ==:V1:== BY ==KCOMP==.
       SD  SARC.
       01  SARC-REC.
           05 SARC-KEY.
              10 SARC-ID              PIC 9(9).
              10 SARC-ARCHIVED        PIC X(8).
              10 SARC-SRC-SEQ         PIC 9(1).
              10 SARC-SEQ             PIC 9(9).
           05 SARC-DATA               PIC X(180).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * ILIFE = LIFECYCLE MASTER (LIFE-REC, SEE LIFEWS.cob)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1)             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       01 XREF-REC.
           05 XREF-ID                 PIC 9(9).
           05 XREF-NAME               PIC X(38).
           05 XREF-STATE              PIC X(2).
           05 XREF-ASSIGNED           PIC X(8).
           05 FILLER                  PIC X(23).

      *---------------------------------------------------------------*
      * CLOSED COMPANIES - EVERY LIFECYCLE KEY IN NAME + STATE ORDER  *
      * (INSERTED IN PLACE, THE LAST ROW OF A KEY WINS); TAB-CL-PICK  *
      * MARKS THE ONES THIS SWEEP ARCHIVES                            *
      *---------------------------------------------------------------*
       01 CLOSED-TABLE.
           05 TAB-CL-MAX              PIC S9(9) BINARY.
           05 TAB-CL-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-CL                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-CL-MAX
                                      ASCENDING KEY IS TAB-CL-KEY
                                      INDEXED BY TAB-CL-IDX.
                10 TAB-CL-KEY.
                     15 TAB-CL-NAME   PIC X(38).
                     15 TAB-CL-STATE  PIC X(2).
                10 TAB-CL-STATUS      PIC X(1).
                10 TAB-CL-REASON      PIC X(8).
                10 TAB-CL-EFF         PIC X(8).
                10 TAB-CL-LIFE-REC    PIC X(80).
                10 TAB-CL-ID          PIC 9(9).
                10 TAB-CL-PICK        PIC X(1).
                   88 TAB-CL-PICKED        VALUE 'Y'.
                   88 TAB-CL-NO-ID         VALUE 'I'.
                10 TAB-CL-ROWS        PIC 9(7).
                10 TAB-CL-CNT         PIC 9(5)   OCCURS 6.

      *---------------------------------------------------------------*
      * THE MASTERS SWEPT, IN ORDER - PATH, ARCHIVE SOURCE TAG AND    *
      * WHETHER THE MASTER CARRIES AN IN-BAND TRAILER (SEE CTRL1)     *
      *---------------------------------------------------------------*
       01 MASTER-FILES.
           05 FILLER PIC X(30) VALUE 'IO/companies.txt'.
           05 FILLER PIC X(8)  VALUE 'COMPANY'.
           05 FILLER PIC X(1)  VALUE 'Y'.
           05 FILLER PIC X(30) VALUE 'IO/companyattr.txt'.
           05 FILLER PIC X(8)  VALUE 'ATTR'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'IO/companyloc.txt'.
           05 FILLER PIC X(8)  VALUE 'LOCATION'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'IO/watchlist.txt'.
           05 FILLER PIC X(8)  VALUE 'WATCH'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'IO/churn.txt'.
           05 FILLER PIC X(8)  VALUE 'CHURN'.
           05 FILLER PIC X(1)  VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'IO/growthhist.txt'.
           05 FILLER PIC X(8)  VALUE 'HISTORY'.
           05 FILLER PIC X(1)  VALUE 'Y'.
       01 MASTER-FILES-TAB REDEFINES MASTER-FILES.
           05 TAB-MS                  OCCURS 6.
              10 TAB-MS-FILE          PIC X(30).
              10 TAB-MS-SOURCE        PIC X(8).
              10 TAB-MS-TRAILER       PIC X(1).
       01 TAB-MS-MAX                  PIC S9(4)   BINARY VALUE 6.
       01 MASTER-STATUS.
           05 TAB-MST                 OCCURS 6.
              10 TAB-MST-PATH         PIC X(40).
              10 TAB-MST-NEW          PIC X(40).
              10 TAB-MST-SW           PIC X(1).
                 88 TAB-MST-SWEPT          VALUE 'Y'.
              10 TAB-MST-READ         PIC 9(9).
              10 TAB-MST-REMOVED      PIC 9(9).

      *---------------------------------------------------------------*
      * IMAST / OMAST = THE MASTER BEING SWEPT (DYNAMIC PATHS)        *
      *---------------------------------------------------------------*
       01 TMP-IMAST-PATH              PIC X(40).
       01 TMP-OMAST-PATH              PIC X(40).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMAST==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OMAST==.

      *---------------------------------------------------------------*
      * ICARC / OCARC = CLOSED-COMPANY ARCHIVE (CARC-REC, SEE         *
      * CARCWS.cob)                                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICARC==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCARC==.
       COPY 'LIB/FILE/CARCWS.cob'.

      *---------------------------------------------------------------*
      * OJRNL = MAINTENANCE JOURNAL (SAME LAYOUT TPL-MAINT1 WRITES)   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OJRNL==.
       01 JRNL-REC.
           05 JRNL-TS                 PIC X(14).
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
           05 JRNL-BEFORE             PIC X(100).
           05 JRNL-AFTER              PIC X(100).
       COPY 'LIB/FILE/BHDRWS.cob'.

      *---------------------------------------------------------------*
      * KCOMP = INDEXED COMPANIES MASTER (SEE TPL-MAINT1)             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/KFILEWS.cob' REPLACING ==:V1:== BY ==KCOMP==.

      *---------------------------------------------------------------*
      * INPUT IPARM = SWEEP PARAMETERS (KEYWORD=VALUE) - OPTIONAL     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 CLOS-PARMS.
           05 TMP-RETAIN-MONTHS       PIC 9(3)    VALUE 24.
           05 TMP-OPERATOR            PIC X(8)    VALUE SPACES.

      *---------------------------------------------------------------*
      * OUTPUT OREP = SWEEP LISTING                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREP==.
       01 OREP-REC                    PIC X(132).
       01 OREP-H1.
           05 FILLER                  PIC X(10)   VALUE 'ID'.
           05 FILLER                  PIC X(39)   VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)    VALUE 'ST'.
           05 FILLER                  PIC X(9)    VALUE 'CLOSED'.
           05 FILLER                  PIC X(9)    VALUE 'REASON'.
           05 FILLER                  PIC X(9)    VALUE 'COMPANY'.
           05 FILLER                  PIC X(9)    VALUE 'ATTR'.
           05 FILLER                  PIC X(9)    VALUE 'LOCATION'.
           05 FILLER                  PIC X(9)    VALUE 'WATCH'.
           05 FILLER                  PIC X(9)    VALUE 'CHURN'.
           05 FILLER                  PIC X(9)    VALUE 'HISTORY'.
           05 FILLER                  PIC X(8)    VALUE SPACES.
       01 OREP-D1.
           05 OREP-D1-ID              PIC 9(9).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-D1-NAME            PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-D1-STATE           PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-D1-CLOSED          PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-D1-REASON          PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-D1-COUNTS          OCCURS 6.
              10 FILLER               PIC X(4)    VALUE SPACES.
              10 OREP-D1-CNT          PIC ZZZZ9.
           05 FILLER                  PIC X(8)    VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-M                   PIC S9(9) BINARY.
           05 TMP-SEQ                 PIC 9(9).
           05 TMP-COUNT-PICKED        PIC 9(7).
           05 TMP-COUNT-NO-ID         PIC 9(7).
           05 TMP-COUNT-ARCHIVED      PIC 9(7).
           05 TMP-COUNT-ROWS          PIC 9(9).
           05 TMP-COUNT-OLD-ARC       PIC 9(9).
           05 TMP-COUNT-ARC-OUT       PIC 9(9).
           05 TMP-COUNT-JRNL          PIC 9(9).
           05 TMP-COUNT-KDEL          PIC 9(7).
           05 TMP-COUNT-PERIOD-KEPT   PIC 9(9).
       01 CLOS-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-CUTOFF              PIC X(8).
           05 TMP-CUTOFF-N REDEFINES TMP-CUTOFF
                                      PIC 9(8).
           05 TMP-MONTHS              PIC 9(7).
           05 TMP-YEAR                PIC 9(4).
           05 TMP-MONTH               PIC 9(2).
           05 TMP-DAY                 PIC 9(2).
           05 TMP-KEY                 PIC X(40).
           05 TMP-HIT-SW              PIC X(1).
              88 TMP-HIT                   VALUE 'Y'.
           05 TMP-LIFE-SAVE           PIC X(80).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 ICARC-PATH                 PIC X(40)
                                      VALUE 'IO/closedarch.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/closparm.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCARC-PATH                 PIC X(40)
                                      VALUE 'IO/closedarch.txt.new'.
       01 OJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 OREP-PATH                  PIC X(40)
                                      VALUE 'IO/closedarchrpt.txt'.
       01 KCOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.dat'.
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

           PERFORM CLOSED-LOAD
           PERFORM COMPANY-ID-ASSIGN
           PERFORM REPORT-HEADER

           IF (TMP-COUNT-PICKED = 0) THEN
              MOVE SPACES TO OREP-REC
              STRING 'NO COMPANY CLOSED ON OR BEFORE ' TMP-CUTOFF
                     ' TO ARCHIVE'
                DELIMITED BY SIZE INTO OREP-REC
              END-STRING
              PERFORM OREP-WRITE
              PERFORM PGM-END
           END-IF

      *    REFUSE A TRUNCATED MASTER BEFORE A SINGLE ROW IS MOVED
      *    (SEE CTRL1 - A MISSING FILE IS LEFT TO THE SWEEP ITSELF)
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MS-MAX)
              IF (TAB-MS-TRAILER(TMP-M) = 'Y') THEN
                 MOVE TAB-MST-PATH(TMP-M) TO CTRL1CA-PATH
                 PERFORM MASTER-TRAILER-VERIFY
              END-IF
           END-PERFORM

           SORT SARC
             ON ASCENDING KEY SARC-KEY
             INPUT  PROCEDURE IS ARCHIVE-COLLECT
             OUTPUT PROCEDURE IS ARCHIVE-WRITE

           PERFORM MASTERS-PROMOTE
           PERFORM KCOMP-DELETE
           PERFORM REPORT-DETAIL

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-CLOS1'                          TO PGM-NAME
           MOVE 'CLOSED-COMPANY ARCHIVAL SWEEP'      TO PGM-DESCRIPTION
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE ICARC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICARC-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCARC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCARC-PATH
           MOVE OJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OJRNL-PATH
           MOVE OREP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREP-PATH
           MOVE KCOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO KCOMP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MS-MAX)
              MOVE TAB-MS-FILE(TMP-M) TO ENV-ARG-PATH
              PERFORM ENV-APPLY-ONE
              MOVE ENV-ARG-PATH TO TAB-MST-PATH(TMP-M)
              MOVE SPACES TO TAB-MST-NEW(TMP-M)
              STRING FUNCTION TRIM(TAB-MST-PATH(TMP-M)) '.new'
                DELIMITED BY SIZE
                INTO TAB-MST-NEW(TMP-M)
              END-STRING
              MOVE 'N' TO TAB-MST-SW(TMP-M)
              MOVE 0   TO TAB-MST-READ(TMP-M)
              MOVE 0   TO TAB-MST-REMOVED(TMP-M)
           END-PERFORM
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-CL-MAX
           MOVE 0                          TO TMP-SEQ
           MOVE 0                          TO TMP-COUNT-PICKED
           MOVE 0                          TO TMP-COUNT-NO-ID
           MOVE 0                          TO TMP-COUNT-ARCHIVED
           MOVE 0                          TO TMP-COUNT-ROWS
           MOVE 0                          TO TMP-COUNT-OLD-ARC
           MOVE 0                          TO TMP-COUNT-ARC-OUT
           MOVE 0                          TO TMP-COUNT-JRNL
           MOVE 0                          TO TMP-COUNT-KDEL
           MOVE 0                          TO TMP-COUNT-PERIOD-KEPT
           MOVE PGM-NAME                   TO TMP-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * SWEEP PARAMETERS (IPARM IS OPTIONAL)                          *
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
                   WHEN 'RETAINMONTHS'
                     COMPUTE TMP-RETAIN-MONTHS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'OPERATOR'
                     MOVE IPARM-VAL TO TMP-OPERATOR
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN CLOSPARM KEYWORD IGNORED: '
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
      * CUTOFF - CLOSED ON OR BEFORE TODAY LESS RETAINMONTHS (THE DAY *
      * IS HELD AT 28 SO EVERY MONTH HAS IT)                          *
      *---------------------------------------------------------------*
           COMPUTE TMP-MONTHS =
              FUNCTION NUMVAL(TMP-TODAY(1:4)) * 12
              + FUNCTION NUMVAL(TMP-TODAY(5:2)) - 1
              - TMP-RETAIN-MONTHS
           COMPUTE TMP-DAY = FUNCTION NUMVAL(TMP-TODAY(7:2))
           IF (TMP-DAY > 28) THEN
              MOVE 28 TO TMP-DAY
           END-IF
           DIVIDE TMP-MONTHS BY 12 GIVING TMP-YEAR
             REMAINDER TMP-MONTH
           COMPUTE TMP-CUTOFF-N =
              TMP-YEAR * 10000 + (TMP-MONTH + 1) * 100 + TMP-DAY
           DISPLAY PGM-NAME ' ARCHIVING COMPANIES CLOSED ON OR BEFORE '
             TMP-CUTOFF ' (RETAINMONTHS ' TMP-RETAIN-MONTHS ')'

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE
           PERFORM PERIOD-REG-LOAD

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OREP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       CLOSED-LOAD SECTION.
      *===============================================================*
      *    EVERY LIFECYCLE KEY IN NAME + STATE ORDER, THEN THE ONES   *
      *    CLOSED ON OR BEFORE THE CUTOFF ARE PICKED                  *
           PERFORM FILE-OPEN-INPUT-ILIFE
           IF (ILIFE-NO) THEN
              MOVE 'NO LIFECYCLE MASTER - NOTHING IS CLOSED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO CLOSED-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ILIFE
           PERFORM UNTIL (ILIFE-EOF)
              MOVE ILIFE-RECORD TO LIFE-REC
              IF (LIFE-REC-NAME NOT = SPACES) THEN
                 PERFORM CLOSED-ADD
              END-IF
              PERFORM FILE-READ-ILIFE
           END-PERFORM
           PERFORM FILE-CLOSE-ILIFE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
              IF (TAB-CL-STATUS(TMP-I-TABLE) = 'C')
                 AND (TAB-CL-EFF(TMP-I-TABLE) IS NUMERIC)
                 AND (TAB-CL-EFF(TMP-I-TABLE) <= TMP-CUTOFF) THEN
                 MOVE 'Y' TO TAB-CL-PICK(TMP-I-TABLE)
                 ADD 1 TO TMP-COUNT-PICKED
              END-IF
           END-PERFORM
           .
       CLOSED-LOAD-EXIT. EXIT.



      *****************************************************************
       CLOSED-ADD SECTION.
      *===============================================================*
      *    INSERT LIFE-REC IN KEY ORDER - A KEY ALREADY HELD TAKES    *
      *    THE LATER ROW'S STANDING                                   *
           MOVE ILIFE-RECORD TO TMP-LIFE-SAVE
           MOVE LIFE-REC(1:40) TO TMP-KEY
           MOVE 0 TO TMP-J-TABLE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
                        OR (TMP-J-TABLE > 0)
              IF (TAB-CL-KEY(TMP-I-TABLE) >= TMP-KEY) THEN
                 MOVE TMP-I-TABLE TO TMP-J-TABLE
              END-IF
           END-PERFORM
           IF (TMP-J-TABLE > 0) THEN
              IF (TAB-CL-KEY(TMP-J-TABLE) = TMP-KEY) THEN
                 PERFORM CLOSED-FILL
                 GO TO CLOSED-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CL-MAX >= TAB-CL-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CL OVERFLOW - TOO MANY LIFECYCLE KEYS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CL-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CL-MAX
           IF (TMP-J-TABLE = 0) THEN
              MOVE TAB-CL-MAX TO TMP-J-TABLE
           ELSE
              PERFORM VARYING TMP-I-TABLE FROM TAB-CL-MAX BY -1
                        UNTIL (TMP-I-TABLE <= TMP-J-TABLE)
                 MOVE TAB-CL(TMP-I-TABLE - 1) TO TAB-CL(TMP-I-TABLE)
              END-PERFORM
           END-IF
           PERFORM CLOSED-FILL
           .
       CLOSED-ADD-EXIT. EXIT.



      *****************************************************************
       CLOSED-FILL SECTION.
      *===============================================================*
           MOVE LIFE-REC-NAME   TO TAB-CL-NAME(TMP-J-TABLE)
           MOVE LIFE-REC-STATE  TO TAB-CL-STATE(TMP-J-TABLE)
           MOVE LIFE-REC-STATUS TO TAB-CL-STATUS(TMP-J-TABLE)
           MOVE LIFE-REC-REASON TO TAB-CL-REASON(TMP-J-TABLE)
           MOVE LIFE-REC-EFF    TO TAB-CL-EFF(TMP-J-TABLE)
           MOVE TMP-LIFE-SAVE   TO TAB-CL-LIFE-REC(TMP-J-TABLE)
           MOVE ZERO            TO TAB-CL-ID(TMP-J-TABLE)
           MOVE 'N'             TO TAB-CL-PICK(TMP-J-TABLE)
           MOVE ZERO            TO TAB-CL-ROWS(TMP-J-TABLE)
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MS-MAX)
              MOVE ZERO TO TAB-CL-CNT(TMP-J-TABLE, TMP-M)
           END-PERFORM
           .
       CLOSED-FILL-EXIT. EXIT.



      *****************************************************************
       COMPANY-ID-ASSIGN SECTION.
      *===============================================================*
      *    THE CROSS-REFERENCE FIRST, THEN THE STAMP ON THE COMPANIES *
      *    MASTER (BYTES 88-96) - A PICKED COMPANY WITH NEITHER STAYS *
      *    WHERE IT IS                                                *
           IF (TMP-COUNT-PICKED = 0) THEN
              GO TO COMPANY-ID-ASSIGN-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-YES) THEN
              PERFORM FILE-READ-IXREF
              PERFORM UNTIL (IXREF-EOF)
                 MOVE IXREF-RECORD TO XREF-REC
                 MOVE IXREF-RECORD(10:40) TO TMP-KEY
                 PERFORM CLOSED-FIND
                 IF (TMP-HIT) AND (XREF-ID IS NUMERIC) THEN
                    IF (TAB-CL-ID(TAB-CL-IDX) = ZERO) THEN
                       MOVE XREF-ID TO TAB-CL-ID(TAB-CL-IDX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IXREF
              END-PERFORM
              PERFORM FILE-CLOSE-IXREF
           END-IF

           MOVE TAB-MST-PATH(1) TO TMP-IMAST-PATH
           PERFORM FILE-OPEN-INPUT-IMAST
           IF (IMAST-YES) THEN
              PERFORM FILE-READ-IMAST
              PERFORM UNTIL (IMAST-EOF)
                 MOVE IMAST-RECORD(1:40) TO TMP-KEY
                 PERFORM CLOSED-FIND
                 IF (TMP-HIT) AND (IMAST-RECORD(88:9) IS NUMERIC) THEN
                    IF (TAB-CL-ID(TAB-CL-IDX) = ZERO) THEN
                       MOVE IMAST-RECORD(88:9)
                         TO TAB-CL-ID(TAB-CL-IDX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IMAST
              END-PERFORM
              PERFORM FILE-CLOSE-IMAST
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
              IF (TAB-CL-PICKED(TMP-I-TABLE))
                 AND (TAB-CL-ID(TMP-I-TABLE) = ZERO) THEN
                 MOVE 'I' TO TAB-CL-PICK(TMP-I-TABLE)
                 SUBTRACT 1 FROM TMP-COUNT-PICKED
                 ADD 1 TO TMP-COUNT-NO-ID
                 MOVE '004' TO PGM-END-RC
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'NO COMPANY-ID - NOT ARCHIVED: '
                        TAB-CL-NAME(TMP-I-TABLE) ' '
                        TAB-CL-STATE(TMP-I-TABLE)
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
           END-PERFORM
           .
       COMPANY-ID-ASSIGN-EXIT. EXIT.



      *****************************************************************
       CLOSED-FIND SECTION.
      *===============================================================*
      *    IS TMP-KEY A PICKED COMPANY? (TAB-CL-IDX POINTS AT IT)     *
           MOVE 'N' TO TMP-HIT-SW
           IF (TAB-CL-MAX = 0) THEN
              GO TO CLOSED-FIND-EXIT
           END-IF
           SEARCH ALL TAB-CL
             AT END
               CONTINUE
             WHEN TAB-CL-KEY(TAB-CL-IDX) = TMP-KEY
               IF (TAB-CL-PICKED(TAB-CL-IDX)) THEN
                  MOVE 'Y' TO TMP-HIT-SW
               END-IF
           END-SEARCH
           .
       CLOSED-FIND-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-COLLECT SECTION.
      *===============================================================*
      *    SORT INPUT: THE OLD ARCHIVE AS-IS, THEN EVERY MASTER       *
      *    SWEPT, THEN ONE 'CLOSED' ROW PER COMPANY ACTUALLY MOVED    *
           PERFORM FILE-OPEN-INPUT-ICARC
           IF (ICARC-YES) THEN
              PERFORM FILE-READ-ICARC
              PERFORM UNTIL (ICARC-EOF)
                 MOVE ICARC-RECORD TO CARC-REC
                 ADD 1 TO TMP-COUNT-OLD-ARC
                 MOVE 9 TO SARC-SRC-SEQ
                 IF (CARC-SOURCE-CLOSED) THEN
                    MOVE 0 TO SARC-SRC-SEQ
                 END-IF
                 PERFORM VARYING TMP-M FROM 1 BY 1
                           UNTIL (TMP-M > TAB-MS-MAX)
                    IF (CARC-SOURCE = TAB-MS-SOURCE(TMP-M)) THEN
                       MOVE TMP-M TO SARC-SRC-SEQ
                    END-IF
                 END-PERFORM
                 PERFORM ARCHIVE-RELEASE
                 PERFORM FILE-READ-ICARC
              END-PERFORM
              PERFORM FILE-CLOSE-ICARC
           END-IF

      *    THE SWEEP OPENS ITS OWN BATCH ON THE JOURNAL (SEE
      *    TPL-MAINT1), SO TPL-RVRS1 CAN TELL IT FROM A MAINTENANCE RUN
           PERFORM FILE-OPEN-EXTEND-OJRNL
           MOVE SPACES         TO BHDR-REC
           MOVE 'BATCH'        TO BHDR-TAG
           MOVE '*ARCHIVE'     TO BHDR-BATCH-NO
           MOVE TMP-OPERATOR   TO BHDR-ORIGINATOR
           MOVE TMP-COUNT-PICKED TO BHDR-EXP-COUNT
           MOVE 0              TO BHDR-EXP-HASH
           MOVE SPACES         TO JRNL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE TMP-OPERATOR   TO JRNL-OPERATOR
           MOVE 'B'            TO JRNL-ACTION
           MOVE BHDR-REC(42:)  TO JRNL-BEFORE
           MOVE ILIFE-PATH     TO JRNL-AFTER
           MOVE JRNL-REC TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL

           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MS-MAX)
              PERFORM MASTER-SWEEP
           END-PERFORM
           PERFORM FILE-CLOSE-OJRNL

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
              IF (TAB-CL-PICKED(TMP-I-TABLE))
                 AND (TAB-CL-ROWS(TMP-I-TABLE) > 0) THEN
                 ADD 1 TO TMP-COUNT-ARCHIVED
                 MOVE SPACES                   TO CARC-REC
                 MOVE TAB-CL-ID(TMP-I-TABLE)   TO CARC-ID
                 MOVE TAB-CL-KEY(TMP-I-TABLE)  TO CARC-KEY
                 MOVE 'CLOSED'                 TO CARC-SOURCE
                 MOVE TAB-CL-EFF(TMP-I-TABLE)  TO CARC-CLOSED
                 MOVE TMP-TODAY                TO CARC-ARCHIVED
                 MOVE TAB-CL-LIFE-REC(TMP-I-TABLE) TO CARC-DATA
                 MOVE 0 TO SARC-SRC-SEQ
                 PERFORM ARCHIVE-RELEASE
              END-IF
           END-PERFORM
           .
       ARCHIVE-COLLECT-EXIT. EXIT.



      *****************************************************************
       MASTER-SWEEP SECTION.
      *===============================================================*
      *    MASTER TMP-M: EVERY ROW OF A PICKED COMPANY GOES TO THE    *
      *    ARCHIVE AND THE JOURNAL, EVERY OTHER ROW TO THE .new FILE  *
           MOVE TAB-MST-PATH(TMP-M) TO TMP-IMAST-PATH
           MOVE TAB-MST-NEW(TMP-M)  TO TMP-OMAST-PATH
           MOVE 0 TO IMAST-COUNT
           PERFORM FILE-OPEN-INPUT-IMAST
           IF (IMAST-NO) THEN
              IF (TMP-M = 1) THEN
                 MOVE '905' TO PGM-ERR-RC
                 MOVE 'NO COMPANIES MASTER (IO/companies.txt MISSING)'
                   TO PGM-ERR-MSG1
                 MOVE SPACE TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE SPACES TO APP-LOG-LINE
              STRING 'MASTER NOT ON DISK - NOT SWEPT: '
                     TAB-MST-PATH(TMP-M)
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO MASTER-SWEEP-EXIT
           END-IF
           MOVE 'Y' TO TAB-MST-SW(TMP-M)
           PERFORM FILE-OPEN-OUTPUT-OMAST

           PERFORM FILE-READ-IMAST
           PERFORM UNTIL (IMAST-EOF)
              ADD 1 TO TAB-MST-READ(TMP-M)
              MOVE IMAST-RECORD(1:40) TO TMP-KEY
              PERFORM CLOSED-FIND
      *       A HISTORY ROW OF A CLOSED OR REOPENED PERIOD (SEE
      *       LIB/UTIL/CPRD1) STAYS ON THE MASTER - THE CLOSE COUNTS
      *       STAMPED FOR THAT PERIOD MUST STILL PROVE OUT
              IF (TMP-HIT) AND (TAB-MS-SOURCE(TMP-M) = 'HISTORY') THEN
                 MOVE IMAST-RECORD(41:6) TO CPRD1CA-PERIOD
                 PERFORM PERIOD-STATUS-GET
                 IF (NOT CPRD1CA-PER-OPEN) THEN
                    MOVE 'N' TO TMP-HIT-SW
                    ADD 1 TO TMP-COUNT-PERIOD-KEPT
                 END-IF
              END-IF
              IF (TMP-HIT) THEN
                 PERFORM ROW-ARCHIVE
              ELSE
                 MOVE IMAST-RECORD TO OMAST-RECORD
                 PERFORM FILE-WRITE-OMAST
              END-IF
              PERFORM FILE-READ-IMAST
           END-PERFORM
           PERFORM FILE-CLOSE-IMAST
           PERFORM FILE-CLOSE-OMAST
           .
       MASTER-SWEEP-EXIT. EXIT.



      *****************************************************************
       ROW-ARCHIVE SECTION.
      *===============================================================*
      *    THE ROW AT IMAST-RECORD BELONGS TO PICKED COMPANY          *
      *    TAB-CL-IDX                                                 *
           ADD 1 TO TAB-MST-REMOVED(TMP-M)
           ADD 1 TO TAB-CL-ROWS(TAB-CL-IDX)
           ADD 1 TO TAB-CL-CNT(TAB-CL-IDX, TMP-M)
           ADD 1 TO TMP-COUNT-ROWS

           MOVE SPACES                  TO CARC-REC
           MOVE TAB-CL-ID(TAB-CL-IDX)   TO CARC-ID
           MOVE TAB-CL-KEY(TAB-CL-IDX)  TO CARC-KEY
           MOVE TAB-MS-SOURCE(TMP-M)    TO CARC-SOURCE
           MOVE TAB-CL-EFF(TAB-CL-IDX)  TO CARC-CLOSED
           MOVE TMP-TODAY               TO CARC-ARCHIVED
           MOVE IMAST-RECORD            TO CARC-DATA
           MOVE TMP-M                   TO SARC-SRC-SEQ
           PERFORM ARCHIVE-RELEASE

      *    'D' KEEPS THE COMPANIES ROW REVERSIBLE; THE OTHER MASTERS
      *    ARE JOURNALED AS 'R', WHICH THE REVERSAL LEAVES ALONE
           MOVE SPACES TO JRNL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE TMP-OPERATOR TO JRNL-OPERATOR
           MOVE IMAST-RECORD TO JRNL-BEFORE
           IF (TMP-M = 1) THEN
              MOVE 'D' TO JRNL-ACTION
           ELSE
              MOVE 'R' TO JRNL-ACTION
              STRING 'ARCHIVED FROM ' TAB-MS-FILE(TMP-M)
                DELIMITED BY SIZE
                INTO JRNL-AFTER
              END-STRING
           END-IF
           MOVE JRNL-REC TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL
           ADD 1 TO TMP-COUNT-JRNL
           .
       ROW-ARCHIVE-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-RELEASE SECTION.
      *===============================================================*
      *    CARC-REC AND SARC-SRC-SEQ ARE SET - THE SEQUENCE NUMBER    *
      *    KEEPS THE ROWS OF ONE MASTER IN THEIR ORIGINAL ORDER       *
           ADD 1 TO TMP-SEQ
           MOVE CARC-ID       TO SARC-ID
           MOVE CARC-ARCHIVED TO SARC-ARCHIVED
           MOVE TMP-SEQ       TO SARC-SEQ
           MOVE CARC-REC      TO SARC-DATA
           RELEASE SARC-REC
           .
       ARCHIVE-RELEASE-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-WRITE SECTION.
      *===============================================================*
      *    SORT OUTPUT: THE NEW ARCHIVE IN COMPANY-ID ORDER           *
           PERFORM FILE-OPEN-OUTPUT-OCARC
           PERFORM UNTIL (1 = 2)
              RETURN SARC
                AT END
                  GO TO ARCHIVE-WRITE-CLOSE
              END-RETURN
              MOVE SARC-DATA TO OCARC-RECORD
              PERFORM FILE-WRITE-OCARC
              ADD 1 TO TMP-COUNT-ARC-OUT
           END-PERFORM
           .
       ARCHIVE-WRITE-CLOSE.
           PERFORM FILE-CLOSE-OCARC
           .
       ARCHIVE-WRITE-EXIT. EXIT.



      *****************************************************************
       MASTERS-PROMOTE SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE OTHER MASTERS     *
      * (SEE GENPROSE.cob); THE TRAILER MASTERS ARE CERTIFIED FIRST   *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MS-MAX)
              IF (TAB-MST-SWEPT(TMP-M)) THEN
                 IF (TAB-MS-TRAILER(TMP-M) = 'Y') THEN
                    MOVE TAB-MST-NEW(TMP-M) TO CTRL1CA-PATH
                    PERFORM MASTER-TRAILER-CERTIFY
                 END-IF
                 MOVE TAB-MST-PATH(TMP-M) TO GEN-MASTER-PATH
                 MOVE TAB-MST-NEW(TMP-M)  TO GEN-NEW-PATH
                 PERFORM PROMOTE-MASTER-GENERATION
              END-IF
           END-PERFORM
           MOVE ICARC-PATH TO GEN-MASTER-PATH
           MOVE OCARC-PATH TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       MASTERS-PROMOTE-EXIT. EXIT.



      *****************************************************************
       KCOMP-DELETE SECTION.
      *===============================================================*
      *    THE INDEXED COMPANIES MASTER LOSES THE ARCHIVED KEYS TOO,  *
      *    SO THE INQUIRY FALLS THROUGH TO THE ARCHIVE (KCOMP IS      *
      *    OPTIONAL - TPL-MAINT1'S NEXT FULL LOAD REBUILDS IT ANYWAY) *
           PERFORM FILE-OPEN-IO-KCOMP
           IF (KCOMP-NO) THEN
              GO TO KCOMP-DELETE-EXIT
           END-IF
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
              IF (TAB-CL-PICKED(TMP-I-TABLE))
                 AND (TAB-CL-CNT(TMP-I-TABLE, 1) > 0) THEN
                 MOVE TAB-CL-KEY(TMP-I-TABLE) TO KCOMP-KEY
                 PERFORM FILE-DELETE-KCOMP
                 IF (KCOMP-OK) THEN
                    ADD 1 TO TMP-COUNT-KDEL
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FILE-CLOSE-KCOMP
           .
       KCOMP-DELETE-EXIT. EXIT.



      *****************************************************************
       REPORT-HEADER SECTION.
      *===============================================================*
           MOVE SPACES TO OREP-REC
           STRING 'CLOSED-COMPANY ARCHIVAL SWEEP - ' TMP-TODAY
                  '  CLOSED ON OR BEFORE ' TMP-CUTOFF
                  ' (RETAINMONTHS ' TMP-RETAIN-MONTHS ')'
             DELIMITED BY SIZE INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           MOVE SPACES TO OREP-REC
           PERFORM OREP-WRITE

      *    COMPANIES THAT QUALIFY BUT CANNOT BE KEYED ON THE ARCHIVE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
              IF (TAB-CL-NO-ID(TMP-I-TABLE)) THEN
                 MOVE SPACES TO OREP-REC
                 STRING 'NO COMPANY-ID, LEFT ON THE MASTERS: '
                        TAB-CL-NAME(TMP-I-TABLE) ' '
                        TAB-CL-STATE(TMP-I-TABLE)
                        ' CLOSED ' TAB-CL-EFF(TMP-I-TABLE)
                   DELIMITED BY SIZE INTO OREP-REC
                 END-STRING
                 PERFORM OREP-WRITE
              END-IF
           END-PERFORM
           .
       REPORT-HEADER-EXIT. EXIT.



      *****************************************************************
       REPORT-DETAIL SECTION.
      *===============================================================*
      *    ONE LINE PER COMPANY ARCHIVED WITH ITS ROWS PER MASTER,    *
      *    THEN THE MASTER TOTALS                                     *
           MOVE OREP-H1 TO OREP-REC
           PERFORM OREP-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CL-MAX)
              IF (TAB-CL-PICKED(TMP-I-TABLE))
                 AND (TAB-CL-ROWS(TMP-I-TABLE) > 0) THEN
                 MOVE TAB-CL-ID(TMP-I-TABLE)     TO OREP-D1-ID
                 MOVE TAB-CL-NAME(TMP-I-TABLE)   TO OREP-D1-NAME
                 MOVE TAB-CL-STATE(TMP-I-TABLE)  TO OREP-D1-STATE
                 MOVE TAB-CL-EFF(TMP-I-TABLE)    TO OREP-D1-CLOSED
                 MOVE TAB-CL-REASON(TMP-I-TABLE) TO OREP-D1-REASON
                 PERFORM VARYING TMP-M FROM 1 BY 1
                           UNTIL (TMP-M > TAB-MS-MAX)
                    MOVE TAB-CL-CNT(TMP-I-TABLE, TMP-M)
                      TO OREP-D1-CNT(TMP-M)
                 END-PERFORM
                 MOVE OREP-D1 TO OREP-REC
                 PERFORM OREP-WRITE
              END-IF
           END-PERFORM

           MOVE SPACES TO OREP-REC
           PERFORM OREP-WRITE
           PERFORM VARYING TMP-M FROM 1 BY 1
                     UNTIL (TMP-M > TAB-MS-MAX)
              MOVE SPACES TO OREP-REC
              IF (TAB-MST-SWEPT(TMP-M)) THEN
                 STRING TAB-MS-FILE(TMP-M)
                        ' READ ' TAB-MST-READ(TMP-M)
                        '  ARCHIVED ' TAB-MST-REMOVED(TMP-M)
                   DELIMITED BY SIZE INTO OREP-REC
                 END-STRING
              ELSE
                 STRING TAB-MS-FILE(TMP-M) ' NOT ON DISK'
                   DELIMITED BY SIZE INTO OREP-REC
                 END-STRING
              END-IF
              PERFORM OREP-WRITE
           END-PERFORM
           MOVE SPACES TO OREP-REC
           STRING 'COMPANIES ARCHIVED: ' TMP-COUNT-ARCHIVED
                  '  ROWS ARCHIVED: ' TMP-COUNT-ROWS
                  '  ARCHIVE ROWS NOW: ' TMP-COUNT-ARC-OUT
             DELIMITED BY SIZE INTO OREP-REC
           END-STRING
           PERFORM OREP-WRITE
           IF (TMP-COUNT-PERIOD-KEPT > 0) THEN
              MOVE SPACES TO OREP-REC
              STRING 'HISTORY ROWS KEPT IN CLOSED PERIODS: '
                     TMP-COUNT-PERIOD-KEPT
                DELIMITED BY SIZE INTO OREP-REC
              END-STRING
              PERFORM OREP-WRITE
           END-IF

           MOVE SPACES TO APP-LOG-LINE
           STRING 'CLOSED-COMPANY SWEEP: ' TMP-COUNT-ARCHIVED
                  ' COMPANIES, ' TMP-COUNT-ROWS ' ROWS ARCHIVED'
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       REPORT-DETAIL-EXIT. EXIT.



      *****************************************************************
       OREP-WRITE SECTION.
      *===============================================================*
           MOVE OREP-REC TO OREP-RECORD
           PERFORM FILE-WRITE-OREP
           .
       OREP-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE TMP-COUNT-ROWS TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OREP

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'COMPANIES QUALIFYING: ' TMP-COUNT-PICKED
           DISPLAY 'WITHOUT COMPANY-ID..: ' TMP-COUNT-NO-ID
           DISPLAY 'COMPANIES ARCHIVED..: ' TMP-COUNT-ARCHIVED
           DISPLAY 'ROWS ARCHIVED.......: ' TMP-COUNT-ROWS
           DISPLAY 'JOURNAL RECORDS.....: ' TMP-COUNT-JRNL
           DISPLAY 'INDEXED KEYS DELETED: ' TMP-COUNT-KDEL
           DISPLAY 'HIST ROWS KEPT CLOSED: ' TMP-COUNT-PERIOD-KEPT
           DISPLAY 'ARCHIVE ROWS BEFORE.: ' TMP-COUNT-OLD-ARC
           DISPLAY 'ARCHIVE ROWS NOW....: ' TMP-COUNT-ARC-OUT
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
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==TMP-IMAST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==ICARC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OMAST==
            ==:V2:== BY ==TMP-OMAST-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCARC==
            ==:V2:== BY ==OCARC-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==OJRNL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==OREP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/KFILESE.cob' REPLACING
            ==:V1:== BY ==KCOMP==
            ==:V2:== BY ==KCOMP-PATH==.

      *****************************************************************
       END PROGRAM TPL-CLOS1.
      *****************************************************************
