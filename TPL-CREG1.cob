       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CREG1.
      *****************************************************************
      * TPL-CREG1: COMMERCIAL-REGISTER FEED RECONCILIATION            *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * WE LEARNED THAT A COMPANY WAS DISSOLVED OR RENAMED MONTHS     *
      * LATE, WHEN ITS REGION STOPPED SENDING IT. THIS PROGRAM READS  *
      * THE COMMERCIAL REGISTER'S CHANGE FEED, MATCHES EVERY ENTRY    *
      * AGAINST THE COMPANIES MASTER ON THE CNORM1-NORMALIZED NAME,   *
      * AND PROPOSES THE TPL-LIFE1 STATUS TRANSACTIONS AND THE        *
      * succession.txt ENTRIES THAT WOULD BRING OUR LIFECYCLE AND     *
      * SUCCESSION MASTERS IN LINE WITH THE OFFICIAL RECORD. NOTHING  *
      * IS APPLIED HERE: THE PROPOSALS ARE REVIEWED, THEN FED TO      *
      * TPL-LIFE1 AND APPENDED TO succession.txt BY HAND.             *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP - COMPANIES GROWTH TABLE (IO/companies.txt)             *
      * ICRF  - REGISTER CHANGE FEED (IO/cregfeed.txt): NAME X(38),   *
      *         STATE X(2), EVENT X(2), EVENT DATE X(8) YYYYMMDD,     *
      *         SUCCESSOR NAME X(38), SUCCESSOR STATE X(2) (BLANK =   *
      *         SAME STATE), REGISTER REFERENCE X(20)                 *
      *         EVENTS: DS DISSOLVED     -> STATUS C                  *
      *                 IN INSOLVENCY    -> STATUS S                  *
      *                 RA REACTIVATED   -> STATUS A                  *
      *                 RN RENAMED       -> SUCCESSION                *
      *                 MG MERGED INTO   -> SUCCESSION + STATUS C     *
      * ILIFE - OPTIONAL LIFECYCLE MASTER (IO/lifecycle.txt)          *
      * ISUCC - OPTIONAL SUCCESSION MASTER (IO/succession.txt)        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OLTRN - PROPOSED TPL-LIFE1 TRANSACTIONS (IO/creglifetrn.txt), *
      *         lifecycletrn.txt LAYOUT, IN NAME + STATE ORDER AS     *
      *         TPL-LIFE1 NEEDS THEM, BEHIND A BATCH CONTROL HEADER   *
      *         (BATCH CR<YYYYMMDD> FROM *CREG, BHDRWS.cob)           *
      * OSUCC - PROPOSED SUCCESSION ENTRIES (IO/cregsucc.txt),        *
      *         succession.txt LAYOUT                                 *
      * OEXC  - EXCEPTION LISTING (IO/cregexc.txt): UNMATCHED AND     *
      *         AMBIGUOUS REGISTER ENTRIES (WITH THEIR CANDIDATES),   *
      *         ENTRIES WITH A BAD EVENT OR DATE, STATUS PROPOSALS    *
      *         HELD BACK FOR THEIR REASON CODE, AND A SUMMARY        *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * AN ENTRY MATCHES A MASTER COMPANY WHEN THE NORMALIZED NAMES   *
      * ARE EQUAL AND THE STATES ARE EQUAL (A BLANK REGISTER STATE    *
      * MATCHES ANY STATE). ONE MATCHING COMPANY IS A MATCH AND THE   *
      * PROPOSALS CARRY THE MASTER'S OWN SPELLING OF THE NAME; NONE   *
      * IS UNMATCHED; MORE THAN ONE IS AMBIGUOUS AND ONLY LISTED. A   *
      * SUCCESSOR FOUND ON THE MASTER THE SAME WAY TAKES THE MASTER'S *
      * SPELLING, OTHERWISE THE REGISTER'S. A STATUS THE LIFECYCLE    *
      * MASTER ALREADY SHOWS, OR A SUCCESSION ALREADY IN              *
      * succession.txt (IN EFFECT TODAY, SEE SUCCSE), IS NOT PROPOSED *
      * AGAIN BUT COUNTED. THE REASON CODE OF A STATUS PROPOSAL NAMES *
      * THE REGISTER EVENT (CREGDS, CREGIN, CREGRA, CREGMG), THE      *
      * OPERATOR IS CREGFEED AND THE EFFECTIVE DATE IS THE EVENT      *
      * DATE; A SUCCESSION TAKES EFFECT IN THE EVENT'S PERIOD.        *
      * TPL-LIFE1 TAKES ONLY ACTIVE LIFE REASON CODES, SO THE FOUR    *
      * CREG* CODES MUST BE SET UP AS ACTIVE LIFE CODES ON            *
      * IO/reasoncode.txt (TPL-RSNC1). A PROPOSAL WHOSE CODE IS       *
      * UNKNOWN OR INACTIVE THERE (SEE CRSN1) IS NOT WRITTEN BUT      *
      * LISTED AS AN EXCEPTION AND ENDS THE RUN WITH RC 0004.         *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * PROPOSED STATUS TRANSACTIONS HEADED BY A BATCH CONTROL HEADER *
      * V01.02.00                  FR                      15.10.2026 *
      * REASON CODE OF A STATUS PROPOSAL CHECKED AGAINST THE LIFE     *
      * CODES OF reasoncode.txt - AN UNKNOWN OR INACTIVE CODE IS AN   *
      * EXCEPTION (RC 0004), NOT A PROPOSAL                           *
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
            ==:V1:== BY ==ICRF==
            ==:V2:== BY ==ICRF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLTRN==
            ==:V2:== BY ==OLTRN-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSUCC==
            ==:V2:== BY ==OSUCC-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OEXC==
            ==:V2:== BY ==OEXC-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SLTRN ASSIGN TO 'SORTLTRN'.

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
            ==:V1:== BY ==ICRF==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSUCC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OEXC==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SLTRN.
       01  SLTRN-REC.
           05 SLTRN-KEY               PIC X(40).
           05 SLTRN-DATA              PIC X(40).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE MATCHED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).
       01 TMP-TODAY                   PIC X(8).

      *-[ MASTER COMPANIES WITH THEIR NORMALIZED NAMES ]---------------*
       01 COMPANY-NAMES.
           05 TAB-CN-MAX              PIC S9(9) BINARY.
           05 TAB-CN-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CN                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CN-MAX.
                10 TAB-CN-NORM        PIC X(38).
                10 TAB-CN-NAME        PIC X(38).
                10 TAB-CN-STATE       PIC X(2).

      *---------------------------------------------------------------*
      * INPUT ICRF = COMMERCIAL-REGISTER CHANGE FEED                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICRF==.
       01 CRF-REC.
           05 CRF-NAME                 PIC X(38).
           05 CRF-STATE                PIC X(2).
           05 CRF-EVENT                PIC X(2).
              88 CRF-DISSOLVED             VALUE 'DS'.
              88 CRF-INSOLVENT             VALUE 'IN'.
              88 CRF-REACTIVATED           VALUE 'RA'.
              88 CRF-RENAMED               VALUE 'RN'.
              88 CRF-MERGED                VALUE 'MG'.
              88 CRF-EVENT-VALID           VALUE 'DS' 'IN' 'RA'
                                                 'RN' 'MG'.
           05 CRF-DATE                 PIC X(8).
           05 CRF-DATE-N REDEFINES CRF-DATE PIC 9(8).
           05 CRF-SUCC-NAME            PIC X(38).
           05 CRF-SUCC-STATE           PIC X(2).
           05 CRF-REF                  PIC X(20).
           05 FILLER                   PIC X(10).

      *---------------------------------------------------------------*
      * INPUT ILIFE = LIFECYCLE STATUS MAP (SEE LIFEWS.cob)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * INPUT ISUCC = SUCCESSION MAP (SEE SUCCWS.cob)                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * OUTPUT OLTRN = PROPOSED STATUS TRANSACTIONS (SEE TPL-LIFE1)   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OLTRN==.
       01 LTRN-REC.
           05 LTRN-NAME               PIC X(38).
           05 LTRN-STATE              PIC X(2).
           05 LTRN-STATUS             PIC X(1).
           05 LTRN-REASON             PIC X(8).
           05 LTRN-OPERATOR           PIC X(8).
           05 LTRN-EFF                PIC X(8).
           05 FILLER                  PIC X(15).

      *---------------------------------------------------------------*
      * OUTPUT OSUCC = PROPOSED SUCCESSIONS (succession.txt LAYOUT,   *
      * SEE SUCCWS.cob)                                               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSUCC==.

      *---------------------------------------------------------------*
      * OUTPUT OEXC = EXCEPTION LISTING                               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OEXC==.
       01 OEXC-REC                    PIC X(132).
       01 OEXC-L1.
           05 OEXC-L1-KIND            PIC X(10).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L1-NAME            PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L1-STATE           PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L1-EVENT           PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L1-DATE            PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L1-REF             PIC X(20).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L1-TEXT            PIC X(46).
       01 OEXC-L2.
           05 FILLER                  PIC X(11)   VALUE SPACES.
           05 FILLER                  PIC X(12)   VALUE 'CANDIDATE: '.
           05 OEXC-L2-NAME            PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OEXC-L2-STATE           PIC X(2).
           05 FILLER                  PIC X(68)   VALUE SPACES.

      *---------------------------------------------------------------*
      * NAME NORMALIZATION FOR MATCHING (SEE LIB/UTIL/CNORM1)         *
      *---------------------------------------------------------------*
       01 CNORM1                      PIC X(8)    VALUE 'CNORM1'.
       01 TMP-NORM-REQ                PIC X(38).
       01 MATCH-WORK.
           05 TMP-ARG-NAME            PIC X(38).
           05 TMP-ARG-STATE           PIC X(2).
           05 TMP-HIT-COUNT           PIC 9(5).
           05 TMP-HIT-ROW             PIC S9(9) BINARY.
           05 TMP-CO-NAME             PIC X(38).
           05 TMP-CO-STATE            PIC X(2).
           05 TMP-SUCC-NAME           PIC X(38).
           05 TMP-SUCC-STATE          PIC X(2).
           05 TMP-NEW-STATUS          PIC X(1).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-COUNT-MATCHED       PIC 9(7).
           05 TMP-COUNT-UNMATCHED     PIC 9(7).
           05 TMP-COUNT-AMBIGUOUS     PIC 9(7).
           05 TMP-COUNT-BAD           PIC 9(7).
           05 TMP-COUNT-LIFE-PROP     PIC 9(7).
           05 TMP-COUNT-SUCC-PROP     PIC 9(7).
           05 TMP-COUNT-CURRENT       PIC 9(7).
           05 TMP-COUNT-BAD-REASON    PIC 9(7).
       01 TMP-COUNT-EDIT              PIC ZZZZZZ9.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ICRF-PATH                  PIC X(40)
                                      VALUE 'IO/cregfeed.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OLTRN-PATH                 PIC X(40)
                                      VALUE 'IO/creglifetrn.txt'.
       01 OSUCC-PATH                 PIC X(40)
                                      VALUE 'IO/cregsucc.txt'.
       01 OEXC-PATH                  PIC X(40)
                                      VALUE 'IO/cregexc.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/BHDRWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CRSNWS.cob'.

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
           SORT SLTRN
             ON ASCENDING KEY SLTRN-KEY
             INPUT  PROCEDURE IS FEED-MATCH
             OUTPUT PROCEDURE IS PROPOSALS-WRITE
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
           MOVE 'TPL-CREG1'                          TO PGM-NAME
           MOVE 'COMMERCIAL-REGISTER RECONCILIATION'
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
           MOVE ICRF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICRF-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OLTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLTRN-PATH
           MOVE OSUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSUCC-PATH
           MOVE OEXC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OEXC-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CN-MAX

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICRF
           IF (ICRF-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'REGISTER FEED MISSING: ' ICRF-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING TO RECONCILE' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OSUCC
           PERFORM FILE-OPEN-OUTPUT-OEXC

      *---------------------------------------------------------------*
      * LIFECYCLE AND SUCCESSION MASTERS (SEE LIFESE/SUCCSE.cob)      *
      *---------------------------------------------------------------*
           PERFORM LOAD-LIFECYCLE-MAP
           PERFORM LOAD-SUCCESSION-MAP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    EVERY MASTER COMPANY IN FORCE TODAY WITH ITS NORMALIZED    *
      *    NAME - A KEY ON THE MASTER TWICE IS KEPT ONCE              *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED MASTER BEFORE READING A SINGLE ROW
      *    (SEE CTRL1)
           MOVE ICOMP-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING TO MATCH AGAINST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 PERFORM COMPANIES-ROW-ADD
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       COMPANIES-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANIES-ROW-ADD SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CN-MAX)
              IF (TAB-CN-NAME(TMP-I-TABLE) = ICOMP-NAME)
                 AND (TAB-CN-STATE(TMP-I-TABLE) = ICOMP-STATE) THEN
                 GO TO COMPANIES-ROW-ADD-EXIT
              END-IF
           END-PERFORM
           IF (TAB-CN-MAX >= TAB-CN-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CN OVERFLOW - TOO MANY COMPANIES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CN-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CN-MAX
           CALL CNORM1 USING ICOMP-NAME TAB-CN-NORM(TAB-CN-MAX)
           MOVE ICOMP-NAME  TO TAB-CN-NAME(TAB-CN-MAX)
           MOVE ICOMP-STATE TO TAB-CN-STATE(TAB-CN-MAX)
           .
       COMPANIES-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       FEED-MATCH SECTION.
      *===============================================================*
      *    ONE REGISTER ENTRY AT A TIME; STATUS PROPOSALS GO TO THE   *
      *    SORT, SUCCESSIONS AND EXCEPTIONS ARE WRITTEN AT ONCE       *
      *---------------------------------------------------------------*
           PERFORM FILE-READ-ICRF
           PERFORM UNTIL (ICRF-EOF)
              MOVE ICRF-RECORD TO CRF-REC
              PERFORM FEED-ENTRY
              PERFORM FILE-READ-ICRF
           END-PERFORM
           PERFORM FILE-CLOSE-ICRF
           .
       FEED-MATCH-EXIT. EXIT.



      *****************************************************************
       FEED-ENTRY SECTION.
      *===============================================================*
           IF (CRF-NAME = SPACES) THEN
              GO TO FEED-ENTRY-EXIT
           END-IF
           IF (NOT CRF-EVENT-VALID) THEN
              ADD 1 TO TMP-COUNT-BAD
              MOVE 'BAD ENTRY' TO OEXC-L1-KIND
              MOVE 'UNKNOWN EVENT TYPE' TO OEXC-L1-TEXT
              PERFORM EXCEPTION-WRITE
              GO TO FEED-ENTRY-EXIT
           END-IF
           IF (CRF-DATE NOT NUMERIC) THEN
              ADD 1 TO TMP-COUNT-BAD
              MOVE 'BAD ENTRY' TO OEXC-L1-KIND
              MOVE 'EVENT DATE NOT YYYYMMDD' TO OEXC-L1-TEXT
              PERFORM EXCEPTION-WRITE
              GO TO FEED-ENTRY-EXIT
           END-IF
           IF (FUNCTION TEST-DATE-YYYYMMDD(CRF-DATE-N) NOT = 0) THEN
              ADD 1 TO TMP-COUNT-BAD
              MOVE 'BAD ENTRY' TO OEXC-L1-KIND
              MOVE 'EVENT DATE NOT A CALENDAR DATE' TO OEXC-L1-TEXT
              PERFORM EXCEPTION-WRITE
              GO TO FEED-ENTRY-EXIT
           END-IF
           IF (CRF-RENAMED OR CRF-MERGED)
              AND (CRF-SUCC-NAME = SPACES) THEN
              ADD 1 TO TMP-COUNT-BAD
              MOVE 'BAD ENTRY' TO OEXC-L1-KIND
              MOVE 'RENAME/MERGER WITHOUT SUCCESSOR' TO OEXC-L1-TEXT
              PERFORM EXCEPTION-WRITE
              GO TO FEED-ENTRY-EXIT
           END-IF

      *---------------------------------------------------------------*
      * THE REGISTERED COMPANY ON OUR MASTER                          *
      *---------------------------------------------------------------*
           MOVE CRF-NAME  TO TMP-ARG-NAME
           MOVE CRF-STATE TO TMP-ARG-STATE
           PERFORM COMPANY-MATCH
           EVALUATE TMP-HIT-COUNT
             WHEN 0
               ADD 1 TO TMP-COUNT-UNMATCHED
               MOVE 'UNMATCHED' TO OEXC-L1-KIND
               MOVE 'NOT ON THE COMPANIES MASTER' TO OEXC-L1-TEXT
               PERFORM EXCEPTION-WRITE
               GO TO FEED-ENTRY-EXIT
             WHEN 1
               ADD 1 TO TMP-COUNT-MATCHED
               MOVE TAB-CN-NAME(TMP-HIT-ROW)  TO TMP-CO-NAME
               MOVE TAB-CN-STATE(TMP-HIT-ROW) TO TMP-CO-STATE
             WHEN OTHER
               ADD 1 TO TMP-COUNT-AMBIGUOUS
               MOVE 'AMBIGUOUS' TO OEXC-L1-KIND
               MOVE 'AMBIGUOUS - SEVERAL MASTER COMPANIES MATCH'
                 TO OEXC-L1-TEXT
               PERFORM EXCEPTION-WRITE
               PERFORM CANDIDATES-WRITE
               GO TO FEED-ENTRY-EXIT
           END-EVALUATE

      *---------------------------------------------------------------*
      * SUCCESSION FOR A RENAME OR A MERGER                           *
      *---------------------------------------------------------------*
           IF (CRF-RENAMED OR CRF-MERGED) THEN
              PERFORM SUCCESSION-PROPOSE
           END-IF

      *---------------------------------------------------------------*
      * STATUS CHANGE FOR EVERYTHING BUT A PLAIN RENAME               *
      *---------------------------------------------------------------*
           EVALUATE TRUE
             WHEN CRF-DISSOLVED
               MOVE 'C' TO TMP-NEW-STATUS
             WHEN CRF-MERGED
               MOVE 'C' TO TMP-NEW-STATUS
             WHEN CRF-INSOLVENT
               MOVE 'S' TO TMP-NEW-STATUS
             WHEN CRF-REACTIVATED
               MOVE 'A' TO TMP-NEW-STATUS
             WHEN OTHER
               GO TO FEED-ENTRY-EXIT
           END-EVALUATE
           MOVE TMP-CO-NAME  TO LIFE-ARG-NAME
           MOVE TMP-CO-STATE TO LIFE-ARG-STATE
           PERFORM LIFECYCLE-STATUS-LOOKUP
           IF (LIFE-ARG-STATUS = TMP-NEW-STATUS) THEN
              ADD 1 TO TMP-COUNT-CURRENT
              GO TO FEED-ENTRY-EXIT
           END-IF
           MOVE SPACES         TO LTRN-REC
           MOVE TMP-CO-NAME    TO LTRN-NAME
           MOVE TMP-CO-STATE   TO LTRN-STATE
           MOVE TMP-NEW-STATUS TO LTRN-STATUS
           STRING 'CREG' CRF-EVENT DELIMITED BY SIZE INTO LTRN-REASON
           END-STRING

      *---------------------------------------------------------------*
      * A PROPOSAL TPL-LIFE1 WOULD REJECT FOR ITS REASON IS NO        *
      * PROPOSAL - THE CODE MUST BE AN ACTIVE LIFE CODE (SEE CRSN1)   *
      *---------------------------------------------------------------*
           MOVE 'LIFE'         TO CRSN1CA-DOMAIN
           MOVE LTRN-REASON    TO CRSN1CA-CODE
           PERFORM REASON-CODE-CHECK
           IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE) THEN
              ADD 1 TO TMP-COUNT-BAD-REASON
              MOVE '004' TO PGM-END-RC
              MOVE 'BAD REASON' TO OEXC-L1-KIND
              MOVE SPACES TO OEXC-L1-TEXT
              IF (CRSN1CA-UNKNOWN) THEN
                 STRING 'REASON ' LTRN-REASON
                        ' - NO SUCH LIFE CODE'
                   DELIMITED BY SIZE INTO OEXC-L1-TEXT
                 END-STRING
              ELSE
                 STRING 'REASON ' LTRN-REASON
                        ' - LIFE CODE INACTIVE'
                   DELIMITED BY SIZE INTO OEXC-L1-TEXT
                 END-STRING
              END-IF
              PERFORM EXCEPTION-WRITE
              GO TO FEED-ENTRY-EXIT
           END-IF
           MOVE 'CREGFEED'     TO LTRN-OPERATOR
           MOVE CRF-DATE       TO LTRN-EFF
           MOVE LTRN-REC(1:40)  TO SLTRN-KEY
           MOVE LTRN-REC(41:40) TO SLTRN-DATA
           RELEASE SLTRN-REC
           ADD 1 TO TMP-COUNT-LIFE-PROP
           .
       FEED-ENTRY-EXIT. EXIT.



      *****************************************************************
       COMPANY-MATCH SECTION.
      *===============================================================*
      *    IN: TMP-ARG-NAME/-STATE. OUT: TMP-HIT-COUNT AND, FOR THE   *
      *    LAST HIT, TMP-HIT-ROW                                      *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-HIT-COUNT
           MOVE 0 TO TMP-HIT-ROW
           CALL CNORM1 USING TMP-ARG-NAME TMP-NORM-REQ
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CN-MAX)
              IF (TAB-CN-NORM(TMP-I-TABLE) = TMP-NORM-REQ)
                 AND ((TMP-ARG-STATE = SPACES)
                   OR (TAB-CN-STATE(TMP-I-TABLE) = TMP-ARG-STATE))
                 THEN
                 ADD 1 TO TMP-HIT-COUNT
                 MOVE TMP-I-TABLE TO TMP-HIT-ROW
              END-IF
           END-PERFORM
           .
       COMPANY-MATCH-EXIT. EXIT.



      *****************************************************************
       SUCCESSION-PROPOSE SECTION.
      *===============================================================*
      *    OLD KEY = THE MATCHED COMPANY; NEW KEY = THE SUCCESSOR IN  *
      *    THE MASTER'S SPELLING WHEN IT IS THERE ALREADY             *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SUCC-MAX)
              IF (TAB-SUCC-OLD-NAME(TMP-I-TABLE) = TMP-CO-NAME)
                 AND (TAB-SUCC-OLD-STATE(TMP-I-TABLE) = TMP-CO-STATE)
                 THEN
                 ADD 1 TO TMP-COUNT-CURRENT
                 GO TO SUCCESSION-PROPOSE-EXIT
              END-IF
           END-PERFORM

           MOVE CRF-SUCC-NAME TO TMP-SUCC-NAME
           IF (CRF-SUCC-STATE = SPACES) THEN
              MOVE TMP-CO-STATE   TO TMP-SUCC-STATE
           ELSE
              MOVE CRF-SUCC-STATE TO TMP-SUCC-STATE
           END-IF
           MOVE TMP-SUCC-NAME  TO TMP-ARG-NAME
           MOVE TMP-SUCC-STATE TO TMP-ARG-STATE
           PERFORM COMPANY-MATCH
           IF (TMP-HIT-COUNT = 1) THEN
              MOVE TAB-CN-NAME(TMP-HIT-ROW) TO TMP-SUCC-NAME
           END-IF

           MOVE SPACES         TO SUCC-REC
           MOVE TMP-CO-NAME    TO SUCC-REC-OLD-NAME
           MOVE TMP-CO-STATE   TO SUCC-REC-OLD-STATE
           MOVE TMP-SUCC-NAME  TO SUCC-REC-NEW-NAME
           MOVE TMP-SUCC-STATE TO SUCC-REC-NEW-STATE
           MOVE CRF-DATE(1:6)  TO SUCC-REC-EFF-PERIOD
           MOVE SUCC-REC TO OSUCC-RECORD
           PERFORM FILE-WRITE-OSUCC
           ADD 1 TO TMP-COUNT-SUCC-PROP
           .
       SUCCESSION-PROPOSE-EXIT. EXIT.



      *****************************************************************
       EXCEPTION-WRITE SECTION.
      *===============================================================*
      *    CALLER SETS OEXC-L1-KIND AND OEXC-L1-TEXT                  *
      *---------------------------------------------------------------*
           MOVE CRF-NAME  TO OEXC-L1-NAME
           MOVE CRF-STATE TO OEXC-L1-STATE
           MOVE CRF-EVENT TO OEXC-L1-EVENT
           MOVE CRF-DATE  TO OEXC-L1-DATE
           MOVE CRF-REF   TO OEXC-L1-REF
           MOVE OEXC-L1   TO OEXC-REC
           PERFORM OEXC-WRITE
           .
       EXCEPTION-WRITE-EXIT. EXIT.



      *****************************************************************
       CANDIDATES-WRITE SECTION.
      *===============================================================*
      *    EVERY MASTER COMPANY AN AMBIGUOUS ENTRY COULD BE           *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CN-MAX)
              IF (TAB-CN-NORM(TMP-I-TABLE) = TMP-NORM-REQ)
                 AND ((TMP-ARG-STATE = SPACES)
                   OR (TAB-CN-STATE(TMP-I-TABLE) = TMP-ARG-STATE))
                 THEN
                 MOVE TAB-CN-NAME(TMP-I-TABLE)  TO OEXC-L2-NAME
                 MOVE TAB-CN-STATE(TMP-I-TABLE) TO OEXC-L2-STATE
                 MOVE OEXC-L2 TO OEXC-REC
                 PERFORM OEXC-WRITE
              END-IF
           END-PERFORM
           .
       CANDIDATES-WRITE-EXIT. EXIT.



      *****************************************************************
       PROPOSALS-WRITE SECTION.
      *===============================================================*
      *    STATUS PROPOSALS IN NAME + STATE ORDER FOR TPL-LIFE1,      *
      *    HEADED BY THE BATCH CONTROL HEADER (SEE BHDRWS.cob) - NO   *
      *    PROPOSALS, NO BATCH                                        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OLTRN
           IF (TMP-COUNT-LIFE-PROP > 0) THEN
              MOVE SPACES                  TO BHDR-REC
              MOVE 'BATCH'                 TO BHDR-TAG
              STRING 'CR' FUNCTION CURRENT-DATE(1:8)
                DELIMITED BY SIZE
                INTO BHDR-BATCH-NO
              END-STRING
              MOVE '*CREG'                 TO BHDR-ORIGINATOR
              MOVE TMP-COUNT-LIFE-PROP     TO BHDR-EXP-COUNT
              MOVE 0                       TO BHDR-EXP-HASH
              MOVE BHDR-REC                TO OLTRN-RECORD
              PERFORM FILE-WRITE-OLTRN
           END-IF
           PERFORM UNTIL (1 = 2)
              RETURN SLTRN
                AT END
                  GO TO PROPOSALS-WRITE-END
              END-RETURN
              MOVE SLTRN-REC TO OLTRN-RECORD
              PERFORM FILE-WRITE-OLTRN
           END-PERFORM
           .
       PROPOSALS-WRITE-END.
           PERFORM FILE-CLOSE-OLTRN
           .
       PROPOSALS-WRITE-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OEXC-REC
           PERFORM OEXC-WRITE
           MOVE ALL '=' TO OEXC-REC
           PERFORM OEXC-WRITE
           MOVE ICRF-COUNT TO TMP-COUNT-EDIT
           STRING 'REGISTER ENTRIES READ.......: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-MATCHED TO TMP-COUNT-EDIT
           STRING 'MATCHED.....................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-UNMATCHED TO TMP-COUNT-EDIT
           STRING 'UNMATCHED...................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-AMBIGUOUS TO TMP-COUNT-EDIT
           STRING 'AMBIGUOUS...................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-BAD TO TMP-COUNT-EDIT
           STRING 'BAD ENTRIES.................: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-LIFE-PROP TO TMP-COUNT-EDIT
           STRING 'STATUS CHANGES PROPOSED.....: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-BAD-REASON TO TMP-COUNT-EDIT
           STRING 'HELD BACK - BAD REASON CODE.: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-SUCC-PROP TO TMP-COUNT-EDIT
           STRING 'SUCCESSIONS PROPOSED........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           MOVE TMP-COUNT-CURRENT TO TMP-COUNT-EDIT
           STRING 'ALREADY ON OUR MASTERS......: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO OEXC-REC
           END-STRING
           PERFORM OEXC-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       OEXC-WRITE SECTION.
      *===============================================================*
           MOVE OEXC-REC TO OEXC-RECORD
           PERFORM FILE-WRITE-OEXC
           MOVE SPACES TO OEXC-REC
           .
       OEXC-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE ICRF-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OSUCC
           PERFORM FILE-CLOSE-OEXC

           IF (TMP-COUNT-BAD-REASON > 0) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'STATUS PROPOSALS WITH A BAD REASON CODE: '
                     TMP-COUNT-BAD-REASON ' - SEE '
                     OEXC-PATH
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           IF (TMP-COUNT-UNMATCHED + TMP-COUNT-AMBIGUOUS
               + TMP-COUNT-BAD > 0) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'REGISTER ENTRIES NEEDING REVIEW: '
                     TMP-COUNT-UNMATCHED ' UNMATCHED, '
                     TMP-COUNT-AMBIGUOUS ' AMBIGUOUS - SEE '
                     OEXC-PATH
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICRF..........: ' ICRF-COUNT
           DISPLAY 'MASTER COMPANIES....: ' TAB-CN-MAX
           DISPLAY 'MATCHED.............: ' TMP-COUNT-MATCHED
           DISPLAY 'UNMATCHED...........: ' TMP-COUNT-UNMATCHED
           DISPLAY 'AMBIGUOUS...........: ' TMP-COUNT-AMBIGUOUS
           DISPLAY 'BAD ENTRIES.........: ' TMP-COUNT-BAD
           DISPLAY 'BAD REASON CODE.....: ' TMP-COUNT-BAD-REASON
           DISPLAY 'OUTPUT OLTRN........: ' OLTRN-COUNT
           DISPLAY 'OUTPUT OSUCC........: ' OSUCC-COUNT
           DISPLAY 'ALREADY CURRENT.....: ' TMP-COUNT-CURRENT
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
       COPY 'LIB/UTIL/CRSNSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICRF==
            ==:V2:== BY ==ICRF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLTRN==
            ==:V2:== BY ==OLTRN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSUCC==
            ==:V2:== BY ==OSUCC-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OEXC==
            ==:V2:== BY ==OEXC-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CREG1.
      *****************************************************************
