       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-SAMP2.
      *****************************************************************
      * TPL-SAMP2: AUDIT SAMPLE VERIFICATION REPORT                   *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE AUDITORS' FINDINGS ON THE SAMPLE DRAWN BY TPL-SAMP1 ARE   *
      * RECORDED IN THE VERIFICATION-RESULTS FILE, ONE LINE PER       *
      * COMPANY CHECKED BACK TO ITS SOURCE REVENUE DOCUMENTS: AGREED, *
      * DIFFERED OR UNSUPPORTED. THIS PROGRAM HOLDS THE FINDINGS      *
      * AGAINST THE SAMPLE AND REPORTS PER INDUSTRY HOW FAR THE       *
      * VERIFICATION IS, WITH THE DIFFERENCES, THE UNSUPPORTED        *
      * FIGURES AND THE COMPANIES STILL OUTSTANDING.                  *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * ISAMP  - THE SAMPLE (IO/auditsample.txt, SEE TPL-SAMP1)       *
      * IVRFY  - VERIFICATION RESULTS (IO/auditverify.txt), OPTIONAL  *
      *          - KEPT BY HAND, '*' IN COLUMN 1 IS A COMMENT:        *
      *          NAME     X(38)  AS ON THE SAMPLE                     *
      *          STATE    X(2)                                        *
      *          FINDING  X(1)   A AGREED, D DIFFERED, U UNSUPPORTED  *
      *          AUDITOR  X(8)                                        *
      *          DATE     X(8)   YYYYMMDD OF THE FINDING              *
      *          AUDITED  X(8)   FIGURE FOUND BY THE AUDITOR (D)      *
      *          NOTE     X(40)                                       *
      *          A LATER LINE FOR THE SAME COMPANY REPLACES AN        *
      *          EARLIER ONE (A FINDING REVISED AFTER FOLLOW-UP)      *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORPT   - VERIFICATION REPORT (IO/auditverifyrpt.txt)          *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE SAMPLE IS LOADED, EACH FINDING IS MATCHED TO ITS PICK BY  *
      * NAME + STATE. A FINDING FOR A COMPANY NOT IN THE SAMPLE OR    *
      * WITH AN UNKNOWN FINDING CODE IS LISTED AS REJECTED AND ENDS   *
      * THE RUN WITH RC 4 - IT IS NOT COUNTED.                        *
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
            ==:V1:== BY ==ISAMP==
            ==:V2:== BY ==ISAMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IVRFY==
            ==:V2:== BY ==IVRFY-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORPT==
            ==:V2:== BY ==ORPT-PATH==.
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
            ==:V1:== BY ==ISAMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IVRFY==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORPT==
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
      * INPUT ISAMP = THE SAMPLE (LAYOUT AS TPL-SAMP1 WRITES IT)      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISAMP==.
       01 ISAMP-REC.
           05 ISAMP-YEAR              PIC X(4).
           05 ISAMP-INDUSTRY          PIC X(23).
           05 ISAMP-NAME              PIC X(38).
           05 ISAMP-STATE             PIC X(2).
           05 ISAMP-REASON            PIC X(1).
           05 ISAMP-FLAGS             PIC X(3).
           05 ISAMP-SCORE             PIC 9(9).
           05 ISAMP-PUBLISHED         PIC X(8).
           05 ISAMP-REGION            PIC X(2).
           05 FILLER                  PIC X(10).

      *---------------------------------------------------------------*
      * INPUT IVRFY = VERIFICATION RESULTS                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IVRFY==.
       01 IVRFY-REC.
           05 IVRFY-NAME              PIC X(38).
           05 IVRFY-STATE             PIC X(2).
           05 IVRFY-FINDING           PIC X(1).
              88 IVRFY-VALID              VALUE 'A' 'D' 'U'.
           05 IVRFY-AUDITOR           PIC X(8).
           05 IVRFY-DATE              PIC X(8).
           05 IVRFY-AUDITED           PIC X(8).
           05 IVRFY-NOTE              PIC X(40).
           05 FILLER                  PIC X(15).

      *---------------------------------------------------------------*
      * THE SAMPLE WITH ITS FINDINGS                                  *
      *---------------------------------------------------------------*
       01 SAMPLE.
           05 TAB-SM-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-SM-DIM              PIC S9(9) BINARY VALUE 2999.
           05 TAB-SM                  OCCURS 1   TO          2999
                                      DEPENDING  ON  TAB-SM-MAX.
              10 TAB-SM-INDUSTRY      PIC X(23).
              10 TAB-SM-KEY.
                 15 TAB-SM-NAME       PIC X(38).
                 15 TAB-SM-STATE      PIC X(2).
              10 TAB-SM-PUBLISHED     PIC X(8).
              10 TAB-SM-FINDING       PIC X(1).
              10 TAB-SM-AUDITOR       PIC X(8).
              10 TAB-SM-DATE          PIC X(8).
              10 TAB-SM-AUDITED       PIC X(8).
              10 TAB-SM-NOTE          PIC X(40).

      *---------------------------------------------------------------*
      * PER-INDUSTRY TALLY                                            *
      *---------------------------------------------------------------*
       01 INDUSTRIES.
           05 TAB-IN-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-IN-DIM              PIC S9(9) BINARY VALUE 999.
           05 TAB-IN                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-IN-MAX.
              10 TAB-IN-INDUSTRY      PIC X(23).
              10 TAB-IN-SAMPLED       PIC 9(5).
              10 TAB-IN-AGREED        PIC 9(5).
              10 TAB-IN-DIFFERED      PIC 9(5).
              10 TAB-IN-UNSUPPORTED   PIC 9(5).
              10 TAB-IN-OUTSTANDING   PIC 9(5).

      *---------------------------------------------------------------*
      * REJECTED FINDINGS                                             *
      *---------------------------------------------------------------*
       01 REJECTS.
           05 TAB-RJ-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-RJ-DIM              PIC S9(9) BINARY VALUE 999.
           05 TAB-RJ                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-RJ-MAX.
              10 TAB-RJ-LINE          PIC 9(5).
              10 TAB-RJ-KEY           PIC X(40).
              10 TAB-RJ-FINDING       PIC X(1).
              10 TAB-RJ-REASON        PIC X(30).

      *---------------------------------------------------------------*
      * OUTPUT ORPT = VERIFICATION REPORT                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORPT==.
       01 ORPT-REC                    PIC X(132)  VALUE SPACES.
       01 ORPT-HR1                    PIC X(132)  VALUE ALL '-'.
       01 ORPT-HR2                    PIC X(132)  VALUE ALL '='.
       01 ORPT-TH.
           05 FILLER                  PIC X(23)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(9)    VALUE '  SAMPLED'.
           05 FILLER                  PIC X(9)    VALUE '   AGREED'.
           05 FILLER                  PIC X(9)    VALUE ' DIFFERED'.
           05 FILLER                  PIC X(9)    VALUE ' UNSUPPTD'.
           05 FILLER                  PIC X(9)    VALUE '  OUTSTND'.
           05 FILLER                  PIC X(9)    VALUE '   DONE %'.
       01 ORPT-T.
           05 ORPT-T-INDUSTRY         PIC X(23).
           05 ORPT-T-SAMPLED          PIC Z(8)9.
           05 ORPT-T-AGREED           PIC Z(8)9.
           05 ORPT-T-DIFFERED         PIC Z(8)9.
           05 ORPT-T-UNSUPPORTED      PIC Z(8)9.
           05 ORPT-T-OUTSTANDING      PIC Z(8)9.
           05 ORPT-T-DONE-PCT         PIC Z(5)9,99.
       01 ORPT-D.
           05 ORPT-D-NAME             PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 ORPT-D-STATE            PIC X(2).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORPT-D-INDUSTRY         PIC X(23).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 ORPT-D-PUBLISHED        PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORPT-D-AUDITED          PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORPT-D-AUDITOR          PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 ORPT-D-DATE             PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 ORPT-D-NOTE             PIC X(27).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
       01 TMP-WORK.
           05 TMP-YEAR                PIC X(4)    VALUE SPACES.
           05 TMP-KEY                 PIC X(40).
           05 TMP-FOUND-SW            PIC X(1).
           05 TMP-FINDING             PIC X(1).
           05 TMP-HEAD                PIC X(60).
           05 TMP-LINE                PIC 9(5).
           05 TMP-LINE-ED             PIC Z(4)9.
           05 TMP-DONE                PIC 9(5).
           05 TMP-NUM-ED              PIC Z(6)9.
       01 COUNTER.
           05 TMP-COUNT-SAMPLE        PIC 9(7).
           05 TMP-COUNT-FINDINGS      PIC 9(7).
           05 TMP-COUNT-REJECTED      PIC 9(7).
       01 TOTALS.
           05 TOT-SAMPLED             PIC 9(7).
           05 TOT-AGREED              PIC 9(7).
           05 TOT-DIFFERED            PIC 9(7).
           05 TOT-UNSUPPORTED         PIC 9(7).
           05 TOT-OUTSTANDING         PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ISAMP-PATH                 PIC X(40)
                                      VALUE 'IO/auditsample.txt'.
       01 IVRFY-PATH                 PIC X(40)
                                      VALUE 'IO/auditverify.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORPT-PATH                  PIC X(40)
                                      VALUE 'IO/auditverifyrpt.txt'.
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

           PERFORM SAMPLE-LOAD
           PERFORM FINDINGS-APPLY
           PERFORM INDUSTRY-TALLY
           PERFORM REPORT-WRITE

           IF (TMP-COUNT-REJECTED > 0) THEN
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
           MOVE 'TPL-SAMP2'                          TO PGM-NAME
           MOVE 'AUDIT SAMPLE VERIFICATION REPORT'
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
           MOVE ISAMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISAMP-PATH
           MOVE IVRFY-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IVRFY-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ORPT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORPT-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE TOTALS
           PERFORM RUND-READ-DATE
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       SAMPLE-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ISAMP
           IF (ISAMP-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO AUDIT SAMPLE (IO/auditsample.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE 'DRAW THE SAMPLE WITH TPL-SAMP1 FIRST'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ISAMP
           PERFORM UNTIL (ISAMP-EOF)
              MOVE ISAMP-RECORD TO ISAMP-REC
              IF (TAB-SM-MAX >= TAB-SM-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-SM OVERFLOW - SAMPLE TOO LARGE'
                   TO PGM-ERR-MSG1
                 MOVE SPACE TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-SM-MAX
              ADD 1 TO TMP-COUNT-SAMPLE
              MOVE ISAMP-YEAR TO TMP-YEAR
              INITIALIZE TAB-SM(TAB-SM-MAX)
              MOVE ISAMP-INDUSTRY  TO TAB-SM-INDUSTRY(TAB-SM-MAX)
              MOVE ISAMP-NAME      TO TAB-SM-NAME(TAB-SM-MAX)
              MOVE ISAMP-STATE     TO TAB-SM-STATE(TAB-SM-MAX)
              MOVE ISAMP-PUBLISHED TO TAB-SM-PUBLISHED(TAB-SM-MAX)
              MOVE 'O'             TO TAB-SM-FINDING(TAB-SM-MAX)
              PERFORM FILE-READ-ISAMP
           END-PERFORM
           PERFORM FILE-CLOSE-ISAMP
           .
       SAMPLE-LOAD-EXIT. EXIT.



      *****************************************************************
       FINDINGS-APPLY SECTION.
      *===============================================================*
      *    THE LAST FINDING OF A COMPANY STANDS                       *
           PERFORM FILE-OPEN-INPUT-IVRFY
           IF (IVRFY-NO) THEN
              MOVE 'NO VERIFICATION RESULTS YET - ALL OUTSTANDING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO FINDINGS-APPLY-EXIT
           END-IF
           MOVE 0 TO TMP-LINE
           PERFORM FILE-READ-IVRFY
           PERFORM UNTIL (IVRFY-EOF)
              ADD 1 TO TMP-LINE
              MOVE IVRFY-RECORD TO IVRFY-REC
              IF (IVRFY-RECORD(1:1) NOT = '*')
                 AND (IVRFY-RECORD NOT = SPACES) THEN
                 PERFORM FINDING-ONE
              END-IF
              PERFORM FILE-READ-IVRFY
           END-PERFORM
           PERFORM FILE-CLOSE-IVRFY
           .
       FINDINGS-APPLY-EXIT. EXIT.



      *****************************************************************
       FINDING-ONE SECTION.
      *===============================================================*
           MOVE IVRFY-NAME  TO TMP-KEY(1:38)
           MOVE IVRFY-STATE TO TMP-KEY(39:2)
           IF NOT (IVRFY-VALID) THEN
              MOVE 'INVALID FINDING CODE' TO TMP-HEAD
              PERFORM REJECT-ADD
              GO TO FINDING-ONE-EXIT
           END-IF
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SM-MAX)
              IF (TAB-SM-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
                 MOVE IVRFY-FINDING TO TAB-SM-FINDING(TMP-I-TABLE)
                 MOVE IVRFY-AUDITOR TO TAB-SM-AUDITOR(TMP-I-TABLE)
                 MOVE IVRFY-DATE    TO TAB-SM-DATE(TMP-I-TABLE)
                 MOVE IVRFY-AUDITED TO TAB-SM-AUDITED(TMP-I-TABLE)
                 MOVE IVRFY-NOTE    TO TAB-SM-NOTE(TMP-I-TABLE)
              END-IF
           END-PERFORM
           IF (TMP-FOUND-SW = 'N') THEN
              MOVE 'COMPANY NOT IN THE SAMPLE' TO TMP-HEAD
              PERFORM REJECT-ADD
              GO TO FINDING-ONE-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-FINDINGS
           .
       FINDING-ONE-EXIT. EXIT.



      *****************************************************************
       REJECT-ADD SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-REJECTED
           IF (TAB-RJ-MAX >= TAB-RJ-DIM) THEN
              MOVE 'TAB-RJ OVERFLOW - FURTHER REJECTS NOT LISTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO REJECT-ADD-EXIT
           END-IF
           ADD 1 TO TAB-RJ-MAX
           MOVE TMP-LINE      TO TAB-RJ-LINE(TAB-RJ-MAX)
           MOVE TMP-KEY       TO TAB-RJ-KEY(TAB-RJ-MAX)
           MOVE IVRFY-FINDING TO TAB-RJ-FINDING(TAB-RJ-MAX)
           MOVE TMP-HEAD      TO TAB-RJ-REASON(TAB-RJ-MAX)
           .
       REJECT-ADD-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-TALLY SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SM-MAX)
              MOVE 0 TO TMP-J-TABLE
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-IN-MAX)
                 IF (TAB-IN-INDUSTRY(TMP-J-TABLE) =
                     TAB-SM-INDUSTRY(TMP-I-TABLE)) THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF (TMP-J-TABLE > TAB-IN-MAX) THEN
                 IF (TAB-IN-MAX >= TAB-IN-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-IN OVERFLOW - TOO MANY INDUSTRIES'
                      TO PGM-ERR-MSG1
                    MOVE SPACE TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-IN-MAX
                 MOVE TAB-IN-MAX TO TMP-J-TABLE
                 INITIALIZE TAB-IN(TMP-J-TABLE)
                 MOVE TAB-SM-INDUSTRY(TMP-I-TABLE)
                   TO TAB-IN-INDUSTRY(TMP-J-TABLE)
              END-IF
              ADD 1 TO TAB-IN-SAMPLED(TMP-J-TABLE)
              ADD 1 TO TOT-SAMPLED
              EVALUATE TAB-SM-FINDING(TMP-I-TABLE)
                WHEN 'A'
                  ADD 1 TO TAB-IN-AGREED(TMP-J-TABLE)
                  ADD 1 TO TOT-AGREED
                WHEN 'D'
                  ADD 1 TO TAB-IN-DIFFERED(TMP-J-TABLE)
                  ADD 1 TO TOT-DIFFERED
                WHEN 'U'
                  ADD 1 TO TAB-IN-UNSUPPORTED(TMP-J-TABLE)
                  ADD 1 TO TOT-UNSUPPORTED
                WHEN OTHER
                  ADD 1 TO TAB-IN-OUTSTANDING(TMP-J-TABLE)
                  ADD 1 TO TOT-OUTSTANDING
              END-EVALUATE
           END-PERFORM
           .
       INDUSTRY-TALLY-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-OUTPUT-ORPT
           STRING 'AUDIT SAMPLE ' TMP-YEAR
                  ' - VERIFICATION STATUS AS OF '
                  RUND-DATE(7:2) '.' RUND-DATE(5:2) '.'
                  RUND-DATE(1:4)
             DELIMITED BY SIZE
             INTO ORPT-REC
           END-STRING
           PERFORM ORPT-WRITE
           MOVE ORPT-HR2 TO ORPT-REC
           PERFORM ORPT-WRITE
           PERFORM ORPT-WRITE

      *---------------------------------------------------------------*
      * PER INDUSTRY                                                  *
      *---------------------------------------------------------------*
           MOVE ORPT-TH TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IN-MAX)
              MOVE TAB-IN-INDUSTRY(TMP-I-TABLE)    TO ORPT-T-INDUSTRY
              MOVE TAB-IN-SAMPLED(TMP-I-TABLE)     TO ORPT-T-SAMPLED
              MOVE TAB-IN-AGREED(TMP-I-TABLE)      TO ORPT-T-AGREED
              MOVE TAB-IN-DIFFERED(TMP-I-TABLE)    TO ORPT-T-DIFFERED
              MOVE TAB-IN-UNSUPPORTED(TMP-I-TABLE)
                TO ORPT-T-UNSUPPORTED
              MOVE TAB-IN-OUTSTANDING(TMP-I-TABLE)
                TO ORPT-T-OUTSTANDING
              COMPUTE ORPT-T-DONE-PCT ROUNDED =
                 (TAB-IN-SAMPLED(TMP-I-TABLE)
                  - TAB-IN-OUTSTANDING(TMP-I-TABLE)) * 100
                 / TAB-IN-SAMPLED(TMP-I-TABLE)
              MOVE ORPT-T TO ORPT-REC
              PERFORM ORPT-WRITE
           END-PERFORM
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE 'TOTAL'         TO ORPT-T-INDUSTRY
           MOVE TOT-SAMPLED     TO ORPT-T-SAMPLED
           MOVE TOT-AGREED      TO ORPT-T-AGREED
           MOVE TOT-DIFFERED    TO ORPT-T-DIFFERED
           MOVE TOT-UNSUPPORTED TO ORPT-T-UNSUPPORTED
           MOVE TOT-OUTSTANDING TO ORPT-T-OUTSTANDING
           IF (TOT-SAMPLED > 0) THEN
              COMPUTE ORPT-T-DONE-PCT ROUNDED =
                 (TOT-SAMPLED - TOT-OUTSTANDING) * 100 / TOT-SAMPLED
           ELSE
              MOVE 0 TO ORPT-T-DONE-PCT
           END-IF
           MOVE ORPT-T TO ORPT-REC
           PERFORM ORPT-WRITE

      *---------------------------------------------------------------*
      * THE EXCEPTIONS AND WHAT IS STILL OPEN                         *
      *---------------------------------------------------------------*
           MOVE 'D' TO TMP-FINDING
           MOVE 'DIFFERED - SOURCE DOCUMENTS SHOW ANOTHER FIGURE'
             TO TMP-HEAD
           PERFORM REPORT-FINDING-LIST
           MOVE 'U' TO TMP-FINDING
           MOVE 'UNSUPPORTED - NO SOURCE DOCUMENT FOR THE FIGURE'
             TO TMP-HEAD
           PERFORM REPORT-FINDING-LIST
           MOVE 'O' TO TMP-FINDING
           MOVE 'OUTSTANDING - NO FINDING RECORDED YET'
             TO TMP-HEAD
           PERFORM REPORT-FINDING-LIST

      *---------------------------------------------------------------*
      * REJECTED FINDINGS                                             *
      *---------------------------------------------------------------*
           PERFORM ORPT-WRITE
           MOVE TMP-COUNT-REJECTED TO TMP-NUM-ED
           STRING 'REJECTED FINDINGS (NOT COUNTED): ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO ORPT-REC
           END-STRING
           PERFORM ORPT-WRITE
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
              MOVE TAB-RJ-LINE(TMP-I-TABLE) TO TMP-LINE-ED
              STRING 'LINE ' TMP-LINE-ED '  '
                     TAB-RJ-KEY(TMP-I-TABLE)(1:38) ' '
                     TAB-RJ-KEY(TMP-I-TABLE)(39:2)
                     '  FINDING ''' TAB-RJ-FINDING(TMP-I-TABLE)
                     '''  ' TAB-RJ-REASON(TMP-I-TABLE)
                DELIMITED BY SIZE
                INTO ORPT-REC
              END-STRING
              PERFORM ORPT-WRITE
           END-PERFORM
           PERFORM FILE-CLOSE-ORPT
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       REPORT-FINDING-LIST SECTION.
      *===============================================================*
      *    EVERY PICK WITH FINDING TMP-FINDING UNDER HEADING TMP-HEAD *
           MOVE 0 TO TMP-DONE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SM-MAX)
              IF (TAB-SM-FINDING(TMP-I-TABLE) = TMP-FINDING) THEN
                 ADD 1 TO TMP-DONE
              END-IF
           END-PERFORM
           PERFORM ORPT-WRITE
           MOVE TMP-DONE TO TMP-NUM-ED
           STRING TMP-HEAD   DELIMITED BY '  '
                  ': ' TMP-NUM-ED
                             DELIMITED BY SIZE
             INTO ORPT-REC
           END-STRING
           PERFORM ORPT-WRITE
           IF (TMP-DONE = 0) THEN
              GO TO REPORT-FINDING-LIST-EXIT
           END-IF
           MOVE ORPT-HR1 TO ORPT-REC
           PERFORM ORPT-WRITE
           MOVE SPACES TO ORPT-D
           MOVE 'COMPANY'   TO ORPT-D-NAME
           MOVE 'ST'        TO ORPT-D-STATE
           MOVE 'INDUSTRY'  TO ORPT-D-INDUSTRY
           MOVE 'PUBLISHD'  TO ORPT-D-PUBLISHED
           MOVE 'AUDITED'   TO ORPT-D-AUDITED
           MOVE 'AUDITOR'   TO ORPT-D-AUDITOR
           MOVE 'DATE'      TO ORPT-D-DATE
           MOVE 'NOTE'      TO ORPT-D-NOTE
           MOVE ORPT-D TO ORPT-REC
           PERFORM ORPT-WRITE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SM-MAX)
              IF (TAB-SM-FINDING(TMP-I-TABLE) = TMP-FINDING) THEN
                 MOVE SPACES TO ORPT-D
                 MOVE TAB-SM-NAME(TMP-I-TABLE)      TO ORPT-D-NAME
                 MOVE TAB-SM-STATE(TMP-I-TABLE)     TO ORPT-D-STATE
                 MOVE TAB-SM-INDUSTRY(TMP-I-TABLE)  TO ORPT-D-INDUSTRY
                 MOVE TAB-SM-PUBLISHED(TMP-I-TABLE)
                   TO ORPT-D-PUBLISHED
                 MOVE TAB-SM-AUDITED(TMP-I-TABLE)   TO ORPT-D-AUDITED
                 MOVE TAB-SM-AUDITOR(TMP-I-TABLE)   TO ORPT-D-AUDITOR
                 MOVE TAB-SM-DATE(TMP-I-TABLE)      TO ORPT-D-DATE
                 MOVE TAB-SM-NOTE(TMP-I-TABLE)      TO ORPT-D-NOTE
                 MOVE ORPT-D TO ORPT-REC
                 PERFORM ORPT-WRITE
              END-IF
           END-PERFORM
           .
       REPORT-FINDING-LIST-EXIT. EXIT.



      *****************************************************************
       ORPT-WRITE SECTION.
      *===============================================================*
           MOVE ORPT-REC TO ORPT-RECORD
           PERFORM FILE-WRITE-ORPT
           MOVE SPACES TO ORPT-REC
           .
       ORPT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-SAMPLE TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'SAMPLED COMPANIES....: ' TMP-COUNT-SAMPLE
           DISPLAY 'FINDINGS APPLIED.....: ' TMP-COUNT-FINDINGS
           DISPLAY 'FINDINGS REJECTED....: ' TMP-COUNT-REJECTED
           DISPLAY 'STILL OUTSTANDING....: ' TOT-OUTSTANDING
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISAMP==
            ==:V2:== BY ==ISAMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IVRFY==
            ==:V2:== BY ==IVRFY-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORPT==
            ==:V2:== BY ==ORPT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-SAMP2.
      *****************************************************************
