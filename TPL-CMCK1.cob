       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-CMCK1.
      *****************************************************************
      * TPL-CMCK1: ANALYST COMMENTARY CHECKLIST                       *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-BAT1 PRINTS THE ANALYSTS' APPROVED COMMENTARY UNDER EACH  *
      * INDUSTRY FOOTER (commentary.txt, KEPT BY TPL-MAINT10). THIS   *
      * PROGRAM RUNS AFTER THE REPORT AND BEFORE THE PUBLICATION      *
      * RELEASE GATE (TPL-RELS1) AND LISTS EVERY REPORTED INDUSTRY    *
      * WHOSE COMMENTARY FOR THE RUN MONTH IS NOT YET APPROVED OR     *
      * DOES NOT EXIST, SO THE RELEASE REVIEWER SEES WHICH INDUSTRIES *
      * STILL LACK TEXT BEFORE SIGNING OFF.                           *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * ISTATS - THE REPORTED INDUSTRIES (IO/industrystats.txt, ONE   *
      *          LINE PER INDUSTRY AS TPL-BAT1 WRITES IT)             *
      * ICMT   - ANALYST COMMENTARY (IO/commentary.txt), OPTIONAL     *
      * IRUNID - CHAIN RUN DATE (IO/runid.txt, SEE RUNDWS.cob)        *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCHK   - CHECKLIST (IO/commentarychk.txt)                     *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE RUN MONTH'S COMMENTARY HEADERS (LINE 00) ARE LOADED WITH  *
      * THEIR TEXT-LINE COUNT. EACH REPORTED INDUSTRY IS THEN EITHER  *
      * APPROVED, NOT APPROVED, APPROVED WITHOUT TEXT OR MISSING. ANY *
      * INDUSTRY NOT APPROVED WITH TEXT IS LISTED AND THE RUN ENDS    *
      * WITH RC 4. A MISSING ISTATS IS RC 905 - THE REPORT HAS NOT    *
      * RUN.                                                          *
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
            ==:V1:== BY ==ISTATS==
            ==:V2:== BY ==ISTATS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICMT==
            ==:V2:== BY ==ICMT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCHK==
            ==:V2:== BY ==OCHK-PATH==.
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
            ==:V1:== BY ==ISTATS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICMT==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCHK==
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
      * INPUT ISTATS = PER-INDUSTRY STATISTICS (LAYOUT AS TPL-BAT1    *
      * WRITES IT - ONLY THE INDUSTRY IS NEEDED HERE)                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISTATS==.
       01 STATS-REC.
           05 STATS-INDUSTRY          PIC X(23).
           05 STATS-COUNT             PIC 9(7).
           05 FILLER                  PIC X(50).

      *---------------------------------------------------------------*
      * INPUT ICMT = ANALYST COMMENTARY (LAYOUT AS TPL-MAINT10 KEEPS  *
      * IT)                                                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICMT==.
       01 CMT-REC.
           05 CMT-INDUSTRY            PIC X(23).
           05 CMT-PERIOD              PIC X(6).
           05 CMT-LINE                PIC 9(2).
           05 CMT-TEXT                PIC X(69).
           05 CMT-HDR                 REDEFINES CMT-TEXT.
              10 CMT-AUTHOR           PIC X(8).
              10 CMT-APPROVED-SW      PIC X(1).
              10 CMT-APPROVER         PIC X(8).
              10 CMT-APPR-DATE        PIC X(8).
              10 FILLER               PIC X(44).

      *---------------------------------------------------------------*
      * THE RUN MONTH'S COMMENTARY HEADERS                            *
      *---------------------------------------------------------------*
       01 COMMENTARY.
           05 TAB-CMT-MAX             PIC S9(9) BINARY VALUE 0.
           05 TAB-CMT-DIM             PIC S9(9) BINARY VALUE 999.
           05 TAB-CMT                 OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-CMT-MAX.
              10 TAB-CMT-INDUSTRY     PIC X(23).
              10 TAB-CMT-AUTHOR       PIC X(8).
              10 TAB-CMT-APPROVED-SW  PIC X(1).
              10 TAB-CMT-LINES        PIC 9(2).

      *---------------------------------------------------------------*
      * OUTPUT OCHK = CHECKLIST                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCHK==.
       01 OCHK-REC                    PIC X(132)  VALUE SPACES.
       01 OCHK-HR1                    PIC X(132)  VALUE ALL '-'.
       01 OCHK-HR2                    PIC X(132)  VALUE ALL '='.
       01 OCHK-D.
           05 OCHK-D-INDUSTRY         PIC X(23).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OCHK-D-STATUS           PIC X(24).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OCHK-D-AUTHOR           PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OCHK-D-LINES            PIC X(5).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
       01 TMP-WORK.
           05 TMP-PERIOD              PIC X(6).
           05 TMP-LINES-ED            PIC Z9.
           05 TMP-NUM-ED              PIC Z(6)9.
       01 COUNTER.
           05 TMP-COUNT-REPORTED      PIC 9(7).
           05 TMP-COUNT-APPROVED      PIC 9(7).
           05 TMP-COUNT-UNAPPROVED    PIC 9(7).
           05 TMP-COUNT-NO-TEXT       PIC 9(7).
           05 TMP-COUNT-MISSING       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ISTATS-PATH                PIC X(40)
                                      VALUE 'IO/industrystats.txt'.
       01 ICMT-PATH                  PIC X(40)
                                      VALUE 'IO/commentary.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCHK-PATH                  PIC X(40)
                                      VALUE 'IO/commentarychk.txt'.
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

           PERFORM COMMENTARY-LOAD
           PERFORM CHECKLIST-WRITE

           IF (TMP-COUNT-UNAPPROVED + TMP-COUNT-NO-TEXT
               + TMP-COUNT-MISSING > 0) THEN
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
           MOVE 'TPL-CMCK1'                          TO PGM-NAME
           MOVE 'ANALYST COMMENTARY CHECKLIST'
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
           MOVE ISTATS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISTATS-PATH
           MOVE ICMT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICMT-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OCHK-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCHK-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE(1:6) TO TMP-PERIOD
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMMENTARY-LOAD SECTION.
      *===============================================================*
      *    HEADERS OF THE RUN MONTH, WITH THE NUMBER OF TEXT LINES    *
      *    BEHIND EACH (THE MASTER IS SORTED INDUSTRY/PERIOD/LINE)    *
           PERFORM FILE-OPEN-INPUT-ICMT
           IF (ICMT-NO) THEN
              MOVE 'NO COMMENTARY MASTER - EVERY INDUSTRY MISSING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO COMMENTARY-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ICMT
           PERFORM UNTIL (ICMT-EOF)
              MOVE ICMT-RECORD TO CMT-REC
              EVALUATE TRUE
                 WHEN (CMT-PERIOD NOT = TMP-PERIOD)
                    OR (CMT-LINE NOT NUMERIC)
                    CONTINUE
                 WHEN (CMT-LINE = 0)
                    IF (TAB-CMT-MAX >= TAB-CMT-DIM) THEN
                       MOVE '907' TO PGM-ERR-RC
                       MOVE 'TAB-CMT OVERFLOW - TOO MANY COMMENTARIES'
                         TO PGM-ERR-MSG1
                       MOVE SPACE TO PGM-ERR-MSG2
                       MOVE SPACE TO PGM-ERR-MSG3
                       PERFORM PGM-ERR
                    END-IF
                    ADD 1 TO TAB-CMT-MAX
                    MOVE CMT-INDUSTRY  TO TAB-CMT-INDUSTRY(TAB-CMT-MAX)
                    MOVE CMT-AUTHOR    TO TAB-CMT-AUTHOR(TAB-CMT-MAX)
                    MOVE CMT-APPROVED-SW
                      TO TAB-CMT-APPROVED-SW(TAB-CMT-MAX)
                    MOVE 0             TO TAB-CMT-LINES(TAB-CMT-MAX)
                 WHEN (TAB-CMT-MAX > 0)
                    AND (CMT-INDUSTRY = TAB-CMT-INDUSTRY(TAB-CMT-MAX))
                    ADD 1 TO TAB-CMT-LINES(TAB-CMT-MAX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM FILE-READ-ICMT
           END-PERFORM
           PERFORM FILE-CLOSE-ICMT
           .
       COMMENTARY-LOAD-EXIT. EXIT.



      *****************************************************************
       CHECKLIST-WRITE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ISTATS
           IF (ISTATS-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO INDUSTRY STATISTICS (IO/industrystats.txt)'
                TO PGM-ERR-MSG1
              MOVE 'RUN THE GROWTH REPORT (TPL-BAT1) FIRST'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           PERFORM FILE-OPEN-OUTPUT-OCHK
           STRING 'ANALYST COMMENTARY CHECKLIST - PERIOD '
                  TMP-PERIOD(1:4) '-' TMP-PERIOD(5:2)
                  ' - BEFORE RELEASE OF THE GROWTH REPORT'
             DELIMITED BY SIZE
             INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           MOVE OCHK-HR2 TO OCHK-REC
           PERFORM OCHK-WRITE
           PERFORM OCHK-WRITE
           MOVE 'INDUSTRIES STILL WITHOUT APPROVED COMMENTARY'
             TO OCHK-REC
           PERFORM OCHK-WRITE
           MOVE OCHK-HR1 TO OCHK-REC
           PERFORM OCHK-WRITE
           MOVE SPACES     TO OCHK-D
           MOVE 'INDUSTRY' TO OCHK-D-INDUSTRY
           MOVE 'STATUS'   TO OCHK-D-STATUS
           MOVE 'AUTHOR'   TO OCHK-D-AUTHOR
           MOVE 'LINES'    TO OCHK-D-LINES
           MOVE OCHK-D TO OCHK-REC
           PERFORM OCHK-WRITE

           PERFORM FILE-READ-ISTATS
           PERFORM UNTIL (ISTATS-EOF)
              MOVE ISTATS-RECORD TO STATS-REC
              ADD 1 TO TMP-COUNT-REPORTED
              PERFORM CHECK-ONE-INDUSTRY
              PERFORM FILE-READ-ISTATS
           END-PERFORM
           PERFORM FILE-CLOSE-ISTATS

           IF (TMP-COUNT-UNAPPROVED + TMP-COUNT-NO-TEXT
               + TMP-COUNT-MISSING = 0) THEN
              MOVE '(NONE - EVERY REPORTED INDUSTRY HAS APPROVED TEXT)'
                TO OCHK-REC
              PERFORM OCHK-WRITE
           END-IF
           MOVE OCHK-HR1 TO OCHK-REC
           PERFORM OCHK-WRITE

           MOVE TMP-COUNT-REPORTED TO TMP-NUM-ED
           STRING 'INDUSTRIES REPORTED.......: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           MOVE TMP-COUNT-APPROVED TO TMP-NUM-ED
           STRING 'COMMENTARY APPROVED.......: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           MOVE TMP-COUNT-UNAPPROVED TO TMP-NUM-ED
           STRING 'NOT APPROVED..............: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           MOVE TMP-COUNT-NO-TEXT TO TMP-NUM-ED
           STRING 'APPROVED, NO TEXT LINES...: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           MOVE TMP-COUNT-MISSING TO TMP-NUM-ED
           STRING 'MISSING...................: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           PERFORM FILE-CLOSE-OCHK
           .
       CHECKLIST-WRITE-EXIT. EXIT.



      *****************************************************************
       CHECK-ONE-INDUSTRY SECTION.
      *===============================================================*
      *    ONE REPORTED INDUSTRY AGAINST THE RUN MONTH'S COMMENTARY - *
      *    ONLY AN APPROVED TEXT WITH AT LEAST ONE LINE IS COMPLETE   *
           MOVE 0 TO TMP-J-TABLE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CMT-MAX)
              IF (TAB-CMT-INDUSTRY(TMP-I-TABLE) = STATS-INDUSTRY) THEN
                 MOVE TMP-I-TABLE TO TMP-J-TABLE
              END-IF
           END-PERFORM

           MOVE SPACES         TO OCHK-D
           MOVE STATS-INDUSTRY TO OCHK-D-INDUSTRY
           EVALUATE TRUE
              WHEN (TMP-J-TABLE = 0)
                 ADD 1 TO TMP-COUNT-MISSING
                 MOVE 'MISSING'             TO OCHK-D-STATUS
              WHEN (TAB-CMT-APPROVED-SW(TMP-J-TABLE) NOT = 'Y')
                 ADD 1 TO TMP-COUNT-UNAPPROVED
                 MOVE 'NOT APPROVED'        TO OCHK-D-STATUS
              WHEN (TAB-CMT-LINES(TMP-J-TABLE) = 0)
                 ADD 1 TO TMP-COUNT-NO-TEXT
                 MOVE 'APPROVED, NO TEXT'   TO OCHK-D-STATUS
              WHEN OTHER
                 ADD 1 TO TMP-COUNT-APPROVED
                 GO TO CHECK-ONE-INDUSTRY-EXIT
           END-EVALUATE
           IF (TMP-J-TABLE > 0) THEN
              MOVE TAB-CMT-AUTHOR(TMP-J-TABLE) TO OCHK-D-AUTHOR
              MOVE TAB-CMT-LINES(TMP-J-TABLE)  TO TMP-LINES-ED
              MOVE TMP-LINES-ED                TO OCHK-D-LINES
           END-IF
           MOVE OCHK-D TO OCHK-REC
           PERFORM OCHK-WRITE
           .
       CHECK-ONE-INDUSTRY-EXIT. EXIT.



      *****************************************************************
       OCHK-WRITE SECTION.
      *===============================================================*
           MOVE OCHK-REC TO OCHK-RECORD
           PERFORM FILE-WRITE-OCHK
           MOVE SPACES TO OCHK-REC
           .
       OCHK-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-REPORTED TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INDUSTRIES REPORTED..: ' TMP-COUNT-REPORTED
           DISPLAY 'COMMENTARY APPROVED..: ' TMP-COUNT-APPROVED
           DISPLAY 'NOT APPROVED.........: ' TMP-COUNT-UNAPPROVED
           DISPLAY 'APPROVED, NO TEXT....: ' TMP-COUNT-NO-TEXT
           DISPLAY 'MISSING..............: ' TMP-COUNT-MISSING
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISTATS==
            ==:V2:== BY ==ISTATS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICMT==
            ==:V2:== BY ==ICMT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCHK==
            ==:V2:== BY ==OCHK-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-CMCK1.
      *****************************************************************
