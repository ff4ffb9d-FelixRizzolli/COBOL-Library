       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-ERRC1.
      *****************************************************************
      * TPL-ERRC1: ERROR CODES RAISED WITHOUT A CATALOG ENTRY         *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EVERY ALERT LOOKS ITS CODE UP IN THE ERROR CATALOG (SEE       *
      * LIB/ERR/CERRC1) SO THE OPERATOR GETS A RUNBOOK ACTION - BUT   *
      * ONLY IF SOMEBODY WROTE ONE. THIS PROGRAM LISTS EVERY PROGRAM  *
      * AND CODE RAISED IN THE LAST DAYS (DEFAULT 90) THAT HAS NO     *
      * CATALOG ROW, NEITHER FOR THE PROGRAM NOR A GENERIC '*' ROW,   *
      * WITH HOW OFTEN AND WHEN IT WAS RAISED AND THE LAST MESSAGE,   *
      * SO THE CATALOG GETS FILLED IN. CATALOG ROWS WITHOUT AN        *
      * OPERATOR ACTION ARE LISTED TOO. ANY GAP ENDS WITH RC 4.       *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICAT   - ERROR CATALOG (IO/errcatalog.txt, LAYOUT SEE CERRC1) *
      *          - OPTIONAL, WITHOUT IT EVERY CODE RAISED IS A GAP    *
      * IEVNT  - EVENT FEED (IO/events.txt, WRITTEN BY CEVNT1) - THE  *
      *          ERROR AND RUNBOOK EVENTS CARRY THE CODES RAISED      *
      * IPARM  - OPTIONAL (IO/errcparm.txt), KEYWORD=VALUE:           *
      *          DAYS=NNN         LOOK-BACK WINDOW (DEFAULT 90)       *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OGAP   - GAP LISTING (IO/errcatgap.txt)                       *
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
            ==:V1:== BY ==ICAT==
            ==:V2:== BY ==ICAT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==IEVNT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OGAP==
            ==:V2:== BY ==OGAP-PATH==.
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
            ==:V1:== BY ==ICAT==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==160==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OGAP==
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
      * ICAT = ERROR CATALOG (SEE LIB/ERR/CERRC1)                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICAT==.
       01 CAT-REC.
           05 CAT-PGM                 PIC X(8).
           05 FILLER                  PIC X(1).
           05 CAT-RC                  PIC X(3).
           05 FILLER                  PIC X(1).
           05 CAT-SEVERITY            PIC X(8).
           05 FILLER                  PIC X(1).
           05 CAT-RERUN               PIC X(1).
           05 FILLER                  PIC X(1).
           05 CAT-CAUSE               PIC X(60).
           05 FILLER                  PIC X(1).
           05 CAT-ACTION              PIC X(114).
           05 FILLER                  PIC X(1).
       01 CATALOG-TABLE.
           05 TAB-CAT-MAX             PIC S9(9) BINARY.
           05 TAB-CAT-DIM             PIC S9(9) BINARY  VALUE 999.
           05 TAB-CAT                 OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-CAT-MAX.
                10 TAB-CAT-PGM        PIC X(8).
                10 TAB-CAT-RC         PIC X(3).

      *---------------------------------------------------------------*
      * IEVNT = EVENT FEED (TIMESTAMP|PROGRAM|CODE|DETAIL)            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEVNT==.
       01 EVNT-FIELDS.
           05 EVNT-F-TS               PIC X(14).
           05 EVNT-F-PGM              PIC X(8).
           05 EVNT-F-CODE             PIC X(8).
           05 EVNT-F-RCTAG            PIC X(6).
           05 EVNT-F-DETAIL           PIC X(120).
           05 EVNT-F-RC               PIC X(3).

      *-[ EVERY PROGRAM AND CODE RAISED IN THE WINDOW ]----------------*
       01 RAISED-TABLE.
           05 TAB-RSD-MAX             PIC S9(9) BINARY.
           05 TAB-RSD-DIM             PIC S9(9) BINARY  VALUE 999.
           05 TAB-RSD                 OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-RSD-MAX.
                10 TAB-RSD-PGM        PIC X(8).
                10 TAB-RSD-RC         PIC X(3).
                10 TAB-RSD-COUNT      PIC 9(5).
                10 TAB-RSD-ALERTS     PIC 9(5).
                10 TAB-RSD-FIRST      PIC X(8).
                10 TAB-RSD-LAST       PIC X(8).
                10 TAB-RSD-MSG        PIC X(70).

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).

      *---------------------------------------------------------------*
      * OUTPUT OGAP                                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OGAP==.
       01 OGAP-REC                    PIC X(132).
       01 OGAP-H1.
           05 FILLER                  PIC X(44)
              VALUE 'ERROR CODES RAISED WITHOUT A CATALOG ENTRY -'.
           05 FILLER                  PIC X(7)    VALUE ' SINCE '.
           05 OGAP-H1-FROM            PIC X(8).
           05 FILLER                  PIC X(2)    VALUE ' ('.
           05 OGAP-H1-DAYS            PIC ZZ9.
           05 FILLER                  PIC X(6)    VALUE ' DAYS)'.
           05 FILLER                  PIC X(62)   VALUE SPACES.
       01 OGAP-H2.
           05 FILLER                  PIC X(9)    VALUE 'PROGRAM'.
           05 FILLER                  PIC X(4)    VALUE 'RC'.
           05 FILLER                  PIC X(7)    VALUE ' TIMES'.
           05 FILLER                  PIC X(10)   VALUE '  FIRST'.
           05 FILLER                  PIC X(10)   VALUE '  LAST'.
           05 FILLER                  PIC X(92)   VALUE 'LAST MESSAGE'.
       01 OGAP-R1.
           05 OGAP-R1-PGM             PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OGAP-R1-RC              PIC X(3).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OGAP-R1-COUNT           PIC ZZZZZ9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OGAP-R1-FIRST           PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OGAP-R1-LAST            PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OGAP-R1-MSG             PIC X(70).
           05 FILLER                  PIC X(21)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-RSD-IDX             PIC S9(9) BINARY.
           05 TMP-COUNT-GAP           PIC 9(5).
           05 TMP-COUNT-COVERED       PIC 9(5).
           05 TMP-COUNT-NO-ACTION     PIC 9(5).
           05 TMP-COUNT-RAISED        PIC 9(5).
       01 GAP-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-FROM-DATE           PIC X(8).
           05 TMP-FROM-NUM            PIC 9(8).
           05 TMP-DAYS                PIC 9(3)    VALUE 90.
           05 TMP-MSG                 PIC X(120).
       01 SWITCHES.
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                 VALUE 'Y'.
              88 TMP-NOT-FOUND             VALUE 'N'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICAT-PATH                  PIC X(40)
                                      VALUE 'IO/errcatalog.txt'.
       01 IEVNT-PATH                 PIC X(40)
                                      VALUE 'IO/events.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/errcparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OGAP-PATH                  PIC X(40)
                                      VALUE 'IO/errcatgap.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

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

           PERFORM CATALOG-LOAD
           PERFORM EVENTS-ACCUM-ALL
           PERFORM GAP-REPORT

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-ERRC1'                          TO PGM-NAME
           MOVE 'ERROR CODES RAISED WITHOUT A CATALOG ENTRY'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICAT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAT-PATH
           MOVE IEVNT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEVNT-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OGAP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OGAP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                                    TO TAB-CAT-MAX
           MOVE 0                                    TO TAB-RSD-MAX
           MOVE 0                          TO TMP-COUNT-GAP
           MOVE 0                          TO TMP-COUNT-COVERED
           MOVE 0                          TO TMP-COUNT-NO-ACTION
           MOVE FUNCTION CURRENT-DATE(1:8)           TO TMP-TODAY

      *---------------------------------------------------------------*
      * PARAMETERS (IPARM IS OPTIONAL)                                *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO KWP-KEY KWP-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO KWP-KEY KWP-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(KWP-KEY)
                   WHEN 'DAYS'
                     COMPUTE TMP-DAYS = FUNCTION NUMVAL(KWP-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN ERRCPARM KEYWORD IGNORED: '
                            KWP-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           IF (TMP-DAYS = 0) THEN
              MOVE 90 TO TMP-DAYS
           END-IF
           COMPUTE TMP-FROM-NUM =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(TMP-TODAY)) - TMP-DAYS)
           MOVE TMP-FROM-NUM TO TMP-FROM-DATE

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OGAP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       CATALOG-LOAD SECTION.
      *===============================================================*
      *    ONLY PROGRAM AND CODE ARE KEPT; A ROW WITHOUT AN OPERATOR  *
      *    ACTION IS NO RUNBOOK AT ALL AND IS LISTED HERE             *
           PERFORM FILE-OPEN-INPUT-ICAT
           IF (ICAT-NO) THEN
              MOVE 'NO ERROR CATALOG - EVERY CODE RAISED IS A GAP'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO CATALOG-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ICAT
           PERFORM UNTIL (ICAT-EOF)
              MOVE ICAT-RECORD TO CAT-REC
              IF (CAT-RC NOT = SPACES) THEN
                 IF (CAT-ACTION = SPACES) THEN
                    ADD 1 TO TMP-COUNT-NO-ACTION
                    MOVE SPACES TO APP-LOG-LINE
                    STRING 'CATALOG ROW WITHOUT OPERATOR ACTION: '
                           CAT-PGM ' ' CAT-RC
                      DELIMITED BY SIZE
                      INTO APP-LOG-LINE
                    END-STRING
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    IF (TAB-CAT-MAX >= TAB-CAT-DIM) THEN
                       MOVE '907' TO PGM-ERR-RC
                       MOVE 'TAB-CAT OVERFLOW - CATALOG TOO LARGE'
                         TO PGM-ERR-MSG1
                       MOVE 'RAISE TAB-CAT-DIM' TO PGM-ERR-MSG2
                       MOVE SPACE TO PGM-ERR-MSG3
                       PERFORM PGM-ERR
                    END-IF
                    ADD 1 TO TAB-CAT-MAX
                    MOVE CAT-PGM TO TAB-CAT-PGM(TAB-CAT-MAX)
                    MOVE CAT-RC  TO TAB-CAT-RC(TAB-CAT-MAX)
                 END-IF
              END-IF
              PERFORM FILE-READ-ICAT
           END-PERFORM
           PERFORM FILE-CLOSE-ICAT
           .
       CATALOG-LOAD-EXIT. EXIT.



      *****************************************************************
       EVENTS-ACCUM-ALL SECTION.
      *===============================================================*
      *    ERROR EVENTS (PGM-ERR) AND RUNBOOK EVENTS (ANY ALERT) BOTH *
      *    OPEN 'RC=xxx|' (SEE LIB/ERR/ERRB) - THE MESSAGE ONLY COMES *
      *    WITH THE ERROR EVENT                                       *
           PERFORM FILE-OPEN-INPUT-IEVNT
           IF (IEVNT-NO) THEN
              MOVE 'IEVNT NOT ALLOCATED - NO CODES RAISED TO CHECK'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EVENTS-ACCUM-ALL-EXIT
           END-IF
           PERFORM FILE-READ-IEVNT
           PERFORM UNTIL (IEVNT-EOF)
              MOVE SPACES TO EVNT-FIELDS
              UNSTRING IEVNT-RECORD(1:143) DELIMITED BY '|'
                INTO EVNT-F-TS EVNT-F-PGM EVNT-F-CODE EVNT-F-RCTAG
                     EVNT-F-DETAIL
              END-UNSTRING
              IF ((EVNT-F-CODE = 'ERROR')
                  OR (EVNT-F-CODE = 'RUNBOOK'))
                 AND (EVNT-F-TS(1:8) >= TMP-FROM-DATE)
                 AND (EVNT-F-RCTAG(1:3) = 'RC=') THEN
                 MOVE EVNT-F-RCTAG(4:3) TO EVNT-F-RC
                 PERFORM RAISED-FIND-OR-ADD
                 IF (TMP-RSD-IDX > 0) THEN
                    IF (EVNT-F-CODE = 'ERROR') THEN
                       ADD 1 TO TAB-RSD-COUNT(TMP-RSD-IDX)
                       MOVE EVNT-F-DETAIL(1:70)
                         TO TAB-RSD-MSG(TMP-RSD-IDX)
                    ELSE
                       ADD 1 TO TAB-RSD-ALERTS(TMP-RSD-IDX)
                    END-IF
                    IF (EVNT-F-TS(1:8) < TAB-RSD-FIRST(TMP-RSD-IDX))
                       THEN
                       MOVE EVNT-F-TS(1:8)
                         TO TAB-RSD-FIRST(TMP-RSD-IDX)
                    END-IF
                    IF (EVNT-F-TS(1:8) > TAB-RSD-LAST(TMP-RSD-IDX))
                       THEN
                       MOVE EVNT-F-TS(1:8)
                         TO TAB-RSD-LAST(TMP-RSD-IDX)
                    END-IF
                 END-IF
              END-IF
              PERFORM FILE-READ-IEVNT
           END-PERFORM
           PERFORM FILE-CLOSE-IEVNT
           .
       EVENTS-ACCUM-ALL-EXIT. EXIT.



      *****************************************************************
       RAISED-FIND-OR-ADD SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-FOUND-SW
           MOVE 0   TO TMP-RSD-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RSD-MAX)
                        OR (TMP-FOUND)
              IF (TAB-RSD-PGM(TMP-I-TABLE) = EVNT-F-PGM)
                 AND (TAB-RSD-RC(TMP-I-TABLE) = EVNT-F-RC) THEN
                 MOVE 'Y'          TO TMP-FOUND-SW
                 MOVE TMP-I-TABLE  TO TMP-RSD-IDX
              END-IF
           END-PERFORM
           IF (TMP-NOT-FOUND) THEN
              IF (TAB-RSD-MAX >= TAB-RSD-DIM) THEN
                 MOVE 'TAB-RSD OVERFLOW - GAP LISTING SHORT'
                   TO APP-LOG-LINE
                 PERFORM SCHREIBE-APP-LOG-LINE
                 GO TO RAISED-FIND-OR-ADD-EXIT
              END-IF
              ADD 1 TO TAB-RSD-MAX
              MOVE TAB-RSD-MAX    TO TMP-RSD-IDX
              MOVE EVNT-F-PGM     TO TAB-RSD-PGM(TMP-RSD-IDX)
              MOVE EVNT-F-RC      TO TAB-RSD-RC(TMP-RSD-IDX)
              MOVE 0              TO TAB-RSD-COUNT(TMP-RSD-IDX)
              MOVE 0              TO TAB-RSD-ALERTS(TMP-RSD-IDX)
              MOVE HIGH-VALUES    TO TAB-RSD-FIRST(TMP-RSD-IDX)
              MOVE LOW-VALUES     TO TAB-RSD-LAST(TMP-RSD-IDX)
              MOVE SPACES         TO TAB-RSD-MSG(TMP-RSD-IDX)
           END-IF
           .
       RAISED-FIND-OR-ADD-EXIT. EXIT.



      *****************************************************************
       GAP-REPORT SECTION.
      *===============================================================*
           MOVE TMP-FROM-DATE TO OGAP-H1-FROM
           MOVE TMP-DAYS      TO OGAP-H1-DAYS
           MOVE OGAP-H1 TO OGAP-REC
           PERFORM OGAP-WRITE
           MOVE SPACES  TO OGAP-REC
           PERFORM OGAP-WRITE
           MOVE OGAP-H2 TO OGAP-REC
           PERFORM OGAP-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RSD-MAX)
              PERFORM CATALOG-COVERS
              IF (TMP-FOUND) THEN
                 ADD 1 TO TMP-COUNT-COVERED
              ELSE
                 ADD 1 TO TMP-COUNT-GAP
                 MOVE TAB-RSD-PGM(TMP-I-TABLE)   TO OGAP-R1-PGM
                 MOVE TAB-RSD-RC(TMP-I-TABLE)    TO OGAP-R1-RC
                 MOVE TAB-RSD-FIRST(TMP-I-TABLE) TO OGAP-R1-FIRST
                 MOVE TAB-RSD-LAST(TMP-I-TABLE)  TO OGAP-R1-LAST
      *          EVERY PGM-ERR ALSO WRITES A RUNBOOK EVENT - ONLY A
      *          CODE NEVER RAISED THROUGH PGM-ERR COUNTS ITS ALERTS
                 IF (TAB-RSD-COUNT(TMP-I-TABLE) > 0) THEN
                    MOVE TAB-RSD-COUNT(TMP-I-TABLE) TO OGAP-R1-COUNT
                    MOVE TAB-RSD-MSG(TMP-I-TABLE)   TO OGAP-R1-MSG
                 ELSE
                    MOVE TAB-RSD-ALERTS(TMP-I-TABLE) TO OGAP-R1-COUNT
                    MOVE '(ALERT ONLY - MESSAGE IN alert.txt)'
                      TO OGAP-R1-MSG
                 END-IF
                 MOVE OGAP-R1 TO OGAP-REC
                 PERFORM OGAP-WRITE
              END-IF
           END-PERFORM

           MOVE SPACES TO OGAP-REC
           PERFORM OGAP-WRITE
           MOVE SPACES TO OGAP-REC
           MOVE TAB-RSD-MAX TO TMP-COUNT-RAISED
           STRING 'CODES RAISED: ' TMP-COUNT-RAISED
                  '  IN CATALOG: ' TMP-COUNT-COVERED
                  '  WITHOUT ENTRY: ' TMP-COUNT-GAP
                  '  CATALOG ROWS WITHOUT ACTION: '
                  TMP-COUNT-NO-ACTION
             DELIMITED BY SIZE INTO OGAP-REC
           END-STRING
           PERFORM OGAP-WRITE

           IF (TMP-COUNT-GAP > 0) OR (TMP-COUNT-NO-ACTION > 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'ERROR CATALOG INCOMPLETE - ' TMP-COUNT-GAP
                     ' CODE(S) WITHOUT ENTRY, ' TMP-COUNT-NO-ACTION
                     ' ROW(S) WITHOUT ACTION'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       GAP-REPORT-EXIT. EXIT.



      *****************************************************************
       CATALOG-COVERS SECTION.
      *===============================================================*
      *    THE SAME MATCH CERRC1 MAKES: THE PROGRAM'S OWN ROW OR A    *
      *    GENERIC '*' ROW FOR THE CODE                               *
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-CAT-MAX)
                        OR (TMP-FOUND)
              IF (TAB-CAT-RC(TMP-J-TABLE) = TAB-RSD-RC(TMP-I-TABLE))
                 AND ((TAB-CAT-PGM(TMP-J-TABLE)
                       = TAB-RSD-PGM(TMP-I-TABLE))
                   OR (TAB-CAT-PGM(TMP-J-TABLE) = '*')) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
              END-IF
           END-PERFORM
           .
       CATALOG-COVERS-EXIT. EXIT.



      *****************************************************************
       OGAP-WRITE SECTION.
      *===============================================================*
           MOVE OGAP-REC TO OGAP-RECORD
           PERFORM FILE-WRITE-OGAP
           .
       OGAP-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IEVNT-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OGAP

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'WINDOW FROM.........: ' TMP-FROM-DATE
           DISPLAY 'INPUT ICAT..........: ' ICAT-COUNT
           DISPLAY 'INPUT IEVNT.........: ' IEVNT-COUNT
           DISPLAY 'CODES RAISED........: ' TAB-RSD-MAX
           DISPLAY 'WITHOUT ENTRY.......: ' TMP-COUNT-GAP
           DISPLAY 'ROWS WITHOUT ACTION.: ' TMP-COUNT-NO-ACTION
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICAT==
            ==:V2:== BY ==ICAT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==IEVNT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OGAP==
            ==:V2:== BY ==OGAP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-ERRC1.
      *****************************************************************
