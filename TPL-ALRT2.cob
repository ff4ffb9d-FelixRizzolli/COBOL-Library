       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-ALRT2.
      *****************************************************************
      * TPL-ALRT2: WEEKLY TIME-TO-ACKNOWLEDGE REPORT PER ALERT TYPE   *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * READS THE ALERT REGISTER KEPT BY TPL-ALRT1 AND PRINTS, FOR    *
      * EVERY ALERT TYPE (PROGRAM AND CODE) RAISED IN THE LAST DAYS   *
      * (DEFAULT 7), HOW MANY ALERTS WERE RAISED AND ACKNOWLEDGED,    *
      * THE AVERAGE AND LONGEST TIME FROM RAISING TO ACKNOWLEDGEMENT  *
      * IN MINUTES, HOW MANY HAD TO GO TO THE SECONDARY OR ALL THE    *
      * WAY TO THE SHIFT LEAD, AND HOW MANY ARE STILL UNACKNOWLEDGED. *
      * AN ALERT CLOSED WITHOUT A SEPARATE ACKNOWLEDGEMENT COUNTS AS  *
      * ACKNOWLEDGED AT ITS CLOSING. ANY ALERT STILL UNACKNOWLEDGED   *
      * ENDS WITH RC 4.                                               *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IREG   - ALERT REGISTER (IO/alertreg.txt, SEE TPL-ALRT1)      *
      * IPARM  - OPTIONAL (IO/alrtrparm.txt), KEYWORD=VALUE:          *
      *          DAYS=NNN         REPORTING WINDOW (DEFAULT 7) - NOT  *
      *                           LONGER THAN ALRT1'S KEEPDAYS        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OREP   - REPORT (IO/alertackreport.txt)                       *
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
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==IREG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==OREP-PATH==.
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
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREP==
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
      * ALERT REGISTER RECORD (LAYOUT SEE TPL-ALRT1)                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREG==.
       01 REG-REC.
           05 REG-ID                  PIC 9(6).
           05 REG-PGM                 PIC X(8).
           05 REG-RC                  PIC X(3).
           05 REG-RAISED-TS           PIC X(14).
           05 REG-STATUS              PIC X(1).
              88 REG-RAISED                VALUE 'R'.
              88 REG-ACKED                 VALUE 'A'.
              88 REG-CLOSED                VALUE 'C'.
           05 REG-LEVEL               PIC 9(1).
           05 REG-HOLDER              PIC X(20).
           05 REG-LEVEL-TS            PIC X(14).
           05 REG-ACK-TS              PIC X(14).
           05 REG-ACK-BY              PIC X(8).
           05 REG-CLOSE-TS            PIC X(14).
           05 REG-CLOSE-BY            PIC X(8).
           05 REG-SEVERITY            PIC X(8).
           05 REG-MSG                 PIC X(60).
           05 FILLER                  PIC X(21).

      *-[ ONE ROW PER ALERT TYPE - PROGRAM AND CODE ]------------------*
       01 TYPE-TABLE.
           05 TAB-TYP-MAX             PIC S9(9) BINARY.
           05 TAB-TYP-DIM             PIC S9(9) BINARY  VALUE 999.
           05 TAB-TYP                 OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-TYP-MAX.
                10 TAB-TYP-PGM        PIC X(8).
                10 TAB-TYP-RC         PIC X(3).
                10 TAB-TYP-SEVERITY   PIC X(8).
                10 TAB-TYP-RAISED     PIC 9(5).
                10 TAB-TYP-ACKED      PIC 9(5).
                10 TAB-TYP-TTA-SUM    PIC 9(9).
                10 TAB-TYP-TTA-MAX    PIC 9(7).
                10 TAB-TYP-OPEN       PIC 9(5).
                10 TAB-TYP-SECOND     PIC 9(5).
                10 TAB-TYP-LEAD       PIC 9(5).

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).

      *---------------------------------------------------------------*
      * OUTPUT OREP                                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREP==.
       01 OREP-REC                    PIC X(132).
       01 OREP-H1.
           05 FILLER                  PIC X(43)
              VALUE 'ALERT TIME-TO-ACKNOWLEDGE PER ALERT TYPE -'.
           05 FILLER                  PIC X(6)    VALUE 'SINCE '.
           05 OREP-H1-FROM            PIC X(8).
           05 FILLER                  PIC X(2)    VALUE ' ('.
           05 OREP-H1-DAYS            PIC ZZ9.
           05 FILLER                  PIC X(6)    VALUE ' DAYS)'.
           05 FILLER                  PIC X(62)   VALUE SPACES.
       01 OREP-H2.
           05 FILLER                  PIC X(9)    VALUE 'PROGRAM'.
           05 FILLER                  PIC X(4)    VALUE 'RC'.
           05 FILLER                  PIC X(9)    VALUE 'SEVERITY'.
           05 FILLER                  PIC X(8)    VALUE ' RAISED'.
           05 FILLER                  PIC X(8)    VALUE '  ACKED'.
           05 FILLER                  PIC X(10)   VALUE ' AVG MIN'.
           05 FILLER                  PIC X(10)   VALUE ' MAX MIN'.
           05 FILLER                  PIC X(10)   VALUE ' UNACKED'.
           05 FILLER                  PIC X(12)   VALUE ' SECONDARY'.
           05 FILLER                  PIC X(52)   VALUE '   LEAD'.
       01 OREP-R1.
           05 OREP-R1-PGM             PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-R1-RC              PIC X(3).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-R1-SEVERITY        PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-R1-RAISED          PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-R1-ACKED           PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREP-R1-AVG             PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-R1-MAX             PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-R1-OPEN            PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-R1-SECOND          PIC ZZZZZZZZZ9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OREP-R1-LEAD            PIC ZZZZZ9.
           05 FILLER                  PIC X(46)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-TYP-IDX             PIC S9(9) BINARY.
           05 TMP-COUNT-IN-WINDOW     PIC 9(5).
           05 TMP-COUNT-OPEN          PIC 9(5).
       01 TTA-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-FROM-DATE           PIC X(8).
           05 TMP-FROM-NUM            PIC 9(8).
           05 TMP-DAYS                PIC 9(3)    VALUE 7.
           05 TMP-TS-ARG              PIC X(14).
           05 TMP-TS-MIN              PIC 9(9).
           05 TMP-RAISED-MIN          PIC 9(9).
           05 TMP-TTA-MIN             PIC 9(7).
           05 TMP-SWAP-TYP            PIC X(60).
       01 TOTAL-LINE.
           05 TOT-RAISED              PIC 9(5).
           05 TOT-ACKED               PIC 9(5).
           05 TOT-TTA-SUM             PIC 9(9).
           05 TOT-TTA-MAX             PIC 9(7).
           05 TOT-OPEN                PIC 9(5).
           05 TOT-SECOND              PIC 9(5).
           05 TOT-LEAD                PIC 9(5).
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
       01 IREG-PATH                  PIC X(40)
                                      VALUE 'IO/alertreg.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/alrtrparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OREP-PATH                  PIC X(40)
                                      VALUE 'IO/alertackreport.txt'.
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

           PERFORM REGISTER-ACCUM
           PERFORM TYPE-SORT
           PERFORM TTA-REPORT

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-ALRT2'                          TO PGM-NAME
           MOVE 'WEEKLY TIME-TO-ACKNOWLEDGE REPORT PER ALERT TYPE'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREG-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OREP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                                    TO TAB-TYP-MAX
           MOVE 0                          TO TMP-COUNT-IN-WINDOW
           MOVE 0                          TO TMP-COUNT-OPEN
           MOVE ZERO                       TO TOTAL-LINE
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
                     STRING 'UNKNOWN ALRTRPARM KEYWORD IGNORED: '
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
              MOVE 7 TO TMP-DAYS
           END-IF
           COMPUTE TMP-FROM-NUM =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(TMP-TODAY)) - TMP-DAYS)
           MOVE TMP-FROM-NUM TO TMP-FROM-DATE

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OREP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       REGISTER-ACCUM SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-IREG
           IF (IREG-NO) THEN
              MOVE 'NO ALERT REGISTER - NOTHING TO REPORT'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO REGISTER-ACCUM-EXIT
           END-IF
           PERFORM FILE-READ-IREG
           PERFORM UNTIL (IREG-EOF)
              MOVE IREG-RECORD TO REG-REC
              IF (REG-RAISED-TS(1:8) >= TMP-FROM-DATE) THEN
                 ADD 1 TO TMP-COUNT-IN-WINDOW
                 PERFORM TYPE-FIND-OR-ADD
                 IF (TMP-TYP-IDX > 0) THEN
                    PERFORM TYPE-ACCUM-ONE
                 END-IF
              END-IF
              PERFORM FILE-READ-IREG
           END-PERFORM
           PERFORM FILE-CLOSE-IREG
           .
       REGISTER-ACCUM-EXIT. EXIT.



      *****************************************************************
       TYPE-FIND-OR-ADD SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-FOUND-SW
           MOVE 0   TO TMP-TYP-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-TYP-MAX)
                        OR (TMP-FOUND)
              IF (TAB-TYP-PGM(TMP-I-TABLE) = REG-PGM)
                 AND (TAB-TYP-RC(TMP-I-TABLE) = REG-RC) THEN
                 MOVE 'Y'          TO TMP-FOUND-SW
                 MOVE TMP-I-TABLE  TO TMP-TYP-IDX
              END-IF
           END-PERFORM
           IF (TMP-NOT-FOUND) THEN
              IF (TAB-TYP-MAX >= TAB-TYP-DIM) THEN
                 MOVE 'TAB-TYP OVERFLOW - REPORT SHORT'
                   TO APP-LOG-LINE
                 PERFORM SCHREIBE-APP-LOG-LINE
                 GO TO TYPE-FIND-OR-ADD-EXIT
              END-IF
              ADD 1 TO TAB-TYP-MAX
              MOVE TAB-TYP-MAX    TO TMP-TYP-IDX
              MOVE REG-PGM        TO TAB-TYP-PGM(TMP-TYP-IDX)
              MOVE REG-RC         TO TAB-TYP-RC(TMP-TYP-IDX)
              MOVE SPACES         TO TAB-TYP-SEVERITY(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-RAISED(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-ACKED(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-TTA-SUM(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-TTA-MAX(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-OPEN(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-SECOND(TMP-TYP-IDX)
              MOVE 0              TO TAB-TYP-LEAD(TMP-TYP-IDX)
           END-IF
           .
       TYPE-FIND-OR-ADD-EXIT. EXIT.



      *****************************************************************
       TYPE-ACCUM-ONE SECTION.
      *===============================================================*
           ADD 1 TO TAB-TYP-RAISED(TMP-TYP-IDX)
           IF (REG-SEVERITY NOT = SPACES) THEN
              MOVE REG-SEVERITY TO TAB-TYP-SEVERITY(TMP-TYP-IDX)
           END-IF
           IF (REG-LEVEL >= 2) THEN
              ADD 1 TO TAB-TYP-SECOND(TMP-TYP-IDX)
           END-IF
           IF (REG-LEVEL = 3) THEN
              ADD 1 TO TAB-TYP-LEAD(TMP-TYP-IDX)
           END-IF
           IF (REG-RAISED) THEN
              ADD 1 TO TAB-TYP-OPEN(TMP-TYP-IDX)
              ADD 1 TO TMP-COUNT-OPEN
              GO TO TYPE-ACCUM-ONE-EXIT
           END-IF

      *    ACKNOWLEDGED OR CLOSED - CLOSING WITHOUT AN ACK SETS BOTH
           MOVE REG-RAISED-TS TO TMP-TS-ARG
           PERFORM TS-TO-MINUTES
           MOVE TMP-TS-MIN    TO TMP-RAISED-MIN
           MOVE REG-ACK-TS    TO TMP-TS-ARG
           PERFORM TS-TO-MINUTES
           IF (TMP-TS-MIN > TMP-RAISED-MIN) THEN
              COMPUTE TMP-TTA-MIN = TMP-TS-MIN - TMP-RAISED-MIN
           ELSE
              MOVE 0 TO TMP-TTA-MIN
           END-IF
           ADD 1           TO TAB-TYP-ACKED(TMP-TYP-IDX)
           ADD TMP-TTA-MIN TO TAB-TYP-TTA-SUM(TMP-TYP-IDX)
           IF (TMP-TTA-MIN > TAB-TYP-TTA-MAX(TMP-TYP-IDX)) THEN
              MOVE TMP-TTA-MIN TO TAB-TYP-TTA-MAX(TMP-TYP-IDX)
           END-IF
           .
       TYPE-ACCUM-ONE-EXIT. EXIT.



      *****************************************************************
       TYPE-SORT SECTION.
      *===============================================================*
      *    BY PROGRAM AND CODE (BOUNDED TABLE, PLAIN BUBBLE SORT)     *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-TYP-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-TYP-MAX - TMP-I-TABLE)
                 IF (TAB-TYP-PGM(TMP-J-TABLE) >
                     TAB-TYP-PGM(TMP-J-TABLE + 1))
                    OR ((TAB-TYP-PGM(TMP-J-TABLE) =
                         TAB-TYP-PGM(TMP-J-TABLE + 1))
                        AND (TAB-TYP-RC(TMP-J-TABLE) >
                             TAB-TYP-RC(TMP-J-TABLE + 1))) THEN
                    MOVE TAB-TYP(TMP-J-TABLE)     TO TMP-SWAP-TYP
                    MOVE TAB-TYP(TMP-J-TABLE + 1)
                      TO TAB-TYP(TMP-J-TABLE)
                    MOVE TMP-SWAP-TYP TO TAB-TYP(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       TYPE-SORT-EXIT. EXIT.



      *****************************************************************
       TTA-REPORT SECTION.
      *===============================================================*
           MOVE TMP-FROM-DATE TO OREP-H1-FROM
           MOVE TMP-DAYS      TO OREP-H1-DAYS
           MOVE OREP-H1 TO OREP-REC
           PERFORM OREP-WRITE
           MOVE SPACES  TO OREP-REC
           PERFORM OREP-WRITE
           MOVE OREP-H2 TO OREP-REC
           PERFORM OREP-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-TYP-MAX)
              MOVE TAB-TYP-PGM(TMP-I-TABLE)      TO OREP-R1-PGM
              MOVE TAB-TYP-RC(TMP-I-TABLE)       TO OREP-R1-RC
              MOVE TAB-TYP-SEVERITY(TMP-I-TABLE) TO OREP-R1-SEVERITY
              MOVE TAB-TYP-RAISED(TMP-I-TABLE)   TO OREP-R1-RAISED
              MOVE TAB-TYP-ACKED(TMP-I-TABLE)    TO OREP-R1-ACKED
              IF (TAB-TYP-ACKED(TMP-I-TABLE) > 0) THEN
                 COMPUTE OREP-R1-AVG ROUNDED =
                    TAB-TYP-TTA-SUM(TMP-I-TABLE)
                    / TAB-TYP-ACKED(TMP-I-TABLE)
              ELSE
                 MOVE 0 TO OREP-R1-AVG
              END-IF
              MOVE TAB-TYP-TTA-MAX(TMP-I-TABLE)  TO OREP-R1-MAX
              MOVE TAB-TYP-OPEN(TMP-I-TABLE)     TO OREP-R1-OPEN
              MOVE TAB-TYP-SECOND(TMP-I-TABLE)   TO OREP-R1-SECOND
              MOVE TAB-TYP-LEAD(TMP-I-TABLE)     TO OREP-R1-LEAD
              MOVE OREP-R1 TO OREP-REC
              PERFORM OREP-WRITE

              ADD TAB-TYP-RAISED(TMP-I-TABLE)  TO TOT-RAISED
              ADD TAB-TYP-ACKED(TMP-I-TABLE)   TO TOT-ACKED
              ADD TAB-TYP-TTA-SUM(TMP-I-TABLE) TO TOT-TTA-SUM
              ADD TAB-TYP-OPEN(TMP-I-TABLE)    TO TOT-OPEN
              ADD TAB-TYP-SECOND(TMP-I-TABLE)  TO TOT-SECOND
              ADD TAB-TYP-LEAD(TMP-I-TABLE)    TO TOT-LEAD
              IF (TAB-TYP-TTA-MAX(TMP-I-TABLE) > TOT-TTA-MAX) THEN
                 MOVE TAB-TYP-TTA-MAX(TMP-I-TABLE) TO TOT-TTA-MAX
              END-IF
           END-PERFORM

           MOVE SPACES TO OREP-REC
           PERFORM OREP-WRITE
           MOVE 'TOTAL'     TO OREP-R1-PGM
           MOVE SPACES      TO OREP-R1-RC
           MOVE SPACES      TO OREP-R1-SEVERITY
           MOVE TOT-RAISED  TO OREP-R1-RAISED
           MOVE TOT-ACKED   TO OREP-R1-ACKED
           IF (TOT-ACKED > 0) THEN
              COMPUTE OREP-R1-AVG ROUNDED = TOT-TTA-SUM / TOT-ACKED
           ELSE
              MOVE 0 TO OREP-R1-AVG
           END-IF
           MOVE TOT-TTA-MAX TO OREP-R1-MAX
           MOVE TOT-OPEN    TO OREP-R1-OPEN
           MOVE TOT-SECOND  TO OREP-R1-SECOND
           MOVE TOT-LEAD    TO OREP-R1-LEAD
           MOVE OREP-R1 TO OREP-REC
           PERFORM OREP-WRITE

           IF (TMP-COUNT-OPEN > 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING TMP-COUNT-OPEN ' ALERT(S) OF THE LAST '
                     TMP-DAYS ' DAYS STILL UNACKNOWLEDGED'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       TTA-REPORT-EXIT. EXIT.



      *****************************************************************
       TS-TO-MINUTES SECTION.
      *===============================================================*
      *    YYYYMMDDHHMMSS IN TMP-TS-ARG TO A MINUTE COUNT FOR         *
      *    DIFFERENCES - ZERO FOR A TIMESTAMP THAT ISN'T ONE          *
           IF (TMP-TS-ARG IS NOT NUMERIC)
              OR (TMP-TS-ARG(1:8) < '19000101') THEN
              MOVE 0 TO TMP-TS-MIN
              GO TO TS-TO-MINUTES-EXIT
           END-IF
           COMPUTE TMP-TS-MIN =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(TMP-TS-ARG(1:8))) * 1440
            + FUNCTION NUMVAL(TMP-TS-ARG(9:2)) * 60
            + FUNCTION NUMVAL(TMP-TS-ARG(11:2))
           .
       TS-TO-MINUTES-EXIT. EXIT.



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
           MOVE IREG-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OREP

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'WINDOW FROM.........: ' TMP-FROM-DATE
           DISPLAY 'INPUT IREG..........: ' IREG-COUNT
           DISPLAY 'ALERTS IN WINDOW....: ' TMP-COUNT-IN-WINDOW
           DISPLAY 'ALERT TYPES.........: ' TAB-TYP-MAX
           DISPLAY 'STILL UNACKNOWLEDGED: ' TMP-COUNT-OPEN
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
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==IREG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREP==
            ==:V2:== BY ==OREP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-ALRT2.
      *****************************************************************
