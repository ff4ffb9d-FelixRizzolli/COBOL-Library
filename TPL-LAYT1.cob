       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-LAYT1.
      *****************************************************************
      * TPL-LAYT1: FILE-LAYOUT CONFORMANCE CHECK (CHAIN GATE)         *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE RECORD LAYOUTS OF THE IO FILES USED TO LIVE ONLY IN THE   *
      * PROGRAMS' WORKING STORAGE, SO A HAND-EDITED FILE WITH A       *
      * SHIFTED COLUMN WAS ONLY FOUND WHEN A REPORT PRINTED NONSENSE. *
      * THE LAYOUT REGISTRY (IO/layouts.txt) DESCRIBES EACH FILE'S    *
      * FIELDS - NAME, OFFSET, LENGTH, TYPE, ALLOWED VALUES - AND IS  *
      * THE REFERENCE WHEN A REGION ASKS WHAT WE EXPECT. THIS PROGRAM *
      * VALIDATES THE NAMED FILES (ALL REGISTERED FILES WHEN NONE IS  *
      * NAMED) AGAINST THEIR ENTRIES AND LISTS EVERY NON-CONFORMING   *
      * RECORD WITH THE FIELD AND OFFSET AT FAULT. MORE               *
      * NON-CONFORMING RECORDS THAN MAXBAD END THE STEP WITH RC 8, SO *
      * A RUN-PLAN STEP THAT HAS THIS ONE AS ITS PREDECESSOR (OR A    *
      * JCL IF (RC <= 4)) IS GATED ON IT. A NAMED FILE THAT IS        *
      * MISSING OR HAS NO REGISTRY ENTRY ENDS WITH RC 4.              *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ILAY  - LAYOUT REGISTRY (IO/layouts.txt), '*' IN COLUMN 1 IS  *
      *         A COMMENT:                                            *
      *         F FILE X(30) RECLEN 9(4) DESCRIPTION X(60)            *
      *         D FIELD X(20) OFFSET 9(4) LENGTH 9(4) TYPE X(1)       *
      *           OPTIONAL X(1) ALLOWED VALUES X(80)                  *
      *         - ONE BLANK BETWEEN THE FIELDS; THE D LINES FOLLOW    *
      *         THEIR F LINE. TYPE A = ANY TEXT, R = REQUIRED TEXT,   *
      *         N = UNSIGNED DIGITS, S = SIGNED ZONED NUMBER, D =     *
      *         DATE YYYYMMDD (OR YYYYMM FOR LENGTH 6, WHERE MONTH 00 *
      *         IS A WHOLE-YEAR PERIOD YYYY00). OPTIONAL 'O' ALLOWS   *
      *         AN ALL-BLANK FIELD. ALLOWED VALUES ARE                *
      *         SEPARATED BY '/' (BLANK = ANY)                        *
      * ICHK  - EACH FILE CHECKED IN TURN                             *
      * IPARM - OPTIONAL (IO/laytparm.txt), KEYWORD=VALUE:            *
      *         FILE=IO/xxx.txt  CHECK THIS FILE (REPEATABLE; NONE =  *
      *                          EVERY FILE IN THE REGISTRY)          *
      *         MAXBAD=n         NON-CONFORMING RECORDS TOLERATED PER *
      *                          FILE (DEFAULT 0)                     *
      *         MAXLIST=n        FAULTS LISTED PER FILE (DEFAULT 50)  *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCHK  - CONFORMANCE REPORT (IO/layoutcheck.txt)               *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * ACCEPT YYYY00 (WHOLE YEAR) IN A 6-BYTE DATE FIELD             *
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
            ==:V1:== BY ==ILAY==
            ==:V2:== BY ==ILAY-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICHK==
            ==:V2:== BY ==ICHK-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCHK==
            ==:V2:== BY ==OCHK-PATH==.
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
            ==:V1:== BY ==ILAY==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICHK==
            ==:V2:== BY ==512==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCHK==
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
      * ILAY = LAYOUT REGISTRY                                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILAY==.
       01 LAY-REC.
           05 LAY-TYPE                PIC X(1).
              88 LAY-IS-COMMENT            VALUE '*'.
              88 LAY-IS-FILE               VALUE 'F'.
              88 LAY-IS-FIELD              VALUE 'D'.
           05 FILLER                  PIC X(1).
           05 LAY-BODY                PIC X(118).
           05 LAY-FILE-BODY REDEFINES LAY-BODY.
              10 LAY-FILE             PIC X(30).
              10 FILLER               PIC X(1).
              10 LAY-RECLEN           PIC X(4).
              10 LAY-RECLEN-NUM REDEFINES LAY-RECLEN
                                      PIC 9(4).
              10 FILLER               PIC X(1).
              10 LAY-DESC             PIC X(60).
              10 FILLER               PIC X(22).
           05 LAY-FIELD-BODY REDEFINES LAY-BODY.
              10 LAY-FIELD            PIC X(20).
              10 FILLER               PIC X(1).
              10 LAY-OFFSET           PIC X(4).
              10 LAY-OFFSET-NUM REDEFINES LAY-OFFSET
                                      PIC 9(4).
              10 FILLER               PIC X(1).
              10 LAY-LENGTH           PIC X(4).
              10 LAY-LENGTH-NUM REDEFINES LAY-LENGTH
                                      PIC 9(4).
              10 FILLER               PIC X(1).
              10 LAY-FTYPE            PIC X(1).
                 88 LAY-FTYPE-VALID        VALUE 'A' 'R' 'N' 'S' 'D'.
              10 FILLER               PIC X(1).
              10 LAY-OPT              PIC X(1).
              10 FILLER               PIC X(1).
              10 LAY-VALUES           PIC X(80).
              10 FILLER               PIC X(3).

       01 LAYOUT-FILES.
           05 TAB-LF-MAX              PIC S9(9) BINARY.
           05 TAB-LF-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-LF                  OCCURS 99.
                10 TAB-LF-FILE        PIC X(30).
                10 TAB-LF-RECLEN      PIC 9(4).
                10 TAB-LF-DESC        PIC X(60).
                10 TAB-LF-FIRST       PIC S9(9) BINARY.
                10 TAB-LF-LAST        PIC S9(9) BINARY.
       01 LAYOUT-FIELDS.
           05 TAB-LD-MAX              PIC S9(9) BINARY.
           05 TAB-LD-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-LD                  OCCURS 999.
                10 TAB-LD-NAME        PIC X(20).
                10 TAB-LD-OFFSET      PIC 9(4).
                10 TAB-LD-LENGTH      PIC 9(4).
                10 TAB-LD-TYPE        PIC X(1).
                10 TAB-LD-OPT         PIC X(1).
                   88 TAB-LD-OPTIONAL      VALUE 'O'.
                10 TAB-LD-VALUES      PIC X(80).

      *---------------------------------------------------------------*
      * ICHK = THE FILE BEING CHECKED                                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICHK==.
       01 CHECK-LIST.
           05 TAB-CK-MAX              PIC S9(9) BINARY.
           05 TAB-CK-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-CK-PATH             PIC X(30)   OCCURS 99.

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).
       01 LAYT-PARMS.
           05 TMP-MAX-BAD             PIC 9(7)    VALUE 0.
           05 TMP-MAX-LIST            PIC 9(5)    VALUE 50.

      *---------------------------------------------------------------*
      * OUTPUT OCHK                                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCHK==.
       01 OCHK-REC                    PIC X(132).
       01 OCHK-H1.
           05 FILLER                  PIC X(6)    VALUE 'FILE: '.
           05 OCHK-H1-FILE            PIC X(30).
           05 FILLER                  PIC X(9)    VALUE ' RECLEN: '.
           05 OCHK-H1-RECLEN          PIC 9(4).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OCHK-H1-DESC            PIC X(60).
           05 FILLER                  PIC X(21)   VALUE SPACES.
       01 OCHK-H2.
           05 FILLER                  PIC X(10)   VALUE 'RECORD'.
           05 FILLER                  PIC X(21)   VALUE 'FIELD'.
           05 FILLER                  PIC X(7)    VALUE 'OFFSET'.
           05 FILLER                  PIC X(7)    VALUE 'LENGTH'.
           05 FILLER                  PIC X(26)   VALUE 'PROBLEM'.
           05 FILLER                  PIC X(61)   VALUE 'FOUND'.
       01 OCHK-R1.
           05 OCHK-R1-RECNO           PIC 9(9).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OCHK-R1-FIELD           PIC X(20).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OCHK-R1-OFFSET          PIC 9(4).
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OCHK-R1-LENGTH          PIC 9(4).
           05 FILLER                  PIC X(3)    VALUE SPACES.
           05 OCHK-R1-PROBLEM         PIC X(25).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OCHK-R1-FOUND           PIC X(40).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(19)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-F                   PIC S9(9) BINARY.
           05 TMP-D                   PIC S9(9) BINARY.
           05 TMP-C                   PIC S9(9) BINARY.
           05 TMP-OFF                 PIC S9(4) BINARY.
           05 TMP-LEN                 PIC S9(4) BINARY.
           05 TMP-NEEDLE-LEN          PIC S9(4) BINARY.
           05 TMP-HITS                PIC S9(4) BINARY.
           05 TMP-LAY-LINE            PIC 9(5).
           05 TMP-COUNT-FILES         PIC 9(5).
           05 TMP-COUNT-FAILED        PIC 9(5).
           05 TMP-FILE-READ           PIC 9(9).
           05 TMP-FILE-BAD            PIC 9(9).
           05 TMP-FILE-LISTED         PIC 9(5).
           05 TMP-TOTAL-READ          PIC 9(9).
           05 TMP-TOTAL-BAD           PIC 9(9).
       01 LAYT-WORK.
           05 TMP-NOW-TS              PIC X(14).
           05 TMP-ARG-PATH            PIC X(30).
           05 TMP-FLD                 PIC X(512).
           05 TMP-BYTE                PIC X(1).
           05 TMP-PROBLEM             PIC X(25).
           05 TMP-DATE-NUM            PIC 9(8).
           05 TMP-NEEDLE              PIC X(82).
           05 TMP-HAYSTACK            PIC X(82).
       01 SWITCHES.
           05 TMP-REC-BAD-SW          PIC X(1).
              88 TMP-REC-BAD               VALUE 'Y'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ILAY-PATH                  PIC X(40)
                                      VALUE 'IO/layouts.txt'.
       01 ICHK-PATH                  PIC X(40)   VALUE SPACES.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/laytparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OCHK-PATH                  PIC X(40)
                                      VALUE 'IO/layoutcheck.txt'.
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

           PERFORM REGISTRY-LOAD
           IF (TAB-CK-MAX = 0) THEN
      *       NOTHING NAMED - EVERY REGISTERED FILE
              PERFORM VARYING TMP-F FROM 1 BY 1
                        UNTIL (TMP-F > TAB-LF-MAX)
                 ADD 1 TO TAB-CK-MAX
                 MOVE TAB-LF-FILE(TMP-F) TO TAB-CK-PATH(TAB-CK-MAX)
              END-PERFORM
           END-IF

           MOVE SPACES TO OCHK-REC
           STRING 'LAYOUT CONFORMANCE CHECK - ' TMP-NOW-TS
                  '  (MAXBAD ' TMP-MAX-BAD ')'
             DELIMITED BY SIZE INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE

           PERFORM VARYING TMP-C FROM 1 BY 1
                     UNTIL (TMP-C > TAB-CK-MAX)
              PERFORM FILE-CHECK
           END-PERFORM

           MOVE SPACES TO OCHK-REC
           PERFORM OCHK-WRITE
           MOVE SPACES TO OCHK-REC
           STRING 'FILES CHECKED: ' TMP-COUNT-FILES
                  '  FAILED: ' TMP-COUNT-FAILED
                  '  RECORDS READ: ' TMP-TOTAL-READ
                  '  NON-CONFORMING: ' TMP-TOTAL-BAD
             DELIMITED BY SIZE INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE

           IF (TMP-COUNT-FAILED > 0) THEN
              DISPLAY PGM-NAME ' LAYOUT GATE FAILED - '
                TMP-COUNT-FAILED ' FILE(S) OVER MAXBAD ' TMP-MAX-BAD
              MOVE '008' TO PGM-END-RC
           END-IF

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-LAYT1'                          TO PGM-NAME
           MOVE 'FILE-LAYOUT CONFORMANCE CHECK'      TO PGM-DESCRIPTION
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ILAY-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILAY-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
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
           MOVE 0                          TO TAB-LF-MAX
           MOVE 0                          TO TAB-LD-MAX
           MOVE 0                          TO TAB-CK-MAX
           MOVE 0                          TO TMP-COUNT-FILES
           MOVE 0                          TO TMP-COUNT-FAILED
           MOVE 0                          TO TMP-TOTAL-READ
           MOVE 0                          TO TMP-TOTAL-BAD
           MOVE FUNCTION CURRENT-DATE(1:14)          TO TMP-NOW-TS

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
                   WHEN 'FILE'
                     IF (TAB-CK-MAX < TAB-CK-DIM) THEN
                        ADD 1 TO TAB-CK-MAX
                        MOVE KWP-VAL TO TAB-CK-PATH(TAB-CK-MAX)
                     END-IF
                   WHEN 'MAXBAD'
                     COMPUTE TMP-MAX-BAD =
                        FUNCTION NUMVAL(KWP-VAL)
                   WHEN 'MAXLIST'
                     COMPUTE TMP-MAX-LIST =
                        FUNCTION NUMVAL(KWP-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN LAYTPARM KEYWORD IGNORED: '
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

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OCHK
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       REGISTRY-LOAD SECTION.
      *===============================================================*
      *    A REGISTRY LINE THAT CAN'T BE A FIELD OF ITS FILE IS       *
      *    LOGGED AND LEFT OUT - THE REST OF THE ENTRY STILL CHECKS   *
           PERFORM FILE-OPEN-INPUT-ILAY
           IF (ILAY-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO LAYOUT REGISTRY (IO/layouts.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE 0 TO TMP-LAY-LINE
           PERFORM FILE-READ-ILAY
           PERFORM UNTIL (ILAY-EOF)
              ADD 1 TO TMP-LAY-LINE
              MOVE ILAY-RECORD TO LAY-REC
              EVALUATE TRUE
                WHEN LAY-IS-COMMENT
                  CONTINUE
                WHEN LAY-REC = SPACES
                  CONTINUE
                WHEN LAY-IS-FILE
                  IF (TAB-LF-MAX >= TAB-LF-DIM) THEN
                     MOVE '907' TO PGM-ERR-RC
                     MOVE 'TAB-LF OVERFLOW - TOO MANY REGISTERED FILES'
                       TO PGM-ERR-MSG1
                     MOVE 'RAISE TAB-LF-DIM' TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                  END-IF
                  IF (LAY-RECLEN IS NOT NUMERIC)
                     OR (LAY-RECLEN-NUM = 0)
                     OR (LAY-RECLEN-NUM > 512) THEN
                     PERFORM REGISTRY-LINE-BAD
                  ELSE
                     ADD 1 TO TAB-LF-MAX
                     MOVE LAY-FILE       TO TAB-LF-FILE(TAB-LF-MAX)
                     MOVE LAY-RECLEN-NUM TO TAB-LF-RECLEN(TAB-LF-MAX)
                     MOVE LAY-DESC       TO TAB-LF-DESC(TAB-LF-MAX)
                     COMPUTE TAB-LF-FIRST(TAB-LF-MAX) = TAB-LD-MAX + 1
                     MOVE TAB-LD-MAX     TO TAB-LF-LAST(TAB-LF-MAX)
                  END-IF
                WHEN LAY-IS-FIELD
                  AND (TAB-LF-MAX > 0)
                  IF (TAB-LD-MAX >= TAB-LD-DIM) THEN
                     MOVE '907' TO PGM-ERR-RC
                     MOVE 'TAB-LD OVERFLOW - TOO MANY REGISTERED FIELDS'
                       TO PGM-ERR-MSG1
                     MOVE 'RAISE TAB-LD-DIM' TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                  END-IF
                  IF (LAY-OFFSET IS NOT NUMERIC)
                     OR (LAY-LENGTH IS NOT NUMERIC)
                     OR (NOT LAY-FTYPE-VALID) THEN
                     PERFORM REGISTRY-LINE-BAD
                  ELSE
                     IF (LAY-OFFSET-NUM = 0)
                        OR (LAY-LENGTH-NUM = 0)
                        OR (LAY-OFFSET-NUM + LAY-LENGTH-NUM - 1 >
                            TAB-LF-RECLEN(TAB-LF-MAX)) THEN
                        PERFORM REGISTRY-LINE-BAD
                     ELSE
                        ADD 1 TO TAB-LD-MAX
                        MOVE LAY-FIELD      TO TAB-LD-NAME(TAB-LD-MAX)
                        MOVE LAY-OFFSET-NUM TO TAB-LD-OFFSET(TAB-LD-MAX)
                        MOVE LAY-LENGTH-NUM TO TAB-LD-LENGTH(TAB-LD-MAX)
                        MOVE LAY-FTYPE      TO TAB-LD-TYPE(TAB-LD-MAX)
                        MOVE LAY-OPT        TO TAB-LD-OPT(TAB-LD-MAX)
                        MOVE LAY-VALUES     TO TAB-LD-VALUES(TAB-LD-MAX)
                        MOVE TAB-LD-MAX     TO TAB-LF-LAST(TAB-LF-MAX)
                     END-IF
                  END-IF
                WHEN OTHER
                  PERFORM REGISTRY-LINE-BAD
              END-EVALUATE
              PERFORM FILE-READ-ILAY
           END-PERFORM
           PERFORM FILE-CLOSE-ILAY
           .
       REGISTRY-LOAD-EXIT. EXIT.



      *****************************************************************
       REGISTRY-LINE-BAD SECTION.
      *===============================================================*
           MOVE '004' TO PGM-END-RC
           MOVE SPACES TO APP-LOG-LINE
           STRING 'LAYOUT REGISTRY LINE ' TMP-LAY-LINE
                  ' IGNORED: ' LAY-REC(1:60)
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       REGISTRY-LINE-BAD-EXIT. EXIT.



      *****************************************************************
       FILE-CHECK SECTION.
      *===============================================================*
      *    FILE TAB-CK-PATH(TMP-C) AGAINST ITS REGISTRY ENTRY         *
           ADD 1 TO TMP-COUNT-FILES
           MOVE 0 TO TMP-FILE-READ
           MOVE 0 TO TMP-FILE-BAD
           MOVE 0 TO TMP-FILE-LISTED
           MOVE SPACES TO OCHK-REC
           PERFORM OCHK-WRITE

           MOVE TAB-CK-PATH(TMP-C) TO TMP-ARG-PATH
           MOVE 0 TO TMP-F
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-LF-MAX)
                        OR (TMP-F > 0)
              IF (TAB-LF-FILE(TMP-I-TABLE) = TMP-ARG-PATH) THEN
                 MOVE TMP-I-TABLE TO TMP-F
              END-IF
           END-PERFORM
           IF (TMP-F = 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO OCHK-REC
              STRING 'FILE: ' TMP-ARG-PATH ' - NO LAYOUT REGISTERED'
                DELIMITED BY SIZE INTO OCHK-REC
              END-STRING
              PERFORM OCHK-WRITE
              MOVE OCHK-REC TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO FILE-CHECK-EXIT
           END-IF

           MOVE TAB-LF-FILE(TMP-F)   TO OCHK-H1-FILE
           MOVE TAB-LF-RECLEN(TMP-F) TO OCHK-H1-RECLEN
           MOVE TAB-LF-DESC(TMP-F)   TO OCHK-H1-DESC
           MOVE OCHK-H1 TO OCHK-REC
           PERFORM OCHK-WRITE

           MOVE TMP-ARG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICHK-PATH
           MOVE 0 TO ICHK-COUNT
           PERFORM FILE-OPEN-INPUT-ICHK
           IF (ICHK-NO) THEN
              MOVE '004' TO PGM-END-RC
              MOVE '  FILE NOT FOUND - NOT CHECKED' TO OCHK-REC
              PERFORM OCHK-WRITE
              MOVE SPACES TO APP-LOG-LINE
              STRING 'LAYOUT CHECK: FILE NOT FOUND ' TMP-ARG-PATH
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO FILE-CHECK-EXIT
           END-IF
           MOVE OCHK-H2 TO OCHK-REC
           PERFORM OCHK-WRITE

           PERFORM FILE-READ-ICHK
           PERFORM UNTIL (ICHK-EOF)
              ADD 1 TO TMP-FILE-READ
              MOVE 'N' TO TMP-REC-BAD-SW
              PERFORM VARYING TMP-D FROM TAB-LF-FIRST(TMP-F) BY 1
                        UNTIL (TMP-D > TAB-LF-LAST(TMP-F))
                 PERFORM FIELD-CHECK
              END-PERFORM
      *       NOTHING MAY STAND BEYOND THE REGISTERED RECORD LENGTH
              IF (TAB-LF-RECLEN(TMP-F) < 512) THEN
                 COMPUTE TMP-OFF = TAB-LF-RECLEN(TMP-F) + 1
                 COMPUTE TMP-LEN = 512 - TAB-LF-RECLEN(TMP-F)
                 IF (ICHK-RECORD(TMP-OFF:TMP-LEN) NOT = SPACES) THEN
                    MOVE 'DATA BEYOND RECORD LENGTH' TO TMP-PROBLEM
                    MOVE '(BEYOND)'                  TO OCHK-R1-FIELD
                    MOVE TMP-OFF                     TO OCHK-R1-OFFSET
                    MOVE TMP-LEN                     TO OCHK-R1-LENGTH
                    PERFORM FAULT-LIST
                 END-IF
              END-IF
              IF (TMP-REC-BAD) THEN
                 ADD 1 TO TMP-FILE-BAD
              END-IF
              PERFORM FILE-READ-ICHK
           END-PERFORM
           PERFORM FILE-CLOSE-ICHK

           ADD TMP-FILE-READ TO TMP-TOTAL-READ
           ADD TMP-FILE-BAD  TO TMP-TOTAL-BAD
           MOVE SPACES TO OCHK-REC
           STRING '  RECORDS READ: ' TMP-FILE-READ
                  '  NON-CONFORMING: ' TMP-FILE-BAD
                  '  FAULTS LISTED: ' TMP-FILE-LISTED
             DELIMITED BY SIZE INTO OCHK-REC
           END-STRING
           PERFORM OCHK-WRITE
           IF (TMP-FILE-BAD > TMP-MAX-BAD) THEN
              ADD 1 TO TMP-COUNT-FAILED
              MOVE SPACES TO APP-LOG-LINE
              STRING 'LAYOUT CHECK FAILED: ' TMP-ARG-PATH
                     ' NON-CONFORMING ' TMP-FILE-BAD
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           IF (TMP-FILE-BAD > 0) THEN
              MOVE 'LAYOUT'  TO EVNT-CODE
              MOVE SPACES    TO EVNT-DETAIL
              STRING 'FILE=' FUNCTION TRIM(TMP-ARG-PATH)
                     '|READ=' TMP-FILE-READ
                     '|BAD=' TMP-FILE-BAD
                DELIMITED BY SIZE
                INTO EVNT-DETAIL
              END-STRING
              PERFORM EMIT-EVENT
           END-IF
           .
       FILE-CHECK-EXIT. EXIT.



      *****************************************************************
       FIELD-CHECK SECTION.
      *===============================================================*
      *    FIELD TMP-D OF THE CURRENT RECORD                          *
           MOVE TAB-LD-OFFSET(TMP-D) TO TMP-OFF
           MOVE TAB-LD-LENGTH(TMP-D) TO TMP-LEN
           MOVE SPACES TO TMP-FLD
           MOVE ICHK-RECORD(TMP-OFF:TMP-LEN) TO TMP-FLD
           MOVE SPACES TO TMP-PROBLEM

           IF (TMP-FLD = SPACES) THEN
              IF (TAB-LD-TYPE(TMP-D) NOT = 'A')
                 AND (NOT TAB-LD-OPTIONAL(TMP-D)) THEN
                 MOVE 'BLANK' TO TMP-PROBLEM
                 PERFORM FIELD-FAULT
              END-IF
              GO TO FIELD-CHECK-EXIT
           END-IF

           EVALUATE TAB-LD-TYPE(TMP-D)
             WHEN 'N'
               IF (TMP-FLD(1:TMP-LEN) IS NOT NUMERIC) THEN
                  MOVE 'NOT NUMERIC' TO TMP-PROBLEM
               END-IF
             WHEN 'S'
      *        ZONED: DIGITS, THE SIGN OVERPUNCHED ON THE LAST BYTE
               MOVE TMP-FLD(TMP-LEN:1) TO TMP-BYTE
               IF (TMP-LEN > 1) THEN
                  IF (TMP-FLD(1:TMP-LEN - 1) IS NOT NUMERIC) THEN
                     MOVE 'NOT A SIGNED NUMBER' TO TMP-PROBLEM
                  END-IF
               END-IF
               IF (TMP-BYTE IS NOT NUMERIC)
                  AND ((TMP-BYTE < 'p') OR (TMP-BYTE > 'y'))
                  AND ((TMP-BYTE < 'A') OR (TMP-BYTE > 'R'))
                  AND (TMP-BYTE NOT = '{')
                  AND (TMP-BYTE NOT = '}') THEN
                  MOVE 'NOT A SIGNED NUMBER' TO TMP-PROBLEM
               END-IF
             WHEN 'D'
               IF (TMP-FLD(1:TMP-LEN) IS NOT NUMERIC) THEN
                  MOVE 'NOT A DATE' TO TMP-PROBLEM
               ELSE
                  EVALUATE TMP-LEN
                    WHEN 8
                      MOVE TMP-FLD(1:8) TO TMP-DATE-NUM
                    WHEN 6
      *               MONTH 00 IS THE ANNUAL ROW OF THE PERIOD FILES
                      IF (TMP-FLD(5:2) = '00') THEN
                         STRING TMP-FLD(1:4) '0101'
                           DELIMITED BY SIZE INTO TMP-DATE-NUM
                         END-STRING
                      ELSE
                         STRING TMP-FLD(1:6) '01'
                           DELIMITED BY SIZE INTO TMP-DATE-NUM
                         END-STRING
                      END-IF
                    WHEN OTHER
                      MOVE 19000101 TO TMP-DATE-NUM
                  END-EVALUATE
                  IF (FUNCTION TEST-DATE-YYYYMMDD(TMP-DATE-NUM)
                      NOT = 0) THEN
                     MOVE 'NOT A DATE' TO TMP-PROBLEM
                  END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

      *    ALLOWED VALUES - '/'-SEPARATED, MATCHED ON THE TRIMMED
      *    FIELD
           IF (TMP-PROBLEM = SPACES)
              AND (TAB-LD-VALUES(TMP-D) NOT = SPACES) THEN
              MOVE SPACES TO TMP-NEEDLE TMP-HAYSTACK
              STRING '/' FUNCTION TRIM(TMP-FLD(1:TMP-LEN)) '/'
                DELIMITED BY SIZE INTO TMP-NEEDLE
              END-STRING
              STRING '/' FUNCTION TRIM(TAB-LD-VALUES(TMP-D)) '/'
                DELIMITED BY SIZE INTO TMP-HAYSTACK
              END-STRING
              COMPUTE TMP-NEEDLE-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(TMP-FLD(1:TMP-LEN))) + 2
              MOVE 0 TO TMP-HITS
              IF (TMP-NEEDLE-LEN <= 82) THEN
                 INSPECT TMP-HAYSTACK TALLYING TMP-HITS
                   FOR ALL TMP-NEEDLE(1:TMP-NEEDLE-LEN)
              END-IF
              IF (TMP-HITS = 0) THEN
                 MOVE 'NOT AN ALLOWED VALUE' TO TMP-PROBLEM
              END-IF
           END-IF

           IF (TMP-PROBLEM NOT = SPACES) THEN
              PERFORM FIELD-FAULT
           END-IF
           .
       FIELD-CHECK-EXIT. EXIT.



      *****************************************************************
       FIELD-FAULT SECTION.
      *===============================================================*
           MOVE TAB-LD-NAME(TMP-D)   TO OCHK-R1-FIELD
           MOVE TAB-LD-OFFSET(TMP-D) TO OCHK-R1-OFFSET
           MOVE TAB-LD-LENGTH(TMP-D) TO OCHK-R1-LENGTH
           PERFORM FAULT-LIST
           .
       FIELD-FAULT-EXIT. EXIT.



      *****************************************************************
       FAULT-LIST SECTION.
      *===============================================================*
      *    MARK THE RECORD; LIST THE FAULT WHILE UNDER MAXLIST        *
           MOVE 'Y' TO TMP-REC-BAD-SW
           IF (TMP-FILE-LISTED >= TMP-MAX-LIST) THEN
              GO TO FAULT-LIST-EXIT
           END-IF
           ADD 1 TO TMP-FILE-LISTED
           MOVE TMP-FILE-READ   TO OCHK-R1-RECNO
           MOVE TMP-PROBLEM     TO OCHK-R1-PROBLEM
           MOVE ICHK-RECORD(OCHK-R1-OFFSET:TMP-LEN) TO OCHK-R1-FOUND
           MOVE OCHK-R1 TO OCHK-REC
           PERFORM OCHK-WRITE
           .
       FAULT-LIST-EXIT. EXIT.



      *****************************************************************
       OCHK-WRITE SECTION.
      *===============================================================*
           MOVE OCHK-REC TO OCHK-RECORD
           PERFORM FILE-WRITE-OCHK
           .
       OCHK-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-TOTAL-READ TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OCHK

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'REGISTERED FILES....: ' TAB-LF-MAX
           DISPLAY 'FILES CHECKED.......: ' TMP-COUNT-FILES
           DISPLAY 'FILES FAILED........: ' TMP-COUNT-FAILED
           DISPLAY 'RECORDS READ........: ' TMP-TOTAL-READ
           DISPLAY 'NON-CONFORMING......: ' TMP-TOTAL-BAD
           .
       PGM-FINISH-EXIT. EXIT.



      *****************************************************************
       PGM-END SECTION.
      *===============================================================*
           PERFORM PGM-FINISH.
           IF (PGM-END-RC > '004') THEN
              DISPLAY 'LAYOUT GATE RC ' PGM-END-RC
              MOVE PGM-END-RC TO RETURN-CODE
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
            ==:V1:== BY ==ILAY==
            ==:V2:== BY ==ILAY-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICHK==
            ==:V2:== BY ==ICHK-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCHK==
            ==:V2:== BY ==OCHK-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-LAYT1.
      *****************************************************************
