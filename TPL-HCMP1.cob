      *****************************************************************
      * TPL-HCMP1: GROWTH HISTORY RETENTION AND COMPACTION            *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * IO/growthhist.txt ONLY EVER GROWS - TPL-HIST1 OPENS IT        *
      * EXTEND AND NOTHING REMOVES A PERIOD. THIS UTILITY ROLLS       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * KEEP A YEAR AS DETAIL WHILE ONE OF ITS MONTHS IS REOPENED     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       01 TMP-CUTOFF-YEAR             PIC 9(4).
       01 TMP-THIS-YEAR               PIC 9(4).

      *---------------------------------------------------------------*
      * YEARS KEPT AS DETAIL BECAUSE ONE OF THEIR MONTHS IS REOPENED  *
      * FOR A RESTATEMENT (SEE LIB/UTIL/CPRD1) - DECIDED ONCE PER     *
      * YEAR, ON ITS FIRST ROW                                        *
      *---------------------------------------------------------------*
       01 HELD-YEARS.
           05 TAB-HYR-MAX             PIC S9(9) BINARY  VALUE 0.
           05 TAB-HYR-DIM             PIC S9(9) BINARY  VALUE 200.
           05 TAB-HYR                 OCCURS 200.
                10 TAB-HYR-YEAR       PIC X(4).
                10 TAB-HYR-HELD-SW    PIC X(1).
       01 TMP-ROLL-SW                 PIC X(1).
       01 TMP-HYR-I                   PIC S9(9) BINARY.
       01 TMP-HYR-HIT                 PIC S9(9) BINARY.
       01 TMP-HYR-MM                  PIC 9(2).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.

      *---------------------------------------------------------------*
      * ACFG = OPTIONAL LOCAL APP-LOG CONFIG FILE (SEE CHECK-APP-LOG / *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE
           PERFORM PERIOD-REG-LOAD

      *---------------------------------------------------------------*
      * OPEN FILES - THE DISPLACED DETAIL GOES TO A DATE-STAMPED      *
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              PERFORM ROW-ROLL-DECIDE
              IF (TMP-ROLL-SW = 'Y') THEN
                 ADD 1 TO TMP-COUNT-ROLLED
                 PERFORM ANNUAL-ACCUMULATE
                 MOVE IHIST-RECORD TO OARCH-RECORD



      *****************************************************************
       ROW-ROLL-DECIDE SECTION.
      *===============================================================*
      *    TMP-ROLL-SW = 'Y' WHEN THE DETAIL ROW IN HIST-REC IS OLDER *
      *    THAN THE CUTOFF AND ITS YEAR HOLDS NO REOPENED MONTH - A   *
      *    MONTH UNDER RESTATEMENT MUST STAY ADDRESSABLE BY TPL-RSTM1 *
      *    UNTIL IT IS CLOSED AGAIN. CLOSED MONTHS DO ROLL: THEIR     *
      *    DETAIL MOVES UNCHANGED TO THE HASHED HISTDETAIL ARCHIVE.   *
           MOVE 'N' TO TMP-ROLL-SW
           IF (HIST-PERIOD(1:4) NOT NUMERIC)
              OR (HIST-PERIOD(5:2) = '00') THEN
              GO TO ROW-ROLL-DECIDE-EXIT
           END-IF
           IF (FUNCTION NUMVAL(HIST-PERIOD(1:4)) NOT < TMP-CUTOFF-YEAR)
              THEN
              GO TO ROW-ROLL-DECIDE-EXIT
           END-IF

           MOVE 0 TO TMP-HYR-HIT
           PERFORM VARYING TMP-HYR-I FROM 1 BY 1
                     UNTIL (TMP-HYR-I > TAB-HYR-MAX)
                        OR (TMP-HYR-HIT > 0)
              IF (TAB-HYR-YEAR(TMP-HYR-I) = HIST-PERIOD(1:4)) THEN
                 MOVE TMP-HYR-I TO TMP-HYR-HIT
              END-IF
           END-PERFORM
           IF (TMP-HYR-HIT = 0) THEN
              IF (TAB-HYR-MAX >= TAB-HYR-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-HYR OVERFLOW - TOO MANY YEARS ON THE MASTER'
                   TO PGM-ERR-MSG1
                 MOVE SPACE TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-HYR-MAX
              MOVE TAB-HYR-MAX      TO TMP-HYR-HIT
              MOVE HIST-PERIOD(1:4) TO TAB-HYR-YEAR(TMP-HYR-HIT)
              MOVE 'N'              TO TAB-HYR-HELD-SW(TMP-HYR-HIT)
              MOVE HIST-PERIOD(1:4) TO CPRD1CA-PERIOD(1:4)
              PERFORM VARYING TMP-HYR-MM FROM 1 BY 1
                        UNTIL (TMP-HYR-MM > 12)
                 MOVE TMP-HYR-MM TO CPRD1CA-PERIOD(5:2)
                 PERFORM PERIOD-STATUS-GET
                 IF (CPRD1CA-PER-REOPENED) THEN
                    MOVE 'Y' TO TAB-HYR-HELD-SW(TMP-HYR-HIT)
                 END-IF
              END-PERFORM
              IF (TAB-HYR-HELD-SW(TMP-HYR-HIT) = 'Y') THEN
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'YEAR ' HIST-PERIOD(1:4)
                        ' KEPT AS DETAIL - A MONTH IS REOPENED'
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
           END-IF
           IF (TAB-HYR-HELD-SW(TMP-HYR-HIT) = 'N') THEN
              MOVE 'Y' TO TMP-ROLL-SW
           END-IF
           .
       ROW-ROLL-DECIDE-EXIT. EXIT.



      *****************************************************************
       ANNUAL-ACCUMULATE SECTION.
      *===============================================================*
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              PERFORM ROW-ROLL-DECIDE
              IF (TMP-ROLL-SW = 'Y') THEN
                 CONTINUE
              ELSE
                 MOVE IHIST-RECORD TO OHIST-RECORD
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
