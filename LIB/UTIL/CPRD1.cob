       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRD1.
      *****************************************************************
      * CPRD1: PERIOD-STATUS REGISTER FOR THE HISTORY MASTER          *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ONCE A MONTH-END IS PUBLISHED AND CLOSED (TPL-PCLS1) ITS ROWS *
      * OF growthhist.txt MUST NOT CHANGE. EVERY PROGRAM THAT WRITES  *
      * THE HISTORY MASTER ASKS THIS MODULE FOR A MONTH'S STATUS      *
      * (SEE LIB/UTIL/CPRDSE.cob) BEFORE IT TOUCHES THAT MONTH: OPEN  *
      * (NOT ON IO/periodreg.txt), CLOSED, OR REOPENED FOR A          *
      * RESTATEMENT UNDER A REFERENCE, WITH OR WITHOUT THE SECOND     *
      * OPERATOR'S APPROVAL. THE VERIFY FUNCTION RE-COUNTS A HISTORY  *
      * FILE PER MONTH AND PROVES EVERY CLOSED MONTH AGAINST THE      *
      * CONTROL COUNTS STAMPED WHEN IT WAS CLOSED. THE REGISTER IS    *
      * READ ON THE FIRST CALL AND KEPT; 'L' RE-READS IT. NO REGISTER *
      * ON FILE MEANS EVERY MONTH IS OPEN.                            *
      *                                                               *
      * COMMAREA:                                                     *
      * =========                                                     *
      * CPRD1CA-FUNC    - 'L' (RE)LOAD THE REGISTER, 'S' STATUS OF    *
      *                   CPRD1CA-PERIOD, 'V' VERIFY CPRD1CA-PATH     *
      * CPRD1CA-PERIOD  - YYYYMM IN FOR 'S'; FOR 'V' THE FIRST        *
      *                   CLOSED MONTH THAT DOES NOT MATCH            *
      * CPRD1CA-PATH    - THE HISTORY FILE FOR 'V' (ALREADY           *
      *                   ENV-PREFIXED BY THE CALLER)                 *
      * CPRD1CA-RC      - ' ' OK, 'F' A CLOSED MONTH DOES NOT MATCH,  *
      *                   'E' HISTORY FILE NOT READABLE               *
      * CPRD1CA-REG-SW  - 'Y' A REGISTER IS ON FILE                   *
      * CPRD1CA-STATUS  - ' ' OPEN, 'C' CLOSED, 'R' REOPENED, WITH    *
      *                   DATE, OPERATOR, REASON, REOPEN REFERENCE,   *
      *                   APPROVER AND THE CONTROL COUNTS ('S')       *
      * CPRD1CA-CHECK   - AFTER A 'V': ' ' NOT CLOSED, 'U' UNCHANGED, *
      *                   'X' CHANGED, 'K' COMPACTED INTO ITS YEAR    *
      *                   ROW; CPRD1CA-NOW-* THE COUNTS FOUND ('S')   *
      * CPRD1CA-MISMATCHES / CPRD1CA-CLOSED - CHANGED MONTHS AND      *
      *                   CLOSED MONTHS ON THE REGISTER ('V')         *
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
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IENV ASSIGN TO 'env.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IENV-STATUS.
           SELECT IPREG ASSIGN TO IPREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IPREG-STATUS.
           SELECT IPHST ASSIGN TO IPHST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IPHST-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  IENV.
       01  IENV-RECORD                  PIC X(80).
       FD  IPREG.
       01  IPREG-RECORD                 PIC X(100).
       FD  IPHST.
       01  IPHST-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  IENV-STATUS                  PIC X(2).
           88 IENV-OK                   VALUE '00'.
       01  IPREG-STATUS                 PIC X(2).
           88 IPREG-OK                  VALUE '00'.
       01  IPHST-STATUS                 PIC X(2).
           88 IPHST-OK                  VALUE '00'.
       01  IPREG-PATH                   PIC X(40)
                                        VALUE 'IO/periodreg.txt'.
       01  IPHST-PATH                   PIC X(40).
       01  ENV-DONE-SW                  PIC X(1)  VALUE 'N'.
       01  ENV-KEY                      PIC X(20).
       01  ENV-VAL                      PIC X(24).
       01  ENV-HOLD                     PIC X(40).
       COPY 'LIB/FILE/PREGWS.cob'.
      *    ONE ENTRY PER REGISTER ROW - FIFTY YEARS OF MONTHS
       01  REG-TABLE.
           05 REG-LOADED-SW             PIC X(1)  VALUE 'N'.
           05 REG-ON-FILE-SW            PIC X(1)  VALUE 'N'.
           05 REG-MAX                   PIC S9(4) BINARY VALUE 0.
           05 REG-ENTRY                 OCCURS 600.
                10 REG-PERIOD           PIC X(6).
                10 REG-STATUS           PIC X(1).
                10 REG-STAT-DATE        PIC X(8).
                10 REG-OPERATOR         PIC X(8).
                10 REG-REASON           PIC X(30).
                10 REG-REOPEN-REF       PIC X(8).
                10 REG-APPROVER         PIC X(8).
                10 REG-CTL-COUNT        PIC 9(7).
                10 REG-CTL-SUM          PIC S9(9)V99.
                10 REG-CTL-HASH         PIC 9(13).
      *    ONE ENTRY PER PERIOD FOUND BY THE LAST VERIFY, INCLUDING
      *    THE YYYY00 YEAR ROWS OF A COMPACTED HISTORY
       01  CMP-TABLE.
           05 CMP-MAX                   PIC S9(4) BINARY VALUE 0.
           05 CMP-DONE-SW               PIC X(1)  VALUE 'N'.
           05 CMP-ENTRY                 OCCURS 1300.
                10 CMP-PERIOD           PIC X(6).
                10 CMP-COUNT            PIC 9(7).
                10 CMP-SUM              PIC S9(9)V99.
                10 CMP-HASH             PIC 9(13).
       01  PRD-FIELDS.
           05 PRD-R                     PIC S9(4) BINARY.
           05 PRD-C                     PIC S9(4) BINARY.
           05 PRD-LAST-C                PIC S9(4) BINARY VALUE 0.
           05 PRD-I                     PIC S9(4) BINARY.
           05 PRD-ROW-HASH              PIC 9(9).
           05 PRD-GROWTH                PIC S9(3)V99.
           05 PRD-YEAR-ROW              PIC X(6).
           05 PRD-CHECK                 PIC X(1).
      *****************************************************************
       LINKAGE SECTION.
       01  CPRD1CA.
           05 CPRD1CA-FUNC              PIC X(1).
           05 CPRD1CA-PERIOD            PIC X(6).
           05 CPRD1CA-PATH              PIC X(40).
           05 CPRD1CA-RC                PIC X(1).
           05 CPRD1CA-REG-SW            PIC X(1).
           05 CPRD1CA-STATUS            PIC X(1).
           05 CPRD1CA-STAT-DATE         PIC X(8).
           05 CPRD1CA-OPERATOR          PIC X(8).
           05 CPRD1CA-REASON            PIC X(30).
           05 CPRD1CA-REOPEN-REF        PIC X(8).
           05 CPRD1CA-APPROVER          PIC X(8).
           05 CPRD1CA-CTL-COUNT         PIC 9(7).
           05 CPRD1CA-CTL-SUM           PIC S9(9)V99.
           05 CPRD1CA-CTL-HASH          PIC 9(13).
           05 CPRD1CA-CHECK             PIC X(1).
           05 CPRD1CA-NOW-COUNT         PIC 9(7).
           05 CPRD1CA-NOW-SUM           PIC S9(9)V99.
           05 CPRD1CA-NOW-HASH          PIC 9(13).
           05 CPRD1CA-MISMATCHES        PIC 9(5).
           05 CPRD1CA-CLOSED            PIC 9(5).
      *****************************************************************
       PROCEDURE DIVISION USING CPRD1CA.
       MAIN SECTION.
      *===============================================================*
           IF (ENV-DONE-SW = 'N') THEN
              MOVE 'Y' TO ENV-DONE-SW
              OPEN INPUT IENV
              IF (IENV-OK) THEN
                 READ IENV
                 PERFORM UNTIL (NOT IENV-OK)
                    MOVE SPACES TO ENV-KEY ENV-VAL
                    UNSTRING IENV-RECORD DELIMITED BY '='
                      INTO ENV-KEY ENV-VAL
                    END-UNSTRING
                    IF (FUNCTION TRIM(ENV-KEY) = 'PREFIX') THEN
                       MOVE IPREG-PATH TO ENV-HOLD
                       MOVE SPACES     TO IPREG-PATH
                       STRING FUNCTION TRIM(ENV-VAL) ENV-HOLD
                         DELIMITED BY SIZE INTO IPREG-PATH
                       END-STRING
                    END-IF
                    READ IENV
                 END-PERFORM
                 CLOSE IENV
              END-IF
           END-IF

           MOVE SPACE TO CPRD1CA-RC
           IF (CPRD1CA-FUNC = 'L') OR (REG-LOADED-SW = 'N') THEN
              PERFORM REGISTER-LOAD
           END-IF
           MOVE REG-ON-FILE-SW TO CPRD1CA-REG-SW

           EVALUATE CPRD1CA-FUNC
             WHEN 'L'
               CONTINUE
             WHEN 'S'
               PERFORM PERIOD-STATUS
             WHEN 'V'
               PERFORM HISTORY-VERIFY
             WHEN OTHER
               MOVE 'E' TO CPRD1CA-RC
           END-EVALUATE
           GOBACK
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       REGISTER-LOAD SECTION.
      *===============================================================*
      * READ IO/periodreg.txt INTO REG-TABLE - TRAILER ROWS ARE       *
      * SKIPPED, A MISSING REGISTER LEAVES THE TABLE EMPTY            *
      *---------------------------------------------------------------*
           MOVE 'Y' TO REG-LOADED-SW
           MOVE 'N' TO REG-ON-FILE-SW
           MOVE 0   TO REG-MAX
           OPEN INPUT IPREG
           IF (NOT IPREG-OK) THEN
              GO TO REGISTER-LOAD-EXIT
           END-IF
           MOVE 'Y' TO REG-ON-FILE-SW
           READ IPREG
           PERFORM UNTIL (NOT IPREG-OK)
              IF (IPREG-RECORD(1:8) NOT = '9TRAILER')
                 AND (REG-MAX < 600) THEN
                 MOVE IPREG-RECORD    TO PREG-REC
                 ADD 1 TO REG-MAX
                 MOVE PREG-PERIOD     TO REG-PERIOD(REG-MAX)
                 MOVE PREG-STATUS     TO REG-STATUS(REG-MAX)
                 MOVE PREG-STAT-DATE  TO REG-STAT-DATE(REG-MAX)
                 MOVE PREG-OPERATOR   TO REG-OPERATOR(REG-MAX)
                 MOVE PREG-REASON     TO REG-REASON(REG-MAX)
                 MOVE PREG-REOPEN-REF TO REG-REOPEN-REF(REG-MAX)
                 MOVE PREG-APPROVER   TO REG-APPROVER(REG-MAX)
                 MOVE PREG-CTL-COUNT  TO REG-CTL-COUNT(REG-MAX)
                 IF (PREG-CTL-SUM NUMERIC) THEN
                    MOVE PREG-CTL-SUM TO REG-CTL-SUM(REG-MAX)
                 ELSE
                    MOVE 0 TO REG-CTL-SUM(REG-MAX)
                 END-IF
                 MOVE PREG-CTL-HASH   TO REG-CTL-HASH(REG-MAX)
              END-IF
              READ IPREG
           END-PERFORM
           CLOSE IPREG
           .
       REGISTER-LOAD-EXIT. EXIT.



      *****************************************************************
       PERIOD-STATUS SECTION.
      *===============================================================*
      * STATUS OF CPRD1CA-PERIOD - AND, AFTER A VERIFY, THE COUNTS    *
      * FOUND FOR IT AND WHETHER A CLOSED MONTH STILL MATCHES         *
      *---------------------------------------------------------------*
           MOVE SPACE  TO CPRD1CA-STATUS
           MOVE SPACES TO CPRD1CA-STAT-DATE CPRD1CA-OPERATOR
           MOVE SPACES TO CPRD1CA-REASON CPRD1CA-REOPEN-REF
           MOVE SPACES TO CPRD1CA-APPROVER
           MOVE 0      TO CPRD1CA-CTL-COUNT CPRD1CA-CTL-SUM
           MOVE 0      TO CPRD1CA-CTL-HASH
           MOVE SPACE  TO CPRD1CA-CHECK
           MOVE 0      TO CPRD1CA-NOW-COUNT CPRD1CA-NOW-SUM
           MOVE 0      TO CPRD1CA-NOW-HASH

           MOVE 0 TO PRD-C
           PERFORM VARYING PRD-I FROM 1 BY 1
                     UNTIL (PRD-I > CMP-MAX) OR (PRD-C > 0)
              IF (CMP-PERIOD(PRD-I) = CPRD1CA-PERIOD) THEN
                 MOVE PRD-I TO PRD-C
              END-IF
           END-PERFORM
           IF (PRD-C > 0) THEN
              MOVE CMP-COUNT(PRD-C) TO CPRD1CA-NOW-COUNT
              MOVE CMP-SUM(PRD-C)   TO CPRD1CA-NOW-SUM
              MOVE CMP-HASH(PRD-C)  TO CPRD1CA-NOW-HASH
           END-IF

           MOVE 0 TO PRD-R
           PERFORM VARYING PRD-I FROM 1 BY 1
                     UNTIL (PRD-I > REG-MAX) OR (PRD-R > 0)
              IF (REG-PERIOD(PRD-I) = CPRD1CA-PERIOD) THEN
                 MOVE PRD-I TO PRD-R
              END-IF
           END-PERFORM
           IF (PRD-R = 0) THEN
              GO TO PERIOD-STATUS-EXIT
           END-IF
           IF (REG-STATUS(PRD-R) NOT = 'C')
              AND (REG-STATUS(PRD-R) NOT = 'R') THEN
              GO TO PERIOD-STATUS-EXIT
           END-IF
           MOVE REG-STATUS(PRD-R)     TO CPRD1CA-STATUS
           MOVE REG-STAT-DATE(PRD-R)  TO CPRD1CA-STAT-DATE
           MOVE REG-OPERATOR(PRD-R)   TO CPRD1CA-OPERATOR
           MOVE REG-REASON(PRD-R)     TO CPRD1CA-REASON
           MOVE REG-REOPEN-REF(PRD-R) TO CPRD1CA-REOPEN-REF
           MOVE REG-APPROVER(PRD-R)   TO CPRD1CA-APPROVER
           MOVE REG-CTL-COUNT(PRD-R)  TO CPRD1CA-CTL-COUNT
           MOVE REG-CTL-SUM(PRD-R)    TO CPRD1CA-CTL-SUM
           MOVE REG-CTL-HASH(PRD-R)   TO CPRD1CA-CTL-HASH
           IF (REG-STATUS(PRD-R) = 'C') AND (CMP-DONE-SW = 'Y') THEN
              PERFORM CLOSED-PERIOD-CHECK
              MOVE PRD-CHECK TO CPRD1CA-CHECK
           END-IF
           .
       PERIOD-STATUS-EXIT. EXIT.



      *****************************************************************
       HISTORY-VERIFY SECTION.
      *===============================================================*
      * COUNT THE HISTORY FILE PER MONTH - ROWS, GROWTH SUM AND A     *
      * POSITION-WEIGHTED BYTE HASH OF EACH ROW - AND PROVE EVERY     *
      * CLOSED MONTH ON THE REGISTER AGAINST ITS STAMPED COUNTS       *
      *---------------------------------------------------------------*
           MOVE SPACES TO CPRD1CA-PERIOD
           MOVE 0      TO CPRD1CA-MISMATCHES
           MOVE 0      TO CPRD1CA-CLOSED
           MOVE 0      TO CMP-MAX
           MOVE 0      TO PRD-LAST-C
           MOVE 'N'    TO CMP-DONE-SW
           MOVE CPRD1CA-PATH TO IPHST-PATH
           OPEN INPUT IPHST
           IF (NOT IPHST-OK) THEN
              MOVE 'E' TO CPRD1CA-RC
              GO TO HISTORY-VERIFY-EXIT
           END-IF
           READ IPHST
           PERFORM UNTIL (NOT IPHST-OK)
              IF (IPHST-RECORD(1:8) NOT = '9TRAILER') THEN
                 PERFORM HISTORY-ROW-COUNT
              END-IF
              READ IPHST
           END-PERFORM
           CLOSE IPHST
           MOVE 'Y' TO CMP-DONE-SW

           PERFORM VARYING PRD-R FROM 1 BY 1 UNTIL (PRD-R > REG-MAX)
              IF (REG-STATUS(PRD-R) = 'C') THEN
                 ADD 1 TO CPRD1CA-CLOSED
                 PERFORM CLOSED-PERIOD-CHECK
                 IF (PRD-CHECK = 'X') THEN
                    ADD 1 TO CPRD1CA-MISMATCHES
                    IF (CPRD1CA-PERIOD = SPACES) THEN
                       MOVE REG-PERIOD(PRD-R) TO CPRD1CA-PERIOD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF (CPRD1CA-MISMATCHES > 0) THEN
              MOVE 'F' TO CPRD1CA-RC
           END-IF
           .
       HISTORY-VERIFY-EXIT. EXIT.



      *****************************************************************
       HISTORY-ROW-COUNT SECTION.
      *===============================================================*
      * ADD ONE HISTORY ROW TO ITS MONTH'S COUNTS - THE ROWS OF A     *
      * MONTH USUALLY FOLLOW EACH OTHER, SO THE LAST ENTRY IS TRIED   *
      * FIRST                                                         *
      *---------------------------------------------------------------*
           MOVE 0 TO PRD-C
           IF (PRD-LAST-C > 0) THEN
              IF (CMP-PERIOD(PRD-LAST-C) = IPHST-RECORD(41:6)) THEN
                 MOVE PRD-LAST-C TO PRD-C
              END-IF
           END-IF
           IF (PRD-C = 0) THEN
              PERFORM VARYING PRD-I FROM 1 BY 1
                        UNTIL (PRD-I > CMP-MAX) OR (PRD-C > 0)
                 IF (CMP-PERIOD(PRD-I) = IPHST-RECORD(41:6)) THEN
                    MOVE PRD-I TO PRD-C
                 END-IF
              END-PERFORM
           END-IF
           IF (PRD-C = 0) THEN
              IF (CMP-MAX >= 1300) THEN
                 GO TO HISTORY-ROW-COUNT-EXIT
              END-IF
              ADD 1 TO CMP-MAX
              MOVE CMP-MAX             TO PRD-C
              MOVE IPHST-RECORD(41:6)  TO CMP-PERIOD(PRD-C)
              MOVE 0                   TO CMP-COUNT(PRD-C)
              MOVE 0                   TO CMP-SUM(PRD-C)
              MOVE 0                   TO CMP-HASH(PRD-C)
           END-IF
           MOVE PRD-C TO PRD-LAST-C

           ADD 1 TO CMP-COUNT(PRD-C)
           MOVE IPHST-RECORD(47:5) TO PRD-GROWTH
           IF (PRD-GROWTH NUMERIC) THEN
              ADD PRD-GROWTH TO CMP-SUM(PRD-C)
           END-IF
           MOVE 0 TO PRD-ROW-HASH
           PERFORM VARYING PRD-I FROM 1 BY 1 UNTIL (PRD-I > 80)
              COMPUTE PRD-ROW-HASH = PRD-ROW-HASH
                    + FUNCTION ORD(IPHST-RECORD(PRD-I:1)) * PRD-I
           END-PERFORM
           COMPUTE CMP-HASH(PRD-C) = CMP-HASH(PRD-C) + PRD-ROW-HASH
             ON SIZE ERROR
               MOVE 0 TO CMP-HASH(PRD-C)
           END-COMPUTE
           .
       HISTORY-ROW-COUNT-EXIT. EXIT.



      *****************************************************************
       CLOSED-PERIOD-CHECK SECTION.
      *===============================================================*
      * REGISTER ENTRY PRD-R AGAINST THE LAST VERIFY - 'U' UNCHANGED, *
      * 'X' CHANGED, 'K' NO ROWS LEFT BUT ITS YEAR HAS BEEN ROLLED    *
      * INTO A YYYY00 ROW BY TPL-HCMP1 (THE DETAIL IS ON THE HASHED   *
      * HISTDETAIL ARCHIVE)                                           *
      *---------------------------------------------------------------*
           MOVE 0 TO PRD-C
           PERFORM VARYING PRD-I FROM 1 BY 1
                     UNTIL (PRD-I > CMP-MAX) OR (PRD-C > 0)
              IF (CMP-PERIOD(PRD-I) = REG-PERIOD(PRD-R)) THEN
                 MOVE PRD-I TO PRD-C
              END-IF
           END-PERFORM
           IF (PRD-C = 0) THEN
              MOVE 'X' TO PRD-CHECK
              MOVE REG-PERIOD(PRD-R)(1:4) TO PRD-YEAR-ROW(1:4)
              MOVE '00'                   TO PRD-YEAR-ROW(5:2)
              PERFORM VARYING PRD-I FROM 1 BY 1 UNTIL (PRD-I > CMP-MAX)
                 IF (CMP-PERIOD(PRD-I) = PRD-YEAR-ROW) THEN
                    MOVE 'K' TO PRD-CHECK
                 END-IF
              END-PERFORM
              GO TO CLOSED-PERIOD-CHECK-EXIT
           END-IF
           IF (CMP-COUNT(PRD-C) = REG-CTL-COUNT(PRD-R))
              AND (CMP-SUM(PRD-C) = REG-CTL-SUM(PRD-R))
              AND (CMP-HASH(PRD-C) = REG-CTL-HASH(PRD-R)) THEN
              MOVE 'U' TO PRD-CHECK
           ELSE
              MOVE 'X' TO PRD-CHECK
           END-IF
           .
       CLOSED-PERIOD-CHECK-EXIT. EXIT.
      *****************************************************************
       END PROGRAM CPRD1.
      *****************************************************************
