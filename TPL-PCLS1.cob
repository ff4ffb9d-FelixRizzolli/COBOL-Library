       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PCLS1.
      *****************************************************************
      * TPL-PCLS1: PERIOD CLOSE AND REOPEN FOR THE HISTORY MASTER     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ONCE A MONTH-END HAS BEEN PUBLISHED NOTHING STOPPED           *
      * TPL-HIST1, TPL-CATC1 OR A RESTORE FROM QUIETLY CHANGING THAT  *
      * MONTH'S ROWS OF IO/growthhist.txt. THIS PROGRAM MAINTAINS THE *
      * PERIOD-STATUS REGISTER THE WRITERS NOW CHECK (SEE             *
      * LIB/UTIL/CPRD1): A CLOSE STAMPS THE MONTH WITH ITS CONTROL    *
      * COUNTS - ROWS, GROWTH SUM AND CONTENT HASH; A REOPEN NEEDS A  *
      * REASON AND ISSUES THE REFERENCE A RESTATEMENT (TPL-RSTM1)     *
      * MUST QUOTE; A SECOND OPERATOR APPROVES THE REOPEN. CLOSING    *
      * THE MONTH AGAIN AFTER THE RESTATEMENT STAMPS THE NEW COUNTS.  *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IPTRN   - PERIOD TRANSACTIONS (IO/periodtrn.txt), OPTIONAL:   *
      *           ACTION X(1) (C CLOSE, R REOPEN, A APPROVE), PERIOD  *
      *           YYYYMM, OPERATOR X(8), REASON X(30)                 *
      * IPREG   - PERIOD-STATUS REGISTER (IO/periodreg.txt, SEE       *
      *           LIB/FILE/PREGWS.cob), OPTIONAL ON THE FIRST CLOSE   *
      * IHIST   - HISTORY MASTER (IO/growthhist.txt), COUNTED BY      *
      *           CPRD1, NOT OPENED HERE                              *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OPREG   - NEW REGISTER (IO/periodreg.txt.new), PROMOTED       *
      *           GENERATION-STYLE LIKE THE MASTERS                   *
      * OPREJ   - REJECTED TRANSACTIONS (IO/periodrej.txt)            *
      * OPJRN   - PERIOD JOURNAL (IO/periodjrn.txt), APPENDED - ONE   *
      *           LINE PER CLOSE, REOPEN AND APPROVAL                 *
      * OPCLS   - PERIOD CLOSE REPORT (IO/periodclose.txt)            *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE TRANSACTIONS ARE APPLIED IN FILE ORDER TO THE REGISTER    *
      * HELD IN A TABLE. A CLOSE NEEDS A PAST OR CURRENT MONTH WITH   *
      * ROWS ON THE MASTER THAT IS OPEN OR REOPENED; A REOPEN NEEDS A *
      * CLOSED MONTH AND A REASON; AN APPROVAL NEEDS A REOPENED,      *
      * UNAPPROVED MONTH AND AN OPERATOR OTHER THAN THE ONE WHO       *
      * REOPENED IT. ANYTHING ELSE IS REJECTED (RC 4). THE REGISTER   *
      * IS ONLY REWRITTEN WHEN SOMETHING WAS APPLIED. THE REPORT THEN *
      * PROVES EVERY CLOSED MONTH AGAINST THE CURRENT MASTER -        *
      * UNCHANGED, COMPACTED (ROLLED INTO ITS YEAR ROW BY TPL-HCMP1)  *
      * OR CHANGED (RC 4) - SO THE PROGRAM ALSO RUNS WITHOUT ANY      *
      * TRANSACTIONS, PURELY AS THE PROOF.                            *
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
            ==:V1:== BY ==IPTRN==
            ==:V2:== BY ==IPTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPREG==
            ==:V2:== BY ==IPREG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPREG==
            ==:V2:== BY ==OPREG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPREJ==
            ==:V2:== BY ==OPREJ-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPJRN==
            ==:V2:== BY ==OPJRN-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPCLS==
            ==:V2:== BY ==OPCLS-PATH==.
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
            ==:V1:== BY ==IPTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPREG==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPREG==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPREJ==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPJRN==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPCLS==
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
      * IPTRN = PERIOD TRANSACTIONS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPTRN==.
       01 PTRN-REC.
           05 PTRN-ACTION             PIC X(1).
              88 PTRN-CLOSE               VALUE 'C'.
              88 PTRN-REOPEN              VALUE 'R'.
              88 PTRN-APPROVE             VALUE 'A'.
           05 PTRN-PERIOD             PIC X(6).
           05 PTRN-OPERATOR           PIC X(8).
           05 PTRN-REASON             PIC X(30).
           05 FILLER                  PIC X(35).

      *---------------------------------------------------------------*
      * IPREG / OPREG = PERIOD-STATUS REGISTER, HELD IN PERIOD ORDER  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPREG==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPREG==.
       COPY 'LIB/FILE/PREGWS.cob'.
       01 REGISTER.
           05 TAB-PRG-MAX             PIC S9(9) BINARY.
           05 TAB-PRG-DIM             PIC S9(9) BINARY  VALUE 600.
           05 TAB-PRG                 OCCURS 1   TO          600
                                      DEPENDING  ON  TAB-PRG-MAX.
                10 TAB-PRG-ROW        PIC X(100).

      *---------------------------------------------------------------*
      * OPREJ = REJECTED TRANSACTIONS, OPJRN = PERIOD JOURNAL         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPREJ==.
       01 OPREJ-REC                   PIC X(80).
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPJRN==.
       01 PJRN-REC.
           05 PJRN-TS                 PIC X(14).
           05 FILLER                  PIC X(1).
           05 PJRN-ACTION             PIC X(8).
           05 FILLER                  PIC X(1).
           05 PJRN-PERIOD             PIC X(6).
           05 FILLER                  PIC X(1).
           05 PJRN-OPERATOR           PIC X(8).
           05 FILLER                  PIC X(1).
           05 PJRN-REOPEN-REF         PIC X(8).
           05 FILLER                  PIC X(1).
           05 PJRN-REASON             PIC X(30).
           05 FILLER                  PIC X(21).

      *---------------------------------------------------------------*
      * OPCLS = PERIOD CLOSE REPORT                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPCLS==.
       01 OPCLS-REC                   PIC X(132)  VALUE SPACES.
       01 OPCLS-HR1                   PIC X(132)  VALUE ALL '-'.
       01 OPCLS-HR2                   PIC X(132)  VALUE ALL '='.
       01 OPCLS-D.
           05 OPCLS-D-PERIOD          PIC X(7).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-STATUS          PIC X(8).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-SINCE           PIC X(10).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-OPERATOR        PIC X(8).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-REF             PIC X(8).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-APPROVER        PIC X(8).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-ROWS            PIC X(7).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-SUM             PIC X(13).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-HASH            PIC X(13).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-NOW-ROWS        PIC X(7).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-NOW-SUM         PIC X(13).
           05 FILLER                  PIC X(1).
           05 OPCLS-D-CHECK           PIC X(10).
           05 FILLER                  PIC X(8).

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-MASTER            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-P                   PIC S9(9) BINARY.
           05 TMP-TODAY               PIC X(8).
           05 TMP-TS                  PIC X(21).
           05 TMP-REJ-TEXT            PIC X(40).
           05 TMP-PER-YYYY            PIC 9(4).
           05 TMP-PER-MM              PIC 9(2).
           05 TMP-REF-LAST            PIC 9(6).
           05 TMP-REF-NUM             PIC 9(6).
           05 TMP-NUM-ED              PIC Z(6)9.
           05 TMP-SUM-ED              PIC -(9)9,99.
           05 TMP-COUNT-TRN           PIC 9(7).
           05 TMP-COUNT-APPLIED       PIC 9(7).
           05 TMP-COUNT-REJECTED      PIC 9(7).
           05 TMP-COUNT-CLOSED        PIC 9(7).
           05 TMP-COUNT-REOPENED      PIC 9(7).
           05 TMP-COUNT-UNCHANGED     PIC 9(7).
           05 TMP-COUNT-COMPACTED     PIC 9(7).
           05 TMP-COUNT-CHANGED       PIC 9(7).

      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPTRN-PATH                 PIC X(40)
                                      VALUE 'IO/periodtrn.txt'.
       01 IPREG-PATH                 PIC X(40)
                                      VALUE 'IO/periodreg.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OPREG-PATH                 PIC X(40)
                                      VALUE 'IO/periodreg.txt.new'.
       01 OPREJ-PATH                 PIC X(40)
                                      VALUE 'IO/periodrej.txt'.
       01 OPJRN-PATH                 PIC X(40)
                                      VALUE 'IO/periodjrn.txt'.
       01 OPCLS-PATH                 PIC X(40)
                                      VALUE 'IO/periodclose.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.
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

           PERFORM FILE-OPEN-INPUT-IPTRN
           IF (IPTRN-YES) THEN
              PERFORM FILE-READ-IPTRN
              PERFORM UNTIL (IPTRN-EOF)
                 MOVE IPTRN-RECORD TO PTRN-REC
                 IF (PTRN-REC NOT = SPACES) THEN
                    ADD 1 TO TMP-COUNT-TRN
                    PERFORM TRANSACTION-APPLY
                 END-IF
                 PERFORM FILE-READ-IPTRN
              END-PERFORM
              PERFORM FILE-CLOSE-IPTRN
           END-IF

      *    NOTHING APPLIED - THE REGISTER STAYS EXACTLY AS IT IS
           IF (TMP-COUNT-APPLIED > 0) THEN
              PERFORM REGISTER-WRITE
      *       THE REPORT BELOW READS THE REGISTER JUST PROMOTED
              PERFORM PERIOD-REG-LOAD
           END-IF

           PERFORM CLOSE-REPORT

           IF (TMP-COUNT-REJECTED > 0) OR (TMP-COUNT-CHANGED > 0) THEN
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
           MOVE 'TPL-PCLS1'                          TO PGM-NAME
           MOVE 'PERIOD CLOSE AND REOPEN FOR GROWTH HISTORY'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPTRN-PATH
           MOVE IPREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPREG-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OPREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPREG-PATH
           MOVE OPREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPREJ-PATH
           MOVE OPJRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPJRN-PATH
           MOVE OPCLS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPCLS-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-PRG-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           MOVE 'PERIODS' TO CAUTH1CA-RESOURCE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * LOAD THE REGISTER - A TRUNCATED ONE IS REFUSED, NONE AT ALL   *
      * IS THE FIRST CLOSE EVER                                       *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPREG
           IF (IPREG-YES) THEN
              PERFORM FILE-CLOSE-IPREG
              MOVE IPREG-PATH TO CTRL1CA-PATH
              PERFORM MASTER-TRAILER-VERIFY
              PERFORM FILE-OPEN-INPUT-IPREG
              PERFORM FILE-READ-IPREG
              PERFORM UNTIL (IPREG-EOF)
                 IF (TAB-PRG-MAX >= TAB-PRG-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-PRG OVERFLOW - REGISTER TOO LARGE'
                      TO PGM-ERR-MSG1
                    MOVE SPACE TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-PRG-MAX
                 MOVE IPREG-RECORD TO TAB-PRG-ROW(TAB-PRG-MAX)
                 MOVE IPREG-RECORD TO PREG-REC
                 IF (PREG-REOPEN-REF(1:2) = 'RO')
                    AND (PREG-REOPEN-REF(3:6) NUMERIC) THEN
                    MOVE PREG-REOPEN-REF(3:6) TO TMP-REF-NUM
                    IF (TMP-REF-NUM > TMP-REF-LAST) THEN
                       MOVE TMP-REF-NUM TO TMP-REF-LAST
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IPREG
              END-PERFORM
              PERFORM FILE-CLOSE-IPREG
           END-IF

      *---------------------------------------------------------------*
      * COUNT THE HISTORY MASTER PER MONTH (SEE CPRD1) - THE COUNTS A *
      * CLOSE STAMPS AND THE REPORT PROVES AGAINST. WITHOUT CPRD1     *
      * THERE IS NOTHING TO STAMP WITH.                               *
      *---------------------------------------------------------------*
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY
           PERFORM PERIOD-REG-LOAD
           IF (CPRD-OFF) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'PERIOD REGISTER MODULE CPRD1 NOT AVAILABLE'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE IHIST-PATH TO CPRD1CA-PATH
           MOVE 'V'        TO CPRD1CA-FUNC
           CALL CPRD1 USING CPRD1CA
           END-CALL
           IF (CPRD1CA-UNREADABLE) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'HISTORY MASTER NOT READABLE: ' IHIST-PATH
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           PERFORM FILE-OPEN-OUTPUT-OPREJ
           PERFORM FILE-OPEN-EXTEND-OPJRN
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-APPLY SECTION.
      *===============================================================*
      * ONE PERIOD TRANSACTION AGAINST THE REGISTER TABLE - TMP-P IS  *
      * THE MONTH'S ENTRY, 0 WHEN IT HAS NEVER BEEN CLOSED            *
      *---------------------------------------------------------------*
           IF (NOT PTRN-CLOSE) AND (NOT PTRN-REOPEN)
              AND (NOT PTRN-APPROVE) THEN
              MOVE 'UNKNOWN ACTION' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO TRANSACTION-APPLY-EXIT
           END-IF
           IF (PTRN-PERIOD NOT NUMERIC) OR (PTRN-OPERATOR = SPACES) THEN
              MOVE 'PERIOD OR OPERATOR MISSING' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO TRANSACTION-APPLY-EXIT
           END-IF
           MOVE PTRN-PERIOD(1:4) TO TMP-PER-YYYY
           MOVE PTRN-PERIOD(5:2) TO TMP-PER-MM
           IF (TMP-PER-MM < 1) OR (TMP-PER-MM > 12)
              OR (PTRN-PERIOD > TMP-TODAY(1:6)) THEN
              MOVE 'NOT A PAST OR CURRENT MONTH' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO TRANSACTION-APPLY-EXIT
           END-IF

      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIAL IS ALREADY
      *    ON THE AUDIT JOURNAL; THE TRANSACTION IS REJECTED HERE TOO
           MOVE PTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE PTRN-ACTION   TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE 'OPERATOR NOT AUTHORIZED' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO TRANSACTION-APPLY-EXIT
           END-IF

           MOVE 0 TO TMP-P
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PRG-MAX) OR (TMP-P > 0)
              IF (TAB-PRG-ROW(TMP-I-TABLE)(1:6) = PTRN-PERIOD) THEN
                 MOVE TMP-I-TABLE TO TMP-P
              END-IF
           END-PERFORM
           IF (TMP-P > 0) THEN
              MOVE TAB-PRG-ROW(TMP-P) TO PREG-REC
           ELSE
              MOVE SPACES      TO PREG-REC
              MOVE PTRN-PERIOD TO PREG-PERIOD
           END-IF

           EVALUATE TRUE
             WHEN PTRN-CLOSE
               PERFORM PERIOD-CLOSE
             WHEN PTRN-REOPEN
               PERFORM PERIOD-REOPEN
             WHEN PTRN-APPROVE
               PERFORM PERIOD-APPROVE
           END-EVALUATE
           .
       TRANSACTION-APPLY-EXIT. EXIT.



      *****************************************************************
       PERIOD-CLOSE SECTION.
      *===============================================================*
      * CLOSE AN OPEN OR REOPENED MONTH AND STAMP IT WITH THE COUNTS  *
      * CPRD1 FOUND ON THE MASTER                                     *
      *---------------------------------------------------------------*
           IF (PREG-CLOSED) THEN
              MOVE 'PERIOD ALREADY CLOSED' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-CLOSE-EXIT
           END-IF
           MOVE PTRN-PERIOD TO CPRD1CA-PERIOD
           MOVE 'S'         TO CPRD1CA-FUNC
           CALL CPRD1 USING CPRD1CA
           END-CALL
           IF (CPRD1CA-NOW-COUNT = 0) THEN
              MOVE 'NO HISTORY ROWS FOR THE PERIOD' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-CLOSE-EXIT
           END-IF
           MOVE 'C'               TO PREG-STATUS
           MOVE TMP-TODAY         TO PREG-STAT-DATE
           MOVE PTRN-OPERATOR     TO PREG-OPERATOR
           MOVE PTRN-REASON       TO PREG-REASON
           MOVE SPACES            TO PREG-APPROVER
           MOVE CPRD1CA-NOW-COUNT TO PREG-CTL-COUNT
           MOVE CPRD1CA-NOW-SUM   TO PREG-CTL-SUM
           MOVE CPRD1CA-NOW-HASH  TO PREG-CTL-HASH
           PERFORM REGISTER-ENTRY-STORE
           ADD 1 TO TMP-COUNT-CLOSED
           MOVE 'CLOSE' TO PJRN-ACTION
           PERFORM JOURNAL-WRITE
           .
       PERIOD-CLOSE-EXIT. EXIT.



      *****************************************************************
       PERIOD-REOPEN SECTION.
      *===============================================================*
      * REOPEN A CLOSED MONTH UNDER THE NEXT REOPEN REFERENCE - THE    *
      * COUNTS STAMPED AT CLOSE STAY FOR THE RECORD                   *
      *---------------------------------------------------------------*
           IF (NOT PREG-CLOSED) THEN
              MOVE 'PERIOD NOT CLOSED' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-REOPEN-EXIT
           END-IF
           IF (PTRN-REASON = SPACES) THEN
              MOVE 'REOPEN WITHOUT A REASON' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-REOPEN-EXIT
           END-IF
           ADD 1 TO TMP-REF-LAST
           MOVE 'R'           TO PREG-STATUS
           MOVE TMP-TODAY     TO PREG-STAT-DATE
           MOVE PTRN-OPERATOR TO PREG-OPERATOR
           MOVE PTRN-REASON   TO PREG-REASON
           MOVE SPACES        TO PREG-APPROVER
           MOVE SPACES        TO PREG-REOPEN-REF
           STRING 'RO' TMP-REF-LAST
             DELIMITED BY SIZE
             INTO PREG-REOPEN-REF
           END-STRING
           PERFORM REGISTER-ENTRY-STORE
           ADD 1 TO TMP-COUNT-REOPENED
           MOVE 'REOPEN' TO PJRN-ACTION
           PERFORM JOURNAL-WRITE
           .
       PERIOD-REOPEN-EXIT. EXIT.



      *****************************************************************
       PERIOD-APPROVE SECTION.
      *===============================================================*
      * SECOND-OPERATOR APPROVAL OF A REOPEN - ONLY AN APPROVED       *
      * REOPEN LETS TPL-RSTM1 RESTATE THE MONTH                       *
      *---------------------------------------------------------------*
           IF (NOT PREG-REOPENED) THEN
              MOVE 'PERIOD NOT REOPENED' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-APPROVE-EXIT
           END-IF
           IF (PREG-APPROVER NOT = SPACES) THEN
              MOVE 'REOPEN ALREADY APPROVED' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-APPROVE-EXIT
           END-IF
           IF (PTRN-OPERATOR = PREG-OPERATOR) THEN
              MOVE 'APPROVER MUST DIFFER FROM REOPENER' TO TMP-REJ-TEXT
              PERFORM TRANSACTION-REJECT
              GO TO PERIOD-APPROVE-EXIT
           END-IF
           MOVE PTRN-OPERATOR TO PREG-APPROVER
           PERFORM REGISTER-ENTRY-STORE
           MOVE 'APPROVE' TO PJRN-ACTION
           PERFORM JOURNAL-WRITE
           .
       PERIOD-APPROVE-EXIT. EXIT.



      *****************************************************************
       REGISTER-ENTRY-STORE SECTION.
      *===============================================================*
      * PUT PREG-REC BACK INTO THE TABLE - A MONTH CLOSED FOR THE     *
      * FIRST TIME IS INSERTED IN PERIOD ORDER                        *
      *---------------------------------------------------------------*
           ADD 1 TO TMP-COUNT-APPLIED
           IF (TMP-P > 0) THEN
              MOVE PREG-REC TO TAB-PRG-ROW(TMP-P)
              GO TO REGISTER-ENTRY-STORE-EXIT
           END-IF
           IF (TAB-PRG-MAX >= TAB-PRG-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-PRG OVERFLOW - REGISTER TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-PRG-MAX
           MOVE TAB-PRG-MAX TO TMP-P
           PERFORM UNTIL (TMP-P = 1)
              IF (TAB-PRG-ROW(TMP-P - 1)(1:6) < PREG-PERIOD) THEN
                 EXIT PERFORM
              END-IF
              MOVE TAB-PRG-ROW(TMP-P - 1) TO TAB-PRG-ROW(TMP-P)
              SUBTRACT 1 FROM TMP-P
           END-PERFORM
           MOVE PREG-REC TO TAB-PRG-ROW(TMP-P)
           .
       REGISTER-ENTRY-STORE-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-REJECT SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-REJECTED
           MOVE SPACES TO OPREJ-REC
           STRING PTRN-ACTION ' ' PTRN-PERIOD ' ' PTRN-OPERATOR ' - '
                  TMP-REJ-TEXT
             DELIMITED BY SIZE
             INTO OPREJ-REC
           END-STRING
           MOVE OPREJ-REC TO OPREJ-RECORD
           PERFORM FILE-WRITE-OPREJ
           .
       TRANSACTION-REJECT-EXIT. EXIT.



      *****************************************************************
       JOURNAL-WRITE SECTION.
      *===============================================================*
      * ONE JOURNAL LINE PER APPLIED TRANSACTION (PJRN-ACTION SET BY  *
      * THE CALLER)                                                   *
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO TMP-TS
           MOVE TMP-TS(1:14)    TO PJRN-TS
           MOVE PREG-PERIOD     TO PJRN-PERIOD
           MOVE PTRN-OPERATOR   TO PJRN-OPERATOR
           MOVE PREG-REOPEN-REF TO PJRN-REOPEN-REF
           MOVE PTRN-REASON     TO PJRN-REASON
           MOVE PJRN-REC        TO OPJRN-RECORD
           PERFORM FILE-WRITE-OPJRN
           MOVE SPACES TO APP-LOG-LINE
           STRING 'PERIOD ' PREG-PERIOD ' ' PJRN-ACTION ' BY '
                  PTRN-OPERATOR ' ' PREG-REOPEN-REF
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       JOURNAL-WRITE-EXIT. EXIT.



      *****************************************************************
       REGISTER-WRITE SECTION.
      *===============================================================*
      * WRITE, CERTIFY AND PROMOTE THE NEW REGISTER                   *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OPREG
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PRG-MAX)
              MOVE TAB-PRG-ROW(TMP-I-TABLE) TO OPREG-RECORD
              PERFORM FILE-WRITE-OPREG
           END-PERFORM
           PERFORM FILE-CLOSE-OPREG
           MOVE OPREG-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           PERFORM PROMOTE-NEW-MASTER
           .
       REGISTER-WRITE-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE OTHER MASTERS     *
      * (SEE GENPROSE.cob)                                            *
      *---------------------------------------------------------------*
           MOVE 'IO/periodreg.txt' TO GEN-MASTER-PATH
           MOVE 'IO/periodreg.txt.new' TO GEN-NEW-PATH
           MOVE GEN-MASTER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-MASTER-PATH
           MOVE GEN-NEW-PATH    TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       PROMOTE-NEW-MASTER-EXIT. EXIT.



      *****************************************************************
       CLOSE-REPORT SECTION.
      *===============================================================*
      * EVERY MONTH ON THE REGISTER WITH THE COUNTS STAMPED AT CLOSE  *
      * AND THE COUNTS ON THE MASTER TODAY                            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OPCLS
           STRING 'GROWTH HISTORY PERIOD CLOSE REPORT - RUN '
                  TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           MOVE OPCLS-HR2 TO OPCLS-REC
           PERFORM OPCLS-WRITE
           PERFORM OPCLS-WRITE
           MOVE '------------- AT CLOSE ------------'
             TO OPCLS-REC(56:35)
           MOVE '---------- NOW ------' TO OPCLS-REC(92:21)
           PERFORM OPCLS-WRITE
           MOVE SPACES           TO OPCLS-D
           MOVE 'PERIOD'         TO OPCLS-D-PERIOD
           MOVE 'STATUS'         TO OPCLS-D-STATUS
           MOVE 'SINCE'          TO OPCLS-D-SINCE
           MOVE 'BY'             TO OPCLS-D-OPERATOR
           MOVE 'REOPEN'         TO OPCLS-D-REF
           MOVE 'APPROVED'       TO OPCLS-D-APPROVER
           MOVE '   ROWS'        TO OPCLS-D-ROWS
           MOVE '   GROWTH SUM'  TO OPCLS-D-SUM
           MOVE 'CONTENT HASH'   TO OPCLS-D-HASH
           MOVE '   ROWS'        TO OPCLS-D-NOW-ROWS
           MOVE '   GROWTH SUM'  TO OPCLS-D-NOW-SUM
           MOVE 'CHECK'          TO OPCLS-D-CHECK
           MOVE OPCLS-D TO OPCLS-REC
           PERFORM OPCLS-WRITE
           MOVE OPCLS-HR1 TO OPCLS-REC
           PERFORM OPCLS-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-PRG-MAX)
              PERFORM CLOSE-REPORT-LINE
           END-PERFORM
           IF (TAB-PRG-MAX = 0) THEN
              MOVE '(NO PERIOD HAS BEEN CLOSED YET)' TO OPCLS-REC
              PERFORM OPCLS-WRITE
           END-IF
           MOVE OPCLS-HR1 TO OPCLS-REC
           PERFORM OPCLS-WRITE

           MOVE TMP-COUNT-TRN TO TMP-NUM-ED
           STRING 'TRANSACTIONS READ.........: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           MOVE TMP-COUNT-CLOSED TO TMP-NUM-ED
           STRING 'PERIODS CLOSED THIS RUN...: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           MOVE TMP-COUNT-REOPENED TO TMP-NUM-ED
           STRING 'PERIODS REOPENED THIS RUN.: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           MOVE TMP-COUNT-REJECTED TO TMP-NUM-ED
           STRING 'TRANSACTIONS REJECTED.....: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           PERFORM OPCLS-WRITE
           MOVE TMP-COUNT-UNCHANGED TO TMP-NUM-ED
           STRING 'CLOSED AND UNCHANGED......: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           MOVE TMP-COUNT-COMPACTED TO TMP-NUM-ED
           STRING 'CLOSED AND COMPACTED......: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           MOVE TMP-COUNT-CHANGED TO TMP-NUM-ED
           STRING 'CLOSED AND CHANGED........: ' TMP-NUM-ED
             DELIMITED BY SIZE
             INTO OPCLS-REC
           END-STRING
           PERFORM OPCLS-WRITE
           PERFORM OPCLS-WRITE
           MOVE 'COMPACTED = ROLLED INTO ITS YEAR ROW BY TPL-HCMP1, THE'
             TO OPCLS-REC
           PERFORM OPCLS-WRITE
           MOVE '            DETAIL IS ON THE HISTDETAIL ARCHIVE'
             TO OPCLS-REC
           PERFORM OPCLS-WRITE
           PERFORM FILE-CLOSE-OPCLS
           .
       CLOSE-REPORT-EXIT. EXIT.



      *****************************************************************
       CLOSE-REPORT-LINE SECTION.
      *===============================================================*
           MOVE TAB-PRG-ROW(TMP-I-TABLE) TO PREG-REC
           MOVE PREG-PERIOD TO CPRD1CA-PERIOD
           MOVE 'S'         TO CPRD1CA-FUNC
           CALL CPRD1 USING CPRD1CA
           END-CALL

           MOVE SPACES TO OPCLS-D
           STRING PREG-PERIOD(1:4) '-' PREG-PERIOD(5:2)
             DELIMITED BY SIZE
             INTO OPCLS-D-PERIOD
           END-STRING
           EVALUATE TRUE
              WHEN PREG-CLOSED
                 MOVE 'CLOSED'   TO OPCLS-D-STATUS
              WHEN PREG-REOPENED
                 MOVE 'REOPENED' TO OPCLS-D-STATUS
              WHEN OTHER
                 MOVE PREG-STATUS TO OPCLS-D-STATUS
           END-EVALUATE
           STRING PREG-STAT-DATE(7:2) '.' PREG-STAT-DATE(5:2) '.'
                  PREG-STAT-DATE(1:4)
             DELIMITED BY SIZE
             INTO OPCLS-D-SINCE
           END-STRING
           MOVE PREG-OPERATOR   TO OPCLS-D-OPERATOR
           MOVE PREG-REOPEN-REF TO OPCLS-D-REF
           MOVE PREG-APPROVER   TO OPCLS-D-APPROVER
           MOVE PREG-CTL-COUNT  TO TMP-NUM-ED
           MOVE TMP-NUM-ED      TO OPCLS-D-ROWS
           MOVE PREG-CTL-SUM    TO TMP-SUM-ED
           MOVE TMP-SUM-ED      TO OPCLS-D-SUM
           MOVE PREG-CTL-HASH   TO OPCLS-D-HASH
           MOVE CPRD1CA-NOW-COUNT TO TMP-NUM-ED
           MOVE TMP-NUM-ED        TO OPCLS-D-NOW-ROWS
           MOVE CPRD1CA-NOW-SUM   TO TMP-SUM-ED
           MOVE TMP-SUM-ED        TO OPCLS-D-NOW-SUM
           EVALUATE TRUE
              WHEN CPRD1CA-UNCHANGED
                 MOVE 'UNCHANGED' TO OPCLS-D-CHECK
                 ADD 1 TO TMP-COUNT-UNCHANGED
              WHEN CPRD1CA-COMPACTED
                 MOVE 'COMPACTED' TO OPCLS-D-CHECK
                 ADD 1 TO TMP-COUNT-COMPACTED
              WHEN CPRD1CA-CHANGED
                 MOVE 'CHANGED'   TO OPCLS-D-CHECK
                 ADD 1 TO TMP-COUNT-CHANGED
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'CLOSED PERIOD ' PREG-PERIOD
                        ' NO LONGER MATCHES ITS CLOSE COUNTS'
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              WHEN OTHER
                 MOVE 'IN REPAIR' TO OPCLS-D-CHECK
           END-EVALUATE
           MOVE OPCLS-D TO OPCLS-REC
           PERFORM OPCLS-WRITE
           .
       CLOSE-REPORT-LINE-EXIT. EXIT.



      *****************************************************************
       OPCLS-WRITE SECTION.
      *===============================================================*
           MOVE OPCLS-REC TO OPCLS-RECORD
           PERFORM FILE-WRITE-OPCLS
           MOVE SPACES TO OPCLS-REC
           .
       OPCLS-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE TMP-COUNT-TRN TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-OPREJ
           PERFORM FILE-CLOSE-OPJRN

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'TRANSACTIONS READ....: ' TMP-COUNT-TRN
           DISPLAY 'TRANSACTIONS APPLIED.: ' TMP-COUNT-APPLIED
           DISPLAY 'TRANSACTIONS REJECTED: ' TMP-COUNT-REJECTED
           DISPLAY 'PERIODS ON REGISTER..: ' TAB-PRG-MAX
           DISPLAY 'CLOSED UNCHANGED.....: ' TMP-COUNT-UNCHANGED
           DISPLAY 'CLOSED COMPACTED.....: ' TMP-COUNT-COMPACTED
           DISPLAY 'CLOSED CHANGED.......: ' TMP-COUNT-CHANGED
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
       COPY 'LIB/UTIL/CAUTSE.cob'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPTRN==
            ==:V2:== BY ==IPTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPREG==
            ==:V2:== BY ==IPREG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPREG==
            ==:V2:== BY ==OPREG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPREJ==
            ==:V2:== BY ==OPREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPJRN==
            ==:V2:== BY ==OPJRN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPCLS==
            ==:V2:== BY ==OPCLS-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PCLS1.
      *****************************************************************
