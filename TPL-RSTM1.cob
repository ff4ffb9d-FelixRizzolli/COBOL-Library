      *****************************************************************
      * TPL-RSTM1: PRIOR-PERIOD RESTATEMENT OF THE HISTORY MASTER     *
      *===============================================================*
      * VERSION: V01.04.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-FIX1 REPAIRS REJECTS FROM THE CURRENT RUN, BUT A WRONG    *
      * FIGURE THAT MADE IT INTO IO/growthhist.txt IN APRIL WAS       *
      * IHIST   - HISTORY MASTER (IO/growthhist.txt)                  *
      * IRSTTRN - RESTATEMENT TRANSACTIONS (IO/histrsttrn.txt):       *
      *           NAME X(38), STATE X(2), PERIOD X(6), NEW GROWTH     *
      *           S9(3)V99, REASON X(8), OPERATOR X(8), REOPEN REF    *
      *           X(8) (SEE TPL-PCLS1) WHEN THE PERIOD IS CLOSED      *
      * IXREF   - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt),      *
      *           OPTIONAL                                            *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OHIST   - NEW HISTORY MASTER (IO/growthhist.txt.new),         *
      *           PROMOTED GENERATION-STYLE LIKE THE OTHER MASTERS    *
      * ORSTREJ - UNMATCHED TRANSACTIONS (IO/histrstrej.txt)          *
      * KHIST   - INDEXED HISTORY MASTER (IO/growthhist.idx), I-O -   *
      *           EACH RESTATED ROW IS REWRITTEN THERE TOO, ONCE THE  *
      *           NEW SEQUENTIAL MASTER IS CERTIFIED AND PROMOTED, SO *
      *           A FAILED RUN LEAVES BOTH AS THEY WERE; SKIPPED WHEN *
      *           IT DOES NOT EXIST YET (TPL-HIST1 BUILDS IT)         *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * REWRITE RESTATED ROWS ON THE INDEXED HISTORY MASTER (KHIST)   *
      * V01.02.00                  FR                      15.10.2026 *
      * CLOSED PERIODS ONLY AGAINST AN APPROVED REOPEN REFERENCE      *
      * V01.03.00                  FR                      15.10.2026 *
      * REASON VALIDATED AGAINST THE REASON-CODE MASTER (CRSN1)       *
      * V01.04.00                  FR                      15.10.2026 *
      * KHIST REWRITTEN ONLY AFTER THE NEW HISTORY MASTER IS PROMOTED *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/KFILEFCW.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==KHIST-PATH==.
      *    SORT WORK FILE FOR THE COMPANY-ID LOOKUP (SEE HISTKSE.cob)
           SELECT HKSORT ASSIGN TO 'SORTWORK'.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==OHIST-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/KFILEFDW.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==15==
            ==:V3:== BY ==85==.
       SD  HKSORT.
       01  HKSORT-REC.
           05 HKSORT-KEY                PIC X(40).
           05 HKSORT-ID                 PIC X(9).
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==80==.
           05 RST-GROWTH              PIC S9(3)V99.
           05 RST-REASON              PIC X(8).
           05 RST-OPERATOR            PIC X(8).
           05 RST-REOPEN-REF          PIC X(8).
           05 FILLER                  PIC X(5).
       01 RESTATEMENTS.
           05 TAB-RST-MAX             PIC S9(9) BINARY.
           05 TAB-RST-DIM             PIC S9(9) BINARY  VALUE 999.
                10 TAB-RST-GROWTH     PIC S9(3)V99.
                10 TAB-RST-REASON     PIC X(8).
                10 TAB-RST-OPERATOR   PIC X(8).
                10 TAB-RST-REOPEN-REF PIC X(8).
      *         'N' NOT YET MATCHED, 'Y' APPLIED; REFUSED BY THE
      *         PERIOD CONTROL: 'C' CLOSED, 'U' REOPEN NOT APPROVED,
      *         'F' WRONG REOPEN REFERENCE; BY THE REASON-CODE CHECK:
      *         'K' UNKNOWN CODE, 'J' RETIRED CODE
                10 TAB-RST-USED-SW    PIC X(1).

      *---------------------------------------------------------------*
      * RESTATED ROWS HELD FOR KHIST UNTIL THE NEW SEQUENTIAL MASTER  *
      * IS PROMOTED (SEE KHIST-RESTATE-APPLY)                         *
      *---------------------------------------------------------------*
       01 KHIST-PENDING.
           05 TAB-KP-MAX              PIC S9(9) BINARY.
           05 TAB-KP-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-KP                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-KP-MAX.
                10 TAB-KP-REC         PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT ORSTREJ = UNMATCHED TRANSACTIONS                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * KHIST = INDEXED HISTORY MASTER, IXREF = COMPANY-ID XREF       *
      * (SEE HISTKWS.cob)                                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/KFILEWS.cob' REPLACING ==:V1:== BY ==KHIST==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       COPY 'LIB/FILE/HISTKWS.cob'.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-COUNT-RESTATED      PIC 9(7).
           05 TMP-COUNT-REJECTED      PIC 9(7).
           05 TMP-ROW-RESTATED-SW     PIC X(1).
           05 TMP-REJ-TEXT            PIC X(21).

      *---------------------------------------------------------------*
      * COPIES                                                        *
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 KHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.idx'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/UTIL/CFRZWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.
       COPY 'LIB/UTIL/CRSNWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
           MOVE OHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-CERTIFY
           PERFORM PROMOTE-NEW-MASTER
           PERFORM KHIST-RESTATE-APPLY

           PERFORM PGM-END
           .
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE KHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO KHIST-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-RST-MAX
           MOVE 0                          TO TMP-COUNT-RESTATED
           MOVE 0                          TO TMP-COUNT-REJECTED
           MOVE 0                          TO HISTK-COUNT-PUT
           MOVE 0                          TO HISTK-COUNT-NO-ID
           MOVE 0                          TO TAB-KP-MAX
           MOVE '0'                        TO KHIST-SW

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'GROWTHHIST' TO CAUTH1CA-RESOURCE
           PERFORM PERIOD-REG-LOAD

      *---------------------------------------------------------------*
      * LOAD THE RESTATEMENT TRANSACTIONS - A MALFORMED TRANSACTION   *
                       MOVE RST-REASON TO TAB-RST-REASON(TAB-RST-MAX)
                       MOVE RST-OPERATOR
                         TO TAB-RST-OPERATOR(TAB-RST-MAX)
                       MOVE RST-REOPEN-REF
                         TO TAB-RST-REOPEN-REF(TAB-RST-MAX)
                       MOVE 'N' TO TAB-RST-USED-SW(TAB-RST-MAX)
                       PERFORM RESTATEMENT-PERIOD-CHECK
                       PERFORM RESTATEMENT-REASON-CHECK
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IRSTTRN
      *****************************************************************
       HIST-RESTATE-ONE SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-ROW-RESTATED-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RST-MAX)
              IF (TAB-RST-NAME(TMP-I-TABLE) = HIST-NAME)
                 AND (TAB-RST-STATE(TMP-I-TABLE) = HIST-STATE)
                 AND (TAB-RST-PERIOD(TMP-I-TABLE) = HIST-PERIOD)
                 AND ((TAB-RST-USED-SW(TMP-I-TABLE) = 'N')
                   OR (TAB-RST-USED-SW(TMP-I-TABLE) = 'Y')) THEN
      *          KEEP THE FIRST PUBLICATION'S FIGURE ACROSS REPEATED
      *          RESTATEMENTS OF THE SAME CELL
                 IF (NOT HIST-RESTATED) THEN
                 MOVE TAB-RST-OPERATOR(TMP-I-TABLE)
                   TO HIST-RST-OPERATOR
                 MOVE 'Y' TO TAB-RST-USED-SW(TMP-I-TABLE)
                 MOVE 'Y' TO TMP-ROW-RESTATED-SW
                 ADD 1 TO TMP-COUNT-RESTATED
              END-IF
           END-PERFORM
      *    THE SAME ROW FOR THE INDEXED MASTER, WRITTEN THERE AFTER
      *    THE PROMOTE (SEE KHIST-RESTATE-APPLY)
           IF (TMP-ROW-RESTATED-SW = 'Y') THEN
              IF (TAB-KP-MAX >= TAB-KP-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-KP OVERFLOW - TOO MANY RESTATED ROWS'
                   TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-KP-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-KP-MAX
              MOVE HIST-REC TO TAB-KP-REC(TAB-KP-MAX)
           END-IF
           .
       HIST-RESTATE-ONE-EXIT. EXIT.



      *****************************************************************
       KHIST-RESTATE-APPLY SECTION.
      *===============================================================*
      * THE RESTATED ROWS ONTO THE INDEXED HISTORY MASTER (SEE        *
      * HISTKWS.cob) - ONLY NOW THE NEW SEQUENTIAL MASTER IS          *
      * CERTIFIED AND PROMOTED (BOTH END THE RUN ON FAILURE), SO      *
      * KHIST NEVER HOLDS A FIGURE growthhist.txt DOES NOT. THE ROW   *
      * COUNT DOES NOT CHANGE, SO ITS CONTROL RECORD STAYS AS IT IS   *
      *---------------------------------------------------------------*
           IF (TAB-KP-MAX = 0) THEN
              GO TO KHIST-RESTATE-APPLY-EXIT
           END-IF
           PERFORM FILE-OPEN-IO-KHIST
           IF (NOT KHIST-YES) THEN
              MOVE 'KHIST NOT FOUND - INDEXED HISTORY NOT RESTATED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO KHIST-RESTATE-APPLY-EXIT
           END-IF
           PERFORM HISTK-XREF-LOAD
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-KP-MAX)
              MOVE TAB-KP-REC(TMP-I-TABLE) TO HIST-REC
              MOVE HIST-NAME  TO HISTK-ARG-NAME
              MOVE HIST-STATE TO HISTK-ARG-STATE
              PERFORM HISTK-ID-FIND
              MOVE HIST-REC   TO HISTK-ARG-HIST
              PERFORM HISTK-PUT
           END-PERFORM
           .
       KHIST-RESTATE-APPLY-EXIT. EXIT.



      *****************************************************************
       RESTATEMENT-PERIOD-CHECK SECTION.
      *===============================================================*
      * PERIOD CONTROL (SEE LIB/UTIL/CPRD1) FOR THE TRANSACTION JUST  *
      * LOADED - A CLOSED PERIOD IS NOT RESTATED; A REOPENED ONE ONLY *
      * WHEN THE REOPEN IS APPROVED AND THE TRANSACTION QUOTES ITS    *
      * REFERENCE. A REFUSED TRANSACTION GOES TO THE REJECT FILE.     *
      *---------------------------------------------------------------*
           MOVE TAB-RST-PERIOD(TAB-RST-MAX) TO CPRD1CA-PERIOD
           PERFORM PERIOD-STATUS-GET
           EVALUATE TRUE
             WHEN CPRD1CA-PER-CLOSED
               MOVE 'C' TO TAB-RST-USED-SW(TAB-RST-MAX)
             WHEN CPRD1CA-PER-REOPENED AND CPRD1CA-NOT-APPROVED
               MOVE 'U' TO TAB-RST-USED-SW(TAB-RST-MAX)
             WHEN CPRD1CA-PER-REOPENED
               IF (TAB-RST-REOPEN-REF(TAB-RST-MAX)
                   NOT = CPRD1CA-REOPEN-REF) THEN
                  MOVE 'F' TO TAB-RST-USED-SW(TAB-RST-MAX)
               END-IF
           END-EVALUATE
           .
       RESTATEMENT-PERIOD-CHECK-EXIT. EXIT.



      *****************************************************************
       RESTATEMENT-REASON-CHECK SECTION.
      *===============================================================*
      * THE REASON OF THE TRANSACTION JUST LOADED MUST BE AN ACTIVE   *
      * RSTM CODE ON THE REASON-CODE MASTER (SEE LIB/UTIL/CRSN1) -    *
      * OTHERWISE IT GOES TO THE REJECT FILE                          *
      *---------------------------------------------------------------*
           IF (TAB-RST-USED-SW(TAB-RST-MAX) NOT = 'N') THEN
              GO TO RESTATEMENT-REASON-CHECK-EXIT
           END-IF
           MOVE 'RSTM'                      TO CRSN1CA-DOMAIN
           MOVE TAB-RST-REASON(TAB-RST-MAX) TO CRSN1CA-CODE
           PERFORM REASON-CODE-CHECK
           EVALUATE TRUE
             WHEN CRSN1CA-UNKNOWN
               MOVE 'K' TO TAB-RST-USED-SW(TAB-RST-MAX)
             WHEN CRSN1CA-INACTIVE
               MOVE 'J' TO TAB-RST-USED-SW(TAB-RST-MAX)
           END-EVALUATE
           .
       RESTATEMENT-REASON-CHECK-EXIT. EXIT.



      *****************************************************************
       REJECT-UNMATCHED SECTION.
      *===============================================================*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RST-MAX)
              IF (TAB-RST-USED-SW(TMP-I-TABLE) NOT = 'Y') THEN
                 ADD 1 TO TMP-COUNT-REJECTED
                 MOVE SPACES TO ORSTREJ-REC
                 EVALUATE TAB-RST-USED-SW(TMP-I-TABLE)
                   WHEN 'C'
                     MOVE 'PERIOD CLOSED: '       TO TMP-REJ-TEXT
                   WHEN 'U'
                     MOVE 'REOPEN NOT APPROVED: ' TO TMP-REJ-TEXT
                   WHEN 'F'
                     MOVE 'WRONG REOPEN REF: '    TO TMP-REJ-TEXT
                   WHEN 'K'
                     MOVE 'UNKNOWN REASON CODE: ' TO TMP-REJ-TEXT
                   WHEN 'J'
                     MOVE 'RETIRED REASON CODE: ' TO TMP-REJ-TEXT
                   WHEN OTHER
                     MOVE 'NO HISTORY ROW: '      TO TMP-REJ-TEXT
                 END-EVALUATE
                 STRING TMP-REJ-TEXT DELIMITED BY '  '
                        ' ' DELIMITED BY SIZE
                        TAB-RST-NAME(TMP-I-TABLE) ' '
                        TAB-RST-STATE(TMP-I-TABLE) ' '
                        TAB-RST-PERIOD(TMP-I-TABLE)
           MOVE IHIST-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-ORSTREJ
           IF (KHIST-YES) THEN
              PERFORM FILE-CLOSE-KHIST
           END-IF

           DISPLAY 'INPUT IHIST.........: ' IHIST-COUNT
           DISPLAY 'TRANSACTIONS LOADED.: ' TAB-RST-MAX
           DISPLAY 'ROWS RESTATED.......: ' TMP-COUNT-RESTATED
           DISPLAY 'UNMATCHED REJECTED..: ' TMP-COUNT-REJECTED
           DISPLAY 'KHIST ROWS PUT......: ' HISTK-COUNT-PUT
           DISPLAY 'KHIST ROWS NO ID....: ' HISTK-COUNT-NO-ID
           .
       PGM-FINISH-EXIT. EXIT.

       COPY 'LIB/UTIL/CFRZSE.cob'.
       COPY 'LIB/UTIL/CAUTSE.cob'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/UTIL/CRSNSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/KFILESE.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==KHIST-PATH==.
       COPY 'LIB/FILE/HISTKSE.cob'.

      *****************************************************************
       END PROGRAM TPL-RSTM1.
