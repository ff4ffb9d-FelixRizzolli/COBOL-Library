       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PIDX1.
      *****************************************************************
      * TPL-PIDX1: PRICE-INDEX MASTER MAINTENANCE                    *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ADD/CHANGE/DELETE TRANSACTIONS AGAINST priceindex.txt, THE    *
      * PRICE-INDEX MASTER (PERIOD X(6) YYYYMM, INDUSTRY X(23) -      *
      * SPACES FOR THE GENERAL INDEX OR AN INDUSTRY NAME FOR A        *
      * SECTOR-SPECIFIC DEFLATOR - INDEX 9(5)V9(3)) THE REAL-GROWTH   *
      * REPORTS DEFLATE WITH (SEE PIDXWS.cob). BOTH THE OLD MASTER    *
      * (IPXM) AND THE TRANSACTION FILE (IPXTRN) MUST BE PRE-SORTED   *
      * ASCENDING BY PERIOD + INDUSTRY - SAME BALANCED-LINE APPROACH  *
      * AS TPL-MAINT7.                                                *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IPXM   - OLD MASTER (IO/priceindex.txt)                       *
      * IPXTRN - TRANSACTIONS (IO/priceindextrn.txt), ACTION A/C/D    *
      *          FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OPX    - NEW MASTER (IO/priceindex.txt.new), PROMOTED         *
      *           OVER priceindex.txt ONCE THE RUN IS CLEAN           *
      * OPXREJ - REJECTED TRANSACTIONS (IO/priceindexrej.txt)         *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CLASSIC OLD-MASTER/TRANSACTION BALANCED-LINE UPDATE: MERGE    *
      * BOTH FILES ON THE KEY AND FOR EACH KEY APPLY THE MATCHING     *
      * TRANSACTION (ADD/CHANGE/DELETE) OR PASS THE OLD RECORD        *
      * THROUGH UNCHANGED IF THERE IS NO TRANSACTION FOR IT.          *
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
            ==:V1:== BY ==IPXM==
            ==:V2:== BY ==IPXM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPXTRN==
            ==:V2:== BY ==IPXTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPX==
            ==:V2:== BY ==OPX-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPXREJ==
            ==:V2:== BY ==OPXREJ-PATH==.
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
            ==:V1:== BY ==IPXM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPXTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPX==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPXREJ==
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
      * INPUT IPXM = OLD PRICE-INDEX MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPXM==.
       01 IPXM-REC.
           05 IPXM-KEY.
              10 IPXM-PERIOD           PIC X(6).
              10 IPXM-INDUSTRY         PIC X(23).
           05 IPXM-INDEX               PIC 9(5)V9(3).
           05 FILLER                   PIC X(43).

      *---------------------------------------------------------------*
      * INPUT IPXTRN = ADD/CHANGE/DELETE TRANSACTIONS                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPXTRN==.
       01 IPXTRN-REC.
           05 IPXTRN-ACTION          PIC X(1).
              88 IPXTRN-ADD             VALUE 'A'.
              88 IPXTRN-CHANGE          VALUE 'C'.
              88 IPXTRN-DELETE          VALUE 'D'.
           05 IPXTRN-KEY.
              10 IPXTRN-PERIOD       PIC X(6).
              10 IPXTRN-INDUSTRY     PIC X(23).
           05 IPXTRN-INDEX           PIC 9(5)V9(3).
           05 FILLER                  PIC X(42).

      *---------------------------------------------------------------*
      * OUTPUT OPX = NEW PRICE-INDEX MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPX==.
       01 OPX-REC.
           05 OPX-KEY.
              10 OPX-PERIOD            PIC X(6).
              10 OPX-INDUSTRY          PIC X(23).
           05 OPX-INDEX                PIC 9(5)V9(3).
           05 FILLER                   PIC X(43).

      *---------------------------------------------------------------*
      * OUTPUT OPXREJ = REJECTED TRANSACTIONS                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPXREJ==.
       01 OPXREJ-REC                 PIC X(80).

      *---------------------------------------------------------------*
      * MERGE KEYS (PERIOD + INDUSTRY) - HIGH-VALUES MARKS AN         *
      * EXHAUSTED FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A    *
      * SEPARATE EOF CHECK ON EACH SIDE                               *
      *---------------------------------------------------------------*
       01 TMP-IPXM-KEY                PIC X(29).
       01 TMP-TRN-KEY                  PIC X(29).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-ADDED          PIC 9(7).
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-DELETED        PIC 9(7).

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-MASTER            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPXM-PATH                 PIC X(40)
                                      VALUE 'IO/priceindex.txt'.
       01 IPXTRN-PATH               PIC X(40)
                                      VALUE 'IO/priceindextrn.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 OPX-PATH                  PIC X(40)
                                      VALUE 'IO/priceindex.txt.new'.
       01 OPXREJ-PATH               PIC X(40)
                                      VALUE 'IO/priceindexrej.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

      *---------------------------------------------------------------*
      * IBHDR = THE TRANSACTION FILE AGAIN, READ ONCE FOR THE BATCH   *
      * CONTROL CHECK (SEE BHDRWS.cob) BEFORE ANYTHING IS APPLIED     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBHDR==.
       COPY 'LIB/FILE/BHDRWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CFRZWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
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

           PERFORM IPXM-READ
           PERFORM IPXTRN-READ
           PERFORM UNTIL (TMP-IPXM-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IPXM-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IPXM-READ
                 WHEN (TMP-IPXM-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IPXTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IPXM-READ
                    PERFORM IPXTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IPXM
           PERFORM FILE-CLOSE-OPX
           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE OTHER MASTERS     *
      * (SEE GENPROSE.cob AND TPL-MAINT3'S PROMOTE-NEW-MASTER)        *
      *---------------------------------------------------------------*
           MOVE 'IO/priceindex.txt' TO GEN-MASTER-PATH
           MOVE 'IO/priceindex.txt.new' TO GEN-NEW-PATH
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
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-PIDX1'                         TO PGM-NAME
           MOVE 'PRICE-INDEX MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPXM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPXM-PATH
           MOVE IPXTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPXTRN-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE OPX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPX-PATH
           MOVE OPXREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPXREJ-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-ADDED
           MOVE 0                          TO TMP-COUNT-CHANGED
           MOVE 0                          TO TMP-COUNT-DELETED

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE. THESE        *
      * TRANSACTIONS CARRY NO GROWTH FIGURE - THE COUNT DECIDES       *
      *---------------------------------------------------------------*
           MOVE IPXTRN-PATH           TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'PRICEINDEX' TO CAUTH1CA-RESOURCE

           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPXM
           PERFORM FILE-OPEN-INPUT-IPXTRN
           PERFORM FILE-OPEN-OUTPUT-OPX
           PERFORM FILE-OPEN-OUTPUT-OPXREJ
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-ONLY-PASS-THROUGH SECTION.
      *===============================================================*
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS    *
           MOVE IPXM-REC     TO OPX-REC
           PERFORM OPX-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE SPACES TO CAUTH1CA-OPERATOR
           MOVE IPXTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IPXTRN-ADD) THEN
              PERFORM TRN-VALIDATE-FIELDS
              MOVE SPACES             TO OPX-REC
              MOVE IPXTRN-KEY         TO OPX-KEY
              MOVE IPXTRN-INDEX       TO OPX-INDEX
              PERFORM OPX-WRITE
              ADD 1 TO TMP-COUNT-ADDED
           ELSE
              PERFORM TRN-REJECT-NOT-FOUND
           END-IF
           .
       TRANSACTION-ONLY-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-MATCHED SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION LEAVES THE OLD MASTER RECORD AS-IS
           MOVE SPACES TO CAUTH1CA-OPERATOR
           MOVE IPXTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE IPXM-REC       TO OPX-REC
              PERFORM OPX-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (IPXTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE IPXM-REC      TO OPX-REC
                 PERFORM OPX-WRITE
              WHEN (IPXTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 MOVE SPACES             TO OPX-REC
                 MOVE IPXM-KEY           TO OPX-KEY
                 MOVE IPXTRN-INDEX       TO OPX-INDEX
                 PERFORM OPX-WRITE
                 ADD 1 TO TMP-COUNT-CHANGED
              WHEN (IPXTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE IPXM-REC      TO OPX-REC
                 PERFORM OPX-WRITE
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      *    THE PERIOD AND THE INDEX MUST ARRIVE AS DIGITS AND THE     *
      *    INDEX NON-ZERO - A ZERO OR MISTYPED INDEX WOULD TURN EVERY *
      *    REAL GROWTH FIGURE DEFLATED WITH IT INTO NONSENSE          *
           IF (IPXTRN-INDEX NOT NUMERIC)
              OR (IPXTRN-INDEX = ZERO)
              OR (IPXTRN-PERIOD NOT NUMERIC) THEN
              MOVE '906' TO PGM-ERR-RC
              STRING 'BAD INDEX TRANSACTION: ' IPXTRN-PERIOD ' '
                     IPXTRN-INDUSTRY
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       TRN-VALIDATE-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO OPXREJ-REC
           STRING 'INVALID ACTION ' IPXTRN-ACTION ': '
                  IPXTRN-PERIOD ' ' IPXTRN-INDUSTRY
             DELIMITED BY SIZE
             INTO OPXREJ-REC
           END-STRING
           MOVE OPXREJ-REC TO OPXREJ-RECORD
           PERFORM FILE-WRITE-OPXREJ
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO OPXREJ-REC
           STRING 'NOT FOUND: ' IPXTRN-ACTION ' ' IPXTRN-PERIOD ' '
                  IPXTRN-INDUSTRY
             DELIMITED BY SIZE
             INTO OPXREJ-REC
           END-STRING
           MOVE OPXREJ-REC TO OPXREJ-RECORD
           PERFORM FILE-WRITE-OPXREJ
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO OPXREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' IPXTRN-PERIOD ' '
                  IPXTRN-INDUSTRY
             DELIMITED BY SIZE
             INTO OPXREJ-REC
           END-STRING
           MOVE OPXREJ-REC TO OPXREJ-RECORD
           PERFORM FILE-WRITE-OPXREJ
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       IPXM-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IPXM
           IF (NOT IPXM-EOF) THEN
              MOVE IPXM-RECORD TO IPXM-REC
              MOVE IPXM-KEY TO TMP-IPXM-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-IPXM-KEY
           END-IF
           .
       IPXM-READ-EXIT. EXIT.



      *****************************************************************
       IPXTRN-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IPXTRN
           IF (NOT IPXTRN-EOF) THEN
              MOVE IPXTRN-RECORD TO IPXTRN-REC
              MOVE IPXTRN-KEY TO TMP-TRN-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IPXTRN-READ-EXIT. EXIT.



      *****************************************************************
       OPX-WRITE SECTION.
      *===============================================================*
           MOVE OPX-REC TO OPX-RECORD
           PERFORM FILE-WRITE-OPX
           .
       OPX-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IPXM-COUNT + IPXTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IPXTRN
           PERFORM FILE-CLOSE-OPXREJ

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IPXM..........: ' IPXM-COUNT
           DISPLAY 'INPUT IPXTRN........: ' IPXTRN-COUNT
           DISPLAY 'OUTPUT OPX..........: ' OPX-COUNT
           DISPLAY 'OUTPUT OPXREJ.......: ' OPXREJ-COUNT
           DISPLAY 'TRANSACTIONS ADDED...: ' TMP-COUNT-ADDED
           DISPLAY 'TRANSACTIONS CHANGED.: ' TMP-COUNT-CHANGED
           DISPLAY 'TRANSACTIONS DELETED.: ' TMP-COUNT-DELETED
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
       COPY 'LIB/UTIL/CFRZSE.cob'.
       COPY 'LIB/UTIL/CAUTSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPXM==
            ==:V2:== BY ==IPXM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPXTRN==
            ==:V2:== BY ==IPXTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPX==
            ==:V2:== BY ==OPX-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPXREJ==
            ==:V2:== BY ==OPXREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PIDX1.
      *****************************************************************
