       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-EXPM1.
      *****************************************************************
      * TPL-EXPM1: CREDIT-EXPOSURE MASTER MAINTENANCE                 *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * NOTHING IN THE SYSTEM KNEW HOW MUCH MONEY IS AT STAKE WITH    *
      * EACH COMPANY - GROWTH, WATCHLIST AND GRADE ARE ALL BLIND TO   *
      * SIZE. THIS PROGRAM MAINTAINS THE CREDIT-EXPOSURE MASTER       *
      * exposure.txt (AMOUNT, CURRENCY AND FACILITY TYPE PER COMPANY) *
      * KEYED ON NAME + STATE LIKE companies.txt ITSELF. BOTH THE     *
      * OLD MASTER (IEXPO) AND THE TRANSACTION FILE (IEXPOTRN) MUST   *
      * BE PRE-SORTED ASCENDING BY NAME + STATE - SAME BALANCED-LINE  *
      * APPROACH AS TPL-MAINT3. TPL-EXPR1 REPORTS FROM THE MASTER.    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IEXPO    - OLD MASTER (IO/exposure.txt): NAME X(38),          *
      *            STATE X(2), AMOUNT 9(11)V99, CURRENCY X(2) (BLANK  *
      *            = BASE), FACILITY X(8), LAST CHANGED X(8)          *
      * IEXPOTRN - TRANSACTIONS (IO/exposuretrn.txt), ACTION A/C/D,   *
      *            NAME, STATE, AMOUNT, CURRENCY, FACILITY, OPERATOR  *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      * IFX      - EXCHANGE-RATE MASTER (IO/fxrates.txt, SEE          *
      *            TPL-MAINT7) - A CURRENCY WITHOUT A RATE ON FILE    *
      *            COULD NEVER BE CONVERTED AND IS REJECTED           *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OEXPO    - NEW MASTER (IO/exposure.txt.new), PROMOTED         *
      *            OVER exposure.txt ONCE THE RUN IS CLEAN            *
      * OEXPOREJ - REJECTED TRANSACTIONS (IO/exposurerej.txt)         *
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
      * V01.01.00                  FR                      15.10.2026 *
      * BATCH CONTROL HEADER VERIFIED BEFORE THE BATCH IS APPLIED     *
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
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==IEXPO-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IEXPOTRN==
            ==:V2:== BY ==IEXPOTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==IFX-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OEXPO==
            ==:V2:== BY ==OEXPO-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OEXPOREJ==
            ==:V2:== BY ==OEXPOREJ-PATH==.
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
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IEXPOTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OEXPO==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OEXPOREJ==
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
      * INPUT IEXPO = OLD CREDIT-EXPOSURE MASTER                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEXPO==.
       01 IEXPO-REC.
           05 IEXPO-NAME               PIC X(38).
           05 IEXPO-STATE              PIC X(2).
           05 IEXPO-AMOUNT             PIC 9(11)V99.
           05 IEXPO-CURRENCY           PIC X(2).
           05 IEXPO-FACILITY           PIC X(8).
           05 IEXPO-CHANGED            PIC X(8).
           05 FILLER                   PIC X(9).

      *---------------------------------------------------------------*
      * INPUT IEXPOTRN = ADD/CHANGE/DELETE TRANSACTIONS               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEXPOTRN==.
       01 IEXPOTRN-REC.
           05 IEXPOTRN-ACTION         PIC X(1).
              88 IEXPOTRN-ADD            VALUE 'A'.
              88 IEXPOTRN-CHANGE         VALUE 'C'.
              88 IEXPOTRN-DELETE         VALUE 'D'.
           05 IEXPOTRN-NAME           PIC X(38).
           05 IEXPOTRN-STATE          PIC X(2).
           05 IEXPOTRN-AMOUNT         PIC 9(11)V99.
           05 IEXPOTRN-CURRENCY       PIC X(2).
           05 IEXPOTRN-FACILITY       PIC X(8).
           05 IEXPOTRN-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(8).

      *---------------------------------------------------------------*
      * INPUT IFX = EXCHANGE-RATE MASTER (SEE TPL-CALC1)              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IFX==.
       01 FX-REC.
           05 FX-CURRENCY             PIC X(2).
           05 FX-RATE                 PIC 9(3)V9(6).
           05 FILLER                  PIC X(69).
       01 FX-RATES.
           05 TAB-FX-MAX              PIC S9(9) BINARY.
           05 TAB-FX-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-FX                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-FX-MAX.
                10 TAB-FX-CURRENCY    PIC X(2).
                10 TAB-FX-RATE        PIC 9(3)V9(6).
       01 FX-WORK.
           05 TMP-FX-I                PIC S9(9)   BINARY.
           05 TMP-FX-FOUND-SW         PIC X(1).

      *---------------------------------------------------------------*
      * OUTPUT OEXPO = NEW CREDIT-EXPOSURE MASTER                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OEXPO==.
       01 OEXPO-REC.
           05 OEXPO-NAME               PIC X(38).
           05 OEXPO-STATE              PIC X(2).
           05 OEXPO-AMOUNT             PIC 9(11)V99.
           05 OEXPO-CURRENCY           PIC X(2).
           05 OEXPO-FACILITY           PIC X(8).
           05 OEXPO-CHANGED            PIC X(8).
           05 FILLER                   PIC X(9).

      *---------------------------------------------------------------*
      * OUTPUT OEXPOREJ = REJECTED TRANSACTIONS                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OEXPOREJ==.
       01 OEXPOREJ-REC                PIC X(80).

      *---------------------------------------------------------------*
      * MERGE KEYS (NAME + STATE) - HIGH-VALUES MARKS AN EXHAUSTED    *
      * FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A SEPARATE     *
      * EOF CHECK ON EACH SIDE                                       *
      *---------------------------------------------------------------*
       01 TMP-IEXPO-KEY                PIC X(40).
       01 TMP-TRN-KEY                  PIC X(40).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-ADDED          PIC 9(7).
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-DELETED        PIC 9(7).
       01 TMP-TODAY                    PIC X(8).
       01 TMP-VALID-SW                 PIC X(1).
          88 TMP-TRN-VALID                 VALUE 'Y'.

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
       01 IEXPO-PATH                 PIC X(40)
                                      VALUE 'IO/exposure.txt'.
       01 IEXPOTRN-PATH              PIC X(40)
                                      VALUE 'IO/exposuretrn.txt'.
       01 IFX-PATH                   PIC X(40)
                                      VALUE 'IO/fxrates.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OEXPO-PATH                 PIC X(40)
                                      VALUE 'IO/exposure.txt.new'.
       01 OEXPOREJ-PATH              PIC X(40)
                                      VALUE 'IO/exposurerej.txt'.
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

           PERFORM IEXPO-READ
           PERFORM IEXPOTRN-READ
           PERFORM UNTIL (TMP-IEXPO-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IEXPO-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IEXPO-READ
                 WHEN (TMP-IEXPO-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IEXPOTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IEXPO-READ
                    PERFORM IEXPOTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IEXPO
           PERFORM FILE-CLOSE-OEXPO
           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE (SEE GENPROSE.cob) - CALLED     *
      * FROM MAIN, NOT FROM PGM-FINISH, SO A FAILED RENAME CAN ROUTE  *
      * THROUGH PGM-ERR WITHOUT RECURSING BACK INTO PGM-FINISH        *
      *---------------------------------------------------------------*
           MOVE 'IO/exposure.txt' TO GEN-MASTER-PATH
           MOVE 'IO/exposure.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-EXPM1'                          TO PGM-NAME
           MOVE 'CREDIT-EXPOSURE MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IEXPO-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEXPO-PATH
           MOVE IEXPOTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEXPOTRN-PATH
           MOVE IFX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IFX-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OEXPO-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OEXPO-PATH
           MOVE OEXPOREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OEXPOREJ-PATH
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
           MOVE IEXPOTRN-PATH         TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'EXPOSURE' TO CAUTH1CA-RESOURCE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * EXCHANGE RATES (OPTIONAL - WITHOUT THEM ONLY BASE-CURRENCY    *
      * EXPOSURES CAN BE ADDED OR CHANGED)                            *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-FX-MAX
           PERFORM FILE-OPEN-INPUT-IFX
           IF (IFX-YES) THEN
              PERFORM FILE-READ-IFX
              PERFORM UNTIL (IFX-EOF)
                 MOVE IFX-RECORD TO FX-REC
                 IF (FX-CURRENCY NOT = SPACES)
                    AND (FX-RATE NUMERIC) THEN
                    ADD 1 TO TAB-FX-MAX
                    IF (TAB-FX-MAX > TAB-FX-DIM) THEN
                       MOVE TAB-FX-DIM TO TAB-FX-MAX
                       MOVE 'TAB-FX OVERFLOW - RATES INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       MOVE FX-CURRENCY
                         TO TAB-FX-CURRENCY(TAB-FX-MAX)
                       MOVE FX-RATE
                         TO TAB-FX-RATE(TAB-FX-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IFX
              END-PERFORM
              PERFORM FILE-CLOSE-IFX
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IEXPO
           PERFORM FILE-OPEN-INPUT-IEXPOTRN
           PERFORM FILE-OPEN-OUTPUT-OEXPO
           PERFORM FILE-OPEN-OUTPUT-OEXPOREJ
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-ONLY-PASS-THROUGH SECTION.
      *===============================================================*
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS    *
           MOVE IEXPO-REC     TO OEXPO-REC
           PERFORM OEXPO-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE IEXPOTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IEXPOTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IEXPOTRN-ADD) THEN
              PERFORM TRN-VALIDATE-FIELDS
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO OEXPO-REC
              MOVE IEXPOTRN-NAME      TO OEXPO-NAME
              MOVE IEXPOTRN-STATE     TO OEXPO-STATE
              MOVE IEXPOTRN-AMOUNT    TO OEXPO-AMOUNT
              MOVE IEXPOTRN-CURRENCY  TO OEXPO-CURRENCY
              MOVE IEXPOTRN-FACILITY  TO OEXPO-FACILITY
              MOVE TMP-TODAY          TO OEXPO-CHANGED
              PERFORM OEXPO-WRITE
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
           MOVE IEXPOTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IEXPOTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE IEXPO-REC      TO OEXPO-REC
              PERFORM OEXPO-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (IEXPOTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE IEXPO-REC      TO OEXPO-REC
                 PERFORM OEXPO-WRITE
              WHEN (IEXPOTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 IF (TMP-TRN-VALID) THEN
                    MOVE IEXPO-REC          TO OEXPO-REC
                    MOVE IEXPOTRN-AMOUNT    TO OEXPO-AMOUNT
                    MOVE IEXPOTRN-CURRENCY  TO OEXPO-CURRENCY
                    MOVE IEXPOTRN-FACILITY  TO OEXPO-FACILITY
                    MOVE TMP-TODAY          TO OEXPO-CHANGED
                    ADD 1 TO TMP-COUNT-CHANGED
                 ELSE
                    MOVE IEXPO-REC          TO OEXPO-REC
                 END-IF
                 PERFORM OEXPO-WRITE
              WHEN (IEXPOTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE IEXPO-REC      TO OEXPO-REC
                 PERFORM OEXPO-WRITE
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      *    THE AMOUNT MUST ARRIVE AS DIGITS - A BLANK OR MISTYPED     *
      *    FIELD WOULD POISON EVERY EXPOSURE TOTAL, SO IT STOPS THE   *
      *    RUN LIKE TPL-MAINT3. A MISSING FACILITY TYPE OR A CURRENCY *
      *    WITHOUT A RATE ONLY REJECTS THE ONE TRANSACTION            *
           MOVE 'Y' TO TMP-VALID-SW
           IF (IEXPOTRN-AMOUNT NOT NUMERIC) THEN
              MOVE '906' TO PGM-ERR-RC
              STRING 'NON-NUMERIC EXPOSURE AMOUNT: ' IEXPOTRN-NAME
                     ' ' IEXPOTRN-STATE
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (IEXPOTRN-FACILITY = SPACES) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OEXPOREJ-REC
              STRING 'NO FACILITY TYPE: ' IEXPOTRN-NAME ' '
                     IEXPOTRN-STATE
                DELIMITED BY SIZE
                INTO OEXPOREJ-REC
              END-STRING
              PERFORM OEXPOREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IEXPOTRN-CURRENCY NOT = SPACES) THEN
              MOVE 'N' TO TMP-FX-FOUND-SW
              PERFORM VARYING TMP-FX-I FROM 1 BY 1
                        UNTIL (TMP-FX-I > TAB-FX-MAX)
                 IF (TAB-FX-CURRENCY(TMP-FX-I) = IEXPOTRN-CURRENCY)
                 THEN
                    MOVE 'Y' TO TMP-FX-FOUND-SW
                 END-IF
              END-PERFORM
              IF (TMP-FX-FOUND-SW = 'N') THEN
                 MOVE 'N' TO TMP-VALID-SW
                 MOVE SPACES TO OEXPOREJ-REC
                 STRING 'NO RATE FOR CURRENCY ' IEXPOTRN-CURRENCY
                        ': ' IEXPOTRN-NAME ' ' IEXPOTRN-STATE
                   DELIMITED BY SIZE
                   INTO OEXPOREJ-REC
                 END-STRING
                 PERFORM OEXPOREJ-WRITE
              END-IF
           END-IF
           .
       TRN-VALIDATE-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO OEXPOREJ-REC
           STRING 'INVALID ACTION ' IEXPOTRN-ACTION ': ' IEXPOTRN-NAME
                  ' ' IEXPOTRN-STATE
             DELIMITED BY SIZE
             INTO OEXPOREJ-REC
           END-STRING
           PERFORM OEXPOREJ-WRITE
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO OEXPOREJ-REC
           STRING 'NOT FOUND: ' IEXPOTRN-ACTION ' ' IEXPOTRN-NAME ' '
                  IEXPOTRN-STATE
             DELIMITED BY SIZE
             INTO OEXPOREJ-REC
           END-STRING
           PERFORM OEXPOREJ-WRITE
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO OEXPOREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' IEXPOTRN-NAME ' '
                  IEXPOTRN-STATE
             DELIMITED BY SIZE
             INTO OEXPOREJ-REC
           END-STRING
           PERFORM OEXPOREJ-WRITE
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       IEXPO-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IEXPO
           IF (NOT IEXPO-EOF) THEN
              MOVE IEXPO-RECORD TO IEXPO-REC
              MOVE SPACES       TO TMP-IEXPO-KEY
              STRING IEXPO-NAME IEXPO-STATE
                DELIMITED BY SIZE
                INTO TMP-IEXPO-KEY
              END-STRING
           ELSE
              MOVE HIGH-VALUES TO TMP-IEXPO-KEY
           END-IF
           .
       IEXPO-READ-EXIT. EXIT.



      *****************************************************************
       IEXPOTRN-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IEXPOTRN
           IF (NOT IEXPOTRN-EOF) THEN
              MOVE IEXPOTRN-RECORD TO IEXPOTRN-REC
              MOVE SPACES          TO TMP-TRN-KEY
              STRING IEXPOTRN-NAME IEXPOTRN-STATE
                DELIMITED BY SIZE
                INTO TMP-TRN-KEY
              END-STRING
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IEXPOTRN-READ-EXIT. EXIT.



      *****************************************************************
       OEXPO-WRITE SECTION.
      *===============================================================*
           MOVE OEXPO-REC TO OEXPO-RECORD
           PERFORM FILE-WRITE-OEXPO
           .
       OEXPO-WRITE-EXIT. EXIT.



      *****************************************************************
       OEXPOREJ-WRITE SECTION.
      *===============================================================*
           MOVE OEXPOREJ-REC TO OEXPOREJ-RECORD
           PERFORM FILE-WRITE-OEXPOREJ
           .
       OEXPOREJ-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IEXPO-COUNT + IEXPOTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IEXPOTRN
           PERFORM FILE-CLOSE-OEXPOREJ

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IEXPO..........: ' IEXPO-COUNT
           DISPLAY 'INPUT IEXPOTRN.......: ' IEXPOTRN-COUNT
           DISPLAY 'OUTPUT OEXPO.........: ' OEXPO-COUNT
           DISPLAY 'OUTPUT OEXPOREJ......: ' OEXPOREJ-COUNT
           DISPLAY 'TRANSACTIONS ADDED...: ' TMP-COUNT-ADDED
           DISPLAY 'TRANSACTIONS CHANGED.: ' TMP-COUNT-CHANGED
           DISPLAY 'TRANSACTIONS DELETED.: ' TMP-COUNT-DELETED
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
            ==:V1:== BY ==IEXPO==
            ==:V2:== BY ==IEXPO-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IEXPOTRN==
            ==:V2:== BY ==IEXPOTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IFX==
            ==:V2:== BY ==IFX-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OEXPO==
            ==:V2:== BY ==OEXPO-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OEXPOREJ==
            ==:V2:== BY ==OEXPOREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-EXPM1.
      *****************************************************************
