       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-ZIPM1.
      *****************************************************************
      * TPL-ZIPM1: ZIP-RANGE REFERENCE MASTER MAINTENANCE             *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * companyloc.txt ACCEPTED ANY ZIP WITH ANY STATE, SO A MISTYPED *
      * ZIP QUIETLY PUT A COMPANY INTO ANOTHER STATE'S METRO AREA IN  *
      * TPL-METR1. THIS PROGRAM MAINTAINS THE ZIP-RANGE MASTER        *
      * ziprange.txt - WHICH THREE-DIGIT ZIP PREFIXES (LOW TO HIGH,   *
      * BOTH INCLUSIVE) BELONG TO WHICH STATE - THAT TPL-MAINT8       *
      * CHECKS EVERY LOCATION TRANSACTION AGAINST AND TPL-ZIPC1       *
      * SWEEPS THE EXISTING FILES WITH (LAYOUT: ZIPRWS.cob). A STATE  *
      * MAY HAVE SEVERAL RANGES, BUT NO PREFIX MAY BELONG TO TWO      *
      * STATES - AN ADD OR CHANGE THAT WOULD OVERLAP ANOTHER RANGE IS *
      * REJECTED. BOTH THE OLD MASTER (IZRNG) AND THE TRANSACTION     *
      * FILE (IZRNGTRN) MUST BE PRE-SORTED ASCENDING BY STATE + LOW   *
      * PREFIX - SAME BALANCED-LINE APPROACH AS TPL-MAINT2.           *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IZRNG    - OLD MASTER (IO/ziprange.txt): STATE X(2), LOW      *
      *            PREFIX 9(3), HIGH PREFIX 9(3), EFFECTIVE X(8),     *
      *            LAST CHANGED X(8)                                  *
      * IZIPR    - THE SAME MASTER, LOADED WHOLE FIRST FOR THE        *
      *            OVERLAP CHECK (SEE ZIPRSE.cob)                     *
      * IZRNGTRN - TRANSACTIONS (IO/ziprangetrn.txt), ACTION A/C/D,   *
      *            STATE, LOW, HIGH, EFFECTIVE (BLANK = TODAY),       *
      *            OPERATOR                                           *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      * ISABB    - STATE ABBREVIATIONS (IO/stateabb.txt) - AN ADD FOR *
      *            A STATE NOT ON IT IS REJECTED; WITHOUT THE FILE    *
      *            THE STATE IS NOT CHECKED                           *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OZRNG    - NEW MASTER (IO/ziprange.txt.new), PROMOTED OVER    *
      *            ziprange.txt ONCE THE RUN IS CLEAN                 *
      * OZRNGREJ - REJECTED TRANSACTIONS (IO/ziprangerej.txt)         *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CLASSIC OLD-MASTER/TRANSACTION BALANCED-LINE UPDATE: MERGE    *
      * BOTH FILES ON THE KEY AND FOR EACH KEY APPLY THE MATCHING     *
      * TRANSACTION (ADD/CHANGE/DELETE) OR PASS THE OLD RECORD        *
      * THROUGH UNCHANGED IF THERE IS NO TRANSACTION FOR IT. A CHANGE *
      * MOVES THE HIGH PREFIX AND THE EFFECTIVE DATE - MOVING THE LOW *
      * PREFIX IS A DELETE AND AN ADD. THE IN-MEMORY RANGE TABLE      *
      * FOLLOWS EVERY APPLIED TRANSACTION, SO TWO ADDS IN ONE BATCH   *
      * CANNOT OVERLAP EACH OTHER EITHER.                             *
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
            ==:V1:== BY ==IZRNG==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IZRNGTRN==
            ==:V2:== BY ==IZRNGTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISABB==
            ==:V2:== BY ==ISABB-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OZRNG==
            ==:V2:== BY ==OZRNG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OZRNGREJ==
            ==:V2:== BY ==OZRNGREJ-PATH==.
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
            ==:V1:== BY ==IZRNG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IZRNGTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISABB==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OZRNG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OZRNGREJ==
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
      * INPUT IZRNG = OLD ZIP-RANGE MASTER                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IZRNG==.
       01 IZRNG-REC.
           05 IZRNG-STATE              PIC X(2).
           05 IZRNG-LOW                PIC X(3).
           05 IZRNG-HIGH               PIC X(3).
           05 IZRNG-EFF                PIC X(8).
           05 IZRNG-CHANGED            PIC X(8).
           05 FILLER                   PIC X(56).

      *---------------------------------------------------------------*
      * INPUT IZIPR = THE SAME MASTER AS A RANGE TABLE (ZIPRWS.cob)   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IZIPR==.
       COPY 'LIB/FILE/ZIPRWS.cob'.

      *---------------------------------------------------------------*
      * INPUT IZRNGTRN = ADD/CHANGE/DELETE TRANSACTIONS               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IZRNGTRN==.
       01 IZRNGTRN-REC.
           05 IZRNGTRN-ACTION         PIC X(1).
              88 IZRNGTRN-ADD            VALUE 'A'.
              88 IZRNGTRN-CHANGE         VALUE 'C'.
              88 IZRNGTRN-DELETE         VALUE 'D'.
           05 IZRNGTRN-STATE          PIC X(2).
           05 IZRNGTRN-LOW            PIC X(3).
           05 IZRNGTRN-LOW-N REDEFINES IZRNGTRN-LOW
                                      PIC 9(3).
           05 IZRNGTRN-HIGH           PIC X(3).
           05 IZRNGTRN-HIGH-N REDEFINES IZRNGTRN-HIGH
                                      PIC 9(3).
           05 IZRNGTRN-EFF            PIC X(8).
           05 IZRNGTRN-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(55).

      *---------------------------------------------------------------*
      * INPUT ISABB = STATE ABBREVIATIONS (SEE TPL-MAINT2) - ONLY THE *
      * ABBREVIATION IS KEPT, FOR THE ADD CHECK                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISABB==.
       01 SABB-REC.
           05 SABB-ABB                PIC X(2).
           05 SABB-STATE              PIC X(14).
           05 FILLER                  PIC X(64).
       01 SABB-TABLE.
           05 TAB-SA-MAX              PIC S9(9) BINARY.
           05 TAB-SA-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-SA                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-SA-MAX.
                10 TAB-SA-ABB         PIC X(2).
       01 SABB-WORK.
           05 TMP-SA-I                PIC S9(9)   BINARY.
           05 TMP-SA-FOUND-SW         PIC X(1).

      *---------------------------------------------------------------*
      * OUTPUT OZRNG = NEW ZIP-RANGE MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OZRNG==.
       01 OZRNG-REC.
           05 OZRNG-STATE              PIC X(2).
           05 OZRNG-LOW                PIC X(3).
           05 OZRNG-HIGH               PIC X(3).
           05 OZRNG-EFF                PIC X(8).
           05 OZRNG-CHANGED            PIC X(8).
           05 FILLER                   PIC X(56).

      *---------------------------------------------------------------*
      * OUTPUT OZRNGREJ = REJECTED TRANSACTIONS                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OZRNGREJ==.
       01 OZRNGREJ-REC                PIC X(80).

      *---------------------------------------------------------------*
      * MERGE KEYS (STATE + LOW PREFIX) - HIGH-VALUES MARKS AN        *
      * EXHAUSTED FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A    *
      * SEPARATE EOF CHECK ON EACH SIDE                               *
      *---------------------------------------------------------------*
       01 TMP-IZRNG-KEY                PIC X(5).
       01 TMP-TRN-KEY                  PIC X(5).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-ADDED          PIC 9(7).
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-DELETED        PIC 9(7).
       01 TMP-TODAY                    PIC X(8).
       01 TMP-EFF                      PIC X(8).
       01 TMP-VALID-SW                 PIC X(1).
          88 TMP-TRN-VALID                 VALUE 'Y'.
       01 OVERLAP-WORK.
           05 TMP-OV-I                 PIC S9(9)   BINARY.
           05 TMP-OV-SELF              PIC S9(9)   BINARY.
           05 TMP-OV-HIT               PIC S9(9)   BINARY.

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
       01 IZIPR-PATH                 PIC X(40)
                                      VALUE 'IO/ziprange.txt'.
       01 IZRNGTRN-PATH              PIC X(40)
                                      VALUE 'IO/ziprangetrn.txt'.
       01 ISABB-PATH                 PIC X(40)
                                      VALUE 'IO/stateabb.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OZRNG-PATH                 PIC X(40)
                                      VALUE 'IO/ziprange.txt.new'.
       01 OZRNGREJ-PATH              PIC X(40)
                                      VALUE 'IO/ziprangerej.txt'.
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

           PERFORM IZRNG-READ
           PERFORM IZRNGTRN-READ
           PERFORM UNTIL (TMP-IZRNG-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IZRNG-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IZRNG-READ
                 WHEN (TMP-IZRNG-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IZRNGTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IZRNG-READ
                    PERFORM IZRNGTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IZRNG
           PERFORM FILE-CLOSE-OZRNG
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
           MOVE 'IO/ziprange.txt' TO GEN-MASTER-PATH
           MOVE 'IO/ziprange.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-ZIPM1'                          TO PGM-NAME
           MOVE 'ZIP-RANGE MASTER MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IZIPR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IZIPR-PATH
           MOVE IZRNGTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IZRNGTRN-PATH
           MOVE ISABB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISABB-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OZRNG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OZRNG-PATH
           MOVE OZRNGREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OZRNGREJ-PATH
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
           MOVE IZRNGTRN-PATH         TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'ZIPRANGE' TO CAUTH1CA-RESOURCE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * THE WHOLE OLD MASTER AS A RANGE TABLE FOR THE OVERLAP CHECK - *
      * A FIRST RUN STARTS FROM AN EMPTY TABLE                        *
      *---------------------------------------------------------------*
           PERFORM LOAD-ZIP-RANGES

      *---------------------------------------------------------------*
      * STATE ABBREVIATIONS (OPTIONAL - WITHOUT THEM THE STATE OF AN  *
      * ADD IS NOT CHECKED)                                           *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-SA-MAX
           PERFORM FILE-OPEN-INPUT-ISABB
           IF (ISABB-YES) THEN
              PERFORM FILE-READ-ISABB
              PERFORM UNTIL (ISABB-EOF)
                 MOVE ISABB-RECORD TO SABB-REC
                 IF (SABB-ABB NOT = SPACES) THEN
                    ADD 1 TO TAB-SA-MAX
                    IF (TAB-SA-MAX > TAB-SA-DIM) THEN
                       MOVE TAB-SA-DIM TO TAB-SA-MAX
                       MOVE 'TAB-SA OVERFLOW - STATES INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       MOVE SABB-ABB TO TAB-SA-ABB(TAB-SA-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-ISABB
              END-PERFORM
              PERFORM FILE-CLOSE-ISABB
           ELSE
              MOVE 'NO STATE ABBREVIATIONS - STATE OF ADDS NOT CHECKED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IZRNG
           PERFORM FILE-OPEN-INPUT-IZRNGTRN
           PERFORM FILE-OPEN-OUTPUT-OZRNG
           PERFORM FILE-OPEN-OUTPUT-OZRNGREJ
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-ONLY-PASS-THROUGH SECTION.
      *===============================================================*
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS    *
           MOVE IZRNG-REC     TO OZRNG-REC
           PERFORM OZRNG-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE IZRNGTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IZRNGTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IZRNGTRN-ADD) THEN
              PERFORM TRN-VALIDATE-STATE
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              PERFORM TRN-VALIDATE-FIELDS
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE 0 TO TMP-OV-SELF
              PERFORM TRN-VALIDATE-OVERLAP
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO OZRNG-REC
              MOVE IZRNGTRN-STATE     TO OZRNG-STATE
              MOVE IZRNGTRN-LOW       TO OZRNG-LOW
              MOVE IZRNGTRN-HIGH      TO OZRNG-HIGH
              MOVE TMP-EFF            TO OZRNG-EFF
              MOVE TMP-TODAY          TO OZRNG-CHANGED
              PERFORM OZRNG-WRITE
              ADD 1 TO TMP-COUNT-ADDED
      *       THE NEW RANGE JOINS THE TABLE FOR THE REST OF THE BATCH
              IF (TAB-ZR-MAX < TAB-ZR-DIM) THEN
                 ADD 1 TO TAB-ZR-MAX
                 MOVE IZRNGTRN-STATE  TO TAB-ZR-STATE(TAB-ZR-MAX)
                 MOVE IZRNGTRN-LOW-N  TO TAB-ZR-LOW(TAB-ZR-MAX)
                 MOVE IZRNGTRN-HIGH-N TO TAB-ZR-HIGH(TAB-ZR-MAX)
              END-IF
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
           MOVE IZRNGTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IZRNGTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE IZRNG-REC      TO OZRNG-REC
              PERFORM OZRNG-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
      *    THE TABLE ENTRY OF THIS RANGE - SKIPPED BY THE OVERLAP
      *    CHECK, MOVED BY A CHANGE, BLANKED BY A DELETE
           MOVE 0 TO TMP-OV-SELF
           PERFORM VARYING TMP-OV-I FROM 1 BY 1
                     UNTIL (TMP-OV-I > TAB-ZR-MAX)
                        OR (TMP-OV-SELF > 0)
              IF (TAB-ZR-STATE(TMP-OV-I) = IZRNGTRN-STATE)
                 AND (TAB-ZR-LOW(TMP-OV-I) = IZRNGTRN-LOW-N) THEN
                 MOVE TMP-OV-I TO TMP-OV-SELF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN (IZRNGTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE IZRNG-REC      TO OZRNG-REC
                 PERFORM OZRNG-WRITE
              WHEN (IZRNGTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 IF (TMP-TRN-VALID) THEN
                    PERFORM TRN-VALIDATE-OVERLAP
                 END-IF
                 IF (TMP-TRN-VALID) THEN
                    MOVE IZRNG-REC          TO OZRNG-REC
                    MOVE IZRNGTRN-HIGH      TO OZRNG-HIGH
                    MOVE TMP-EFF            TO OZRNG-EFF
                    MOVE TMP-TODAY          TO OZRNG-CHANGED
                    ADD 1 TO TMP-COUNT-CHANGED
                    IF (TMP-OV-SELF > 0) THEN
                       MOVE IZRNGTRN-HIGH-N
                         TO TAB-ZR-HIGH(TMP-OV-SELF)
                    END-IF
                 ELSE
                    MOVE IZRNG-REC          TO OZRNG-REC
                 END-IF
                 PERFORM OZRNG-WRITE
              WHEN (IZRNGTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
                 IF (TMP-OV-SELF > 0) THEN
                    MOVE SPACES TO TAB-ZR-STATE(TMP-OV-SELF)
                 END-IF
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE IZRNG-REC      TO OZRNG-REC
                 PERFORM OZRNG-WRITE
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-STATE SECTION.
      *===============================================================*
      *    A NEW RANGE MUST BELONG TO A STATE ON stateabb.txt - A     *
      *    MISTYPED STATE WOULD OWN PREFIXES NO COMPANY CAN MATCH.    *
      *    WITHOUT THE FILE THERE IS NOTHING TO CHECK AGAINST         *
           MOVE 'Y' TO TMP-VALID-SW
           IF (ISABB-NO) THEN
              GO TO TRN-VALIDATE-STATE-EXIT
           END-IF
           MOVE 'N' TO TMP-SA-FOUND-SW
           PERFORM VARYING TMP-SA-I FROM 1 BY 1
                     UNTIL (TMP-SA-I > TAB-SA-MAX)
                        OR (TMP-SA-FOUND-SW = 'Y')
              IF (TAB-SA-ABB(TMP-SA-I) = IZRNGTRN-STATE) THEN
                 MOVE 'Y' TO TMP-SA-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-SA-FOUND-SW = 'N') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OZRNGREJ-REC
              STRING 'UNKNOWN STATE: ' IZRNGTRN-ACTION ' '
                     IZRNGTRN-STATE ' ' IZRNGTRN-LOW
                DELIMITED BY SIZE
                INTO OZRNGREJ-REC
              END-STRING
              PERFORM OZRNGREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-STATE-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      *    THE HIGH PREFIX MUST BE DIGITS AND NOT BELOW THE LOW ONE.  *
      *    A BLANK EFFECTIVE DATE MEANS TODAY, ANYTHING ELSE MUST BE  *
      *    A DATE. EACH FAILURE ONLY REJECTS THE ONE TRANSACTION      *
           MOVE 'Y' TO TMP-VALID-SW
           IF (IZRNGTRN-HIGH NOT NUMERIC) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OZRNGREJ-REC
              STRING 'INVALID HIGH PREFIX ' IZRNGTRN-HIGH ': '
                     IZRNGTRN-STATE ' ' IZRNGTRN-LOW
                DELIMITED BY SIZE
                INTO OZRNGREJ-REC
              END-STRING
              PERFORM OZRNGREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IZRNGTRN-HIGH-N < IZRNGTRN-LOW-N) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OZRNGREJ-REC
              STRING 'HIGH PREFIX BELOW LOW: ' IZRNGTRN-STATE ' '
                     IZRNGTRN-LOW '-' IZRNGTRN-HIGH
                DELIMITED BY SIZE
                INTO OZRNGREJ-REC
              END-STRING
              PERFORM OZRNGREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IZRNGTRN-EFF = SPACES) THEN
              MOVE TMP-TODAY    TO TMP-EFF
           ELSE
              MOVE IZRNGTRN-EFF TO TMP-EFF
           END-IF
           IF (TMP-EFF NOT NUMERIC)
              OR (TMP-EFF(5:2) < '01') OR (TMP-EFF(5:2) > '12')
              OR (TMP-EFF(7:2) < '01') OR (TMP-EFF(7:2) > '31') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OZRNGREJ-REC
              STRING 'INVALID EFFECTIVE DATE ' IZRNGTRN-EFF
                     ': ' IZRNGTRN-STATE ' ' IZRNGTRN-LOW
                DELIMITED BY SIZE
                INTO OZRNGREJ-REC
              END-STRING
              PERFORM OZRNGREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-OVERLAP SECTION.
      *===============================================================*
      *    NO PREFIX MAY BELONG TO TWO RANGES - THE NEW LOW-HIGH IS   *
      *    CHECKED AGAINST EVERY LIVE RANGE BUT ITS OWN (TMP-OV-SELF, *
      *    0 FOR AN ADD). A DELETED RANGE HAS A BLANK STATE           *
           MOVE 'Y' TO TMP-VALID-SW
           MOVE 0   TO TMP-OV-HIT
           PERFORM VARYING TMP-OV-I FROM 1 BY 1
                     UNTIL (TMP-OV-I > TAB-ZR-MAX)
                        OR (TMP-OV-HIT > 0)
              IF (TMP-OV-I NOT = TMP-OV-SELF)
                 AND (TAB-ZR-STATE(TMP-OV-I) NOT = SPACES)
                 AND (IZRNGTRN-LOW-N  <= TAB-ZR-HIGH(TMP-OV-I))
                 AND (IZRNGTRN-HIGH-N >= TAB-ZR-LOW(TMP-OV-I)) THEN
                 MOVE TMP-OV-I TO TMP-OV-HIT
              END-IF
           END-PERFORM
           IF (TMP-OV-HIT > 0) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OZRNGREJ-REC
              STRING 'OVERLAPS ' TAB-ZR-STATE(TMP-OV-HIT) ' '
                     TAB-ZR-LOW(TMP-OV-HIT) '-'
                     TAB-ZR-HIGH(TMP-OV-HIT) ': ' IZRNGTRN-ACTION ' '
                     IZRNGTRN-STATE ' ' IZRNGTRN-LOW '-'
                     IZRNGTRN-HIGH
                DELIMITED BY SIZE
                INTO OZRNGREJ-REC
              END-STRING
              PERFORM OZRNGREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-OVERLAP-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO OZRNGREJ-REC
           STRING 'INVALID ACTION ' IZRNGTRN-ACTION ': ' IZRNGTRN-STATE
                  ' ' IZRNGTRN-LOW
             DELIMITED BY SIZE
             INTO OZRNGREJ-REC
           END-STRING
           PERFORM OZRNGREJ-WRITE
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO OZRNGREJ-REC
           IF (IZRNGTRN-ACTION NOT = 'C')
              AND (IZRNGTRN-ACTION NOT = 'D') THEN
              PERFORM TRN-REJECT-INVALID-ACTION
              GO TO TRN-REJECT-NOT-FOUND-EXIT
           END-IF
           STRING 'NOT FOUND: ' IZRNGTRN-ACTION ' ' IZRNGTRN-STATE ' '
                  IZRNGTRN-LOW
             DELIMITED BY SIZE
             INTO OZRNGREJ-REC
           END-STRING
           PERFORM OZRNGREJ-WRITE
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO OZRNGREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' IZRNGTRN-STATE ' '
                  IZRNGTRN-LOW ' (USE C TO MOVE THE HIGH PREFIX)'
             DELIMITED BY SIZE
             INTO OZRNGREJ-REC
           END-STRING
           PERFORM OZRNGREJ-WRITE
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       IZRNG-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IZRNG
           IF (NOT IZRNG-EOF) THEN
              MOVE IZRNG-RECORD TO IZRNG-REC
              MOVE IZRNG-RECORD(1:5) TO TMP-IZRNG-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-IZRNG-KEY
           END-IF
           .
       IZRNG-READ-EXIT. EXIT.



      *****************************************************************
       IZRNGTRN-READ SECTION.
      *===============================================================*
      *    A BLANK STATE OR A LOW PREFIX THAT IS NOT THREE DIGITS     *
      *    COULD NEVER MATCH THE MASTER AND WOULD UPSET THE MERGE     *
      *    ORDER - IT IS REJECTED HERE AND THE NEXT TRANSACTION IS    *
      *    READ                                                       *
           PERFORM FILE-READ-IZRNGTRN
           IF (NOT IZRNGTRN-EOF) THEN
              MOVE IZRNGTRN-RECORD TO IZRNGTRN-REC
              IF (IZRNGTRN-STATE = SPACES)
                 OR (IZRNGTRN-LOW NOT NUMERIC) THEN
                 MOVE SPACES TO OZRNGREJ-REC
                 STRING 'INVALID KEY: ' IZRNGTRN-ACTION ' '
                        IZRNGTRN-STATE ' ' IZRNGTRN-LOW
                   DELIMITED BY SIZE
                   INTO OZRNGREJ-REC
                 END-STRING
                 PERFORM OZRNGREJ-WRITE
                 GO TO IZRNGTRN-READ
              END-IF
              MOVE IZRNGTRN-RECORD(2:5) TO TMP-TRN-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IZRNGTRN-READ-EXIT. EXIT.



      *****************************************************************
       OZRNG-WRITE SECTION.
      *===============================================================*
           MOVE OZRNG-REC TO OZRNG-RECORD
           PERFORM FILE-WRITE-OZRNG
           .
       OZRNG-WRITE-EXIT. EXIT.



      *****************************************************************
       OZRNGREJ-WRITE SECTION.
      *===============================================================*
           MOVE OZRNGREJ-REC TO OZRNGREJ-RECORD
           PERFORM FILE-WRITE-OZRNGREJ
           .
       OZRNGREJ-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IZRNG-COUNT + IZRNGTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IZRNGTRN
           PERFORM FILE-CLOSE-OZRNGREJ

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IZRNG..........: ' IZRNG-COUNT
           DISPLAY 'INPUT IZRNGTRN.......: ' IZRNGTRN-COUNT
           DISPLAY 'OUTPUT OZRNG.........: ' OZRNG-COUNT
           DISPLAY 'OUTPUT OZRNGREJ......: ' OZRNGREJ-COUNT
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
            ==:V1:== BY ==IZRNG==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/ZIPRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IZRNGTRN==
            ==:V2:== BY ==IZRNGTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISABB==
            ==:V2:== BY ==ISABB-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OZRNG==
            ==:V2:== BY ==OZRNG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OZRNGREJ==
            ==:V2:== BY ==OZRNGREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-ZIPM1.
      *****************************************************************
