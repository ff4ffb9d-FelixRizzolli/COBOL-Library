       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-DEPM1.
      *****************************************************************
      * TPL-DEPM1: SUPPLIER/CUSTOMER DEPENDENCY MASTER MAINTENANCE    *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * SEVERAL OF OUR COMPANIES LIVE OFF ONE BIG CUSTOMER, AND WHEN  *
      * THAT CUSTOMER DECLINES ITS SUPPLIERS FOLLOW A PERIOD OR TWO   *
      * LATER. THIS PROGRAM MAINTAINS THE DEPENDENCY MASTER           *
      * dependency.txt: ONE RECORD PER COMPANY AND COUNTERPARTY IT    *
      * DEPENDS ON, WITH THE KIND OF RELATIONSHIP AND THE SHARE OF    *
      * THE COMPANY'S REVENUE AT STAKE. BOTH SIDES ARE KEYED ON THE   *
      * PERMANENT COMPANY-ID OF TPL-CID1, SO A RENAME THROUGH         *
      * TPL-MAINT1 DOES NOT BREAK A DEPENDENCY. BOTH THE OLD MASTER   *
      * (IDEP) AND THE TRANSACTION FILE (IDEPTRN) MUST BE PRE-SORTED  *
      * ASCENDING BY COMPANY-ID AND COUNTERPARTY-ID - SAME BALANCED-  *
      * LINE APPROACH AS TPL-OWNM1, SAME JOURNAL AS ITS OWNERSHIP     *
      * MASTER. TPL-CTGN1 REPORTS FROM THE MASTER.                    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IDEP     - OLD MASTER (IO/dependency.txt): COMPANY-ID 9(9),   *
      *            COUNTERPARTY-ID 9(9), TYPE X(1) (S = THE COMPANY   *
      *            SUPPLIES THE COUNTERPARTY, C = THE COMPANY BUYS    *
      *            FROM IT), SHARE OF REVENUE 9(3)V99 IN PERCENT,     *
      *            EFFECTIVE X(8), LAST CHANGED X(8)                  *
      * IDEPTRN  - TRANSACTIONS (IO/dependencytrn.txt), ACTION A/C/D, *
      *            COMPANY-ID, COUNTERPARTY-ID, TYPE, SHARE (5        *
      *            DIGITS, 2 DECIMALS IMPLIED), EFFECTIVE (BLANK =    *
      *            TODAY), OPERATOR                                   *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      * IXREF    - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt, SEE  *
      *            TPL-CID1) - AN ADD NAMING AN ID NEVER ASSIGNED, ON *
      *            EITHER SIDE, IS REJECTED; WITHOUT THE FILE NO ADD  *
      *            CAN BE VERIFIED                                    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ODEP     - NEW MASTER (IO/dependency.txt.new), PROMOTED OVER  *
      *            dependency.txt ONCE THE RUN IS CLEAN               *
      * ODEPREJ  - REJECTED TRANSACTIONS (IO/dependencyrej.txt)       *
      * OJRNL    - DEPENDENCY JOURNAL (IO/dependencyjrn.txt), APPENDED*
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CLASSIC OLD-MASTER/TRANSACTION BALANCED-LINE UPDATE ON        *
      * COMPANY-ID AND COUNTERPARTY-ID. AN ADD NEEDS BOTH IDS ON THE  *
      * CROSS-REFERENCE AND TWO DIFFERENT COMPANIES; A CHANGE         *
      * REPLACES THE TYPE, THE SHARE AND THE EFFECTIVE DATE. THE      *
      * SHARE MUST BE ABOVE 0 AND AT MOST 100,00 PERCENT.             *
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
            ==:V1:== BY ==IDEP==
            ==:V2:== BY ==IDEP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IDEPTRN==
            ==:V2:== BY ==IDEPTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODEP==
            ==:V2:== BY ==ODEP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODEPREJ==
            ==:V2:== BY ==ODEPREJ-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==OJRNL-PATH==.
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
            ==:V1:== BY ==IDEP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDEPTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODEP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODEPREJ==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==183==.
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
      * INPUT IDEP = OLD DEPENDENCY MASTER                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDEP==.
       01 IDEP-REC.
           05 IDEP-ID                  PIC 9(9).
           05 IDEP-CPTY-ID             PIC 9(9).
           05 IDEP-TYPE                PIC X(1).
           05 IDEP-SHARE               PIC 9(3)V99.
           05 IDEP-EFF                 PIC X(8).
           05 IDEP-CHANGED             PIC X(8).
           05 FILLER                   PIC X(40).

      *---------------------------------------------------------------*
      * INPUT IDEPTRN = ADD/CHANGE/DELETE TRANSACTIONS                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDEPTRN==.
       01 IDEPTRN-REC.
           05 IDEPTRN-ACTION          PIC X(1).
              88 IDEPTRN-ADD             VALUE 'A'.
              88 IDEPTRN-CHANGE          VALUE 'C'.
              88 IDEPTRN-DELETE          VALUE 'D'.
           05 IDEPTRN-ID              PIC X(9).
           05 IDEPTRN-ID-N REDEFINES IDEPTRN-ID
                                      PIC 9(9).
           05 IDEPTRN-CPTY-ID         PIC X(9).
           05 IDEPTRN-CPTY-ID-N REDEFINES IDEPTRN-CPTY-ID
                                      PIC 9(9).
           05 IDEPTRN-TYPE            PIC X(1).
              88 IDEPTRN-TYPE-OK         VALUE 'S' 'C'.
           05 IDEPTRN-SHARE           PIC X(5).
           05 IDEPTRN-SHARE-N REDEFINES IDEPTRN-SHARE
                                      PIC 9(3)V99.
           05 IDEPTRN-EFF             PIC X(8).
           05 IDEPTRN-OPERATOR        PIC X(8).
           05 FILLER                  PIC X(39).

      *---------------------------------------------------------------*
      * INPUT IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1) -     *
      * ONLY THE ID IS KEPT, FOR THE ADD CHECK ON BOTH SIDES          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       01 XREF-REC.
           05 XREF-ID                 PIC 9(9).
           05 XREF-NAME               PIC X(38).
           05 XREF-STATE              PIC X(2).
           05 XREF-ASSIGNED           PIC X(8).
           05 FILLER                  PIC X(23).
       01 XREF-TABLE.
           05 TAB-XR-MAX              PIC S9(9) BINARY.
           05 TAB-XR-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-XR                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-XR-MAX.
                10 TAB-XR-ID          PIC 9(9).
       01 XREF-WORK.
           05 TMP-XR-I                PIC S9(9)   BINARY.
           05 TMP-XR-ARG-ID           PIC 9(9).
           05 TMP-XR-FOUND-SW         PIC X(1).

      *---------------------------------------------------------------*
      * OUTPUT ODEP = NEW DEPENDENCY MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODEP==.
       01 ODEP-REC.
           05 ODEP-ID                  PIC 9(9).
           05 ODEP-CPTY-ID             PIC 9(9).
           05 ODEP-TYPE                PIC X(1).
           05 ODEP-SHARE               PIC 9(3)V99.
           05 ODEP-EFF                 PIC X(8).
           05 ODEP-CHANGED             PIC X(8).
           05 FILLER                   PIC X(40).

      *---------------------------------------------------------------*
      * OUTPUT ODEPREJ = REJECTED TRANSACTIONS                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODEPREJ==.
       01 ODEPREJ-REC                 PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT OJRNL = DEPENDENCY JOURNAL, APPENDED WITH ONE RECORD   *
      * PER APPLIED TRANSACTION: WHEN, WHO, WHAT ACTION, AND THE FULL *
      * BEFORE AND AFTER MASTER IMAGES. EACH RUN OPENS WITH A 'B'     *
      * RECORD WHOSE BEFORE IMAGE IS THE BATCH HEADER FROM BYTE 42 ON *
      * AND WHOSE AFTER IMAGE IS THE TRANSACTION FILE (SAME RUN       *
      * MARKER AS THE COMPANIES JOURNAL OF TPL-MAINT1)                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OJRNL==.
       01 JRNL-REC.
           05 JRNL-TS                 PIC X(14).
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
           05 JRNL-BEFORE             PIC X(80).
           05 JRNL-AFTER              PIC X(80).

      *---------------------------------------------------------------*
      * MERGE KEYS (COMPANY-ID + COUNTERPARTY-ID) - HIGH-VALUES MARKS *
      * AN EXHAUSTED FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A *
      * SEPARATE EOF CHECK ON EACH SIDE                               *
      *---------------------------------------------------------------*
       01 TMP-IDEP-KEY                 PIC X(18).
       01 TMP-TRN-KEY                  PIC X(18).

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
       01 IDEP-PATH                  PIC X(40)
                                      VALUE 'IO/dependency.txt'.
       01 IDEPTRN-PATH               PIC X(40)
                                      VALUE 'IO/dependencytrn.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ODEP-PATH                  PIC X(40)
                                      VALUE 'IO/dependency.txt.new'.
       01 ODEPREJ-PATH               PIC X(40)
                                      VALUE 'IO/dependencyrej.txt'.
       01 OJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/dependencyjrn.txt'.
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

           PERFORM IDEP-READ
           PERFORM IDEPTRN-READ
           PERFORM UNTIL (TMP-IDEP-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IDEP-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IDEP-READ
                 WHEN (TMP-IDEP-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IDEPTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IDEP-READ
                    PERFORM IDEPTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IDEP
           PERFORM FILE-CLOSE-ODEP
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
           MOVE 'IO/dependency.txt' TO GEN-MASTER-PATH
           MOVE 'IO/dependency.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-DEPM1'                          TO PGM-NAME
           MOVE 'DEPENDENCY MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IDEP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDEP-PATH
           MOVE IDEPTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDEPTRN-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ODEP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODEP-PATH
           MOVE ODEPREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODEPREJ-PATH
           MOVE OJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OJRNL-PATH
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
           MOVE IDEPTRN-PATH          TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'DEPENDENCY' TO CAUTH1CA-RESOURCE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * COMPANY-ID CROSS-REFERENCE (OPTIONAL - WITHOUT IT NO ID CAN   *
      * BE VERIFIED, SO EVERY ADD IS REJECTED)                        *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-XR-MAX
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-YES) THEN
              PERFORM FILE-READ-IXREF
              PERFORM UNTIL (IXREF-EOF)
                 MOVE IXREF-RECORD TO XREF-REC
                 IF (XREF-ID NUMERIC) THEN
                    ADD 1 TO TAB-XR-MAX
                    IF (TAB-XR-MAX > TAB-XR-DIM) THEN
                       MOVE TAB-XR-DIM TO TAB-XR-MAX
                       MOVE 'TAB-XR OVERFLOW - IDS INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       MOVE XREF-ID TO TAB-XR-ID(TAB-XR-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IXREF
              END-PERFORM
              PERFORM FILE-CLOSE-IXREF
           ELSE
              MOVE 'NO COMPANY-ID CROSS-REFERENCE - ADDS REJECTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IDEP
           PERFORM FILE-OPEN-INPUT-IDEPTRN
           PERFORM FILE-OPEN-OUTPUT-ODEP
           PERFORM FILE-OPEN-OUTPUT-ODEPREJ
           PERFORM FILE-OPEN-EXTEND-OJRNL

      *---------------------------------------------------------------*
      * THE BATCH NUMBER OPENS THE RUN'S JOURNAL ENTRIES - A RUN      *
      * WITHOUT A HEADED BATCH OPENS WITH *NOBATCH                    *
      *---------------------------------------------------------------*
           IF (NOT BHDR-PRESENT) THEN
              MOVE SPACES     TO BHDR-REC
              MOVE 'BATCH'    TO BHDR-TAG
              MOVE '*NOBATCH' TO BHDR-BATCH-NO
              MOVE 0          TO BHDR-EXP-COUNT
              MOVE 0          TO BHDR-EXP-HASH
           END-IF
           MOVE SPACES TO JRNL-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           IF (BHDR-ORIGINATOR = SPACES) THEN
              MOVE '*UNKNOWN'      TO JRNL-OPERATOR
           ELSE
              MOVE BHDR-ORIGINATOR TO JRNL-OPERATOR
           END-IF
           MOVE 'B'               TO JRNL-ACTION
           MOVE BHDR-REC(42:)     TO JRNL-BEFORE
           MOVE BHDR-ARG-PATH     TO JRNL-AFTER
           MOVE JRNL-REC TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-ONLY-PASS-THROUGH SECTION.
      *===============================================================*
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS    *
           MOVE IDEP-REC      TO ODEP-REC
           PERFORM ODEP-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE IDEPTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IDEPTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IDEPTRN-ADD) THEN
              PERFORM TRN-VALIDATE-FIELDS
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              PERFORM TRN-VALIDATE-IDS
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO ODEP-REC
              MOVE IDEPTRN-ID-N       TO ODEP-ID
              MOVE IDEPTRN-CPTY-ID-N  TO ODEP-CPTY-ID
              MOVE IDEPTRN-TYPE       TO ODEP-TYPE
              MOVE IDEPTRN-SHARE-N    TO ODEP-SHARE
              MOVE TMP-EFF            TO ODEP-EFF
              MOVE TMP-TODAY          TO ODEP-CHANGED
              PERFORM ODEP-WRITE
              ADD 1 TO TMP-COUNT-ADDED
              MOVE SPACES   TO JRNL-BEFORE
              MOVE ODEP-REC TO JRNL-AFTER
              PERFORM JRNL-WRITE
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
           MOVE IDEPTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IDEPTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE IDEP-REC       TO ODEP-REC
              PERFORM ODEP-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (IDEPTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE IDEP-REC       TO ODEP-REC
                 PERFORM ODEP-WRITE
              WHEN (IDEPTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 IF (TMP-TRN-VALID) THEN
                    MOVE IDEP-REC           TO ODEP-REC
                    MOVE IDEPTRN-TYPE       TO ODEP-TYPE
                    MOVE IDEPTRN-SHARE-N    TO ODEP-SHARE
                    MOVE TMP-EFF            TO ODEP-EFF
                    MOVE TMP-TODAY          TO ODEP-CHANGED
                    ADD 1 TO TMP-COUNT-CHANGED
                    MOVE IDEP-REC TO JRNL-BEFORE
                    MOVE ODEP-REC TO JRNL-AFTER
                    PERFORM JRNL-WRITE
                 ELSE
                    MOVE IDEP-REC           TO ODEP-REC
                 END-IF
                 PERFORM ODEP-WRITE
              WHEN (IDEPTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
                 MOVE IDEP-REC  TO JRNL-BEFORE
                 MOVE SPACES    TO JRNL-AFTER
                 PERFORM JRNL-WRITE
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE IDEP-REC       TO ODEP-REC
                 PERFORM ODEP-WRITE
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      *    THE TYPE IS S (SUPPLIER TO THE COUNTERPARTY) OR C          *
      *    (CUSTOMER OF IT); THE SHARE IS A PERCENTAGE OF THE         *
      *    COMPANY'S REVENUE ABOVE 0 AND AT MOST 100,00. A BLANK      *
      *    EFFECTIVE DATE MEANS TODAY, ANYTHING ELSE MUST BE A DATE.  *
      *    EACH FAILURE ONLY REJECTS THE ONE TRANSACTION              *
           MOVE 'Y' TO TMP-VALID-SW
           IF (NOT IDEPTRN-TYPE-OK) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO ODEPREJ-REC
              STRING 'INVALID TYPE ' IDEPTRN-TYPE ' (S/C): '
                     IDEPTRN-ID ' ' IDEPTRN-CPTY-ID
                DELIMITED BY SIZE
                INTO ODEPREJ-REC
              END-STRING
              PERFORM ODEPREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IDEPTRN-SHARE NOT NUMERIC) THEN
              MOVE 'N' TO TMP-VALID-SW
           ELSE
              IF (IDEPTRN-SHARE-N = 0)
                 OR (IDEPTRN-SHARE-N > 100) THEN
                 MOVE 'N' TO TMP-VALID-SW
              END-IF
           END-IF
           IF (NOT TMP-TRN-VALID) THEN
              MOVE SPACES TO ODEPREJ-REC
              STRING 'INVALID SHARE ' IDEPTRN-SHARE ': '
                     IDEPTRN-ID ' ' IDEPTRN-CPTY-ID
                DELIMITED BY SIZE
                INTO ODEPREJ-REC
              END-STRING
              PERFORM ODEPREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IDEPTRN-EFF = SPACES) THEN
              MOVE TMP-TODAY    TO TMP-EFF
           ELSE
              MOVE IDEPTRN-EFF  TO TMP-EFF
           END-IF
           IF (TMP-EFF NOT NUMERIC)
              OR (TMP-EFF(5:2) < '01') OR (TMP-EFF(5:2) > '12')
              OR (TMP-EFF(7:2) < '01') OR (TMP-EFF(7:2) > '31') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO ODEPREJ-REC
              STRING 'INVALID EFFECTIVE DATE ' IDEPTRN-EFF
                     ': ' IDEPTRN-ID ' ' IDEPTRN-CPTY-ID
                DELIMITED BY SIZE
                INTO ODEPREJ-REC
              END-STRING
              PERFORM ODEPREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-IDS SECTION.
      *===============================================================*
      *    AN ADD MUST NAME TWO COMPANY-IDS THAT TPL-CID1 HAS         *
      *    ASSIGNED - A MISTYPED ID WOULD TIE A COMPANY TO NOBODY AND *
      *    NEVER SHOW ON THE CONTAGION REPORT                         *
           MOVE IDEPTRN-ID-N TO TMP-XR-ARG-ID
           PERFORM XREF-FIND
           IF (TMP-XR-FOUND-SW = 'N') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO ODEPREJ-REC
              STRING 'COMPANY-ID NOT ASSIGNED: ' IDEPTRN-ID
                     ' ' IDEPTRN-CPTY-ID
                DELIMITED BY SIZE
                INTO ODEPREJ-REC
              END-STRING
              PERFORM ODEPREJ-WRITE
              GO TO TRN-VALIDATE-IDS-EXIT
           END-IF
           MOVE IDEPTRN-CPTY-ID-N TO TMP-XR-ARG-ID
           PERFORM XREF-FIND
           IF (TMP-XR-FOUND-SW = 'N') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO ODEPREJ-REC
              STRING 'COUNTERPARTY-ID NOT ASSIGNED: ' IDEPTRN-ID
                     ' ' IDEPTRN-CPTY-ID
                DELIMITED BY SIZE
                INTO ODEPREJ-REC
              END-STRING
              PERFORM ODEPREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-IDS-EXIT. EXIT.



      *****************************************************************
       XREF-FIND SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-XR-FOUND-SW
           PERFORM VARYING TMP-XR-I FROM 1 BY 1
                     UNTIL (TMP-XR-I > TAB-XR-MAX)
                        OR (TMP-XR-FOUND-SW = 'Y')
              IF (TAB-XR-ID(TMP-XR-I) = TMP-XR-ARG-ID) THEN
                 MOVE 'Y' TO TMP-XR-FOUND-SW
              END-IF
           END-PERFORM
           .
       XREF-FIND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO ODEPREJ-REC
           STRING 'INVALID ACTION ' IDEPTRN-ACTION ': ' IDEPTRN-ID
                  ' ' IDEPTRN-CPTY-ID
             DELIMITED BY SIZE
             INTO ODEPREJ-REC
           END-STRING
           PERFORM ODEPREJ-WRITE
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO ODEPREJ-REC
           IF (IDEPTRN-ACTION NOT = 'C')
              AND (IDEPTRN-ACTION NOT = 'D') THEN
              PERFORM TRN-REJECT-INVALID-ACTION
              GO TO TRN-REJECT-NOT-FOUND-EXIT
           END-IF
           STRING 'NOT FOUND: ' IDEPTRN-ACTION ' ' IDEPTRN-ID
                  ' ' IDEPTRN-CPTY-ID
             DELIMITED BY SIZE
             INTO ODEPREJ-REC
           END-STRING
           PERFORM ODEPREJ-WRITE
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO ODEPREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' IDEPTRN-ID
                  ' ' IDEPTRN-CPTY-ID ' (USE C)'
             DELIMITED BY SIZE
             INTO ODEPREJ-REC
           END-STRING
           PERFORM ODEPREJ-WRITE
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       JRNL-WRITE SECTION.
      *===============================================================*
      *    CALLER HAS SET JRNL-BEFORE/JRNL-AFTER - STAMP THE REST     *
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           IF (IDEPTRN-OPERATOR = SPACES) THEN
              MOVE '*UNKNOWN' TO JRNL-OPERATOR
           ELSE
              MOVE IDEPTRN-OPERATOR TO JRNL-OPERATOR
           END-IF
           MOVE IDEPTRN-ACTION TO JRNL-ACTION
           MOVE JRNL-REC        TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL
           .
       JRNL-WRITE-EXIT. EXIT.



      *****************************************************************
       IDEP-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IDEP
           IF (NOT IDEP-EOF) THEN
              MOVE IDEP-RECORD TO IDEP-REC
              MOVE IDEP-RECORD(1:18) TO TMP-IDEP-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-IDEP-KEY
           END-IF
           .
       IDEP-READ-EXIT. EXIT.



      *****************************************************************
       IDEPTRN-READ SECTION.
      *===============================================================*
      *    A COMPANY-ID THAT IS NOT NINE DIGITS COULD NEVER MATCH THE *
      *    MASTER AND WOULD UPSET THE MERGE ORDER, AND A COMPANY      *
      *    CANNOT DEPEND ON ITSELF - BOTH ARE REJECTED HERE AND THE   *
      *    NEXT TRANSACTION IS READ                                   *
           PERFORM FILE-READ-IDEPTRN
           IF (NOT IDEPTRN-EOF) THEN
              MOVE IDEPTRN-RECORD TO IDEPTRN-REC
              IF (IDEPTRN-ID NOT NUMERIC)
                 OR (IDEPTRN-CPTY-ID NOT NUMERIC) THEN
                 MOVE SPACES TO ODEPREJ-REC
                 STRING 'INVALID COMPANY-ID: ' IDEPTRN-ACTION ' '
                        IDEPTRN-ID ' ' IDEPTRN-CPTY-ID
                   DELIMITED BY SIZE
                   INTO ODEPREJ-REC
                 END-STRING
                 PERFORM ODEPREJ-WRITE
                 GO TO IDEPTRN-READ
              END-IF
              IF (IDEPTRN-ID-N = 0) OR (IDEPTRN-CPTY-ID-N = 0) THEN
                 MOVE SPACES TO ODEPREJ-REC
                 STRING 'INVALID COMPANY-ID: ' IDEPTRN-ACTION ' '
                        IDEPTRN-ID ' ' IDEPTRN-CPTY-ID
                   DELIMITED BY SIZE
                   INTO ODEPREJ-REC
                 END-STRING
                 PERFORM ODEPREJ-WRITE
                 GO TO IDEPTRN-READ
              END-IF
              IF (IDEPTRN-ID = IDEPTRN-CPTY-ID) THEN
                 MOVE SPACES TO ODEPREJ-REC
                 STRING 'COMPANY CANNOT DEPEND ON ITSELF: '
                        IDEPTRN-ACTION ' ' IDEPTRN-ID
                   DELIMITED BY SIZE
                   INTO ODEPREJ-REC
                 END-STRING
                 PERFORM ODEPREJ-WRITE
                 GO TO IDEPTRN-READ
              END-IF
              MOVE IDEPTRN-ID      TO TMP-TRN-KEY(1:9)
              MOVE IDEPTRN-CPTY-ID TO TMP-TRN-KEY(10:9)
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IDEPTRN-READ-EXIT. EXIT.



      *****************************************************************
       ODEP-WRITE SECTION.
      *===============================================================*
           MOVE ODEP-REC TO ODEP-RECORD
           PERFORM FILE-WRITE-ODEP
           .
       ODEP-WRITE-EXIT. EXIT.



      *****************************************************************
       ODEPREJ-WRITE SECTION.
      *===============================================================*
           MOVE ODEPREJ-REC TO ODEPREJ-RECORD
           PERFORM FILE-WRITE-ODEPREJ
           .
       ODEPREJ-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IDEP-COUNT + IDEPTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IDEPTRN
           PERFORM FILE-CLOSE-ODEPREJ
           PERFORM FILE-CLOSE-OJRNL

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IDEP...........: ' IDEP-COUNT
           DISPLAY 'INPUT IDEPTRN........: ' IDEPTRN-COUNT
           DISPLAY 'OUTPUT ODEP..........: ' ODEP-COUNT
           DISPLAY 'OUTPUT ODEPREJ.......: ' ODEPREJ-COUNT
           DISPLAY 'OUTPUT OJRNL.........: ' OJRNL-COUNT
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
            ==:V1:== BY ==IDEP==
            ==:V2:== BY ==IDEP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDEPTRN==
            ==:V2:== BY ==IDEPTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODEP==
            ==:V2:== BY ==ODEP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODEPREJ==
            ==:V2:== BY ==ODEPREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==OJRNL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-DEPM1.
      *****************************************************************
