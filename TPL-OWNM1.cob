       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-OWNM1.
      *****************************************************************
      * TPL-OWNM1: ACCOUNT-MANAGER OWNERSHIP MASTER MAINTENANCE       *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * WHO LOOKS AFTER WHICH COMPANY LIVED IN A SPREADSHEET, SO THE  *
      * REPORT PACKS BURST BY INDUSTRY OR REGION NEVER QUITE MATCHED  *
      * WHO ACTUALLY OWNS WHOM. THIS PROGRAM MAINTAINS THE OWNERSHIP  *
      * MASTER ownership.txt (PRIMARY MANAGER, BACKUP MANAGER AND     *
      * EFFECTIVE DATE PER COMPANY) KEYED ON THE PERMANENT COMPANY-ID *
      * OF TPL-CID1, SO A RENAME THROUGH TPL-MAINT1 DOES NOT ORPHAN   *
      * THE OWNERSHIP. BOTH THE OLD MASTER (IOWNR) AND THE            *
      * TRANSACTION FILE (IOWNRTRN) MUST BE PRE-SORTED ASCENDING BY   *
      * COMPANY-ID - SAME BALANCED-LINE APPROACH AS TPL-EXPM1. EVERY  *
      * APPLIED TRANSACTION IS JOURNALED WITH ITS BEFORE AND AFTER    *
      * IMAGE LIKE THE COMPANIES MASTER'S (SEE TPL-MAINT1).           *
      * TPL-OWNR1 REPORTS FROM THE MASTER, TPL-BRST1 BURSTS BY IT.    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IOWNR    - OLD MASTER (IO/ownership.txt): COMPANY-ID 9(9),    *
      *            PRIMARY X(8), BACKUP X(8) (BLANK = NONE),          *
      *            EFFECTIVE X(8), LAST CHANGED X(8) (OWNRWS.cob)     *
      * IOWNRTRN - TRANSACTIONS (IO/ownershiptrn.txt), ACTION A/C/D,  *
      *            COMPANY-ID, PRIMARY, BACKUP, EFFECTIVE (BLANK =    *
      *            TODAY), OPERATOR                                   *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      * IXREF    - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt, SEE  *
      *            TPL-CID1) - AN ID NEVER ASSIGNED IS REJECTED;      *
      *            WITHOUT THE FILE NO ADD CAN BE VERIFIED            *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OOWNR    - NEW MASTER (IO/ownership.txt.new), PROMOTED        *
      *            OVER ownership.txt ONCE THE RUN IS CLEAN           *
      * OOWNRREJ - REJECTED TRANSACTIONS (IO/ownershiprej.txt)        *
      * OJRNL    - OWNERSHIP JOURNAL (IO/ownershipjrn.txt), APPENDED  *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CLASSIC OLD-MASTER/TRANSACTION BALANCED-LINE UPDATE: MERGE    *
      * BOTH FILES ON THE KEY AND FOR EACH KEY APPLY THE MATCHING     *
      * TRANSACTION (ADD/CHANGE/DELETE) OR PASS THE OLD RECORD        *
      * THROUGH UNCHANGED IF THERE IS NO TRANSACTION FOR IT. A CHANGE *
      * REPLACES BOTH MANAGERS AND THE EFFECTIVE DATE - A HANDOVER IS *
      * ONE 'C' TRANSACTION WITH THE NEW PRIMARY AND ITS DATE.        *
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
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IOWNRTRN==
            ==:V2:== BY ==IOWNRTRN-PATH==.
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
            ==:V1:== BY ==OOWNR==
            ==:V2:== BY ==OOWNR-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OOWNRREJ==
            ==:V2:== BY ==OOWNRREJ-PATH==.
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
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IOWNRTRN==
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
            ==:V1:== BY ==OOWNR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OOWNRREJ==
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
      * INPUT IOWNR = OLD OWNERSHIP MASTER                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IOWNR==.
       01 IOWNR-REC.
           05 IOWNR-ID                 PIC 9(9).
           05 IOWNR-PRIMARY            PIC X(8).
           05 IOWNR-BACKUP             PIC X(8).
           05 IOWNR-EFF                PIC X(8).
           05 IOWNR-CHANGED            PIC X(8).
           05 FILLER                   PIC X(39).

      *---------------------------------------------------------------*
      * INPUT IOWNRTRN = ADD/CHANGE/DELETE TRANSACTIONS               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IOWNRTRN==.
       01 IOWNRTRN-REC.
           05 IOWNRTRN-ACTION         PIC X(1).
              88 IOWNRTRN-ADD            VALUE 'A'.
              88 IOWNRTRN-CHANGE         VALUE 'C'.
              88 IOWNRTRN-DELETE         VALUE 'D'.
           05 IOWNRTRN-ID             PIC X(9).
           05 IOWNRTRN-ID-N REDEFINES IOWNRTRN-ID
                                      PIC 9(9).
           05 IOWNRTRN-PRIMARY        PIC X(8).
           05 IOWNRTRN-BACKUP         PIC X(8).
           05 IOWNRTRN-EFF            PIC X(8).
           05 IOWNRTRN-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(38).

      *---------------------------------------------------------------*
      * INPUT IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1) -     *
      * ONLY THE ID AND THE KEY IT WAS ASSIGNED TO ARE KEPT, FOR THE  *
      * ADD CHECK AND THE REJECT TEXT                                 *
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
           05 TMP-XR-FOUND-SW         PIC X(1).

      *---------------------------------------------------------------*
      * OUTPUT OOWNR = NEW OWNERSHIP MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OOWNR==.
       01 OOWNR-REC.
           05 OOWNR-ID                 PIC 9(9).
           05 OOWNR-PRIMARY            PIC X(8).
           05 OOWNR-BACKUP             PIC X(8).
           05 OOWNR-EFF                PIC X(8).
           05 OOWNR-CHANGED            PIC X(8).
           05 FILLER                   PIC X(39).

      *---------------------------------------------------------------*
      * OUTPUT OOWNRREJ = REJECTED TRANSACTIONS                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OOWNRREJ==.
       01 OOWNRREJ-REC                PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT OJRNL = OWNERSHIP JOURNAL, APPENDED WITH ONE RECORD    *
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
      * MERGE KEYS (COMPANY-ID) - HIGH-VALUES MARKS AN EXHAUSTED FILE *
      * SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A SEPARATE EOF      *
      * CHECK ON EACH SIDE                                            *
      *---------------------------------------------------------------*
       01 TMP-IOWNR-KEY                PIC X(9).
       01 TMP-TRN-KEY                  PIC X(9).

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
       01 IOWNR-PATH                 PIC X(40)
                                      VALUE 'IO/ownership.txt'.
       01 IOWNRTRN-PATH              PIC X(40)
                                      VALUE 'IO/ownershiptrn.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OOWNR-PATH                 PIC X(40)
                                      VALUE 'IO/ownership.txt.new'.
       01 OOWNRREJ-PATH              PIC X(40)
                                      VALUE 'IO/ownershiprej.txt'.
       01 OJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/ownershipjrn.txt'.
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

           PERFORM IOWNR-READ
           PERFORM IOWNRTRN-READ
           PERFORM UNTIL (TMP-IOWNR-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IOWNR-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IOWNR-READ
                 WHEN (TMP-IOWNR-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IOWNRTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IOWNR-READ
                    PERFORM IOWNRTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IOWNR
           PERFORM FILE-CLOSE-OOWNR
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
           MOVE 'IO/ownership.txt' TO GEN-MASTER-PATH
           MOVE 'IO/ownership.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-OWNM1'                          TO PGM-NAME
           MOVE 'OWNERSHIP MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IOWNR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IOWNR-PATH
           MOVE IOWNRTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IOWNRTRN-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OOWNR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OOWNR-PATH
           MOVE OOWNRREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OOWNRREJ-PATH
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
           MOVE IOWNRTRN-PATH         TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'OWNERSHIP' TO CAUTH1CA-RESOURCE

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
           PERFORM FILE-OPEN-INPUT-IOWNR
           PERFORM FILE-OPEN-INPUT-IOWNRTRN
           PERFORM FILE-OPEN-OUTPUT-OOWNR
           PERFORM FILE-OPEN-OUTPUT-OOWNRREJ
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
           MOVE IOWNR-REC     TO OOWNR-REC
           PERFORM OOWNR-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE IOWNRTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IOWNRTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IOWNRTRN-ADD) THEN
              PERFORM TRN-VALIDATE-FIELDS
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              PERFORM TRN-VALIDATE-ID
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO OOWNR-REC
              MOVE IOWNRTRN-ID-N      TO OOWNR-ID
              MOVE IOWNRTRN-PRIMARY   TO OOWNR-PRIMARY
              MOVE IOWNRTRN-BACKUP    TO OOWNR-BACKUP
              MOVE TMP-EFF            TO OOWNR-EFF
              MOVE TMP-TODAY          TO OOWNR-CHANGED
              PERFORM OOWNR-WRITE
              ADD 1 TO TMP-COUNT-ADDED
              MOVE SPACES    TO JRNL-BEFORE
              MOVE OOWNR-REC TO JRNL-AFTER
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
           MOVE IOWNRTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IOWNRTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE IOWNR-REC      TO OOWNR-REC
              PERFORM OOWNR-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (IOWNRTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE IOWNR-REC      TO OOWNR-REC
                 PERFORM OOWNR-WRITE
              WHEN (IOWNRTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 IF (TMP-TRN-VALID) THEN
                    MOVE IOWNR-REC          TO OOWNR-REC
                    MOVE IOWNRTRN-PRIMARY   TO OOWNR-PRIMARY
                    MOVE IOWNRTRN-BACKUP    TO OOWNR-BACKUP
                    MOVE TMP-EFF            TO OOWNR-EFF
                    MOVE TMP-TODAY          TO OOWNR-CHANGED
                    ADD 1 TO TMP-COUNT-CHANGED
                    MOVE IOWNR-REC TO JRNL-BEFORE
                    MOVE OOWNR-REC TO JRNL-AFTER
                    PERFORM JRNL-WRITE
                 ELSE
                    MOVE IOWNR-REC          TO OOWNR-REC
                 END-IF
                 PERFORM OOWNR-WRITE
              WHEN (IOWNRTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
                 MOVE IOWNR-REC TO JRNL-BEFORE
                 MOVE SPACES    TO JRNL-AFTER
                 PERFORM JRNL-WRITE
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE IOWNR-REC      TO OOWNR-REC
                 PERFORM OOWNR-WRITE
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      *    A COMPANY NEEDS A PRIMARY MANAGER; THE BACKUP, WHERE GIVEN, *
      *    MUST BE SOMEONE ELSE. A BLANK EFFECTIVE DATE MEANS TODAY,  *
      *    ANYTHING ELSE MUST BE A DATE. EACH FAILURE ONLY REJECTS    *
      *    THE ONE TRANSACTION                                        *
           MOVE 'Y' TO TMP-VALID-SW
           IF (IOWNRTRN-PRIMARY = SPACES) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OOWNRREJ-REC
              STRING 'NO PRIMARY MANAGER: ' IOWNRTRN-ACTION ' '
                     IOWNRTRN-ID
                DELIMITED BY SIZE
                INTO OOWNRREJ-REC
              END-STRING
              PERFORM OOWNRREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IOWNRTRN-BACKUP = IOWNRTRN-PRIMARY) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OOWNRREJ-REC
              STRING 'BACKUP SAME AS PRIMARY ' IOWNRTRN-PRIMARY
                     ': ' IOWNRTRN-ID
                DELIMITED BY SIZE
                INTO OOWNRREJ-REC
              END-STRING
              PERFORM OOWNRREJ-WRITE
              GO TO TRN-VALIDATE-FIELDS-EXIT
           END-IF
           IF (IOWNRTRN-EFF = SPACES) THEN
              MOVE TMP-TODAY    TO TMP-EFF
           ELSE
              MOVE IOWNRTRN-EFF TO TMP-EFF
           END-IF
           IF (TMP-EFF NOT NUMERIC)
              OR (TMP-EFF(5:2) < '01') OR (TMP-EFF(5:2) > '12')
              OR (TMP-EFF(7:2) < '01') OR (TMP-EFF(7:2) > '31') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OOWNRREJ-REC
              STRING 'INVALID EFFECTIVE DATE ' IOWNRTRN-EFF
                     ': ' IOWNRTRN-ID
                DELIMITED BY SIZE
                INTO OOWNRREJ-REC
              END-STRING
              PERFORM OOWNRREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-ID SECTION.
      *===============================================================*
      *    AN ADD MUST NAME A COMPANY-ID THAT TPL-CID1 HAS ASSIGNED - *
      *    A MISTYPED ID WOULD OWN NOTHING AND NEVER SHOW ON A BOOK   *
           MOVE 'N' TO TMP-XR-FOUND-SW
           PERFORM VARYING TMP-XR-I FROM 1 BY 1
                     UNTIL (TMP-XR-I > TAB-XR-MAX)
                        OR (TMP-XR-FOUND-SW = 'Y')
              IF (TAB-XR-ID(TMP-XR-I) = IOWNRTRN-ID-N) THEN
                 MOVE 'Y' TO TMP-XR-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-XR-FOUND-SW = 'N') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OOWNRREJ-REC
              STRING 'COMPANY-ID NOT ASSIGNED: ' IOWNRTRN-ID
                DELIMITED BY SIZE
                INTO OOWNRREJ-REC
              END-STRING
              PERFORM OOWNRREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-ID-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO OOWNRREJ-REC
           STRING 'INVALID ACTION ' IOWNRTRN-ACTION ': ' IOWNRTRN-ID
             DELIMITED BY SIZE
             INTO OOWNRREJ-REC
           END-STRING
           PERFORM OOWNRREJ-WRITE
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO OOWNRREJ-REC
           IF (IOWNRTRN-ACTION NOT = 'C')
              AND (IOWNRTRN-ACTION NOT = 'D') THEN
              PERFORM TRN-REJECT-INVALID-ACTION
              GO TO TRN-REJECT-NOT-FOUND-EXIT
           END-IF
           STRING 'NOT FOUND: ' IOWNRTRN-ACTION ' ' IOWNRTRN-ID
             DELIMITED BY SIZE
             INTO OOWNRREJ-REC
           END-STRING
           PERFORM OOWNRREJ-WRITE
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO OOWNRREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' IOWNRTRN-ID
                  ' (USE C FOR A HANDOVER)'
             DELIMITED BY SIZE
             INTO OOWNRREJ-REC
           END-STRING
           PERFORM OOWNRREJ-WRITE
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       JRNL-WRITE SECTION.
      *===============================================================*
      *    CALLER HAS SET JRNL-BEFORE/JRNL-AFTER - STAMP THE REST     *
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           IF (IOWNRTRN-OPERATOR = SPACES) THEN
              MOVE '*UNKNOWN' TO JRNL-OPERATOR
           ELSE
              MOVE IOWNRTRN-OPERATOR TO JRNL-OPERATOR
           END-IF
           MOVE IOWNRTRN-ACTION TO JRNL-ACTION
           MOVE JRNL-REC        TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL
           .
       JRNL-WRITE-EXIT. EXIT.



      *****************************************************************
       IOWNR-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IOWNR
           IF (NOT IOWNR-EOF) THEN
              MOVE IOWNR-RECORD TO IOWNR-REC
              MOVE IOWNR-RECORD(1:9) TO TMP-IOWNR-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-IOWNR-KEY
           END-IF
           .
       IOWNR-READ-EXIT. EXIT.



      *****************************************************************
       IOWNRTRN-READ SECTION.
      *===============================================================*
      *    A COMPANY-ID THAT IS NOT NINE DIGITS COULD NEVER MATCH THE *
      *    MASTER AND WOULD UPSET THE MERGE ORDER - IT IS REJECTED     *
      *    HERE AND THE NEXT TRANSACTION IS READ                      *
           PERFORM FILE-READ-IOWNRTRN
           IF (NOT IOWNRTRN-EOF) THEN
              MOVE IOWNRTRN-RECORD TO IOWNRTRN-REC
              IF (IOWNRTRN-ID NOT NUMERIC)
                 OR (IOWNRTRN-ID-N = 0) THEN
                 MOVE SPACES TO OOWNRREJ-REC
                 STRING 'INVALID COMPANY-ID: ' IOWNRTRN-ACTION ' '
                        IOWNRTRN-ID
                   DELIMITED BY SIZE
                   INTO OOWNRREJ-REC
                 END-STRING
                 PERFORM OOWNRREJ-WRITE
                 GO TO IOWNRTRN-READ
              END-IF
              MOVE IOWNRTRN-ID     TO TMP-TRN-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IOWNRTRN-READ-EXIT. EXIT.



      *****************************************************************
       OOWNR-WRITE SECTION.
      *===============================================================*
           MOVE OOWNR-REC TO OOWNR-RECORD
           PERFORM FILE-WRITE-OOWNR
           .
       OOWNR-WRITE-EXIT. EXIT.



      *****************************************************************
       OOWNRREJ-WRITE SECTION.
      *===============================================================*
           MOVE OOWNRREJ-REC TO OOWNRREJ-RECORD
           PERFORM FILE-WRITE-OOWNRREJ
           .
       OOWNRREJ-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IOWNR-COUNT + IOWNRTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IOWNRTRN
           PERFORM FILE-CLOSE-OOWNRREJ
           PERFORM FILE-CLOSE-OJRNL

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IOWNR..........: ' IOWNR-COUNT
           DISPLAY 'INPUT IOWNRTRN.......: ' IOWNRTRN-COUNT
           DISPLAY 'OUTPUT OOWNR.........: ' OOWNR-COUNT
           DISPLAY 'OUTPUT OOWNRREJ......: ' OOWNRREJ-COUNT
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
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IOWNRTRN==
            ==:V2:== BY ==IOWNRTRN-PATH==.
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
            ==:V1:== BY ==OOWNR==
            ==:V2:== BY ==OOWNR-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OOWNRREJ==
            ==:V2:== BY ==OOWNRREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==OJRNL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-OWNM1.
      *****************************************************************
