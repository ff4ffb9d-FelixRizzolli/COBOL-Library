       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PGRM1.
      *****************************************************************
      * TPL-PGRM1: PEER-GROUP MASTER MAINTENANCE                      *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * AN INDUSTRY IS TOO BROAD FOR AN ACCOUNT REVIEW - A REGIONAL   *
      * GROCER IS COMPARED WITH FIVE NAMED COMPETITORS, NOT WITH ALL  *
      * OF RETAIL. THIS PROGRAM MAINTAINS THE PEER-GROUP MASTER       *
      * peergroup.txt: ONE GROUP RECORD (GROUP NAME, OWNER,           *
      * DESCRIPTION) FOLLOWED BY ONE MEMBER RECORD PER COMPANY, KEYED *
      * ON THE PERMANENT COMPANY-ID OF TPL-CID1 SO A RENAME THROUGH   *
      * TPL-MAINT1 DOES NOT DROP A MEMBER. BOTH THE OLD MASTER        *
      * (IPEER) AND THE TRANSACTION FILE (IPEERTRN) MUST BE PRE-      *
      * SORTED ASCENDING BY GROUP AND COMPANY-ID - SAME BALANCED-LINE *
      * APPROACH AS TPL-OWNM1, SAME JOURNAL AS ITS OWNERSHIP MASTER.  *
      * TPL-PGRP1 REPORTS FROM THE MASTER.                            *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IPEER    - OLD MASTER (IO/peergroup.txt): GROUP X(12),        *
      *            COMPANY-ID 9(9) (ZERO ON THE GROUP RECORD), OWNER  *
      *            X(8), DESCRIPTION X(30), EFFECTIVE X(8), LAST      *
      *            CHANGED X(8)                                       *
      * IPEERTRN - TRANSACTIONS (IO/peergrouptrn.txt), ACTION A/C/D,  *
      *            GROUP, COMPANY-ID (BLANK OR ZERO = THE GROUP       *
      *            ITSELF), OWNER, DESCRIPTION, OPERATOR              *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      * IXREF    - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt, SEE  *
      *            TPL-CID1) - A MEMBER ID NEVER ASSIGNED IS          *
      *            REJECTED; WITHOUT THE FILE NO ADD CAN BE VERIFIED  *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OPEER    - NEW MASTER (IO/peergroup.txt.new), PROMOTED OVER   *
      *            peergroup.txt ONCE THE RUN IS CLEAN                *
      * OPEERREJ - REJECTED TRANSACTIONS (IO/peergrouprej.txt)        *
      * OJRNL    - PEER-GROUP JOURNAL (IO/peergroupjrn.txt), APPENDED *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CLASSIC OLD-MASTER/TRANSACTION BALANCED-LINE UPDATE ON GROUP  *
      * AND COMPANY-ID. THE GROUP RECORD SORTS AHEAD OF ITS MEMBERS:  *
      * A GROUP IS ADDED WITH ITS OWNER, CHANGED TO A NEW OWNER OR    *
      * DESCRIPTION, OR DELETED - A DELETE TAKES EVERY MEMBER OF THE  *
      * GROUP WITH IT. A MEMBER IS ADDED TO OR DELETED FROM A GROUP   *
      * THAT EXISTS; THERE IS NOTHING ON A MEMBER TO CHANGE.          *
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
            ==:V1:== BY ==IPEER==
            ==:V2:== BY ==IPEER-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPEERTRN==
            ==:V2:== BY ==IPEERTRN-PATH==.
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
            ==:V1:== BY ==OPEER==
            ==:V2:== BY ==OPEER-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPEERREJ==
            ==:V2:== BY ==OPEERREJ-PATH==.
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
            ==:V1:== BY ==IPEER==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPEERTRN==
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
            ==:V1:== BY ==OPEER==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPEERREJ==
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
      * INPUT IPEER = OLD PEER-GROUP MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPEER==.
       01 IPEER-REC.
           05 IPEER-KEY.
              10 IPEER-GROUP           PIC X(12).
              10 IPEER-ID              PIC 9(9).
           05 IPEER-OWNER              PIC X(8).
           05 IPEER-DESC               PIC X(30).
           05 IPEER-EFF                PIC X(8).
           05 IPEER-CHANGED            PIC X(8).
           05 FILLER                   PIC X(5).

      *---------------------------------------------------------------*
      * INPUT IPEERTRN = ADD/CHANGE/DELETE TRANSACTIONS               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPEERTRN==.
       01 IPEERTRN-REC.
           05 IPEERTRN-ACTION         PIC X(1).
              88 IPEERTRN-ADD            VALUE 'A'.
              88 IPEERTRN-CHANGE         VALUE 'C'.
              88 IPEERTRN-DELETE         VALUE 'D'.
           05 IPEERTRN-GROUP          PIC X(12).
           05 IPEERTRN-ID             PIC X(9).
           05 IPEERTRN-ID-N REDEFINES IPEERTRN-ID
                                      PIC 9(9).
           05 IPEERTRN-OWNER          PIC X(8).
           05 IPEERTRN-DESC           PIC X(30).
           05 IPEERTRN-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(12).

      *---------------------------------------------------------------*
      * INPUT IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1) -     *
      * ONLY THE ID IS KEPT, FOR THE MEMBER ADD CHECK                 *
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
      * OUTPUT OPEER = NEW PEER-GROUP MASTER                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPEER==.
       01 OPEER-REC.
           05 OPEER-GROUP              PIC X(12).
           05 OPEER-ID                 PIC 9(9).
           05 OPEER-OWNER              PIC X(8).
           05 OPEER-DESC               PIC X(30).
           05 OPEER-EFF                PIC X(8).
           05 OPEER-CHANGED            PIC X(8).
           05 FILLER                   PIC X(5).

      *---------------------------------------------------------------*
      * OUTPUT OPEERREJ = REJECTED TRANSACTIONS                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPEERREJ==.
       01 OPEERREJ-REC                PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT OJRNL = PEER-GROUP JOURNAL, APPENDED WITH ONE RECORD   *
      * PER APPLIED TRANSACTION (AND PER MEMBER A GROUP DELETE TAKES  *
      * WITH IT): WHEN, WHO, WHAT ACTION, AND THE FULL BEFORE AND     *
      * AFTER MASTER IMAGES. EACH RUN OPENS WITH A 'B' RECORD LIKE    *
      * THE OWNERSHIP JOURNAL OF TPL-OWNM1                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OJRNL==.
       01 JRNL-REC.
           05 JRNL-TS                 PIC X(14).
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
           05 JRNL-BEFORE             PIC X(80).
           05 JRNL-AFTER              PIC X(80).

      *---------------------------------------------------------------*
      * MERGE KEYS (GROUP + COMPANY-ID) - HIGH-VALUES MARKS AN        *
      * EXHAUSTED FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A    *
      * SEPARATE EOF CHECK ON EACH SIDE                               *
      *---------------------------------------------------------------*
       01 TMP-IPEER-KEY                PIC X(21).
       01 TMP-TRN-KEY                  PIC X(21).
       01 TMP-TRN-KEY-R REDEFINES TMP-TRN-KEY.
           05 TMP-TRN-KEY-GROUP        PIC X(12).
           05 TMP-TRN-KEY-ID           PIC 9(9).

      *---------------------------------------------------------------*
      * GROUP STATE OF THE MERGE - THE GROUP WHOSE RECORD WAS LAST    *
      * WRITTEN TO THE NEW MASTER (MEMBERS MAY ONLY JOIN IT), AND THE *
      * GROUP DELETED IN THIS RUN (ITS REMAINING MEMBERS GO WITH IT)  *
      *---------------------------------------------------------------*
       01 GROUP-STATE.
           05 TMP-LIVE-GROUP           PIC X(12).
           05 TMP-DROP-GROUP           PIC X(12).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-GRP-ADDED      PIC 9(7).
           05 TMP-COUNT-GRP-CHANGED    PIC 9(7).
           05 TMP-COUNT-GRP-DELETED    PIC 9(7).
           05 TMP-COUNT-MEM-ADDED      PIC 9(7).
           05 TMP-COUNT-MEM-DELETED    PIC 9(7).
           05 TMP-COUNT-MEM-CASCADED   PIC 9(7).
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
       01 IPEER-PATH                 PIC X(40)
                                      VALUE 'IO/peergroup.txt'.
       01 IPEERTRN-PATH              PIC X(40)
                                      VALUE 'IO/peergrouptrn.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OPEER-PATH                 PIC X(40)
                                      VALUE 'IO/peergroup.txt.new'.
       01 OPEERREJ-PATH              PIC X(40)
                                      VALUE 'IO/peergrouprej.txt'.
       01 OJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/peergroupjrn.txt'.
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

           PERFORM IPEER-READ
           PERFORM IPEERTRN-READ
           PERFORM UNTIL (TMP-IPEER-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IPEER-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IPEER-READ
                 WHEN (TMP-IPEER-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IPEERTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IPEER-READ
                    PERFORM IPEERTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IPEER
           PERFORM FILE-CLOSE-OPEER
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
           MOVE 'IO/peergroup.txt' TO GEN-MASTER-PATH
           MOVE 'IO/peergroup.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-PGRM1'                          TO PGM-NAME
           MOVE 'PEER-GROUP MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPEER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPEER-PATH
           MOVE IPEERTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPEERTRN-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OPEER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPEER-PATH
           MOVE OPEERREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPEERREJ-PATH
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
           INITIALIZE COUNTER
           MOVE SPACES                     TO TMP-LIVE-GROUP
           MOVE SPACES                     TO TMP-DROP-GROUP

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE. THESE        *
      * TRANSACTIONS CARRY NO GROWTH FIGURE - THE COUNT DECIDES       *
      *---------------------------------------------------------------*
           MOVE IPEERTRN-PATH         TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'PEERGROUP' TO CAUTH1CA-RESOURCE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * COMPANY-ID CROSS-REFERENCE (OPTIONAL - WITHOUT IT NO ID CAN   *
      * BE VERIFIED, SO EVERY MEMBER ADD IS REJECTED)                 *
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
              MOVE 'NO COMPANY-ID XREF - MEMBER ADDS REJECTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPEER
           PERFORM FILE-OPEN-INPUT-IPEERTRN
           PERFORM FILE-OPEN-OUTPUT-OPEER
           PERFORM FILE-OPEN-OUTPUT-OPEERREJ
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
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS,   *
      *    UNLESS ITS GROUP WAS DELETED EARLIER IN THIS RUN           *
           IF (IPEER-GROUP = TMP-DROP-GROUP) THEN
              PERFORM MEMBER-CASCADE-DELETE
              GO TO MASTER-ONLY-PASS-THROUGH-EXIT
           END-IF
           IF (IPEER-ID = 0) THEN
              MOVE IPEER-GROUP TO TMP-LIVE-GROUP
           END-IF
           MOVE IPEER-REC     TO OPEER-REC
           PERFORM OPEER-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       MEMBER-CASCADE-DELETE SECTION.
      *===============================================================*
      *    A MEMBER OF A GROUP DELETED IN THIS RUN - DROPPED AND      *
      *    JOURNALED UNDER THE OPERATOR OF THE GROUP DELETE           *
           ADD 1 TO TMP-COUNT-MEM-CASCADED
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE 'D'       TO JRNL-ACTION
           MOVE IPEER-REC TO JRNL-BEFORE
           MOVE SPACES    TO JRNL-AFTER
           MOVE JRNL-REC  TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL
           .
       MEMBER-CASCADE-DELETE-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE IPEERTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IPEERTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (NOT IPEERTRN-ADD) THEN
              PERFORM TRN-REJECT-NOT-FOUND
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
           IF (TMP-TRN-KEY-ID = 0) THEN
              PERFORM TRN-VALIDATE-GROUP
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO OPEER-REC
              MOVE IPEERTRN-GROUP     TO OPEER-GROUP
              MOVE 0                  TO OPEER-ID
              MOVE IPEERTRN-OWNER     TO OPEER-OWNER
              MOVE IPEERTRN-DESC      TO OPEER-DESC
              MOVE TMP-TODAY          TO OPEER-EFF
              MOVE TMP-TODAY          TO OPEER-CHANGED
              MOVE IPEERTRN-GROUP     TO TMP-LIVE-GROUP
              ADD 1 TO TMP-COUNT-GRP-ADDED
           ELSE
              PERFORM TRN-VALIDATE-MEMBER
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO OPEER-REC
              MOVE IPEERTRN-GROUP     TO OPEER-GROUP
              MOVE TMP-TRN-KEY-ID     TO OPEER-ID
              MOVE TMP-TODAY          TO OPEER-EFF
              MOVE TMP-TODAY          TO OPEER-CHANGED
              ADD 1 TO TMP-COUNT-MEM-ADDED
           END-IF
           PERFORM OPEER-WRITE
           MOVE SPACES    TO JRNL-BEFORE
           MOVE OPEER-REC TO JRNL-AFTER
           PERFORM JRNL-WRITE
           .
       TRANSACTION-ONLY-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-MATCHED SECTION.
      *===============================================================*
      *    A KEY ALREADY DROPPED WITH ITS GROUP CANNOT BE MAINTAINED
           IF (IPEER-GROUP = TMP-DROP-GROUP) THEN
              PERFORM MEMBER-CASCADE-DELETE
              PERFORM TRN-REJECT-GROUP-DELETED
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION LEAVES THE OLD MASTER RECORD AS-IS
           MOVE IPEERTRN-OPERATOR TO CAUTH1CA-OPERATOR
           MOVE IPEERTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              PERFORM MASTER-ONLY-PASS-THROUGH
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (IPEERTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 PERFORM MASTER-ONLY-PASS-THROUGH
              WHEN (IPEERTRN-CHANGE) AND (IPEER-ID = 0)
                 PERFORM TRN-VALIDATE-GROUP
                 IF (TMP-TRN-VALID) THEN
                    MOVE IPEER-REC          TO OPEER-REC
                    MOVE IPEERTRN-OWNER     TO OPEER-OWNER
                    IF (IPEERTRN-DESC NOT = SPACES) THEN
                       MOVE IPEERTRN-DESC   TO OPEER-DESC
                    END-IF
                    MOVE TMP-TODAY          TO OPEER-CHANGED
                    MOVE IPEER-GROUP        TO TMP-LIVE-GROUP
                    ADD 1 TO TMP-COUNT-GRP-CHANGED
                    MOVE IPEER-REC TO JRNL-BEFORE
                    MOVE OPEER-REC TO JRNL-AFTER
                    PERFORM JRNL-WRITE
                    PERFORM OPEER-WRITE
                 ELSE
                    PERFORM MASTER-ONLY-PASS-THROUGH
                 END-IF
              WHEN (IPEERTRN-CHANGE)
                 PERFORM TRN-REJECT-MEMBER-CHANGE
                 PERFORM MASTER-ONLY-PASS-THROUGH
              WHEN (IPEERTRN-DELETE) AND (IPEER-ID = 0)
                 ADD 1 TO TMP-COUNT-GRP-DELETED
                 MOVE IPEER-GROUP TO TMP-DROP-GROUP
                 MOVE IPEER-REC TO JRNL-BEFORE
                 MOVE SPACES    TO JRNL-AFTER
                 PERFORM JRNL-WRITE
              WHEN (IPEERTRN-DELETE)
                 ADD 1 TO TMP-COUNT-MEM-DELETED
                 MOVE IPEER-REC TO JRNL-BEFORE
                 MOVE SPACES    TO JRNL-AFTER
                 PERFORM JRNL-WRITE
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 PERFORM MASTER-ONLY-PASS-THROUGH
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-GROUP SECTION.
      *===============================================================*
      *    A GROUP NEEDS A NAME AND AN OWNER - THE OWNER IS WHO THE   *
      *    REPORT TELLS TO REFRESH THE LIST                           *
           MOVE 'Y' TO TMP-VALID-SW
           IF (IPEERTRN-GROUP = SPACES) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OPEERREJ-REC
              STRING 'NO GROUP NAME: ' IPEERTRN-ACTION
                DELIMITED BY SIZE
                INTO OPEERREJ-REC
              END-STRING
              PERFORM OPEERREJ-WRITE
              GO TO TRN-VALIDATE-GROUP-EXIT
           END-IF
           IF (IPEERTRN-OWNER = SPACES) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OPEERREJ-REC
              STRING 'NO GROUP OWNER: ' IPEERTRN-ACTION ' '
                     IPEERTRN-GROUP
                DELIMITED BY SIZE
                INTO OPEERREJ-REC
              END-STRING
              PERFORM OPEERREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-GROUP-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-MEMBER SECTION.
      *===============================================================*
      *    A MEMBER JOINS A GROUP THAT EXISTS (ITS GROUP RECORD SORTS *
      *    AHEAD AND HAS JUST BEEN WRITTEN) AND NAMES A COMPANY-ID    *
      *    THAT TPL-CID1 HAS ASSIGNED                                 *
           MOVE 'Y' TO TMP-VALID-SW
           IF (IPEERTRN-GROUP NOT = TMP-LIVE-GROUP)
              OR (IPEERTRN-GROUP = SPACES) THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OPEERREJ-REC
              STRING 'NO SUCH GROUP ' IPEERTRN-GROUP
                     ', MEMBER NOT ADDED: ' IPEERTRN-ID
                DELIMITED BY SIZE
                INTO OPEERREJ-REC
              END-STRING
              PERFORM OPEERREJ-WRITE
              GO TO TRN-VALIDATE-MEMBER-EXIT
           END-IF
           MOVE 'N' TO TMP-XR-FOUND-SW
           PERFORM VARYING TMP-XR-I FROM 1 BY 1
                     UNTIL (TMP-XR-I > TAB-XR-MAX)
                        OR (TMP-XR-FOUND-SW = 'Y')
              IF (TAB-XR-ID(TMP-XR-I) = TMP-TRN-KEY-ID) THEN
                 MOVE 'Y' TO TMP-XR-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-XR-FOUND-SW = 'N') THEN
              MOVE 'N' TO TMP-VALID-SW
              MOVE SPACES TO OPEERREJ-REC
              STRING 'COMPANY-ID NOT ASSIGNED: ' IPEERTRN-ID
                     ' (GROUP ' IPEERTRN-GROUP ')'
                DELIMITED BY SIZE
                INTO OPEERREJ-REC
              END-STRING
              PERFORM OPEERREJ-WRITE
           END-IF
           .
       TRN-VALIDATE-MEMBER-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO OPEERREJ-REC
           STRING 'INVALID ACTION ' IPEERTRN-ACTION ': '
                  IPEERTRN-GROUP ' ' IPEERTRN-ID
             DELIMITED BY SIZE
             INTO OPEERREJ-REC
           END-STRING
           PERFORM OPEERREJ-WRITE
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO OPEERREJ-REC
           IF (IPEERTRN-ACTION NOT = 'C')
              AND (IPEERTRN-ACTION NOT = 'D') THEN
              PERFORM TRN-REJECT-INVALID-ACTION
              GO TO TRN-REJECT-NOT-FOUND-EXIT
           END-IF
           STRING 'NOT FOUND: ' IPEERTRN-ACTION ' '
                  IPEERTRN-GROUP ' ' IPEERTRN-ID
             DELIMITED BY SIZE
             INTO OPEERREJ-REC
           END-STRING
           PERFORM OPEERREJ-WRITE
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO OPEERREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: '
                  IPEERTRN-GROUP ' ' IPEERTRN-ID
             DELIMITED BY SIZE
             INTO OPEERREJ-REC
           END-STRING
           PERFORM OPEERREJ-WRITE
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-MEMBER-CHANGE SECTION.
      *===============================================================*
           MOVE SPACES TO OPEERREJ-REC
           STRING 'NOTHING TO CHANGE ON A MEMBER (USE D AND A): '
                  IPEERTRN-GROUP ' ' IPEERTRN-ID
             DELIMITED BY SIZE
             INTO OPEERREJ-REC
           END-STRING
           PERFORM OPEERREJ-WRITE
           .
       TRN-REJECT-MEMBER-CHANGE-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-GROUP-DELETED SECTION.
      *===============================================================*
           MOVE SPACES TO OPEERREJ-REC
           STRING 'GROUP DELETED IN THIS RUN: ' IPEERTRN-ACTION ' '
                  IPEERTRN-GROUP ' ' IPEERTRN-ID
             DELIMITED BY SIZE
             INTO OPEERREJ-REC
           END-STRING
           PERFORM OPEERREJ-WRITE
           .
       TRN-REJECT-GROUP-DELETED-EXIT. EXIT.



      *****************************************************************
       JRNL-WRITE SECTION.
      *===============================================================*
      *    CALLER HAS SET JRNL-BEFORE/JRNL-AFTER - STAMP THE REST     *
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           IF (IPEERTRN-OPERATOR = SPACES) THEN
              MOVE '*UNKNOWN' TO JRNL-OPERATOR
           ELSE
              MOVE IPEERTRN-OPERATOR TO JRNL-OPERATOR
           END-IF
           MOVE IPEERTRN-ACTION TO JRNL-ACTION
           MOVE JRNL-REC        TO OJRNL-RECORD
           PERFORM FILE-WRITE-OJRNL
           .
       JRNL-WRITE-EXIT. EXIT.



      *****************************************************************
       IPEER-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IPEER
           IF (NOT IPEER-EOF) THEN
              MOVE IPEER-RECORD TO IPEER-REC
              MOVE IPEER-RECORD(1:21) TO TMP-IPEER-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-IPEER-KEY
           END-IF
           .
       IPEER-READ-EXIT. EXIT.



      *****************************************************************
       IPEERTRN-READ SECTION.
      *===============================================================*
      *    A BLANK COMPANY-ID ADDRESSES THE GROUP ITSELF AND IS READ  *
      *    AS ZERO; ANY OTHER ID THAT IS NOT NINE DIGITS COULD NEVER  *
      *    MATCH THE MASTER AND WOULD UPSET THE MERGE ORDER - IT IS   *
      *    REJECTED HERE AND THE NEXT TRANSACTION IS READ             *
           PERFORM FILE-READ-IPEERTRN
           IF (NOT IPEERTRN-EOF) THEN
              MOVE IPEERTRN-RECORD TO IPEERTRN-REC
              IF (IPEERTRN-ID = SPACES) THEN
                 MOVE ZERO TO IPEERTRN-ID-N
              END-IF
              IF (IPEERTRN-ID NOT NUMERIC)
                 OR (IPEERTRN-GROUP = SPACES) THEN
                 MOVE SPACES TO OPEERREJ-REC
                 STRING 'INVALID GROUP OR COMPANY-ID: '
                        IPEERTRN-ACTION ' ' IPEERTRN-GROUP ' '
                        IPEERTRN-ID
                   DELIMITED BY SIZE
                   INTO OPEERREJ-REC
                 END-STRING
                 PERFORM OPEERREJ-WRITE
                 GO TO IPEERTRN-READ
              END-IF
              MOVE IPEERTRN-GROUP  TO TMP-TRN-KEY-GROUP
              MOVE IPEERTRN-ID-N   TO TMP-TRN-KEY-ID
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IPEERTRN-READ-EXIT. EXIT.



      *****************************************************************
       OPEER-WRITE SECTION.
      *===============================================================*
           MOVE OPEER-REC TO OPEER-RECORD
           PERFORM FILE-WRITE-OPEER
           .
       OPEER-WRITE-EXIT. EXIT.



      *****************************************************************
       OPEERREJ-WRITE SECTION.
      *===============================================================*
           MOVE OPEERREJ-REC TO OPEERREJ-RECORD
           PERFORM FILE-WRITE-OPEERREJ
           .
       OPEERREJ-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IPEER-COUNT + IPEERTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IPEERTRN
           PERFORM FILE-CLOSE-OPEERREJ
           PERFORM FILE-CLOSE-OJRNL

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IPEER..........: ' IPEER-COUNT
           DISPLAY 'INPUT IPEERTRN.......: ' IPEERTRN-COUNT
           DISPLAY 'OUTPUT OPEER.........: ' OPEER-COUNT
           DISPLAY 'OUTPUT OPEERREJ......: ' OPEERREJ-COUNT
           DISPLAY 'OUTPUT OJRNL.........: ' OJRNL-COUNT
           DISPLAY 'GROUPS ADDED.........: ' TMP-COUNT-GRP-ADDED
           DISPLAY 'GROUPS CHANGED.......: ' TMP-COUNT-GRP-CHANGED
           DISPLAY 'GROUPS DELETED.......: ' TMP-COUNT-GRP-DELETED
           DISPLAY 'MEMBERS ADDED........: ' TMP-COUNT-MEM-ADDED
           DISPLAY 'MEMBERS DELETED......: ' TMP-COUNT-MEM-DELETED
           DISPLAY 'MEMBERS WITH GROUP...: ' TMP-COUNT-MEM-CASCADED
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
            ==:V1:== BY ==IPEER==
            ==:V2:== BY ==IPEER-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPEERTRN==
            ==:V2:== BY ==IPEERTRN-PATH==.
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
            ==:V1:== BY ==OPEER==
            ==:V2:== BY ==OPEER-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPEERREJ==
            ==:V2:== BY ==OPEERREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OJRNL==
            ==:V2:== BY ==OJRNL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PGRM1.
      *****************************************************************
