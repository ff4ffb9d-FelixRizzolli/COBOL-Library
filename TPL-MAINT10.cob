       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-MAINT10.
      *****************************************************************
      * TPL-MAINT10: ANALYST COMMENTARY MAINTENANCE                   *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ADD/CHANGE/DELETE TRANSACTIONS AGAINST commentary.txt, THE    *
      * ANALYSTS' MONTHLY TEXT ON EACH INDUSTRY THAT TPL-BAT1 PRINTS  *
      * UNDER THE INDUSTRY FOOTER. ONE COMMENTARY = INDUSTRY + PERIOD *
      * (YYYYMM): LINE 00 IS THE HEADER (AUTHOR, APPROVAL FLAG,       *
      * APPROVER, APPROVAL DATE), LINES 01-10 ARE THE FREE TEXT. BOTH *
      * THE OLD MASTER (ICMTM) AND THE TRANSACTION FILE (ICMTTRN)     *
      * MUST BE PRE-SORTED ASCENDING BY INDUSTRY + PERIOD + LINE -    *
      * SAME BALANCED-LINE APPROACH AS TPL-MAINT6.                    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICMTM   - OLD MASTER (IO/commentary.txt)                      *
      * ICMTTRN - TRANSACTIONS (IO/commentarytrn.txt), ACTION A/C/D   *
      *           FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)     *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OCMT    - NEW MASTER (IO/commentary.txt.new), PROMOTED OVER   *
      *           commentary.txt ONCE THE RUN IS CLEAN                *
      * OCMTREJ - REJECTED TRANSACTIONS (IO/commentaryrej.txt)        *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CLASSIC OLD-MASTER/TRANSACTION BALANCED-LINE UPDATE. THE NEW  *
      * MASTER IS HELD BACK ONE COMMENTARY AT A TIME (MAX 11 LINES)   *
      * SO TWO RULES CAN BE APPLIED TO THE WHOLE TEXT: A CHANGED TEXT *
      * LINE WITHDRAWS THE APPROVAL UNLESS THE SAME BATCH APPROVES    *
      * THE HEADER AGAIN, AND DELETING LINE 00 DELETES THE WHOLE      *
      * COMMENTARY. THE APPROVER MUST NOT BE THE AUTHOR.              *
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
            ==:V1:== BY ==ICMTM==
            ==:V2:== BY ==ICMTM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICMTTRN==
            ==:V2:== BY ==ICMTTRN-PATH==.
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
            ==:V1:== BY ==OCMT==
            ==:V2:== BY ==OCMT-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCMTREJ==
            ==:V2:== BY ==OCMTREJ-PATH==.
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
            ==:V1:== BY ==ICMTM==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICMTTRN==
            ==:V2:== BY ==101==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==101==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCMT==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCMTREJ==
            ==:V2:== BY ==100==.
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
      * INPUT ICMTM = OLD COMMENTARY MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICMTM==.
       01 ICMTM-REC.
           05 ICMTM-KEY.
              10 ICMTM-GROUP.
                 15 ICMTM-INDUSTRY    PIC X(23).
                 15 ICMTM-PERIOD      PIC X(6).
              10 ICMTM-LINE           PIC 9(2).
           05 ICMTM-BODY              PIC X(69).

      *---------------------------------------------------------------*
      * INPUT ICMTTRN = ADD/CHANGE/DELETE TRANSACTIONS - THE BODY IS  *
      * THE TEXT ON LINES 01-10, THE HEADER FIELDS ON LINE 00         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICMTTRN==.
       01 ICMTTRN-REC.
           05 ICMTTRN-ACTION          PIC X(1).
              88 ICMTTRN-ADD             VALUE 'A'.
              88 ICMTTRN-CHANGE          VALUE 'C'.
              88 ICMTTRN-DELETE          VALUE 'D'.
           05 ICMTTRN-KEY.
              10 ICMTTRN-GROUP.
                 15 ICMTTRN-INDUSTRY  PIC X(23).
                 15 ICMTTRN-PERIOD    PIC X(6).
              10 ICMTTRN-LINE         PIC 9(2).
           05 ICMTTRN-BODY            PIC X(69).
           05 ICMTTRN-HDR             REDEFINES ICMTTRN-BODY.
              10 ICMTTRN-AUTHOR       PIC X(8).
              10 ICMTTRN-APPROVED-SW  PIC X(1).
              10 ICMTTRN-APPROVER     PIC X(8).
              10 ICMTTRN-APPR-DATE    PIC X(8).
              10 FILLER               PIC X(44).

      *---------------------------------------------------------------*
      * OUTPUT OCMT = NEW COMMENTARY MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCMT==.
       01 OCMT-REC.
           05 OCMT-KEY.
              10 OCMT-GROUP.
                 15 OCMT-INDUSTRY     PIC X(23).
                 15 OCMT-PERIOD       PIC X(6).
              10 OCMT-LINE            PIC 9(2).
           05 OCMT-BODY               PIC X(69).
           05 OCMT-HDR                REDEFINES OCMT-BODY.
              10 OCMT-AUTHOR          PIC X(8).
              10 OCMT-APPROVED-SW     PIC X(1).
              10 OCMT-APPROVER        PIC X(8).
              10 OCMT-APPR-DATE       PIC X(8).
              10 FILLER               PIC X(44).

      *---------------------------------------------------------------*
      * OUTPUT OCMTREJ = REJECTED TRANSACTIONS                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCMTREJ==.
       01 OCMTREJ-REC                 PIC X(100).

      *---------------------------------------------------------------*
      * MERGE KEYS (INDUSTRY + PERIOD + LINE) - HIGH-VALUES MARKS AN  *
      * EXHAUSTED FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A    *
      * SEPARATE EOF CHECK ON EACH SIDE                               *
      *---------------------------------------------------------------*
       01 TMP-ICMTM-KEY                PIC X(31).
       01 TMP-TRN-KEY                  PIC X(31).

      *---------------------------------------------------------------*
      * ONE COMMENTARY HELD BACK BEFORE IT IS WRITTEN (HEADER + UP TO *
      * TEN TEXT LINES) - THE APPROVAL RESET NEEDS THE WHOLE GROUP    *
      *---------------------------------------------------------------*
       01 CMT-GROUP-BUFFER.
           05 TMP-GRP-KEY              PIC X(29).
           05 TMP-GRP-HDR-SW           PIC X(1).
           05 TMP-GRP-EDITED-SW        PIC X(1).
           05 TMP-GRP-APPROVED-SW      PIC X(1).
           05 TMP-GRP-DELETED-SW       PIC X(1).
           05 TAB-GRP-MAX              PIC S9(9) BINARY.
           05 TAB-GRP-DIM              PIC S9(9) BINARY  VALUE 11.
           05 TAB-GRP                  OCCURS 11.
              10 TAB-GRP-REC           PIC X(100).
       01 TMP-GRP-I                    PIC S9(9) BINARY.
       01 TMP-PUT-REC                  PIC X(100).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-ADDED          PIC 9(7).
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-DELETED        PIC 9(7).
           05 TMP-COUNT-REJECTED       PIC 9(7).
           05 TMP-COUNT-UNAPPROVED     PIC 9(7).

       01 TMP-REJ-REASON               PIC X(40).
       01 TMP-TODAY                    PIC X(8).

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
       01 ICMTM-PATH                 PIC X(40)
                                      VALUE 'IO/commentary.txt'.
       01 ICMTTRN-PATH               PIC X(40)
                                      VALUE 'IO/commentarytrn.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 OCMT-PATH                  PIC X(40)
                                      VALUE 'IO/commentary.txt.new'.
       01 OCMTREJ-PATH               PIC X(40)
                                      VALUE 'IO/commentaryrej.txt'.
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

           PERFORM ICMTM-READ
           PERFORM ICMTTRN-READ
           PERFORM UNTIL (TMP-ICMTM-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-ICMTM-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM ICMTM-READ
                 WHEN (TMP-ICMTM-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM ICMTTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM ICMTM-READ
                    PERFORM ICMTTRN-READ
              END-EVALUATE
           END-PERFORM
           PERFORM CMT-GROUP-FLUSH

           PERFORM FILE-CLOSE-ICMTM
           PERFORM FILE-CLOSE-OCMT
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
           MOVE 'IO/commentary.txt' TO GEN-MASTER-PATH
           MOVE 'IO/commentary.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-MAINT10'                        TO PGM-NAME
           MOVE 'ANALYST COMMENTARY MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICMTM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICMTM-PATH
           MOVE ICMTTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICMTTRN-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE OCMT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCMT-PATH
           MOVE OCMTREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCMTREJ-PATH
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
           MOVE 0                          TO TMP-COUNT-REJECTED
           MOVE 0                          TO TMP-COUNT-UNAPPROVED
           MOVE 0                          TO TAB-GRP-MAX
           MOVE SPACES                     TO TMP-GRP-KEY
           MOVE 'N'                        TO TMP-GRP-HDR-SW
           MOVE 'N'                        TO TMP-GRP-EDITED-SW
           MOVE 'N'                        TO TMP-GRP-APPROVED-SW
           MOVE 'N'                        TO TMP-GRP-DELETED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE. FREE TEXT    *
      * CARRIES NO AMOUNT, SO ONLY THE RECORD COUNT IS CHECKED        *
      *---------------------------------------------------------------*
           MOVE ICMTTRN-PATH          TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * CHANGE-FREEZE ENFORCEMENT (SEE LIB/UTIL/CFRZ1) - REFUSED      *
      * INSIDE A DECLARED FREEZE WINDOW UNLESS OVERRIDDEN             *
      *---------------------------------------------------------------*
           PERFORM CHECK-CHANGE-FREEZE
           MOVE 'COMMENTARY' TO CAUTH1CA-RESOURCE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICMTM
           PERFORM FILE-OPEN-INPUT-ICMTTRN
           PERFORM FILE-OPEN-OUTPUT-OCMT
           PERFORM FILE-OPEN-OUTPUT-OCMTREJ
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-ONLY-PASS-THROUGH SECTION.
      *===============================================================*
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS    *
           MOVE ICMTM-REC     TO OCMT-REC
           PERFORM CMT-GROUP-PUT
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE SPACES TO CAUTH1CA-OPERATOR
           MOVE ICMTTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (NOT ICMTTRN-ADD) THEN
              PERFORM TRN-REJECT-NOT-FOUND
              GO TO TRANSACTION-ONLY-EXIT
           END-IF

           PERFORM TRN-VALIDATE-FIELDS
           IF (TMP-REJ-REASON NOT = SPACES) THEN
              PERFORM TRN-REJECT-FIELDS
              GO TO TRANSACTION-ONLY-EXIT
           END-IF

           MOVE SPACES             TO OCMT-REC
           MOVE ICMTTRN-KEY        TO OCMT-KEY
           MOVE ICMTTRN-BODY       TO OCMT-BODY
           PERFORM TRN-STAMP-HEADER
           PERFORM CMT-GROUP-PUT
           ADD 1 TO TMP-COUNT-ADDED
           .
       TRANSACTION-ONLY-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-MATCHED SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION LEAVES THE OLD MASTER RECORD AS-IS
           MOVE SPACES TO CAUTH1CA-OPERATOR
           MOVE ICMTTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE ICMTM-REC      TO OCMT-REC
              PERFORM CMT-GROUP-PUT
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (ICMTTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE ICMTM-REC      TO OCMT-REC
                 PERFORM CMT-GROUP-PUT
              WHEN (ICMTTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 IF (TMP-REJ-REASON NOT = SPACES) THEN
                    PERFORM TRN-REJECT-FIELDS
                    MOVE ICMTM-REC      TO OCMT-REC
                    PERFORM CMT-GROUP-PUT
                 ELSE
                    MOVE SPACES         TO OCMT-REC
                    MOVE ICMTM-KEY      TO OCMT-KEY
                    MOVE ICMTTRN-BODY   TO OCMT-BODY
                    PERFORM TRN-STAMP-HEADER
                    PERFORM CMT-GROUP-PUT
                    ADD 1 TO TMP-COUNT-CHANGED
                 END-IF
              WHEN (ICMTTRN-DELETE)
      *          LINE 00 TAKES THE WHOLE COMMENTARY WITH IT - THE TEXT
      *          LINES STILL TO COME FOR THIS GROUP ARE DROPPED AT
      *          CMT-GROUP-PUT
                 MOVE ICMTM-REC TO OCMT-REC
                 PERFORM CMT-GROUP-ENTER
                 IF (ICMTTRN-LINE = 0) THEN
                    MOVE 'Y'         TO TMP-GRP-DELETED-SW
                 ELSE
                    MOVE 'Y'         TO TMP-GRP-EDITED-SW
                 END-IF
                 ADD 1 TO TMP-COUNT-DELETED
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE ICMTM-REC      TO OCMT-REC
                 PERFORM CMT-GROUP-PUT
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      * A BAD TEXT TRANSACTION IS REJECTED, NOT FATAL - THE REST OF   *
      * THE ANALYSTS' BATCH STILL GOES IN. TMP-REJ-REASON STAYS BLANK *
      * FOR A GOOD ONE                                                *
      *---------------------------------------------------------------*
           MOVE SPACES TO TMP-REJ-REASON
           EVALUATE TRUE
              WHEN (ICMTTRN-PERIOD NOT NUMERIC)
                 OR (ICMTTRN-PERIOD(5:2) < '01')
                 OR (ICMTTRN-PERIOD(5:2) > '12')
                 MOVE 'INVALID PERIOD (YYYYMM)' TO TMP-REJ-REASON
              WHEN (ICMTTRN-LINE NOT NUMERIC)
                 OR (ICMTTRN-LINE > 10)
                 MOVE 'INVALID LINE (00-10)'    TO TMP-REJ-REASON
              WHEN (ICMTTRN-LINE > 0)
                 AND (TMP-GRP-KEY NOT = ICMTTRN-GROUP
                      OR TMP-GRP-HDR-SW NOT = 'Y'
                      OR TMP-GRP-DELETED-SW = 'Y')
                 MOVE 'NO HEADER (LINE 00) FOR TEXT' TO TMP-REJ-REASON
              WHEN (ICMTTRN-LINE = 0)
                 AND (ICMTTRN-AUTHOR = SPACES)
                 MOVE 'AUTHOR MISSING'          TO TMP-REJ-REASON
              WHEN (ICMTTRN-LINE = 0)
                 AND (ICMTTRN-APPROVED-SW NOT = 'Y')
                 AND (ICMTTRN-APPROVED-SW NOT = 'N')
                 AND (ICMTTRN-APPROVED-SW NOT = SPACE)
                 MOVE 'APPROVAL FLAG NOT Y/N'   TO TMP-REJ-REASON
              WHEN (ICMTTRN-LINE = 0)
                 AND (ICMTTRN-APPROVED-SW = 'Y')
                 AND (ICMTTRN-APPROVER = SPACES
                      OR ICMTTRN-APPROVER = ICMTTRN-AUTHOR)
                 MOVE 'APPROVER MISSING OR SAME AS AUTHOR'
                   TO TMP-REJ-REASON
           END-EVALUATE
           .
       TRN-VALIDATE-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-STAMP-HEADER SECTION.
      *===============================================================*
      * A HEADER IS STORED UNAPPROVED UNLESS IT SAYS 'Y' - AN        *
      * APPROVAL WITHOUT A DATE TAKES TODAY'S. A TEXT LINE MARKS THE  *
      * GROUP AS EDITED SO ITS APPROVAL CAN BE WITHDRAWN AT           *
      * CMT-GROUP-FLUSH                                               *
      *---------------------------------------------------------------*
           PERFORM CMT-GROUP-ENTER
           IF (OCMT-LINE > 0) THEN
              MOVE 'Y' TO TMP-GRP-EDITED-SW
              GO TO TRN-STAMP-HEADER-EXIT
           END-IF
           IF (OCMT-APPROVED-SW = 'Y') THEN
              IF (OCMT-APPR-DATE = SPACES) THEN
                 MOVE TMP-TODAY TO OCMT-APPR-DATE
              END-IF
              MOVE 'Y' TO TMP-GRP-APPROVED-SW
           ELSE
              MOVE 'N'    TO OCMT-APPROVED-SW
              MOVE SPACES TO OCMT-APPROVER
              MOVE SPACES TO OCMT-APPR-DATE
           END-IF
           .
       TRN-STAMP-HEADER-EXIT. EXIT.



      *****************************************************************
       CMT-GROUP-PUT SECTION.
      *===============================================================*
      * OCMT-REC JOINS THE HELD COMMENTARY - A NEW INDUSTRY + PERIOD  *
      * WRITES THE PREVIOUS ONE OUT FIRST. RECORDS OF A COMMENTARY    *
      * WHOSE LINE 00 WAS DELETED ARE DROPPED                         *
      *---------------------------------------------------------------*
           PERFORM CMT-GROUP-ENTER
           IF (TMP-GRP-DELETED-SW = 'Y') THEN
              GO TO CMT-GROUP-PUT-EXIT
           END-IF
           IF (OCMT-LINE = 0) THEN
              MOVE 'Y' TO TMP-GRP-HDR-SW
           END-IF
           ADD 1 TO TAB-GRP-MAX
           IF (TAB-GRP-MAX > TAB-GRP-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              STRING 'COMMENTARY OVER 11 LINES: ' OCMT-INDUSTRY ' '
                     OCMT-PERIOD
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE OCMT-REC TO TAB-GRP-REC(TAB-GRP-MAX)
           .
       CMT-GROUP-PUT-EXIT. EXIT.



      *****************************************************************
       CMT-GROUP-ENTER SECTION.
      *===============================================================*
      * OCMT-REC'S INDUSTRY + PERIOD BECOMES THE HELD COMMENTARY - A  *
      * DIFFERENT ONE STILL HELD IS WRITTEN OUT FIRST                 *
      *---------------------------------------------------------------*
           IF (OCMT-GROUP NOT = TMP-GRP-KEY) THEN
              MOVE OCMT-REC    TO TMP-PUT-REC
              PERFORM CMT-GROUP-FLUSH
              MOVE TMP-PUT-REC TO OCMT-REC
              MOVE OCMT-GROUP  TO TMP-GRP-KEY
           END-IF
           .
       CMT-GROUP-ENTER-EXIT. EXIT.



      *****************************************************************
       CMT-GROUP-FLUSH SECTION.
      *===============================================================*
      * WRITE THE HELD COMMENTARY. TEXT CHANGED IN THIS BATCH WITHOUT *
      * THE HEADER BEING APPROVED AGAIN LOSES ITS APPROVAL - THE      *
      * REVIEWER SIGNED OFF ON DIFFERENT WORDS                        *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-GRP-I FROM 1 BY 1
                     UNTIL (TMP-GRP-I > TAB-GRP-MAX)
              MOVE TAB-GRP-REC(TMP-GRP-I) TO OCMT-REC
              IF (OCMT-LINE = 0)
                 AND (OCMT-APPROVED-SW = 'Y')
                 AND (TMP-GRP-EDITED-SW = 'Y')
                 AND (TMP-GRP-APPROVED-SW NOT = 'Y') THEN
                 MOVE 'N'    TO OCMT-APPROVED-SW
                 MOVE SPACES TO OCMT-APPROVER
                 MOVE SPACES TO OCMT-APPR-DATE
                 ADD 1 TO TMP-COUNT-UNAPPROVED
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'COMMENTARY APPROVAL WITHDRAWN (TEXT CHANGED): '
                        OCMT-INDUSTRY ' ' OCMT-PERIOD
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
              PERFORM OCMT-WRITE
           END-PERFORM

           MOVE 0      TO TAB-GRP-MAX
           MOVE SPACES TO TMP-GRP-KEY
           MOVE 'N'    TO TMP-GRP-HDR-SW
           MOVE 'N'    TO TMP-GRP-EDITED-SW
           MOVE 'N'    TO TMP-GRP-APPROVED-SW
           MOVE 'N'    TO TMP-GRP-DELETED-SW
           .
       CMT-GROUP-FLUSH-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-FIELDS SECTION.
      *===============================================================*
           MOVE SPACES TO OCMTREJ-REC
           STRING TMP-REJ-REASON DELIMITED BY '  '
                  ': ' ICMTTRN-ACTION ' ' ICMTTRN-INDUSTRY ' '
                  ICMTTRN-PERIOD ' ' ICMTTRN-LINE
             DELIMITED BY SIZE
             INTO OCMTREJ-REC
           END-STRING
           MOVE OCMTREJ-REC TO OCMTREJ-RECORD
           PERFORM FILE-WRITE-OCMTREJ
           ADD 1 TO TMP-COUNT-REJECTED
           .
       TRN-REJECT-FIELDS-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
           MOVE SPACES TO OCMTREJ-REC
           STRING 'INVALID ACTION ' ICMTTRN-ACTION ': '
                  ICMTTRN-INDUSTRY ' ' ICMTTRN-PERIOD ' ' ICMTTRN-LINE
             DELIMITED BY SIZE
             INTO OCMTREJ-REC
           END-STRING
           MOVE OCMTREJ-REC TO OCMTREJ-RECORD
           PERFORM FILE-WRITE-OCMTREJ
           ADD 1 TO TMP-COUNT-REJECTED
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO OCMTREJ-REC
           STRING 'NOT FOUND: ' ICMTTRN-ACTION ' ' ICMTTRN-INDUSTRY
                  ' ' ICMTTRN-PERIOD ' ' ICMTTRN-LINE
             DELIMITED BY SIZE
             INTO OCMTREJ-REC
           END-STRING
           MOVE OCMTREJ-REC TO OCMTREJ-RECORD
           PERFORM FILE-WRITE-OCMTREJ
           ADD 1 TO TMP-COUNT-REJECTED
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO OCMTREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' ICMTTRN-INDUSTRY ' '
                  ICMTTRN-PERIOD ' ' ICMTTRN-LINE
             DELIMITED BY SIZE
             INTO OCMTREJ-REC
           END-STRING
           MOVE OCMTREJ-REC TO OCMTREJ-RECORD
           PERFORM FILE-WRITE-OCMTREJ
           ADD 1 TO TMP-COUNT-REJECTED
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       ICMTM-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICMTM
           IF (NOT ICMTM-EOF) THEN
              MOVE ICMTM-RECORD TO ICMTM-REC
              MOVE ICMTM-KEY    TO TMP-ICMTM-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-ICMTM-KEY
           END-IF
           .
       ICMTM-READ-EXIT. EXIT.



      *****************************************************************
       ICMTTRN-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICMTTRN
           IF (NOT ICMTTRN-EOF) THEN
              MOVE ICMTTRN-RECORD TO ICMTTRN-REC
              MOVE ICMTTRN-KEY    TO TMP-TRN-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       ICMTTRN-READ-EXIT. EXIT.



      *****************************************************************
       OCMT-WRITE SECTION.
      *===============================================================*
           MOVE OCMT-REC TO OCMT-RECORD
           PERFORM FILE-WRITE-OCMT
           .
       OCMT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = ICMTM-COUNT + ICMTTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ICMTTRN
           PERFORM FILE-CLOSE-OCMTREJ

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICMTM..........: ' ICMTM-COUNT
           DISPLAY 'INPUT ICMTTRN........: ' ICMTTRN-COUNT
           DISPLAY 'OUTPUT OCMT..........: ' OCMT-COUNT
           DISPLAY 'OUTPUT OCMTREJ.......: ' OCMTREJ-COUNT
           DISPLAY 'TRANSACTIONS ADDED...: ' TMP-COUNT-ADDED
           DISPLAY 'TRANSACTIONS CHANGED.: ' TMP-COUNT-CHANGED
           DISPLAY 'TRANSACTIONS DELETED.: ' TMP-COUNT-DELETED
           DISPLAY 'TRANSACTIONS REJECTED: ' TMP-COUNT-REJECTED
           DISPLAY 'APPROVALS WITHDRAWN..: ' TMP-COUNT-UNAPPROVED
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
            ==:V1:== BY ==ICMTM==
            ==:V2:== BY ==ICMTM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICMTTRN==
            ==:V2:== BY ==ICMTTRN-PATH==.
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
            ==:V1:== BY ==OCMT==
            ==:V2:== BY ==OCMT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCMTREJ==
            ==:V2:== BY ==OCMTREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-MAINT10.
      *****************************************************************
