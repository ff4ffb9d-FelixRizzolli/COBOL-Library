       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-RSNC1.
      *****************************************************************
      * TPL-RSNC1: REASON-CODE MASTER MAINTENANCE                     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ADD/CHANGE/DELETE TRANSACTIONS AGAINST reasoncode.txt, THE    *
      * CENTRAL REASON-CODE MASTER (DOMAIN X(4), CODE X(8),           *
      * DESCRIPTION X(40), ACTIVE Y/N - SEE LIB/FILE/RSNCWS.cob) THAT *
      * TPL-LIFE1, TPL-RSTM1, TPL-MAINT1 AND THE FREEZE OVERRIDE      *
      * VALIDATE THEIR REASONS AGAINST (SEE LIB/UTIL/CRSN1). BOTH THE *
      * OLD MASTER (IRSM) AND THE TRANSACTION FILE (IRSTRN) MUST BE   *
      * PRE-SORTED ASCENDING BY DOMAIN + CODE - SAME BALANCED-LINE    *
      * APPROACH AS TPL-MAINT7. A CODE NO LONGER TO BE USED IS BEST   *
      * CHANGED TO ACTIVE 'N' RATHER THAN DELETED, SO THE REASON      *
      * ANALYSIS (TPL-RSNC2) CAN STILL DECODE THE HISTORY.            *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IRSM   - OLD MASTER (IO/reasoncode.txt)                       *
      * IRSTRN - TRANSACTIONS (IO/reasoncodetrn.txt): ACTION A/C/D,   *
      *          DOMAIN X(4), CODE X(8), DESCRIPTION X(40), ACTIVE    *
      *          X(1) - ON A CHANGE A BLANK DESCRIPTION OR FLAG KEEPS *
      *          THE MASTER'S VALUE; ON AN ADD A BLANK FLAG IS 'Y'    *
      *          FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORS    - NEW MASTER (IO/reasoncode.txt.new), PROMOTED         *
      *           OVER reasoncode.txt ONCE THE RUN IS CLEAN           *
      * ORSREJ - REJECTED TRANSACTIONS (IO/reasoncoderej.txt)         *
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
            ==:V1:== BY ==IRSM==
            ==:V2:== BY ==IRSM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRSTRN==
            ==:V2:== BY ==IRSTRN-PATH==.
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
            ==:V1:== BY ==ORS==
            ==:V2:== BY ==ORS-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORSREJ==
            ==:V2:== BY ==ORSREJ-PATH==.
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
            ==:V1:== BY ==IRSM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRSTRN==
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
            ==:V1:== BY ==ORS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORSREJ==
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
      * INPUT IRSM = OLD REASON-CODE MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRSM==.
       01 IRSM-REC.
           05 IRSM-KEY.
              10 IRSM-DOMAIN           PIC X(4).
              10 IRSM-CODE             PIC X(8).
           05 IRSM-DESC                PIC X(40).
           05 IRSM-ACTIVE              PIC X(1).
           05 FILLER                   PIC X(27).

      *---------------------------------------------------------------*
      * INPUT IRSTRN = ADD/CHANGE/DELETE TRANSACTIONS                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRSTRN==.
       01 IRSTRN-REC.
           05 IRSTRN-ACTION          PIC X(1).
              88 IRSTRN-ADD             VALUE 'A'.
              88 IRSTRN-CHANGE          VALUE 'C'.
              88 IRSTRN-DELETE          VALUE 'D'.
           05 IRSTRN-KEY.
              10 IRSTRN-DOMAIN       PIC X(4).
                 88 IRSTRN-DOMAIN-VALID VALUE 'LIFE' 'RSTM' 'HOLD'
                                              'APPR' 'FRZO' 'REJT'.
              10 IRSTRN-CODE         PIC X(8).
           05 IRSTRN-DESC            PIC X(40).
           05 IRSTRN-ACTIVE          PIC X(1).
              88 IRSTRN-ACTIVE-VALID    VALUE 'Y' 'N' ' '.
           05 FILLER                  PIC X(26).

      *---------------------------------------------------------------*
      * OUTPUT ORS = NEW REASON-CODE MASTER                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORS==.
       01 ORS-REC.
           05 ORS-KEY.
              10 ORS-DOMAIN           PIC X(4).
              10 ORS-CODE             PIC X(8).
           05 ORS-DESC                PIC X(40).
           05 ORS-ACTIVE              PIC X(1).
           05 FILLER                   PIC X(27).

      *---------------------------------------------------------------*
      * OUTPUT ORSREJ = REJECTED TRANSACTIONS                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORSREJ==.
       01 ORSREJ-REC                 PIC X(80).

      *---------------------------------------------------------------*
      * MERGE KEYS (DOMAIN + CODE) - HIGH-VALUES MARKS AN             *
      * EXHAUSTED FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A    *
      * SEPARATE EOF CHECK ON EACH SIDE                               *
      *---------------------------------------------------------------*
       01 TMP-IRSM-KEY                PIC X(12).
       01 TMP-TRN-KEY                  PIC X(12).

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
       01 IRSM-PATH                 PIC X(40)
                                      VALUE 'IO/reasoncode.txt'.
       01 IRSTRN-PATH               PIC X(40)
                                      VALUE 'IO/reasoncodetrn.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ORS-PATH                  PIC X(40)
                                      VALUE 'IO/reasoncode.txt.new'.
       01 ORSREJ-PATH               PIC X(40)
                                      VALUE 'IO/reasoncoderej.txt'.
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

           PERFORM IRSM-READ
           PERFORM IRSTRN-READ
           PERFORM UNTIL (TMP-IRSM-KEY = HIGH-VALUES)
                     AND (TMP-TRN-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN (TMP-IRSM-KEY < TMP-TRN-KEY)
                    PERFORM MASTER-ONLY-PASS-THROUGH
                    PERFORM IRSM-READ
                 WHEN (TMP-IRSM-KEY > TMP-TRN-KEY)
                    PERFORM TRANSACTION-ONLY
                    PERFORM IRSTRN-READ
                 WHEN OTHER
                    PERFORM TRANSACTION-MATCHED
                    PERFORM IRSM-READ
                    PERFORM IRSTRN-READ
              END-EVALUATE
           END-PERFORM

           PERFORM FILE-CLOSE-IRSM
           PERFORM FILE-CLOSE-ORS
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
           MOVE 'IO/reasoncode.txt' TO GEN-MASTER-PATH
           MOVE 'IO/reasoncode.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-RSNC1'                         TO PGM-NAME
           MOVE 'REASON-CODE MAINTENANCE (ADD/CHANGE/DELETE)'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRSM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRSM-PATH
           MOVE IRSTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRSTRN-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ORS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORS-PATH
           MOVE ORSREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORSREJ-PATH
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
           MOVE IRSTRN-PATH           TO BHDR-ARG-PATH
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
           MOVE 'REASONCODE' TO CAUTH1CA-RESOURCE

           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IRSM
           PERFORM FILE-OPEN-INPUT-IRSTRN
           PERFORM FILE-OPEN-OUTPUT-ORS
           PERFORM FILE-OPEN-OUTPUT-ORSREJ
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-ONLY-PASS-THROUGH SECTION.
      *===============================================================*
      *    NO TRANSACTION FOR THIS KEY - KEEP THE OLD RECORD AS-IS    *
           MOVE IRSM-REC     TO ORS-REC
           PERFORM ORS-WRITE
           .
       MASTER-ONLY-PASS-THROUGH-EXIT. EXIT.



      *****************************************************************
       TRANSACTION-ONLY SECTION.
      *===============================================================*
      *    OPERATOR AUTHORIZATION (SEE CAUTH1) - A DENIED
      *    TRANSACTION IS SKIPPED, THE DENIAL IS ON THE AUDIT JOURNAL
           MOVE SPACES TO CAUTH1CA-OPERATOR
           MOVE IRSTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              GO TO TRANSACTION-ONLY-EXIT
           END-IF
      *    THE TRANSACTION KEY IS AHEAD OF (OR THE MASTER IS OUT OF)  *
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IRSTRN-ADD) THEN
              PERFORM TRN-VALIDATE-FIELDS
              MOVE SPACES             TO ORS-REC
              MOVE IRSTRN-KEY         TO ORS-KEY
              MOVE IRSTRN-DESC        TO ORS-DESC
              MOVE IRSTRN-ACTIVE      TO ORS-ACTIVE
              IF (IRSTRN-ACTIVE = SPACE) THEN
                 MOVE 'Y'             TO ORS-ACTIVE
              END-IF
              PERFORM ORS-WRITE
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
           MOVE IRSTRN-ACTION TO CAUTH1CA-ACTION
           PERFORM CHECK-OPERATOR-AUTH
           IF (CAUTH1CA-DENIED) THEN
              MOVE IRSM-REC       TO ORS-REC
              PERFORM ORS-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           EVALUATE TRUE
              WHEN (IRSTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 MOVE IRSM-REC      TO ORS-REC
                 PERFORM ORS-WRITE
              WHEN (IRSTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 MOVE IRSM-REC           TO ORS-REC
                 IF (IRSTRN-DESC NOT = SPACES) THEN
                    MOVE IRSTRN-DESC     TO ORS-DESC
                 END-IF
                 IF (IRSTRN-ACTIVE NOT = SPACE) THEN
                    MOVE IRSTRN-ACTIVE   TO ORS-ACTIVE
                 END-IF
                 PERFORM ORS-WRITE
                 ADD 1 TO TMP-COUNT-CHANGED
              WHEN (IRSTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
              WHEN OTHER
                 PERFORM TRN-REJECT-INVALID-ACTION
                 MOVE IRSM-REC      TO ORS-REC
                 PERFORM ORS-WRITE
           END-EVALUATE
           .
       TRANSACTION-MATCHED-EXIT. EXIT.



      *****************************************************************
       TRN-VALIDATE-FIELDS SECTION.
      *===============================================================*
      *    ONLY THE KNOWN DOMAINS, A NON-BLANK CODE AND A Y/N FLAG -  *
      *    AN ADD ALSO NEEDS ITS DESCRIPTION, THE REASON ANALYSIS     *
      *    PRINTS IT                                                  *
           IF (NOT IRSTRN-DOMAIN-VALID)
              OR (IRSTRN-CODE = SPACES)
              OR (NOT IRSTRN-ACTIVE-VALID)
              OR ((IRSTRN-ADD) AND (IRSTRN-DESC = SPACES)) THEN
              MOVE '906' TO PGM-ERR-RC
              STRING 'BAD REASON-CODE TRANSACTION: ' IRSTRN-ACTION ' '
                     IRSTRN-DOMAIN ' ' IRSTRN-CODE
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
           MOVE SPACES TO ORSREJ-REC
           STRING 'INVALID ACTION ' IRSTRN-ACTION ': '
                  IRSTRN-DOMAIN ' ' IRSTRN-CODE
             DELIMITED BY SIZE
             INTO ORSREJ-REC
           END-STRING
           MOVE ORSREJ-REC TO ORSREJ-RECORD
           PERFORM FILE-WRITE-ORSREJ
           .
       TRN-REJECT-INVALID-ACTION-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-NOT-FOUND SECTION.
      *===============================================================*
           MOVE SPACES TO ORSREJ-REC
           STRING 'NOT FOUND: ' IRSTRN-ACTION ' ' IRSTRN-DOMAIN ' '
                  IRSTRN-CODE
             DELIMITED BY SIZE
             INTO ORSREJ-REC
           END-STRING
           MOVE ORSREJ-REC TO ORSREJ-RECORD
           PERFORM FILE-WRITE-ORSREJ
           .
       TRN-REJECT-NOT-FOUND-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-DUPLICATE SECTION.
      *===============================================================*
           MOVE SPACES TO ORSREJ-REC
           STRING 'DUPLICATE KEY, NOT ADDED: ' IRSTRN-DOMAIN ' '
                  IRSTRN-CODE
             DELIMITED BY SIZE
             INTO ORSREJ-REC
           END-STRING
           MOVE ORSREJ-REC TO ORSREJ-RECORD
           PERFORM FILE-WRITE-ORSREJ
           .
       TRN-REJECT-DUPLICATE-EXIT. EXIT.



      *****************************************************************
       IRSM-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IRSM
           IF (NOT IRSM-EOF) THEN
              MOVE IRSM-RECORD TO IRSM-REC
              MOVE IRSM-KEY TO TMP-IRSM-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-IRSM-KEY
           END-IF
           .
       IRSM-READ-EXIT. EXIT.



      *****************************************************************
       IRSTRN-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IRSTRN
           IF (NOT IRSTRN-EOF) THEN
              MOVE IRSTRN-RECORD TO IRSTRN-REC
              MOVE IRSTRN-KEY TO TMP-TRN-KEY
           ELSE
              MOVE HIGH-VALUES TO TMP-TRN-KEY
           END-IF
           .
       IRSTRN-READ-EXIT. EXIT.



      *****************************************************************
       ORS-WRITE SECTION.
      *===============================================================*
           MOVE ORS-REC TO ORS-RECORD
           PERFORM FILE-WRITE-ORS
           .
       ORS-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = IRSM-COUNT + IRSTRN-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IRSTRN
           PERFORM FILE-CLOSE-ORSREJ

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IRSM..........: ' IRSM-COUNT
           DISPLAY 'INPUT IRSTRN........: ' IRSTRN-COUNT
           DISPLAY 'OUTPUT ORS..........: ' ORS-COUNT
           DISPLAY 'OUTPUT ORSREJ.......: ' ORSREJ-COUNT
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
            ==:V1:== BY ==IRSM==
            ==:V2:== BY ==IRSM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRSTRN==
            ==:V2:== BY ==IRSTRN-PATH==.
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
            ==:V1:== BY ==ORS==
            ==:V2:== BY ==ORS-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORSREJ==
            ==:V2:== BY ==ORSREJ-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-RSNC1.
      *****************************************************************
