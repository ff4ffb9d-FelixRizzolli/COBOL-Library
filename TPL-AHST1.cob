       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-AHST1.
      *****************************************************************
      * TPL-AHST1: APPEND CURRENT PERIOD TO THE ATTRIBUTE HISTORY     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-MAINT3 OVERWRITES A COMPANY'S REVENUE AND EMPLOYEE COUNT  *
      * IN PLACE, SO LAST PERIOD'S FIGURES ARE GONE AS SOON AS THE    *
      * NEW ONES ARE KEYED. THIS STEP SNAPSHOTS EVERY ROW OF THE      *
      * ATTRIBUTES MASTER, STAMPED WITH THE CURRENT PERIOD (YYYYMM)   *
      * THE SAME WAY TPL-HIST1 STAMPS GROWTH, ONTO THE CUMULATIVE     *
      * ATTRIBUTE HISTORY MASTER, KEYED ON COMPANY NAME + STATE +     *
      * PERIOD, SO TPL-AHST2 CAN SET HEADCOUNT GROWTH NEXT TO         *
      * REVENUE GROWTH.                                               *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IATTR  - COMPANY ATTRIBUTES (IO/companyattr.txt, TPL-MAINT3)  *
      * IAHIST - EXISTING ATTRIBUTE HISTORY (IO/attrhist.txt),        *
      *          OPTIONAL - READ ONLY TO REFUSE A DOUBLE APPEND OF    *
      *          THE SAME PERIOD                                      *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OAHIST - ATTRIBUTE HISTORY MASTER, OPENED EXTEND SO PRIOR     *
      *          PERIODS STAY, CLOSED WITH ITS CTRL1 TRAILER          *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * SAME DOUBLE-APPEND GUARD AS TPL-HIST1: THE EXISTING MASTER IS *
      * SCANNED FIRST AND THE RUN EXITS QUIETLY (RC 4, LOG LINE) IF   *
      * THE CURRENT PERIOD IS ALREADY ON FILE, SO THE SNAPSHOT SHOWS  *
      * THE FIGURES AS THEY STOOD ON THE FIRST RUN OF THE PERIOD -    *
      * A CHANGE KEYED LATER IN THE PERIOD IS PICKED UP BY THE NEXT   *
      * PERIOD'S SNAPSHOT. THE PERIOD FOLLOWS THE CHAIN RUN DATE      *
      * (RUNDSE), SO A BACKLOG RUN APPENDS UNDER THE MISSED DATE'S    *
      * PERIOD. A ROW WITHOUT A NAME OR WITH A NON-NUMERIC REVENUE OR *
      * EMPLOYEE COUNT IS LOGGED AND SKIPPED, THE WAY TPL-HIST1       *
      * SKIPS AN UNPARSABLE GROWTH ROW.                               *
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
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IAHIST==
            ==:V2:== BY ==IAHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OAHIST==
            ==:V2:== BY ==OAHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
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
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IAHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OAHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
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
      * INPUT IATTR = COMPANY ATTRIBUTES (SEE TPL-MAINT3)             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IATTR==.
       01 IATTR-REC.
           05 IATTR-NAME               PIC X(38).
           05 IATTR-STATE              PIC X(2).
           05 IATTR-REVENUE            PIC 9(9).
           05 IATTR-EMPLOYEES          PIC 9(6).
           05 IATTR-FOUNDED            PIC 9(4).
           05 FILLER                   PIC X(21).

      *---------------------------------------------------------------*
      * INPUT IAHIST = EXISTING ATTRIBUTE HISTORY (DOUBLE-APPEND      *
      * GUARD)                                                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IAHIST==.

      *---------------------------------------------------------------*
      * OUTPUT OAHIST = ATTRIBUTE HISTORY, ONE RECORD PER COMPANY AND *
      * PERIOD, KEYED ON NAME + STATE + PERIOD (YYYYMM)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OAHIST==.
       01 AHIST-REC.
           05 AHIST-NAME               PIC X(38).
           05 AHIST-STATE              PIC X(2).
           05 AHIST-PERIOD             PIC X(6).
           05 AHIST-REVENUE            PIC 9(9).
           05 AHIST-EMPLOYEES          PIC 9(6).
           05 FILLER                   PIC X(19).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-RUN-PERIOD              PIC X(6).
       01 COUNTER.
           05 TMP-COUNT-APPENDED       PIC 9(7).
           05 TMP-COUNT-SKIPPED        PIC 9(7).
           05 TMP-PERIOD-DONE-SW       PIC X(1).

       01 SWITCHES.
           05 IATTR-PARSE-SW          PIC X(1)    VALUE 'Y'.
              88 IATTR-PARSED-OK            VALUE 'Y'.
              88 IATTR-UNPARSABLE           VALUE 'N'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IATTR-PATH                 PIC X(40)
                                      VALUE 'IO/companyattr.txt'.
       01 IAHIST-PATH                PIC X(40)
                                      VALUE 'IO/attrhist.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OAHIST-PATH                PIC X(40)
                                      VALUE 'IO/attrhist.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
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

           IF (TMP-PERIOD-DONE-SW = 'Y') THEN
      *       EVERY NIGHT AFTER THE FIRST OF THE PERIOD LANDS HERE -
      *       NOT AN ERROR, JUST NOTHING TO DO (SEE TPL-HIST1)
              DISPLAY 'PERIOD ' TMP-RUN-PERIOD
                      ' ALREADY ON FILE - NOTHING TO APPEND'
              MOVE 'PERIOD ALREADY ON FILE - NOTHING TO APPEND'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE '004' TO PGM-END-RC
           ELSE
              PERFORM IATTR-READ
              PERFORM UNTIL (IATTR-EOF)
                 PERFORM IATTR-VALIDATE-PARSE
                 IF (IATTR-PARSED-OK) THEN
                    PERFORM AHIST-APPEND
                 ELSE
                    PERFORM IATTR-BADROW-LOG
                 END-IF
                 PERFORM IATTR-READ
              END-PERFORM
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
           MOVE 'TPL-AHST1'                          TO PGM-NAME
           MOVE 'APPEND CURRENT PERIOD TO ATTRIBUTE HISTORY'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IATTR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IATTR-PATH
           MOVE IAHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IAHIST-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OAHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OAHIST-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                         TO TMP-COUNT-APPENDED
           MOVE 0                         TO TMP-COUNT-SKIPPED
           MOVE 'N'                       TO TMP-PERIOD-DONE-SW

      *    THE PERIOD FOLLOWS THE CHAIN RUN DATE, SO A BACKLOG RUN
      *    APPENDS UNDER THE MISSED DATE'S PERIOD, NOT TODAY'S
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE(1:6)                       TO TMP-RUN-PERIOD

      *---------------------------------------------------------------*
      * DOUBLE-APPEND GUARD - SCAN THE EXISTING HISTORY (OPTIONAL, A  *
      * FIRST RUN HAS NO FILE YET); IF THE CURRENT PERIOD IS ALREADY  *
      * ON IT, MAIN EXITS QUIETLY INSTEAD OF APPENDING                *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IAHIST
           IF (IAHIST-YES) THEN
              PERFORM FILE-READ-IAHIST
              PERFORM UNTIL (IAHIST-EOF)
                 MOVE IAHIST-RECORD TO AHIST-REC
                 IF (AHIST-PERIOD = TMP-RUN-PERIOD) THEN
                    MOVE 'Y' TO TMP-PERIOD-DONE-SW
                 END-IF
                 PERFORM FILE-READ-IAHIST
              END-PERFORM
              PERFORM FILE-CLOSE-IAHIST
           END-IF

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IATTR
           IF (IATTR-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'ATTRIBUTES MASTER MISSING: ' IATTR-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO SNAPSHOT WITHOUT REVENUE AND HEADCOUNT'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-EXTEND-OAHIST
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       IATTR-VALIDATE-PARSE SECTION.
      *===============================================================*
           MOVE 'Y' TO IATTR-PARSE-SW
           IF (IATTR-NAME = SPACES) THEN
              MOVE 'N' TO IATTR-PARSE-SW
           END-IF
           IF (IATTR-REVENUE NOT NUMERIC)
              OR (IATTR-EMPLOYEES NOT NUMERIC) THEN
              MOVE 'N' TO IATTR-PARSE-SW
           END-IF
           .
       IATTR-VALIDATE-PARSE-EXIT. EXIT.



      *****************************************************************
       IATTR-BADROW-LOG SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-SKIPPED
           STRING 'IATTR UNPARSABLE ROW SKIPPED - NAME: '
                  IATTR-NAME
                  ' STATE: '
                  IATTR-STATE
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       IATTR-BADROW-LOG-EXIT. EXIT.



      *****************************************************************
       AHIST-APPEND SECTION.
      *===============================================================*
           MOVE SPACES           TO AHIST-REC
           MOVE IATTR-NAME       TO AHIST-NAME
           MOVE IATTR-STATE      TO AHIST-STATE
           MOVE TMP-RUN-PERIOD   TO AHIST-PERIOD
           MOVE IATTR-REVENUE    TO AHIST-REVENUE
           MOVE IATTR-EMPLOYEES  TO AHIST-EMPLOYEES
           MOVE AHIST-REC        TO OAHIST-RECORD
           PERFORM FILE-WRITE-OAHIST
           ADD 1 TO TMP-COUNT-APPENDED
           .
       AHIST-APPEND-EXIT. EXIT.



      *****************************************************************
       IATTR-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-IATTR
           IF (NOT IATTR-EOF) THEN
              MOVE IATTR-RECORD TO IATTR-REC
           END-IF
           .
       IATTR-READ-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE IATTR-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           IF (TMP-PERIOD-DONE-SW NOT = 'Y') THEN
              PERFORM FILE-CLOSE-IATTR
              PERFORM FILE-CLOSE-OAHIST
      *       CERTIFY THE HISTORY WITH ITS IN-BAND TRAILER (SEE CTRL1)
      *       BEFORE ANYTHING READS IT
              MOVE OAHIST-PATH TO CTRL1CA-PATH
              PERFORM MASTER-TRAILER-CERTIFY
           END-IF

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT IATTR.........: ' IATTR-COUNT
           DISPLAY 'PERIOD APPENDED.....: ' TMP-RUN-PERIOD
           DISPLAY 'RECORDS APPENDED....: ' TMP-COUNT-APPENDED
           DISPLAY 'ROWS SKIPPED........: ' TMP-COUNT-SKIPPED
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
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IATTR==
            ==:V2:== BY ==IATTR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IAHIST==
            ==:V2:== BY ==IAHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OAHIST==
            ==:V2:== BY ==OAHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-AHST1.
      *****************************************************************
