      *****************************************************************
      * TPL-HIST1: APPEND CURRENT PERIOD TO THE GROWTH HISTORY MASTER *
      *===============================================================*
      * VERSION: V01.04.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * RUN RIGHT AFTER TPL-MERG1 HAS PROMOTED A FRESH companies.txt: *
      * EVERY COMPANY ROW IS STAMPED WITH THE CURRENT PERIOD (YYYYMM) *
      * IHIST - EXISTING HISTORY MASTER (IO/growthhist.txt),          *
      *         OPTIONAL - READ ONLY TO REFUSE A DOUBLE APPEND OF     *
      *         THE SAME PERIOD                                       *
      * IXREF - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt),        *
      *         OPTIONAL - NAME + STATE TO COMPANY-ID FOR ROWS THAT   *
      *         DO NOT CARRY THEIR ID STAMP                           *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OHIST - HISTORY MASTER, OPENED EXTEND SO PRIOR PERIODS STAY   *
      * KHIST - INDEXED HISTORY MASTER (IO/growthhist.idx), KEYED ON  *
      *         COMPANY-ID + PERIOD (SEE HISTKWS.cob), OPENED I-O     *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * SAME QUIET-EXIT APPROACH AS TPL-MEND1 ON A NON-PERIOD-END     *
      * DAY. UNPARSABLE ROWS ARE LOGGED AND SKIPPED, THE SAME WAY     *
      * TPL-BAT4 SKIPS THEM.                                          *
      * EVERY APPENDED ROW IS ALSO PUT ON KHIST. BEFORE APPENDING,    *
      * KHIST'S CONTROL RECORD IS CHECKED AGAINST THE SEQUENTIAL ROW  *
      * COUNT; IF KHIST IS MISSING OR OUT OF STEP (TPL-HCMP1 OR       *
      * TPL-MASK1 HAS REWRITTEN growthhist.txt) IT IS REBUILT FROM    *
      * THE SEQUENTIAL MASTER FIRST.                                  *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        22.08.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * KEEP THE INDEXED HISTORY MASTER (KHIST) IN STEP               *
      * V01.02.00                  FR                      15.10.2026 *
      * PERIOD STAMP AND EFFECTIVE DATE FROM THE CHAIN RUN DATE       *
      * (RUNDSE) SO A BACKLOG RUN APPENDS THE MISSED DATE'S PERIOD    *
      * V01.03.00                  FR                      15.10.2026 *
      * REFUSE TO APPEND TO A CLOSED OR REOPENED PERIOD (CPRD1)       *
      * V01.04.00                  FR                      15.10.2026 *
      * REBUILD KHIST WHEN ROWS WITHOUT AN ID MAY HAVE GAINED ONE     *
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
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
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
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
      *    COMPANY-ID STAMP (SEE TPL-CID1)
           05 ICOMP-ID                 PIC X(9).
           05 FILLER                   PIC X(4).
       01 TMP-TODAY                   PIC X(8).

      *---------------------------------------------------------------*
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

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
       01 TMP-RUN-PERIOD              PIC X(6).
       01 TMP-HIST-ROWS               PIC 9(9).
       01 COUNTER.
           05 TMP-COUNT-APPENDED       PIC 9(7).
           05 TMP-COUNT-SKIPPED        PIC 9(7).
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 KHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.idx'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
           MOVE 'APPEND CURRENT PERIOD TO GROWTH HISTORY MASTER'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
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
           MOVE 0                         TO TMP-COUNT-APPENDED
           MOVE 0                         TO TMP-COUNT-SKIPPED
           MOVE 'N'                       TO TMP-PERIOD-DONE-SW
           MOVE 0                         TO TMP-HIST-ROWS
           MOVE 0                         TO HISTK-COUNT-PUT
           MOVE 0                         TO HISTK-COUNT-NO-ID
           MOVE '0'                       TO KHIST-SW

      *    THE PERIOD FOLLOWS THE CHAIN RUN DATE, SO A BACKLOG RUN
      *    APPENDS UNDER THE MISSED DATE'S PERIOD, NOT TODAY'S
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                            TO TMP-TODAY
           MOVE RUND-DATE(1:6)                       TO TMP-RUN-PERIOD

      *---------------------------------------------------------------*
      * DOUBLE-APPEND GUARD - SCAN THE EXISTING MASTER (OPTIONAL, A   *
                 END-IF
                 PERFORM IHIST-READ
              END-PERFORM
              MOVE IHIST-COUNT TO TMP-HIST-ROWS
              PERFORM FILE-CLOSE-IHIST
           END-IF

      *---------------------------------------------------------------*
      * PERIOD CONTROL (SEE LIB/UTIL/CPRD1) - A PERIOD CLOSED OR      *
      * REOPENED ON IO/periodreg.txt IS NOT APPENDED TO (RC 922)      *
      *---------------------------------------------------------------*
           IF (TMP-PERIOD-DONE-SW NOT = 'Y') THEN
              PERFORM PERIOD-REG-LOAD
              MOVE TMP-RUN-PERIOD TO CPRD1CA-PERIOD
              PERFORM PERIOD-WRITE-CHECK
           END-IF

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * BRING THE INDEXED HISTORY MASTER IN STEP BEFORE ANYTHING IS   *
      * APPENDED - NOT ON A QUIET-EXIT NIGHT, THE NEXT FIRST RUN OF A *
      * PERIOD CATCHES UP                                             *
      *---------------------------------------------------------------*
           IF (TMP-PERIOD-DONE-SW NOT = 'Y') THEN
              PERFORM HISTK-SYNC
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*



      *****************************************************************
       HISTK-SYNC SECTION.
      *===============================================================*
      * OPEN KHIST I-O; A MISSING FILE, A MISSING CONTROL RECORD, A   *
      * CONTROL COUNT THAT DOES NOT MATCH THE SEQUENTIAL MASTER, OR   *
      * ROWS LEFT OUT FOR WANT OF AN ID WHILE TPL-CID1 HAS ISSUED IDS *
      * SINCE, MEANS THE INDEXED COPY IS REBUILT FROM growthhist.txt  *
      *---------------------------------------------------------------*
           PERFORM HISTK-XREF-LOAD
           PERFORM FILE-OPEN-IO-KHIST
           IF (KHIST-NO) THEN
              MOVE 'KHIST NOT FOUND - BUILDING INDEXED HISTORY'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              PERFORM HISTK-REBUILD
              GO TO HISTK-SYNC-EXIT
           END-IF
           PERFORM HISTK-STALE-CHECK
           IF (NOT HISTK-CTL-FOUND) THEN
              MOVE 'KHIST HAS NO CONTROL RECORD - REBUILDING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              PERFORM HISTK-REBUILD
              GO TO HISTK-SYNC-EXIT
           END-IF
           IF (HISTK-CTL-ROWS NOT = TMP-HIST-ROWS) THEN
              STRING 'KHIST OUT OF STEP - CONTROL ' HISTK-CTL-ROWS
                     ' SEQUENTIAL ' TMP-HIST-ROWS ' - REBUILDING'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              PERFORM HISTK-REBUILD
              GO TO HISTK-SYNC-EXIT
           END-IF
           IF (HISTK-STALE) THEN
              MOVE 'NEW COMPANY-IDS SINCE THE KHIST SYNC - REBUILDING'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              PERFORM HISTK-REBUILD
              GO TO HISTK-SYNC-EXIT
           END-IF
      *    IN STEP - THE ROWS STILL WITHOUT AN ID CARRY FORWARD INTO
      *    THIS RUN'S CONTROL RECORD
           MOVE HISTK-CTL-NO-ID TO HISTK-COUNT-NO-ID
           .
       HISTK-SYNC-EXIT. EXIT.



      *****************************************************************
       HISTK-REBUILD SECTION.
      *===============================================================*
      * EMPTY KHIST AND RELOAD IT FROM EVERY ROW OF THE SEQUENTIAL    *
      * MASTER, THEN STAMP THE CONTROL RECORD WITH THE ROW COUNT      *
      *---------------------------------------------------------------*
           IF (KHIST-YES) THEN
              PERFORM FILE-CLOSE-KHIST
           END-IF
           PERFORM FILE-OPEN-OUTPUT-KHIST
           PERFORM FILE-CLOSE-KHIST
           PERFORM FILE-OPEN-IO-KHIST
           MOVE 0 TO IHIST-COUNT
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-YES) THEN
              PERFORM IHIST-READ
              PERFORM UNTIL (IHIST-EOF)
                 MOVE IHIST-RECORD TO HIST-REC
                 MOVE HIST-NAME    TO HISTK-ARG-NAME
                 MOVE HIST-STATE   TO HISTK-ARG-STATE
                 PERFORM HISTK-ID-FIND
                 MOVE IHIST-RECORD TO HISTK-ARG-HIST
                 PERFORM HISTK-PUT
                 PERFORM IHIST-READ
              END-PERFORM
              PERFORM FILE-CLOSE-IHIST
           END-IF
           MOVE TMP-HIST-ROWS TO HISTK-ARG-ROWS
           PERFORM HISTK-CTL-WRITE
           STRING 'KHIST REBUILT - ROWS ' HISTK-COUNT-PUT
                  ' WITHOUT COMPANY-ID ' HISTK-COUNT-NO-ID
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       HISTK-REBUILD-EXIT. EXIT.



      *****************************************************************
       ICOMP-VALIDATE-PARSE SECTION.
      *===============================================================*
           MOVE HIST-REC         TO OHIST-RECORD
           PERFORM FILE-WRITE-OHIST
           ADD 1 TO TMP-COUNT-APPENDED
      *    SAME ROW ONTO THE INDEXED MASTER - THE ID STAMP WHEN THE
      *    ROW CARRIES ONE, OTHERWISE THE CROSS-REFERENCE
           IF (KHIST-YES) THEN
              IF (ICOMP-ID NUMERIC) AND (ICOMP-ID NOT = ZERO) THEN
                 MOVE ICOMP-ID    TO HISTK-ARG-ID
              ELSE
                 MOVE ICOMP-NAME  TO HISTK-ARG-NAME
                 MOVE ICOMP-STATE TO HISTK-ARG-STATE
                 PERFORM HISTK-ID-FIND
              END-IF
              MOVE HIST-REC       TO HISTK-ARG-HIST
              PERFORM HISTK-PUT
           END-IF
           .
       HIST-APPEND-EXIT. EXIT.

      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-CLOSE-OHIST
      *    CONTROL COUNT = SEQUENTIAL ROWS NOW ON FILE, SO THE NEXT
      *    RUN KNOWS KHIST IS IN STEP
           IF (KHIST-YES) THEN
              COMPUTE HISTK-ARG-ROWS = TMP-HIST-ROWS
                                     + TMP-COUNT-APPENDED
              PERFORM HISTK-CTL-WRITE
              PERFORM FILE-CLOSE-KHIST
           END-IF
      *    CERTIFY THE FRESH HISTORY MASTER WITH ITS IN-BAND TRAILER
      *    (SEE CTRL1) BEFORE ANYTHING READS IT
           MOVE OHIST-PATH TO CTRL1CA-PATH
           DISPLAY 'PERIOD APPENDED.....: ' TMP-RUN-PERIOD
           DISPLAY 'RECORDS APPENDED....: ' TMP-COUNT-APPENDED
           DISPLAY 'ROWS SKIPPED........: ' TMP-COUNT-SKIPPED
           DISPLAY 'KHIST ROWS PUT......: ' HISTK-COUNT-PUT
           DISPLAY 'KHIST ROWS NO ID....: ' HISTK-COUNT-NO-ID
           MOVE FUNCTION CURRENT-DATE TO PGM-DATE
           DISPLAY PGM-NAME ' ENDE.......: '
             PGM-DATE(1:4) '.' PGM-DATE(5:2) '.' PGM-DATE(7:2) ' '
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==OHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
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
       END PROGRAM TPL-HIST1.
