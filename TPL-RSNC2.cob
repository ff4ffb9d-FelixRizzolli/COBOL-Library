       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-RSNC2.
      *****************************************************************
      * TPL-RSNC2: REASON-CODE ANALYSIS                               *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * COUNTS HOW OFTEN EACH REASON CODE OF IO/reasoncode.txt (SEE   *
      * LIB/FILE/RSNCWS.cob, MAINTAINED BY TPL-RSNC1) WAS USED, PER   *
      * DOMAIN, ACROSS EVERYTHING THAT RECORDS A REASON: THE STATUS   *
      * HISTORY, THE RESTATED HISTORY ROWS, THE APPROVAL RECORDS OF   *
      * THE AUDIT JOURNAL, THE FREEZE-OVERRIDE JOURNAL AND THE LEGAL  *
      * HOLD LIST. A CODE IN USE THAT IS NOT ON THE MASTER - A FREE-  *
      * TEXT REASON FROM BEFORE THE MASTER, OR A HAND-KEYED HOLD - IS *
      * LISTED AS UNKNOWN AND ENDS THE RUN WITH RC 4: MAP IT TO A     *
      * MASTER CODE OR ADD IT (INACTIVE) WITH TPL-RSNC1.              *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IRSM   - REASON-CODE MASTER (IO/reasoncode.txt), REQUIRED     *
      * ILHST  - STATUS HISTORY (IO/lifecyclehist.txt)       - LIFE   *
      * IHIST  - GROWTH HISTORY (IO/growthhist.txt), RESTATED - RSTM  *
      *          ROWS ONLY                                            *
      * IJRNL  - AUDIT JOURNAL (IO/companiesjrn.txt), 'P'             *
      *          APPROVAL RECORDS ONLY                        - APPR  *
      * IFRZJ  - FREEZE JOURNAL (IO/freezejrn.txt), OVERRIDES - FRZO  *
      * ILGL   - LEGAL HOLD LIST (IO/legalhold.txt)           - HOLD  *
      * EVERY INPUT BUT THE MASTER IS OPTIONAL.                       *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORSN   - REASON ANALYSIS (IO/reasonrpt.txt): ONE LINE PER     *
      *          DOMAIN AND CODE WITH ITS DESCRIPTION, ACTIVE FLAG    *
      *          AND USE COUNT, A TOTAL PER DOMAIN AND THE RUN TOTALS *
      *                                                               *
      * PROCESSING:                                                   *
      * ===========                                                   *
      * THE MASTER IS BUFFERED; EACH REASON FOUND IS COUNTED AGAINST  *
      * ITS DOMAIN + CODE, AN UNKNOWN ONE IS ADDED TO THE TABLE. THE  *
      * TABLE IS THEN SORTED BY DOMAIN AND CODE. A MASTER CODE NEVER  *
      * USED IS NOTED UNUSED, A RETIRED CODE STILL IN THE HISTORY IS  *
      * NOTED RETIRED - NEITHER IS AN EXCEPTION. A ROW WITHOUT ANY    *
      * REASON (OLD HISTORY) COUNTS UNDER CODE "(NONE)".              *
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
            ==:V1:== BY ==ILHST==
            ==:V2:== BY ==ILHST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IFRZJ==
            ==:V2:== BY ==IFRZJ-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILGL==
            ==:V2:== BY ==ILGL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORSN==
            ==:V2:== BY ==ORSN-PATH==.
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
            ==:V1:== BY ==ILHST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IFRZJ==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILGL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORSN==
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
      * INPUT IRSM = REASON-CODE MASTER (SEE TPL-RSNC1)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRSM==.
       COPY 'LIB/FILE/RSNCWS.cob'.

      *    ONE ENTRY PER DOMAIN + CODE - THE MASTER ROWS FIRST, THE
      *    UNKNOWN CODES FOUND IN USE APPENDED BEHIND THEM
       01 REASON-TABLE.
           05 TAB-RSN-MAX             PIC S9(9) BINARY.
           05 TAB-RSN-DIM             PIC S9(9) BINARY  VALUE 1499.
           05 TAB-RSN                 OCCURS 1   TO          1499
                                      DEPENDING  ON  TAB-RSN-MAX.
                10 TAB-RSN-KEY.
                   15 TAB-RSN-DOMAIN  PIC X(4).
                   15 TAB-RSN-CODE    PIC X(8).
                10 TAB-RSN-DESC       PIC X(40).
                10 TAB-RSN-ACTIVE     PIC X(1).
                10 TAB-RSN-MASTER-SW  PIC X(1).
                   88 TAB-RSN-ON-MASTER    VALUE 'Y'.
                10 TAB-RSN-COUNT      PIC 9(7).
           05 TMP-RSN-SWAP            PIC X(61).

      *---------------------------------------------------------------*
      * INPUT ILHST = STATUS HISTORY (SEE TPL-LIFE1)                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILHST==.
       01 LHIST-REC.
           05 LHIST-TS                PIC X(14).
           05 LHIST-NAME              PIC X(38).
           05 LHIST-STATE             PIC X(2).
           05 LHIST-OLD               PIC X(1).
           05 LHIST-NEW               PIC X(1).
           05 LHIST-REASON            PIC X(8).
           05 LHIST-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(8).

      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY (SEE TPL-RSTM1)                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME               PIC X(38).
           05 HIST-STATE              PIC X(2).
           05 HIST-PERIOD             PIC X(6).
           05 HIST-GROWTH             PIC S9(3)V99.
           05 HIST-RST-SW             PIC X(1).
              88 HIST-RESTATED             VALUE 'R'.
           05 HIST-RST-ORIG           PIC S9(3)V99.
           05 HIST-RST-REASON         PIC X(8).
           05 HIST-RST-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(7).

      *---------------------------------------------------------------*
      * INPUT IJRNL = AUDIT JOURNAL (SEE TPL-MAINT1) - A 'P' RECORD'S *
      * AFTER IMAGE READS 'APPROVED BY <APPROVER> REASON <CODE>'      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IJRNL==.
       01 JRNL-REC.
           05 JRNL-TS                 PIC X(14).
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
              88 JRNL-APPROVAL             VALUE 'P'.
           05 JRNL-BEFORE             PIC X(100).
           05 JRNL-AFTER.
              10 JRNL-APPR-TAG        PIC X(12).
              10 JRNL-APPR-APPROVER   PIC X(8).
              10 JRNL-APPR-RSN-TAG    PIC X(8).
              10 JRNL-APPR-REASON     PIC X(8).
              10 FILLER               PIC X(64).

      *---------------------------------------------------------------*
      * INPUT IFRZJ = FREEZE JOURNAL (SEE CFRZ1)                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IFRZJ==.
       01 FRZJ-REC.
           05 FRZJ-TS                 PIC X(14).
           05 FRZJ-PGM                PIC X(8).
           05 FRZJ-OPERATOR           PIC X(8).
           05 FRZJ-ACTION             PIC X(16).
              88 FRZJ-OVERRIDE             VALUE 'FREEZE-OVERRIDE'.
           05 FRZJ-REASON             PIC X(8).
           05 FILLER                  PIC X(26).

      *---------------------------------------------------------------*
      * INPUT ILGL = LEGAL HOLD LIST (SEE CLGL1)                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILGL==.
       01 LGL-REC.
           05 LGL-NAME                PIC X(38).
           05 LGL-STATE               PIC X(2).
           05 LGL-REASON              PIC X(8).
           05 LGL-FROM                PIC X(8).
           05 LGL-TO                  PIC X(8).
           05 FILLER                  PIC X(16).

      *---------------------------------------------------------------*
      * OUTPUT ORSN = REASON ANALYSIS                                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORSN==.
       01 ORSN-REC                    PIC X(80).

       01 ORSN-H0.
           05 FILLER                  PIC X(45)   VALUE
              'REASON-CODE ANALYSIS'.
           05 FILLER                  PIC X(5)    VALUE 'DATE '.
           05 ORSN-H0-DATE            PIC X(10).
           05 FILLER                  PIC X(20)   VALUE SPACES.
       01 ORSN-H1.
           05 FILLER                  PIC X(6)    VALUE 'DOM'.
           05 FILLER                  PIC X(10)   VALUE 'CODE'.
           05 FILLER                  PIC X(42)   VALUE 'DESCRIPTION'.
           05 FILLER                  PIC X(5)    VALUE 'ACT'.
           05 FILLER                  PIC X(9)    VALUE '     USED'.
           05 FILLER                  PIC X(8)    VALUE ' NOTE'.
       01 ORSN-HR                     PIC X(80)   VALUE ALL '-'.
       01 ORSN-R1.
           05 ORSN-R1-DOMAIN          PIC X(4).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORSN-R1-CODE            PIC X(8).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORSN-R1-DESC            PIC X(40).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORSN-R1-ACTIVE          PIC X(3).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORSN-R1-COUNT           PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 ORSN-R1-NOTE            PIC X(8).
       01 ORSN-D1.
           05 FILLER                  PIC X(16)   VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'DOMAIN '.
           05 ORSN-D1-DOMAIN          PIC X(4).
           05 FILLER                  PIC X(36)   VALUE
              ' TOTAL ..........................:'.
           05 ORSN-D1-COUNT           PIC ZZZZZZ9.
           05 FILLER                  PIC X(10)   VALUE SPACES.
       01 ORSN-T1.
           05 ORSN-T1-LABEL           PIC X(40).
           05 ORSN-T1-COUNT           PIC ZZZZZZ9.
           05 FILLER                  PIC X(33)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-USES           PIC 9(7).
           05 TMP-COUNT-USED-CODES     PIC 9(7).
           05 TMP-COUNT-UNUSED         PIC 9(7).
           05 TMP-COUNT-UNKNOWN        PIC 9(7).
           05 TMP-COUNT-UNKNOWN-USES   PIC 9(7).
           05 TMP-COUNT-NONE           PIC 9(7).
           05 TMP-COUNT-RETIRED        PIC 9(7).
           05 TMP-COUNT-DOMAIN         PIC 9(7).
           05 TMP-I-TABLE              PIC S9(9) BINARY.
           05 TMP-J-TABLE              PIC S9(9) BINARY.
           05 TMP-HIT                  PIC S9(9) BINARY.
       01 TMP-ARG-KEY.
           05 TMP-ARG-DOMAIN           PIC X(4).
           05 TMP-ARG-CODE             PIC X(8).
       01 TMP-LAST-DOMAIN              PIC X(4).
       01 TMP-TODAY                    PIC X(8).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IRSM-PATH                  PIC X(40)
                                      VALUE 'IO/reasoncode.txt'.
       01 ILHST-PATH                 PIC X(40)
                                      VALUE 'IO/lifecyclehist.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 IFRZJ-PATH                 PIC X(40)
                                      VALUE 'IO/freezejrn.txt'.
       01 ILGL-PATH                  PIC X(40)
                                      VALUE 'IO/legalhold.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORSN-PATH                  PIC X(40)
                                      VALUE 'IO/reasonrpt.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.

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

           PERFORM MASTER-LOAD
           PERFORM LIFECYCLE-REASONS
           PERFORM RESTATEMENT-REASONS
           PERFORM APPROVAL-REASONS
           PERFORM OVERRIDE-REASONS
           PERFORM HOLD-REASONS
           PERFORM REASONS-SORT
           PERFORM ANALYSIS-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-RSNC2'                          TO PGM-NAME
           MOVE 'REASON-CODE ANALYSIS'               TO PGM-DESCRIPTION
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRSM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRSM-PATH
           MOVE ILHST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILHST-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNL-PATH
           MOVE IFRZJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IFRZJ-PATH
           MOVE ILGL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILGL-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ORSN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORSN-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-USES
           MOVE 0                          TO TMP-COUNT-USED-CODES
           MOVE 0                          TO TMP-COUNT-UNUSED
           MOVE 0                          TO TMP-COUNT-UNKNOWN
           MOVE 0                          TO TMP-COUNT-UNKNOWN-USES
           MOVE 0                          TO TMP-COUNT-NONE
           MOVE 0                          TO TMP-COUNT-RETIRED
           MOVE 0                          TO TAB-RSN-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * OPEN FILES - WITHOUT THE MASTER THERE IS NOTHING TO DECODE    *
      * AGAINST, THE REASON SOURCES ARE EACH OPTIONAL                 *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IRSM
           IF (IRSM-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'REASON-CODE MASTER NOT FOUND:' TO PGM-ERR-MSG1
              MOVE IRSM-PATH                      TO PGM-ERR-MSG2
              MOVE SPACE                          TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-INPUT-ILHST
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-OPEN-INPUT-IJRNL
           PERFORM FILE-OPEN-INPUT-IFRZJ
           PERFORM FILE-OPEN-INPUT-ILGL
           PERFORM FILE-OPEN-OUTPUT-ORSN
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       MASTER-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-READ-IRSM
           PERFORM UNTIL (IRSM-EOF)
              MOVE IRSM-RECORD TO RSNC-REC
              IF (RSNC-KEY NOT = SPACES) THEN
                 PERFORM TABLE-ROW-ADD
                 MOVE RSNC-KEY    TO TAB-RSN-KEY(TAB-RSN-MAX)
                 MOVE RSNC-DESC   TO TAB-RSN-DESC(TAB-RSN-MAX)
                 MOVE RSNC-ACTIVE TO TAB-RSN-ACTIVE(TAB-RSN-MAX)
                 MOVE 'Y'         TO TAB-RSN-MASTER-SW(TAB-RSN-MAX)
              END-IF
              PERFORM FILE-READ-IRSM
           END-PERFORM
           .
       MASTER-LOAD-EXIT. EXIT.



      *****************************************************************
       LIFECYCLE-REASONS SECTION.
      *===============================================================*
           IF (ILHST-NO) THEN
              MOVE 'NO lifecyclehist.txt - LIFE REASONS NOT COUNTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LIFECYCLE-REASONS-EXIT
           END-IF
           PERFORM FILE-READ-ILHST
           PERFORM UNTIL (ILHST-EOF)
              MOVE ILHST-RECORD TO LHIST-REC
              MOVE 'LIFE'       TO TMP-ARG-DOMAIN
              MOVE LHIST-REASON TO TMP-ARG-CODE
              PERFORM REASON-COUNT
              PERFORM FILE-READ-ILHST
           END-PERFORM
           .
       LIFECYCLE-REASONS-EXIT. EXIT.



      *****************************************************************
       RESTATEMENT-REASONS SECTION.
      *===============================================================*
      *    ONLY A RESTATED ROW (HIST-RST-SW 'R') CARRIES A REASON     *
           IF (IHIST-NO) THEN
              MOVE 'NO growthhist.txt - RSTM REASONS NOT COUNTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO RESTATEMENT-REASONS-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-RESTATED) THEN
                 MOVE 'RSTM'          TO TMP-ARG-DOMAIN
                 MOVE HIST-RST-REASON TO TMP-ARG-CODE
                 PERFORM REASON-COUNT
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           .
       RESTATEMENT-REASONS-EXIT. EXIT.



      *****************************************************************
       APPROVAL-REASONS SECTION.
      *===============================================================*
      *    AN APPROVAL JOURNALED BEFORE REASONS WERE RECORDED HAS NO  *
      *    ' REASON ' TAG AND COUNTS UNDER "(NONE)"                   *
           IF (IJRNL-NO) THEN
              MOVE 'NO companiesjrn.txt - APPR REASONS NOT COUNTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO APPROVAL-REASONS-EXIT
           END-IF
           PERFORM FILE-READ-IJRNL
           PERFORM UNTIL (IJRNL-EOF)
              MOVE IJRNL-RECORD TO JRNL-REC
              IF (JRNL-APPROVAL) THEN
                 MOVE 'APPR' TO TMP-ARG-DOMAIN
                 IF (JRNL-APPR-RSN-TAG = ' REASON ') THEN
                    MOVE JRNL-APPR-REASON TO TMP-ARG-CODE
                 ELSE
                    MOVE SPACES           TO TMP-ARG-CODE
                 END-IF
                 PERFORM REASON-COUNT
              END-IF
              PERFORM FILE-READ-IJRNL
           END-PERFORM
           .
       APPROVAL-REASONS-EXIT. EXIT.



      *****************************************************************
       OVERRIDE-REASONS SECTION.
      *===============================================================*
           IF (IFRZJ-NO) THEN
              MOVE 'NO freezejrn.txt - FRZO REASONS NOT COUNTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO OVERRIDE-REASONS-EXIT
           END-IF
           PERFORM FILE-READ-IFRZJ
           PERFORM UNTIL (IFRZJ-EOF)
              MOVE IFRZJ-RECORD TO FRZJ-REC
              IF (FRZJ-OVERRIDE) THEN
                 MOVE 'FRZO'      TO TMP-ARG-DOMAIN
                 MOVE FRZJ-REASON TO TMP-ARG-CODE
                 PERFORM REASON-COUNT
              END-IF
              PERFORM FILE-READ-IFRZJ
           END-PERFORM
           .
       OVERRIDE-REASONS-EXIT. EXIT.



      *****************************************************************
       HOLD-REASONS SECTION.
      *===============================================================*
      *    THE HOLD LIST IS KEYED BY HAND, SO THIS IS WHERE AN        *
      *    UNKNOWN HOLD REASON FIRST SHOWS UP                         *
           IF (ILGL-NO) THEN
              MOVE 'NO legalhold.txt - HOLD REASONS NOT COUNTED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO HOLD-REASONS-EXIT
           END-IF
           PERFORM FILE-READ-ILGL
           PERFORM UNTIL (ILGL-EOF)
              MOVE ILGL-RECORD TO LGL-REC
              IF (LGL-NAME NOT = SPACES) THEN
                 MOVE 'HOLD'     TO TMP-ARG-DOMAIN
                 MOVE LGL-REASON TO TMP-ARG-CODE
                 PERFORM REASON-COUNT
              END-IF
              PERFORM FILE-READ-ILGL
           END-PERFORM
           .
       HOLD-REASONS-EXIT. EXIT.



      *****************************************************************
       REASON-COUNT SECTION.
      *===============================================================*
      *    COUNT TMP-ARG-KEY - A KEY NOT YET IN THE TABLE IS ADDED:   *
      *    A BLANK CODE AS "(NONE)", ANY OTHER AS UNKNOWN             *
           ADD 1 TO TMP-COUNT-USES
           IF (TMP-ARG-CODE = SPACES) THEN
              MOVE '(NONE)' TO TMP-ARG-CODE
              ADD 1 TO TMP-COUNT-NONE
           END-IF
           MOVE 0 TO TMP-HIT
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RSN-MAX) OR (TMP-HIT > 0)
              IF (TAB-RSN-KEY(TMP-I-TABLE) = TMP-ARG-KEY) THEN
                 MOVE TMP-I-TABLE TO TMP-HIT
              END-IF
           END-PERFORM
           IF (TMP-HIT = 0) THEN
              PERFORM TABLE-ROW-ADD
              MOVE TAB-RSN-MAX TO TMP-HIT
              MOVE TMP-ARG-KEY TO TAB-RSN-KEY(TMP-HIT)
              MOVE 'N'         TO TAB-RSN-MASTER-SW(TMP-HIT)
              MOVE SPACE       TO TAB-RSN-ACTIVE(TMP-HIT)
              IF (TMP-ARG-CODE = '(NONE)') THEN
                 MOVE 'NO REASON RECORDED' TO TAB-RSN-DESC(TMP-HIT)
              ELSE
                 MOVE '*** NOT ON THE REASON-CODE MASTER'
                   TO TAB-RSN-DESC(TMP-HIT)
                 ADD 1 TO TMP-COUNT-UNKNOWN
              END-IF
           END-IF
           ADD 1 TO TAB-RSN-COUNT(TMP-HIT)
           IF (NOT TAB-RSN-ON-MASTER(TMP-HIT))
              AND (TMP-ARG-CODE NOT = '(NONE)') THEN
              ADD 1 TO TMP-COUNT-UNKNOWN-USES
           END-IF
           .
       REASON-COUNT-EXIT. EXIT.



      *****************************************************************
       TABLE-ROW-ADD SECTION.
      *===============================================================*
           ADD 1 TO TAB-RSN-MAX
           IF (TAB-RSN-MAX > TAB-RSN-DIM) THEN
              MOVE TAB-RSN-DIM TO TAB-RSN-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-RSN OVERFLOW - ANALYSIS INCOMPLETE'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-RSN-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE 0 TO TAB-RSN-COUNT(TAB-RSN-MAX)
           .
       TABLE-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       REASONS-SORT SECTION.
      *===============================================================*
      *    DOMAIN, THEN CODE - "(NONE)" SORTS AHEAD OF THE CODES      *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RSN-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-RSN-MAX - TMP-I-TABLE)
                 IF (TAB-RSN-KEY(TMP-J-TABLE) >
                     TAB-RSN-KEY(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-RSN(TMP-J-TABLE)     TO TMP-RSN-SWAP
                    MOVE TAB-RSN(TMP-J-TABLE + 1)
                      TO TAB-RSN(TMP-J-TABLE)
                    MOVE TMP-RSN-SWAP
                      TO TAB-RSN(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       REASONS-SORT-EXIT. EXIT.



      *****************************************************************
       ANALYSIS-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO ORSN-H0-DATE
           STRING TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO ORSN-H0-DATE
           END-STRING
           MOVE ORSN-H0 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE SPACES   TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE ORSN-H1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE ORSN-HR TO ORSN-REC
           PERFORM ORSN-WRITE

           MOVE SPACES TO TMP-LAST-DOMAIN
           MOVE 0      TO TMP-COUNT-DOMAIN
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RSN-MAX)
              IF (TAB-RSN-DOMAIN(TMP-I-TABLE) NOT = TMP-LAST-DOMAIN)
                 AND (TMP-LAST-DOMAIN NOT = SPACES) THEN
                 PERFORM DOMAIN-TOTAL-WRITE
              END-IF
              MOVE TAB-RSN-DOMAIN(TMP-I-TABLE) TO TMP-LAST-DOMAIN
              ADD TAB-RSN-COUNT(TMP-I-TABLE)   TO TMP-COUNT-DOMAIN
              PERFORM REASON-LINE-WRITE
           END-PERFORM
           IF (TMP-LAST-DOMAIN NOT = SPACES) THEN
              PERFORM DOMAIN-TOTAL-WRITE
           END-IF

           MOVE ORSN-HR TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'REASONS COUNTED........................:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-USES TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'MASTER CODES IN USE....................:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-USED-CODES TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'MASTER CODES NEVER USED................:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-UNUSED TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'RETIRED CODES STILL IN THE HISTORY.....:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-RETIRED TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'ROWS WITHOUT A REASON..................:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-NONE TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'UNKNOWN CODES..........................:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-UNKNOWN TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 'USES OF UNKNOWN CODES..................:'
             TO ORSN-T1-LABEL
           MOVE TMP-COUNT-UNKNOWN-USES TO ORSN-T1-COUNT
           MOVE ORSN-T1 TO ORSN-REC
           PERFORM ORSN-WRITE

           IF (TMP-COUNT-UNKNOWN > 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'REASON CODES NOT ON THE MASTER: '
                     TMP-COUNT-UNKNOWN
                     ' USED: ' TMP-COUNT-UNKNOWN-USES
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       ANALYSIS-WRITE-EXIT. EXIT.



      *****************************************************************
       REASON-LINE-WRITE SECTION.
      *===============================================================*
           MOVE TAB-RSN-DOMAIN(TMP-I-TABLE) TO ORSN-R1-DOMAIN
           MOVE TAB-RSN-CODE(TMP-I-TABLE)   TO ORSN-R1-CODE
           MOVE TAB-RSN-DESC(TMP-I-TABLE)   TO ORSN-R1-DESC
           MOVE TAB-RSN-COUNT(TMP-I-TABLE)  TO ORSN-R1-COUNT
           MOVE SPACES                      TO ORSN-R1-ACTIVE
           MOVE SPACES                      TO ORSN-R1-NOTE
           EVALUATE TRUE
              WHEN (NOT TAB-RSN-ON-MASTER(TMP-I-TABLE))
                 IF (TAB-RSN-CODE(TMP-I-TABLE) NOT = '(NONE)') THEN
                    MOVE 'UNKNOWN' TO ORSN-R1-NOTE
                 END-IF
              WHEN (TAB-RSN-COUNT(TMP-I-TABLE) = 0)
                 ADD 1 TO TMP-COUNT-UNUSED
                 MOVE 'UNUSED'  TO ORSN-R1-NOTE
              WHEN (TAB-RSN-ACTIVE(TMP-I-TABLE) NOT = 'Y')
                 ADD 1 TO TMP-COUNT-USED-CODES
                 ADD 1 TO TMP-COUNT-RETIRED
                 MOVE 'RETIRED' TO ORSN-R1-NOTE
              WHEN OTHER
                 ADD 1 TO TMP-COUNT-USED-CODES
           END-EVALUATE
           IF (TAB-RSN-ON-MASTER(TMP-I-TABLE)) THEN
              IF (TAB-RSN-ACTIVE(TMP-I-TABLE) = 'Y') THEN
                 MOVE 'YES' TO ORSN-R1-ACTIVE
              ELSE
                 MOVE 'NO'  TO ORSN-R1-ACTIVE
              END-IF
           END-IF
           MOVE ORSN-R1 TO ORSN-REC
           PERFORM ORSN-WRITE
           .
       REASON-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       DOMAIN-TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE TMP-LAST-DOMAIN  TO ORSN-D1-DOMAIN
           MOVE TMP-COUNT-DOMAIN TO ORSN-D1-COUNT
           MOVE ORSN-D1 TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE SPACES  TO ORSN-REC
           PERFORM ORSN-WRITE
           MOVE 0 TO TMP-COUNT-DOMAIN
           .
       DOMAIN-TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       ORSN-WRITE SECTION.
      *===============================================================*
           MOVE ORSN-REC TO ORSN-RECORD
           PERFORM FILE-WRITE-ORSN
           .
       ORSN-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-USES TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-IRSM
           PERFORM FILE-CLOSE-ILHST
           PERFORM FILE-CLOSE-IHIST
           PERFORM FILE-CLOSE-IJRNL
           PERFORM FILE-CLOSE-IFRZJ
           PERFORM FILE-CLOSE-ILGL
           PERFORM FILE-CLOSE-ORSN

           DISPLAY 'INPUT IRSM...........: ' IRSM-COUNT
           DISPLAY 'INPUT ILHST..........: ' ILHST-COUNT
           DISPLAY 'INPUT IHIST..........: ' IHIST-COUNT
           DISPLAY 'INPUT IJRNL..........: ' IJRNL-COUNT
           DISPLAY 'INPUT IFRZJ..........: ' IFRZJ-COUNT
           DISPLAY 'INPUT ILGL...........: ' ILGL-COUNT
           DISPLAY 'REASONS COUNTED......: ' TMP-COUNT-USES
           DISPLAY 'UNKNOWN CODES........: ' TMP-COUNT-UNKNOWN
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRSM==
            ==:V2:== BY ==IRSM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILHST==
            ==:V2:== BY ==ILHST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IFRZJ==
            ==:V2:== BY ==IFRZJ-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILGL==
            ==:V2:== BY ==ILGL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORSN==
            ==:V2:== BY ==ORSN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-RSNC2.
      *****************************************************************
