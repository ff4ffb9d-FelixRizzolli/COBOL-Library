      *****************************************************************
      * TPL-BAL1: CHAIN-WIDE BALANCE REPORT                           *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EACH STEP WRITES ITS OWN RECONCILIATION, BUT NOTHING PROVED   *
      * THE CHAIN BALANCES END TO END. THIS PROGRAM RUNS AFTER THE    *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * E1 TAKES TPL-IMPU1'S IMPUTED ROWS (reconsummaryi.txt) BACK    *
      * OUT OF THE BAT1 READ COUNT BEFORE MATCHING THE MERGE COUNT    *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRECONX==
            ==:V2:== BY ==IRECONX-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRECONI==
            ==:V2:== BY ==IRECONI-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRECONX==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRECONI==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRECON2==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRECON4==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRECONX==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRECONI==.
       01 ORECON-REC.
           05 ORECON-ICOMP-COUNT      PIC 9(9).
           05 ORECON-ISABB-COUNT      PIC 9(9).
           05 BAL-BX-REJECT           PIC 9(9)   VALUE ZERO.
           05 BAL-BX-BADROW           PIC 9(9)   VALUE ZERO.
           05 BAL-BX-ACCEPTED         PIC 9(9)   VALUE ZERO.
      *    TPL-IMPU1'S RECON SUMMARY - ITS ESTIMATES ARE EXTRA ROWS
      *    ON THE EXTRACT THE MERGE NEVER COUNTED, SO E1 TAKES THEM
      *    BACK OUT OF BAT1'S READ COUNT
           05 BAL-BI-SW               PIC X(1)   VALUE 'N'.
           05 BAL-BI-IMPUTED          PIC 9(9)   VALUE ZERO.
           05 BAL-B1-REPORTED         PIC 9(9)   VALUE ZERO.
       01 BAL-STATE.
           05 BAL-FAILED-SW           PIC X(1)   VALUE 'N'.
           05 BAL-FIRST-BROKEN        PIC X(60)  VALUE SPACES.
                                      VALUE 'IO/reconsummary4.txt'.
       01 IRECONX-PATH               PIC X(40)
                                      VALUE 'IO/reconsummaryx.txt'.
       01 IRECONI-PATH               PIC X(40)
                                      VALUE 'IO/reconsummaryi.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OBAL-PATH                  PIC X(40)
           MOVE IRECONX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRECONX-PATH
           MOVE IRECONI-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRECONI-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
              END-IF
              PERFORM FILE-CLOSE-IRECONX
           END-IF

           PERFORM FILE-OPEN-INPUT-IRECONI
           IF (IRECONI-YES) THEN
              PERFORM FILE-READ-IRECONI
              IF (IRECONI-OK) THEN
                 MOVE IRECONI-RECORD TO ORECON-REC
                 IF (ORECON-OREPORT-COUNT NUMERIC) THEN
                    MOVE 'Y' TO BAL-BI-SW
                    MOVE ORECON-OREPORT-COUNT  TO BAL-BI-IMPUTED
                 END-IF
              END-IF
              PERFORM FILE-CLOSE-IRECONI
           END-IF
           .
       GATHER-FIGURES-EXIT. EXIT.

      *===============================================================*
           IF (BAL-CTL-SW = 'Y') AND (BAL-B1-SW = 'Y') THEN
              MOVE BAL-CTL-COUNT TO TMP-ED-A
              MOVE BAL-B1-READ   TO BAL-B1-REPORTED
              IF (BAL-BI-SW = 'Y')
                 AND (BAL-BI-IMPUTED NOT > BAL-B1-READ) THEN
                 SUBTRACT BAL-BI-IMPUTED FROM BAL-B1-REPORTED
              END-IF
              IF (BAL-BX-SW = 'Y')
                 AND (BAL-B1-REPORTED = BAL-BX-ACCEPTED) THEN
      *          BAT1 READ TPL-XTR1'S VALIDATED EXTRACT - THE ROWS
      *          THE ENGINE REJECTED NEVER REACHED BAT1, SO THEY ARE
      *          ADDED BACK BEFORE COMPARING TO THE MERGE COUNT
                 COMPUTE TMP-ED-B = BAL-B1-REPORTED
                    + BAL-BX-REJECT + BAL-BX-BADROW
                 PERFORM BAL-LINE-E1X
                 IF (BAL-CTL-COUNT NOT = BAL-B1-REPORTED
                     + BAL-BX-REJECT + BAL-BX-BADROW) THEN
                    PERFORM NOTE-E1-BROKEN
                 END-IF
              ELSE
                 MOVE BAL-B1-REPORTED TO TMP-ED-B
                 PERFORM BAL-LINE-E1
                 IF (BAL-CTL-COUNT NOT = BAL-B1-REPORTED) THEN
                    PERFORM NOTE-E1-BROKEN
                 END-IF
              END-IF
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRECONX==
            ==:V2:== BY ==IRECONX-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRECONI==
            ==:V2:== BY ==IRECONI-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
