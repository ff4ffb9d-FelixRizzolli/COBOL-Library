       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-RVRS1.
      *****************************************************************
      * TPL-RVRS1: SELECTIVE REVERSAL OF ONE MAINTENANCE BATCH        *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-REST1 CAN ONLY PUT BACK A WHOLE EARLIER GENERATION OF THE *
      * MASTER, WHICH LOSES EVERY GOOD BATCH APPLIED SINCE THE BAD    *
      * ONE. THIS PROGRAM UNDOES JUST THE ONE BATCH: IT FINDS THE     *
      * BATCH'S ENTRIES IN THE TPL-MAINT1 AUDIT JOURNAL AND, FROM     *
      * THEIR BEFORE AND AFTER IMAGES, BUILDS THE COMPENSATING        *
      * TRANSACTIONS. NOTHING IS APPLIED HERE - THE REVERSAL IS AN    *
      * ORDINARY HEADED BATCH THAT GOES THROUGH TPL-MAINT1'S PREVIEW  *
      * (MODE=VALIDATE), APPROVAL AND APPLY LIKE ANY OTHER, SO THE    *
      * REVERSAL IS JOURNALED IN ITS TURN.                            *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IJRNL - AUDIT JOURNAL (IO/companiesjrn.txt)                   *
      * IPARM - REVERSAL REQUEST (IO/rvrsparm.txt), KEYWORD=VALUE:    *
      *         BATCH=<BATCH NUMBER>   BATCH TO REVERSE               *
      *         RUN=YYYYMMDDHHMMSS     OR THE RUN TO REVERSE (THE     *
      *                                TIMESTAMP OF ITS 'B' JOURNAL   *
      *                                RECORD, SEE TPL-JRNL1) - NEEDED*
      *                                WHEN THE BATCH NUMBER WAS      *
      *                                APPLIED IN MORE THAN ONE RUN   *
      *         OPERATOR=<ID>          WHO ASKS FOR THE REVERSAL -    *
      *                                OPERATOR OF EVERY TRANSACTION  *
      *                                AND ORIGINATOR OF THE BATCH    *
      *         REVBATCH=<NUMBER>      BATCH NUMBER OF THE REVERSAL   *
      *                                (DEFAULT RV + YYMMDDHH)        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OTRN   - COMPENSATING TRANSACTIONS (IO/reversaltrn.txt),      *
      *          ICOMPTRN LAYOUT IN NAME + STATE ORDER BEHIND A BATCH *
      *          CONTROL HEADER (BHDRWS.cob) - FEED TO TPL-MAINT1 AS  *
      *          companiestrn.txt                                     *
      * ORVRPT - REVERSAL LISTING (IO/reversalrpt.txt): EVERY COMPANY *
      *          THE BATCH TOUCHED, WHAT THE REVERSAL DOES TO IT, AND *
      *          THE CONFLICTS LEFT FOR A MANUAL DECISION             *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * EVERY TPL-MAINT1 APPLY RUN OPENS ITS JOURNAL ENTRIES WITH A   *
      * 'B' RECORD (BATCH NUMBER, ORIGINATOR); THE ENTRIES UP TO THE  *
      * NEXT 'B' ARE THE RUN'S. THEY ARE IN NAME + STATE ORDER, AS    *
      * THE BALANCED-LINE UPDATE WROTE THEM. PER COMPANY THE FIRST    *
      * BEFORE IMAGE IS THE STATE TO GO BACK TO AND THE LAST AFTER    *
      * IMAGE THE STATE THE BATCH LEFT:                               *
      *   NOT THERE BEFORE, THERE AFTER  -> D                         *
      *   THERE BEFORE, DELETED AFTER    -> A WITH THE OLD VALUES     *
      *   CHANGED                        -> C BACK TO THE OLD VALUES  *
      *   SAME INDUSTRY AND GROWTH       -> NOTHING TO UNDO           *
      * A COMPANY ANY LATER JOURNAL ENTRY TOUCHED AGAIN (A LATER      *
      * BATCH, A QUEUED CORRECTION, OR AN EARLIER REVERSAL OF THIS    *
      * SAME BATCH) IS A CONFLICT: NO TRANSACTION IS WRITTEN FOR IT,  *
      * THE LISTING SHOWS BOTH IMAGES AND THE RUN ENDS WITH RC 4.     *
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
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OTRN==
            ==:V2:== BY ==OTRN-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORVRPT==
            ==:V2:== BY ==ORVRPT-PATH==.
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
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORVRPT==
            ==:V2:== BY ==132==.
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
      * INPUT IJRNL = AUDIT JOURNAL (LAYOUT WRITTEN BY TPL-MAINT1)    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IJRNL==.
       01 JRNL-REC.
           05 JRNL-TS                 PIC X(14).
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
              88 JRNL-RUN-OPEN            VALUE 'B'.
              88 JRNL-MAINTENANCE         VALUE 'A' 'C' 'D'.
           05 JRNL-BEFORE.
              10 JRNL-BEFORE-KEY      PIC X(40).
              10 JRNL-BEFORE-INDUSTRY PIC X(23).
              10 JRNL-BEFORE-GROWTH   PIC S9(3)V99.
              10 FILLER               PIC X(32).
      *       A 'B' RECORD CARRIES THE BATCH HEADER FROM BYTE 42 ON
           05 JRNL-RUN REDEFINES JRNL-BEFORE.
              10 JRNL-RUN-TAG         PIC X(5).
              10 JRNL-RUN-BATCH-NO    PIC X(10).
              10 JRNL-RUN-ORIGINATOR  PIC X(8).
              10 FILLER               PIC X(77).
           05 JRNL-AFTER.
              10 JRNL-AFTER-KEY       PIC X(40).
              10 JRNL-AFTER-INDUSTRY  PIC X(23).
              10 JRNL-AFTER-GROWTH    PIC S9(3)V99.
              10 FILLER               PIC X(32).

      *---------------------------------------------------------------*
      * INPUT IPARM = REVERSAL REQUEST                                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(40).
       01 PARM-WORK.
           05 TMP-P-BATCH             PIC X(10).
           05 TMP-P-RUN               PIC X(14).
           05 TMP-P-OPERATOR          PIC X(8).
           05 TMP-P-REVBATCH          PIC X(10).

      *---------------------------------------------------------------*
      * THE RUN BEING REVERSED AND WHERE THE JOURNAL PASS STANDS      *
      * (P = BEFORE THE RUN, S = IN THE RUN, L = LATER RUNS)          *
      *---------------------------------------------------------------*
       01 SEGMENT-WORK.
           05 TMP-SEG-TS              PIC X(14).
           05 TMP-SEG-BATCH           PIC X(10).
           05 TMP-SEG-ORIGINATOR      PIC X(8).
           05 TMP-SEG-RUNS            PIC 9(5).
           05 TMP-SEG-ENTRIES         PIC 9(7).
           05 TMP-PHASE               PIC X(1).
              88 PHASE-BEFORE             VALUE 'P'.
              88 PHASE-SEGMENT            VALUE 'S'.
              88 PHASE-LATER              VALUE 'L'.
           05 TMP-CUR-BATCH           PIC X(10).
           05 TMP-ENTRY-KEY           PIC X(40).

      *---------------------------------------------------------------*
      * ONE ENTRY PER COMPANY THE RUN TOUCHED, IN NAME + STATE ORDER  *
      *---------------------------------------------------------------*
       01 REVERSAL-SET.
           05 TAB-RV-MAX              PIC S9(9) BINARY.
           05 TAB-RV-DIM              PIC S9(9) BINARY  VALUE 4999.
           05 TAB-RV                  OCCURS 1   TO         4999
                                      DEPENDING  ON  TAB-RV-MAX
                                      ASCENDING KEY IS TAB-RV-KEY
                                      INDEXED BY TAB-RV-IDX.
                10 TAB-RV-KEY.
                   15 TAB-RV-NAME     PIC X(38).
                   15 TAB-RV-STATE    PIC X(2).
                10 TAB-RV-FIRST-BEFORE PIC X(100).
                10 TAB-RV-LAST-AFTER  PIC X(100).
                10 TAB-RV-ENTRIES     PIC 9(5).
      *         COMPENSATING ACTION A/C/D, SPACE = NOTHING TO UNDO,
      *         X = CONFLICT (LEFT FOR A MANUAL DECISION)
                10 TAB-RV-COMP        PIC X(1).
                10 TAB-RV-CONFLICT-SW PIC X(1).
                10 TAB-RV-LATER-COUNT PIC 9(5).
                10 TAB-RV-LATER-BATCH PIC X(10).
                10 TAB-RV-LATER-TS    PIC X(14).
                10 TAB-RV-LATER-OPER  PIC X(8).
                10 TAB-RV-LATER-ACTION PIC X(1).
                10 TAB-RV-LATEST      PIC X(100).

      *---------------------------------------------------------------*
      * A MASTER IMAGE TAKEN APART (ICOMP-REC LAYOUT)                 *
      *---------------------------------------------------------------*
       01 TMP-IMAGE.
           05 TMP-IMG-NAME            PIC X(38).
           05 TMP-IMG-STATE           PIC X(2).
           05 TMP-IMG-INDUSTRY        PIC X(23).
           05 TMP-IMG-GROWTH          PIC S9(3)V99.
           05 FILLER                  PIC X(32).
       01 TMP-IMAGE-2.
           05 TMP-IMG2-NAME           PIC X(38).
           05 TMP-IMG2-STATE          PIC X(2).
           05 TMP-IMG2-INDUSTRY       PIC X(23).
           05 TMP-IMG2-GROWTH         PIC S9(3)V99.
           05 FILLER                  PIC X(32).

      *---------------------------------------------------------------*
      * OUTPUT OTRN = COMPENSATING TRANSACTIONS (ICOMPTRN LAYOUT)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OTRN==.
       01 OTRN-REC.
           05 OTRN-ACTION             PIC X(1).
           05 OTRN-NAME               PIC X(38).
           05 OTRN-STATE              PIC X(2).
           05 OTRN-INDUSTRY           PIC X(23).
           05 OTRN-GROWTH             PIC S9(3)V99.
           05 OTRN-OPERATOR           PIC X(8).
           05 FILLER                  PIC X(3).

      *---------------------------------------------------------------*
      * OUTPUT ORVRPT = REVERSAL LISTING                              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORVRPT==.
       01 ORVRPT-REC                  PIC X(132).
       01 ORVRPT-D1.
           05 ORVRPT-D1-STATUS        PIC X(10).
           05 ORVRPT-D1-NAME          PIC X(38).
           05 FILLER                  PIC X(1).
           05 ORVRPT-D1-STATE         PIC X(2).
           05 FILLER                  PIC X(2).
           05 ORVRPT-D1-COMP          PIC X(1).
           05 FILLER                  PIC X(2).
           05 ORVRPT-D1-TEXT          PIC X(76).
       01 ORVRPT-HR                   PIC X(132) VALUE ALL '-'.
       01 ORVRPT-HR2                  PIC X(132) VALUE ALL '='.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
       01 TMP-TODAY                   PIC X(8).
       01 TMP-GROWTH-TXT              PIC X(7).
       01 TMP-GROWTH-ED REDEFINES TMP-GROWTH-TXT
                                      PIC -ZZ9,99.
       01 TMP-GROWTH-TXT2             PIC X(7).
       01 TMP-GROWTH-ED2 REDEFINES TMP-GROWTH-TXT2
                                      PIC -ZZ9,99.
       01 TMP-COUNT-EDIT              PIC ZZZZZZ9.
       01 COUNTER.
           05 TMP-COUNT-TRN           PIC 9(6).
           05 TMP-HASH-TRN            PIC S9(8)V99.
           05 TMP-COUNT-ADD           PIC 9(7).
           05 TMP-COUNT-CHANGE        PIC 9(7).
           05 TMP-COUNT-DELETE        PIC 9(7).
           05 TMP-COUNT-NONE          PIC 9(7).
           05 TMP-COUNT-CONFLICT      PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/rvrsparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OTRN-PATH                  PIC X(40)
                                      VALUE 'IO/reversaltrn.txt'.
       01 ORVRPT-PATH                PIC X(40)
                                      VALUE 'IO/reversalrpt.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
       COPY 'LIB/FILE/BHDRWS.cob'.

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

           PERFORM JOURNAL-LOCATE
           PERFORM JOURNAL-COLLECT
           PERFORM REVERSAL-DECIDE

           PERFORM FILE-OPEN-OUTPUT-OTRN
           PERFORM FILE-OPEN-OUTPUT-ORVRPT
           PERFORM REVERSAL-WRITE
           PERFORM LISTING-WRITE
           PERFORM FILE-CLOSE-OTRN
           PERFORM FILE-CLOSE-ORVRPT

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-RVRS1'                          TO PGM-NAME
           MOVE 'SELECTIVE REVERSAL OF ONE MAINTENANCE BATCH'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNL-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OTRN-PATH
           MOVE ORVRPT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORVRPT-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE PARM-WORK
           INITIALIZE SEGMENT-WORK
           MOVE 0 TO TAB-RV-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           STRING 'RV' FUNCTION CURRENT-DATE(3:8)
             DELIMITED BY SIZE
             INTO TMP-P-REVBATCH
           END-STRING

      *---------------------------------------------------------------*
      * REVERSAL REQUEST - A BATCH OR A RUN, AND WHO ASKS             *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(IPARM-KEY)
                   WHEN 'BATCH'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-BATCH
                   WHEN 'RUN'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-RUN
                   WHEN 'OPERATOR'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-OPERATOR
                   WHEN 'REVBATCH'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-REVBATCH
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN RVRSPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF

           IF (TMP-P-BATCH = SPACES) AND (TMP-P-RUN = SPACES) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO BATCH= OR RUN= IN rvrsparm.txt' TO PGM-ERR-MSG1
              MOVE 'NAME THE BATCH (OR THE RUN) TO BE REVERSED'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-P-RUN NOT = SPACES)
              AND (TMP-P-RUN NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'BAD RUN IN rvrsparm.txt: ' TMP-P-RUN
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED RUN=YYYYMMDDHHMMSS (SEE TPL-JRNL1)'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-P-OPERATOR = SPACES) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO OPERATOR= IN rvrsparm.txt' TO PGM-ERR-MSG1
              MOVE 'THE REVERSAL IS KEYED AND APPROVED LIKE ANY BATCH'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           PERFORM FILE-OPEN-INPUT-IJRNL
           IF (IJRNL-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'AUDIT JOURNAL MISSING: ' IJRNL-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NOTHING TO REVERSE FROM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       JOURNAL-LOCATE SECTION.
      *===============================================================*
      *    FIRST PASS: FIND THE RUN. A BATCH NUMBER APPLIED IN MORE   *
      *    THAN ONE RUN HAS TO BE NAMED BY ITS RUN - THE CANDIDATES   *
      *    GO TO THE APP LOG                                          *
      *---------------------------------------------------------------*
           PERFORM FILE-READ-IJRNL
           PERFORM UNTIL (IJRNL-EOF)
              MOVE IJRNL-RECORD TO JRNL-REC
              IF (JRNL-RUN-OPEN) THEN
                 IF ((TMP-P-RUN NOT = SPACES)
                     AND (JRNL-TS = TMP-P-RUN))
                    OR ((TMP-P-RUN = SPACES)
                     AND (JRNL-RUN-BATCH-NO = TMP-P-BATCH)) THEN
                    ADD 1 TO TMP-SEG-RUNS
                    MOVE JRNL-TS             TO TMP-SEG-TS
                    MOVE JRNL-RUN-BATCH-NO   TO TMP-SEG-BATCH
                    MOVE JRNL-RUN-ORIGINATOR TO TMP-SEG-ORIGINATOR
                    MOVE SPACES TO APP-LOG-LINE
                    STRING 'BATCH ' JRNL-RUN-BATCH-NO
                           ' APPLIED IN RUN ' JRNL-TS
                      DELIMITED BY SIZE INTO APP-LOG-LINE
                    END-STRING
                    PERFORM SCHREIBE-APP-LOG-LINE
                 END-IF
              END-IF
              PERFORM FILE-READ-IJRNL
           END-PERFORM
           PERFORM FILE-CLOSE-IJRNL

           IF (TMP-SEG-RUNS = 0) THEN
              MOVE '920' TO PGM-ERR-RC
              IF (TMP-P-RUN NOT = SPACES) THEN
                 STRING 'RUN ' TMP-P-RUN ' IS NOT ON THE JOURNAL'
                   DELIMITED BY SIZE INTO PGM-ERR-MSG1
                 END-STRING
              ELSE
                 STRING 'BATCH ' TMP-P-BATCH ' IS NOT ON THE JOURNAL'
                   DELIMITED BY SIZE INTO PGM-ERR-MSG1
                 END-STRING
              END-IF
              MOVE 'ONLY BATCHES APPLIED BY TPL-MAINT1 CAN BE REVERSED'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-SEG-RUNS > 1) THEN
              MOVE '920' TO PGM-ERR-RC
              MOVE TMP-SEG-RUNS TO TMP-COUNT-EDIT
              STRING 'BATCH ' TMP-P-BATCH ' WAS APPLIED IN '
                     TMP-COUNT-EDIT ' RUNS'
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NAME ONE WITH RUN=YYYYMMDDHHMMSS (SEE APP LOG)'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-P-BATCH NOT = SPACES)
              AND (TMP-P-BATCH NOT = TMP-SEG-BATCH) THEN
              MOVE '920' TO PGM-ERR-RC
              STRING 'RUN ' TMP-P-RUN ' APPLIED BATCH ' TMP-SEG-BATCH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              STRING 'NOT BATCH ' TMP-P-BATCH
                     ' - CHECK rvrsparm.txt'
                DELIMITED BY SIZE INTO PGM-ERR-MSG2
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       JOURNAL-LOCATE-EXIT. EXIT.



      *****************************************************************
       JOURNAL-COLLECT SECTION.
      *===============================================================*
      *    SECOND PASS: THE RUN'S ENTRIES BUILD THE REVERSAL SET,     *
      *    EVERY LATER ENTRY IS CHECKED AGAINST IT FOR CONFLICTS      *
      *---------------------------------------------------------------*
           MOVE 'P' TO TMP-PHASE
           PERFORM FILE-OPEN-INPUT-IJRNL
           PERFORM FILE-READ-IJRNL
           PERFORM UNTIL (IJRNL-EOF)
              MOVE IJRNL-RECORD TO JRNL-REC
              EVALUATE TRUE
                WHEN (JRNL-RUN-OPEN)
                  IF (PHASE-BEFORE) THEN
                     IF (JRNL-TS = TMP-SEG-TS)
                        AND (JRNL-RUN-BATCH-NO = TMP-SEG-BATCH) THEN
                        MOVE 'S' TO TMP-PHASE
                     END-IF
                  ELSE
                     MOVE 'L' TO TMP-PHASE
                     MOVE JRNL-RUN-BATCH-NO TO TMP-CUR-BATCH
                  END-IF
                WHEN (JRNL-MAINTENANCE)
                  IF (JRNL-AFTER-KEY NOT = SPACES) THEN
                     MOVE JRNL-AFTER-KEY  TO TMP-ENTRY-KEY
                  ELSE
                     MOVE JRNL-BEFORE-KEY TO TMP-ENTRY-KEY
                  END-IF
                  IF (PHASE-SEGMENT) THEN
                     PERFORM SEGMENT-ENTRY-ADD
                  END-IF
                  IF (PHASE-LATER) AND (TAB-RV-MAX > 0) THEN
                     PERFORM LATER-ENTRY-CHECK
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              PERFORM FILE-READ-IJRNL
           END-PERFORM
           PERFORM FILE-CLOSE-IJRNL
           .
       JOURNAL-COLLECT-EXIT. EXIT.



      *****************************************************************
       SEGMENT-ENTRY-ADD SECTION.
      *===============================================================*
      *    A COMPANY TOUCHED TWICE IN THE RUN KEEPS ITS FIRST BEFORE  *
      *    IMAGE AND TAKES THE LATER AFTER IMAGE                      *
           ADD 1 TO TMP-SEG-ENTRIES
           IF (TAB-RV-MAX > 0) THEN
              IF (TMP-ENTRY-KEY = TAB-RV-KEY(TAB-RV-MAX)) THEN
                 MOVE JRNL-AFTER TO TAB-RV-LAST-AFTER(TAB-RV-MAX)
                 ADD 1 TO TAB-RV-ENTRIES(TAB-RV-MAX)
                 GO TO SEGMENT-ENTRY-ADD-EXIT
              END-IF
              IF (TMP-ENTRY-KEY < TAB-RV-KEY(TAB-RV-MAX)) THEN
                 MOVE '907' TO PGM-ERR-RC
                 STRING 'JOURNAL RUN ' TMP-SEG-TS
                        ' IS NOT IN NAME + STATE ORDER'
                   DELIMITED BY SIZE INTO PGM-ERR-MSG1
                 END-STRING
                 STRING TMP-ENTRY-KEY ' FOLLOWS '
                        TAB-RV-KEY(TAB-RV-MAX)
                   DELIMITED BY SIZE INTO PGM-ERR-MSG2
                 END-STRING
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
           END-IF
           IF (TAB-RV-MAX >= TAB-RV-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-RV OVERFLOW - RUN TOO LARGE TO REVERSE'
                TO PGM-ERR-MSG1
              MOVE 'A PARTIAL REVERSAL WOULD LEAVE A BATCH HALF UNDONE'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-RV-MAX
           MOVE TMP-ENTRY-KEY  TO TAB-RV-KEY(TAB-RV-MAX)
           MOVE JRNL-BEFORE    TO TAB-RV-FIRST-BEFORE(TAB-RV-MAX)
           MOVE JRNL-AFTER     TO TAB-RV-LAST-AFTER(TAB-RV-MAX)
           MOVE 1              TO TAB-RV-ENTRIES(TAB-RV-MAX)
           MOVE SPACE          TO TAB-RV-COMP(TAB-RV-MAX)
           MOVE 'N'            TO TAB-RV-CONFLICT-SW(TAB-RV-MAX)
           MOVE 0              TO TAB-RV-LATER-COUNT(TAB-RV-MAX)
           MOVE SPACES         TO TAB-RV-LATER-BATCH(TAB-RV-MAX)
                                  TAB-RV-LATER-TS(TAB-RV-MAX)
                                  TAB-RV-LATER-OPER(TAB-RV-MAX)
                                  TAB-RV-LATER-ACTION(TAB-RV-MAX)
                                  TAB-RV-LATEST(TAB-RV-MAX)
           .
       SEGMENT-ENTRY-ADD-EXIT. EXIT.



      *****************************************************************
       LATER-ENTRY-CHECK SECTION.
      *===============================================================*
      *    THE FIRST LATER TOUCH NAMES THE CONFLICTING RUN; THE LAST  *
      *    ONE LEAVES THE IMAGE THE MASTER HOLDS NOW                  *
           SEARCH ALL TAB-RV
             AT END
               CONTINUE
             WHEN TAB-RV-KEY(TAB-RV-IDX) = TMP-ENTRY-KEY
               IF (TAB-RV-CONFLICT-SW(TAB-RV-IDX) = 'N') THEN
                  MOVE 'Y'           TO TAB-RV-CONFLICT-SW(TAB-RV-IDX)
                  MOVE TMP-CUR-BATCH TO TAB-RV-LATER-BATCH(TAB-RV-IDX)
                  MOVE JRNL-TS       TO TAB-RV-LATER-TS(TAB-RV-IDX)
                  MOVE JRNL-OPERATOR TO TAB-RV-LATER-OPER(TAB-RV-IDX)
                  MOVE JRNL-ACTION
                    TO TAB-RV-LATER-ACTION(TAB-RV-IDX)
               END-IF
               ADD 1 TO TAB-RV-LATER-COUNT(TAB-RV-IDX)
               MOVE JRNL-AFTER TO TAB-RV-LATEST(TAB-RV-IDX)
           END-SEARCH
           .
       LATER-ENTRY-CHECK-EXIT. EXIT.



      *****************************************************************
       REVERSAL-DECIDE SECTION.
      *===============================================================*
      *    THE COMPENSATING ACTION PER COMPANY (SEE PROCERSSING IN    *
      *    THE HEADER), COUNTED FOR THE BATCH CONTROL HEADER          *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RV-MAX)
              MOVE TAB-RV-FIRST-BEFORE(TMP-I-TABLE) TO TMP-IMAGE
              MOVE TAB-RV-LAST-AFTER(TMP-I-TABLE)   TO TMP-IMAGE-2
              EVALUATE TRUE
                WHEN (TAB-RV-CONFLICT-SW(TMP-I-TABLE) = 'Y')
                  MOVE 'X' TO TAB-RV-COMP(TMP-I-TABLE)
                  ADD 1 TO TMP-COUNT-CONFLICT
                WHEN (TMP-IMAGE = SPACES) AND (TMP-IMAGE-2 = SPACES)
                  ADD 1 TO TMP-COUNT-NONE
                WHEN (TMP-IMAGE = SPACES)
                  MOVE 'D' TO TAB-RV-COMP(TMP-I-TABLE)
                  ADD 1 TO TMP-COUNT-DELETE
                WHEN (TMP-IMAGE-2 = SPACES)
                  MOVE 'A' TO TAB-RV-COMP(TMP-I-TABLE)
                  ADD 1 TO TMP-COUNT-ADD
                WHEN (TMP-IMG-INDUSTRY = TMP-IMG2-INDUSTRY)
                 AND (TMP-IMG-GROWTH = TMP-IMG2-GROWTH)
                  ADD 1 TO TMP-COUNT-NONE
                WHEN OTHER
                  MOVE 'C' TO TAB-RV-COMP(TMP-I-TABLE)
                  ADD 1 TO TMP-COUNT-CHANGE
              END-EVALUATE
              IF (TAB-RV-COMP(TMP-I-TABLE) = 'A' OR 'C') THEN
                 ADD 1 TO TMP-COUNT-TRN
                 IF (TMP-IMG-GROWTH NUMERIC) THEN
                    ADD TMP-IMG-GROWTH TO TMP-HASH-TRN
                 END-IF
              END-IF
              IF (TAB-RV-COMP(TMP-I-TABLE) = 'D') THEN
                 ADD 1 TO TMP-COUNT-TRN
              END-IF
           END-PERFORM
           .
       REVERSAL-DECIDE-EXIT. EXIT.



      *****************************************************************
       REVERSAL-WRITE SECTION.
      *===============================================================*
      *    BATCH CONTROL HEADER (SEE BHDRWS.cob), THEN ONE            *
      *    TRANSACTION PER COMPANY TO PUT BACK - NOTHING TO PUT BACK, *
      *    NO BATCH                                                   *
           IF (TMP-COUNT-TRN = 0) THEN
              GO TO REVERSAL-WRITE-EXIT
           END-IF
           MOVE SPACES          TO BHDR-REC
           MOVE 'BATCH'         TO BHDR-TAG
           MOVE TMP-P-REVBATCH  TO BHDR-BATCH-NO
           MOVE TMP-P-OPERATOR  TO BHDR-ORIGINATOR
           MOVE TMP-COUNT-TRN   TO BHDR-EXP-COUNT
           MOVE TMP-HASH-TRN    TO BHDR-EXP-HASH
           MOVE BHDR-REC        TO OTRN-RECORD
           PERFORM FILE-WRITE-OTRN

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RV-MAX)
              IF (TAB-RV-COMP(TMP-I-TABLE) = 'A' OR 'C' OR 'D') THEN
                 MOVE TAB-RV-FIRST-BEFORE(TMP-I-TABLE) TO TMP-IMAGE
                 MOVE SPACES                     TO OTRN-REC
                 MOVE TAB-RV-COMP(TMP-I-TABLE)   TO OTRN-ACTION
                 MOVE TAB-RV-NAME(TMP-I-TABLE)   TO OTRN-NAME
                 MOVE TAB-RV-STATE(TMP-I-TABLE)  TO OTRN-STATE
                 MOVE 0                          TO OTRN-GROWTH
                 IF (TAB-RV-COMP(TMP-I-TABLE) NOT = 'D') THEN
                    MOVE TMP-IMG-INDUSTRY        TO OTRN-INDUSTRY
                    IF (TMP-IMG-GROWTH NUMERIC) THEN
                       MOVE TMP-IMG-GROWTH       TO OTRN-GROWTH
                    END-IF
                 END-IF
                 MOVE TMP-P-OPERATOR             TO OTRN-OPERATOR
                 MOVE OTRN-REC                   TO OTRN-RECORD
                 PERFORM FILE-WRITE-OTRN
              END-IF
           END-PERFORM
           .
       REVERSAL-WRITE-EXIT. EXIT.



      *****************************************************************
       LISTING-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO ORVRPT-REC
           STRING 'MAINTENANCE BATCH REVERSAL - RUN ' TMP-TODAY
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE ORVRPT-HR2 TO ORVRPT-REC
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           STRING 'BATCH REVERSED.....: ' TMP-SEG-BATCH
                  '  ORIGINATOR ' TMP-SEG-ORIGINATOR
                  '  APPLIED IN RUN ' TMP-SEG-TS
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           STRING 'REVERSAL BATCH.....: ' TMP-P-REVBATCH
                  '  OPERATOR   ' TMP-P-OPERATOR
                  '  FILE ' FUNCTION TRIM(OTRN-PATH)
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE ORVRPT-HR TO ORVRPT-REC
           PERFORM ORVRPT-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RV-MAX)
              PERFORM LISTING-ENTRY
           END-PERFORM

           MOVE ORVRPT-HR TO ORVRPT-REC
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TMP-SEG-ENTRIES TO TMP-COUNT-EDIT
           STRING 'JOURNAL ENTRIES IN THE RUN.: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TAB-RV-MAX TO TMP-COUNT-EDIT
           STRING 'COMPANIES TOUCHED..........: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TMP-COUNT-DELETE TO TMP-COUNT-EDIT
           STRING 'REVERSED BY DELETE (D).....: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TMP-COUNT-ADD TO TMP-COUNT-EDIT
           STRING 'REVERSED BY RE-ADD (A).....: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TMP-COUNT-CHANGE TO TMP-COUNT-EDIT
           STRING 'REVERSED BY CHANGE (C).....: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TMP-COUNT-NONE TO TMP-COUNT-EDIT
           STRING 'NOTHING TO UNDO............: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE SPACES TO ORVRPT-REC
           MOVE TMP-COUNT-CONFLICT TO TMP-COUNT-EDIT
           STRING 'CONFLICTS - MANUAL DECISION: ' TMP-COUNT-EDIT
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           IF (TMP-COUNT-TRN > 0) THEN
              MOVE SPACES TO ORVRPT-REC
              STRING 'NEXT: RUN ' FUNCTION TRIM(OTRN-PATH)
                     ' THROUGH TPL-MAINT1 MODE=VALIDATE, THEN APPLY'
                DELIMITED BY SIZE INTO ORVRPT-REC
              END-STRING
              PERFORM ORVRPT-WRITE
           END-IF
           .
       LISTING-WRITE-EXIT. EXIT.



      *****************************************************************
       LISTING-ENTRY SECTION.
      *===============================================================*
      *    ONE LINE PER COMPANY; A CONFLICT ADDS WHO TOUCHED IT LATER *
      *    AND WHAT THE MASTER HOLDS NOW                              *
           MOVE TAB-RV-FIRST-BEFORE(TMP-I-TABLE) TO TMP-IMAGE
           MOVE TAB-RV-LAST-AFTER(TMP-I-TABLE)   TO TMP-IMAGE-2
           MOVE SPACES TO ORVRPT-D1
           MOVE TAB-RV-NAME(TMP-I-TABLE)  TO ORVRPT-D1-NAME
           MOVE TAB-RV-STATE(TMP-I-TABLE) TO ORVRPT-D1-STATE
           MOVE TAB-RV-COMP(TMP-I-TABLE)  TO ORVRPT-D1-COMP
           PERFORM IMAGE-GROWTH-EDIT
           EVALUATE TRUE
             WHEN (TAB-RV-COMP(TMP-I-TABLE) = 'X')
               MOVE 'CONFLICT'  TO ORVRPT-D1-STATUS
               MOVE '?'         TO ORVRPT-D1-COMP
               STRING 'BATCH LEFT ' FUNCTION TRIM(TMP-IMG2-INDUSTRY)
                      ' ' FUNCTION TRIM(TMP-GROWTH-TXT2)
                      ' - WAS ' FUNCTION TRIM(TMP-IMG-INDUSTRY)
                      ' ' FUNCTION TRIM(TMP-GROWTH-TXT)
                 DELIMITED BY SIZE INTO ORVRPT-D1-TEXT
               END-STRING
             WHEN (TAB-RV-COMP(TMP-I-TABLE) = 'D')
               MOVE 'REVERSE'   TO ORVRPT-D1-STATUS
               STRING 'ADDED BY THE BATCH AS '
                      FUNCTION TRIM(TMP-IMG2-INDUSTRY)
                      ' ' FUNCTION TRIM(TMP-GROWTH-TXT2)
                 DELIMITED BY SIZE INTO ORVRPT-D1-TEXT
               END-STRING
             WHEN (TAB-RV-COMP(TMP-I-TABLE) = 'A')
               MOVE 'REVERSE'   TO ORVRPT-D1-STATUS
               STRING 'DELETED BY THE BATCH, RE-ADDED AS '
                      FUNCTION TRIM(TMP-IMG-INDUSTRY)
                      ' ' FUNCTION TRIM(TMP-GROWTH-TXT)
                 DELIMITED BY SIZE INTO ORVRPT-D1-TEXT
               END-STRING
             WHEN (TAB-RV-COMP(TMP-I-TABLE) = 'C')
               MOVE 'REVERSE'   TO ORVRPT-D1-STATUS
               STRING FUNCTION TRIM(TMP-IMG2-INDUSTRY)
                      ' ' FUNCTION TRIM(TMP-GROWTH-TXT2)
                      ' BACK TO ' FUNCTION TRIM(TMP-IMG-INDUSTRY)
                      ' ' FUNCTION TRIM(TMP-GROWTH-TXT)
                 DELIMITED BY SIZE INTO ORVRPT-D1-TEXT
               END-STRING
             WHEN OTHER
               MOVE 'UNCHANGED' TO ORVRPT-D1-STATUS
               MOVE 'THE BATCH LEFT INDUSTRY AND GROWTH AS THEY WERE'
                 TO ORVRPT-D1-TEXT
           END-EVALUATE
           MOVE ORVRPT-D1 TO ORVRPT-REC
           PERFORM ORVRPT-WRITE

           IF (TAB-RV-COMP(TMP-I-TABLE) NOT = 'X') THEN
              GO TO LISTING-ENTRY-EXIT
           END-IF
           MOVE TAB-RV-LATER-COUNT(TMP-I-TABLE) TO TMP-COUNT-EDIT
           MOVE SPACES TO ORVRPT-REC
           STRING '          TOUCHED AGAIN BY BATCH '
                  TAB-RV-LATER-BATCH(TMP-I-TABLE)
                  ' RUN ' TAB-RV-LATER-TS(TMP-I-TABLE)
                  ' OPERATOR ' TAB-RV-LATER-OPER(TMP-I-TABLE)
                  ' ACTION ' TAB-RV-LATER-ACTION(TMP-I-TABLE)
                  ' (' TMP-COUNT-EDIT ' LATER ENTRIES)'
             DELIMITED BY SIZE INTO ORVRPT-REC
           END-STRING
           PERFORM ORVRPT-WRITE
           MOVE TAB-RV-LATEST(TMP-I-TABLE) TO TMP-IMAGE-2
           MOVE SPACES TO ORVRPT-REC
           IF (TMP-IMAGE-2 = SPACES) THEN
              MOVE '          NOW: DELETED - DECIDE BY HAND'
                TO ORVRPT-REC
           ELSE
              MOVE 0 TO TMP-GROWTH-ED2
              IF (TMP-IMG2-GROWTH NUMERIC) THEN
                 MOVE TMP-IMG2-GROWTH TO TMP-GROWTH-ED2
              END-IF
              STRING '          NOW: ' FUNCTION TRIM(TMP-IMG2-INDUSTRY)
                     ' ' FUNCTION TRIM(TMP-GROWTH-TXT2)
                     ' - DECIDE BY HAND'
                DELIMITED BY SIZE INTO ORVRPT-REC
              END-STRING
           END-IF
           PERFORM ORVRPT-WRITE
           .
       LISTING-ENTRY-EXIT. EXIT.



      *****************************************************************
       IMAGE-GROWTH-EDIT SECTION.
      *===============================================================*
      *    GROWTH OF THE BEFORE (TMP-IMAGE) AND AFTER (TMP-IMAGE-2)   *
      *    IMAGES FOR PRINTING - A MISSING IMAGE PRINTS AS BLANKS     *
           MOVE SPACES TO TMP-GROWTH-TXT TMP-GROWTH-TXT2
           IF (TMP-IMAGE NOT = SPACES)
              AND (TMP-IMG-GROWTH NUMERIC) THEN
              MOVE TMP-IMG-GROWTH TO TMP-GROWTH-ED
           END-IF
           IF (TMP-IMAGE-2 NOT = SPACES)
              AND (TMP-IMG2-GROWTH NUMERIC) THEN
              MOVE TMP-IMG2-GROWTH TO TMP-GROWTH-ED2
           END-IF
           .
       IMAGE-GROWTH-EDIT-EXIT. EXIT.



      *****************************************************************
       ORVRPT-WRITE SECTION.
      *===============================================================*
           MOVE ORVRPT-REC TO ORVRPT-RECORD
           PERFORM FILE-WRITE-ORVRPT
           .
       ORVRPT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IJRNL-COUNT TO PGM-THROUGHPUT-COUNT

           MOVE SPACES TO APP-LOG-LINE
           STRING 'REVERSAL OF BATCH ' TMP-SEG-BATCH ' RUN ' TMP-SEG-TS
                  ': ' TMP-COUNT-TRN ' TRANSACTIONS AS BATCH '
                  TMP-P-REVBATCH ', ' TMP-COUNT-CONFLICT ' CONFLICTS'
             DELIMITED BY SIZE INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'BATCH REVERSED......: ' TMP-SEG-BATCH
           DISPLAY 'RUN.................: ' TMP-SEG-TS
           DISPLAY 'JOURNAL ENTRIES.....: ' TMP-SEG-ENTRIES
           DISPLAY 'COMPANIES TOUCHED...: ' TAB-RV-MAX
           DISPLAY 'TRANSACTIONS........: ' TMP-COUNT-TRN
           DISPLAY 'NOTHING TO UNDO.....: ' TMP-COUNT-NONE
           DISPLAY 'CONFLICTS...........: ' TMP-COUNT-CONFLICT
           DISPLAY 'OUTPUT ORVRPT.......: ' ORVRPT-COUNT
           .
       PGM-FINISH-EXIT. EXIT.



      *****************************************************************
       PGM-END SECTION.
      *===============================================================*
           PERFORM PGM-FINISH.
           IF (PGM-END-RC > '004') THEN
              DISPLAY 'ERROR'
           ELSE
      *       CONFLICTS, OR A RUN WITH NOTHING TO UNDO, WANT A LOOK
      *       AT THE LISTING BEFORE ANYTHING IS FED TO TPL-MAINT1
              IF (TMP-COUNT-CONFLICT > 0) OR (TMP-COUNT-TRN = 0) THEN
                 MOVE '004' TO PGM-END-RC
              END-IF
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
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OTRN==
            ==:V2:== BY ==OTRN-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORVRPT==
            ==:V2:== BY ==ORVRPT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-RVRS1.
      *****************************************************************
