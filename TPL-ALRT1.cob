       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-ALRT1.
      *****************************************************************
      * TPL-ALRT1: ALERT REGISTER, ACKNOWLEDGEMENT AND ESCALATION     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * alert.txt AND THE EVENT FEED TELL THE MONITORING SYSTEM THAT  *
      * A RUN FAILED - NOTHING SAID WHETHER ANYBODY PICKED IT UP.     *
      * THIS PROGRAM RUNS ON A SHORT INTERVAL (JCL ALERTESC) AND      *
      * KEEPS AN ALERT REGISTER: EVERY ERROR EVENT (AND EVERY ALERT   *
      * RAISED WITHOUT ONE, SEEN BY ITS RUNBOOK EVENT) BECOMES AN     *
      * ALERT WITH A NUMBER, IS PAGED TO TODAY'S PRIMARY FROM THE     *
      * ON-CALL ROSTER, MOVES TO THE SECONDARY WHEN NOBODY HAS        *
      * ACKNOWLEDGED IT WITHIN SECONDARYAFTER MINUTES OF THE PAGE,    *
      * AND TO THE SHIFT LEAD LEADAFTER MINUTES LATER. OPERATORS      *
      * ACKNOWLEDGE (A) AND CLOSE (C) ALERTS BY NUMBER IN THE         *
      * ACKNOWLEDGEMENT FILE; IT IS RE-READ EVERY RUN AND A           *
      * TRANSACTION ALREADY APPLIED CHANGES NOTHING. PAGES GO OUT AS  *
      * 'PAGE' EVENTS (ALERT=|LEVEL=|TO=|RC=|PGM=) FOR THE GATEWAY.   *
      * CLOSED ALERTS LEAVE THE REGISTER AFTER KEEPDAYS; AN OPEN ONE  *
      * NEVER DOES.                                                   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IEVNT  - EVENT FEED (IO/events.txt, WRITTEN BY CEVNT1)        *
      * IROST  - ON-CALL ROSTER (IO/oncall.txt): FROM-DATE X(8),      *
      *          TO-DATE X(8), PRIMARY X(20), SECONDARY X(20),        *
      *          SHIFT LEAD X(20) (OPTIONAL) - ONE BLANK BETWEEN THE  *
      *          FIELDS; A LATER ROW COVERING TODAY WINS (SWAPS)      *
      * IREG   - ALERT REGISTER (IO/alertreg.txt), OPTIONAL - THE     *
      *          FIRST RUN STARTS WITH TODAY'S EVENTS                 *
      * IACK   - ACKNOWLEDGEMENTS (IO/alertacktrn.txt), OPTIONAL:     *
      *          ACTION X(1) A/C, ALERT NUMBER 9(6), OPERATOR X(8),   *
      *          TIMESTAMP YYYYMMDDHHMMSS (BLANK = TIME OF THIS RUN)  *
      *          - ONE BLANK BETWEEN THE FIELDS                       *
      * IPARM  - OPTIONAL (IO/alrtparm.txt), KEYWORD=VALUE:           *
      *          SECONDARYAFTER=NNN MINUTES (DEFAULT 15)              *
      *          LEADAFTER=NNN      MINUTES (DEFAULT 15)              *
      *          LEAD=NAME          SHIFT LEAD WHEN THE ROSTER ROW    *
      *                             NAMES NONE (DEFAULT SHIFT LEAD)   *
      *          KEEPDAYS=NNN       CLOSED ALERTS KEPT (DEFAULT 35)   *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OREG   - NEW ALERT REGISTER (IO/alertreg.txt.new), PROMOTED   *
      *          GENERATION-STYLE                                     *
      * OSTAT  - OPEN-ALERT LISTING (IO/alertstatus.txt) WITH THE     *
      *          NUMBERS TO ACKNOWLEDGE AND WHO HOLDS EACH ALERT      *
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
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==IEVNT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IROST==
            ==:V2:== BY ==IROST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==IREG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IACK==
            ==:V2:== BY ==IACK-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREG==
            ==:V2:== BY ==OREG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSTAT==
            ==:V2:== BY ==OSTAT-PATH==.
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
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==160==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IROST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IACK==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSTAT==
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
      * IEVNT = EVENT FEED (TIMESTAMP|PROGRAM|CODE|DETAIL) - ERROR    *
      * DETAIL IS RC=xxx|MESSAGE, RUNBOOK DETAIL RC=xxx|SEV=..|...    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEVNT==.
       01 EVNT-FIELDS.
           05 EVNT-F-TS               PIC X(14).
           05 EVNT-F-PGM              PIC X(8).
           05 EVNT-F-CODE             PIC X(8).
           05 EVNT-F-RCTAG            PIC X(6).
           05 EVNT-F-DETAIL           PIC X(120).
           05 EVNT-F-RC               PIC X(3).
           05 EVNT-F-SEV              PIC X(8).

      *---------------------------------------------------------------*
      * IROST = ON-CALL ROSTER                                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IROST==.
       01 ROST-REC.
           05 ROST-FROM               PIC X(8).
           05 FILLER                  PIC X(1).
           05 ROST-TO                 PIC X(8).
           05 FILLER                  PIC X(1).
           05 ROST-PRIMARY            PIC X(20).
           05 FILLER                  PIC X(1).
           05 ROST-SECONDARY          PIC X(20).
           05 FILLER                  PIC X(1).
           05 ROST-LEAD               PIC X(20).

      *---------------------------------------------------------------*
      * ALERT REGISTER RECORD (OLD AND NEW SHARE THE LAYOUT)          *
      * STATUS R = RAISED, A = ACKNOWLEDGED, C = CLOSED               *
      * LEVEL  0 = NOT YET PAGED, 1 PRIMARY, 2 SECONDARY, 3 LEAD      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREG==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREG==.
       01 REG-REC.
           05 REG-ID                  PIC 9(6).
           05 REG-PGM                 PIC X(8).
           05 REG-RC                  PIC X(3).
           05 REG-RAISED-TS           PIC X(14).
           05 REG-STATUS              PIC X(1).
              88 REG-RAISED                VALUE 'R'.
              88 REG-ACKED                 VALUE 'A'.
              88 REG-CLOSED                VALUE 'C'.
           05 REG-LEVEL               PIC 9(1).
           05 REG-HOLDER              PIC X(20).
           05 REG-LEVEL-TS            PIC X(14).
           05 REG-ACK-TS              PIC X(14).
           05 REG-ACK-BY              PIC X(8).
           05 REG-CLOSE-TS            PIC X(14).
           05 REG-CLOSE-BY            PIC X(8).
           05 REG-SEVERITY            PIC X(8).
           05 REG-MSG                 PIC X(60).
           05 FILLER                  PIC X(21).

       01 REGISTER-TABLE.
           05 TAB-REG-MAX             PIC S9(9) BINARY.
           05 TAB-REG-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-REG                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-REG-MAX.
                10 TAB-REG-ENTRY      PIC X(200).

      *---------------------------------------------------------------*
      * IACK = ACKNOWLEDGEMENT TRANSACTIONS                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IACK==.
       01 ACK-REC.
           05 ACK-ACTION              PIC X(1).
              88 ACK-IS-ACK                VALUE 'A'.
              88 ACK-IS-CLOSE              VALUE 'C'.
           05 FILLER                  PIC X(1).
           05 ACK-ID                  PIC X(6).
           05 ACK-ID-NUM REDEFINES ACK-ID
                                      PIC 9(6).
           05 FILLER                  PIC X(1).
           05 ACK-OPERATOR            PIC X(8).
           05 FILLER                  PIC X(1).
           05 ACK-TS                  PIC X(14).
           05 FILLER                  PIC X(49).

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).
       01 ALRT-PARMS.
           05 TMP-SECONDARY-AFTER     PIC 9(3)    VALUE 15.
           05 TMP-LEAD-AFTER          PIC 9(3)    VALUE 15.
           05 TMP-KEEP-DAYS           PIC 9(3)    VALUE 35.
           05 TMP-PARM-LEAD           PIC X(20)   VALUE 'SHIFT LEAD'.

      *---------------------------------------------------------------*
      * OUTPUT OSTAT                                                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSTAT==.
       01 OSTAT-REC                   PIC X(132).
       01 OSTAT-H1.
           05 FILLER                  PIC X(21)
              VALUE 'OPEN ALERTS - STATUS '.
           05 OSTAT-H1-NOW            PIC X(14).
           05 FILLER                  PIC X(11)   VALUE '  PRIMARY: '.
           05 OSTAT-H1-PRIMARY        PIC X(20).
           05 FILLER                  PIC X(12)   VALUE ' SECONDARY: '.
           05 OSTAT-H1-SECONDARY      PIC X(20).
           05 FILLER                  PIC X(7)    VALUE ' LEAD: '.
           05 OSTAT-H1-LEAD           PIC X(20).
           05 FILLER                  PIC X(7)    VALUE SPACES.
       01 OSTAT-H2.
           05 FILLER                  PIC X(7)    VALUE 'ALERT'.
           05 FILLER                  PIC X(9)    VALUE 'PROGRAM'.
           05 FILLER                  PIC X(4)    VALUE 'RC'.
           05 FILLER                  PIC X(15)   VALUE 'RAISED'.
           05 FILLER                  PIC X(2)    VALUE 'S'.
           05 FILLER                  PIC X(2)    VALUE 'L'.
           05 FILLER                  PIC X(21)   VALUE 'HELD BY'.
           05 FILLER                  PIC X(9)    VALUE 'ACK BY'.
           05 FILLER                  PIC X(9)    VALUE 'SEVERITY'.
           05 FILLER                  PIC X(54)   VALUE 'MESSAGE'.
       01 OSTAT-R1.
           05 OSTAT-R1-ID             PIC 9(6).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-PGM            PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-RC             PIC X(3).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-RAISED         PIC X(14).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-STATUS         PIC X(1).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-LEVEL          PIC 9(1).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-HOLDER         PIC X(20).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-ACK-BY         PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-SEVERITY       PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OSTAT-R1-MSG            PIC X(54).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-REG-IDX             PIC S9(9) BINARY.
           05 TMP-LAST-ERR-IDX        PIC S9(9) BINARY.
           05 TMP-COUNT-NEW           PIC 9(5).
           05 TMP-COUNT-PAGED         PIC 9(5).
           05 TMP-COUNT-TO-LEAD       PIC 9(5).
           05 TMP-COUNT-ACKED         PIC 9(5).
           05 TMP-COUNT-CLOSED        PIC 9(5).
           05 TMP-COUNT-ACK-REJ       PIC 9(5).
           05 TMP-COUNT-OPEN          PIC 9(5).
           05 TMP-COUNT-PURGED        PIC 9(5).
       01 ALRT-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-NOW-TS              PIC X(14).
           05 TMP-NOW-MIN             PIC 9(9).
           05 TMP-KEEP-FROM           PIC X(8).
           05 TMP-KEEP-NUM            PIC 9(8).
           05 TMP-INGEST-FROM         PIC X(8).
           05 TMP-HIGH-TS             PIC X(14).
           05 TMP-NEXT-ID             PIC 9(6).
           05 TMP-PRIMARY             PIC X(20).
           05 TMP-SECONDARY           PIC X(20).
           05 TMP-LEAD                PIC X(20).
           05 TMP-TS-ARG              PIC X(14).
           05 TMP-TS-MIN              PIC 9(9).
           05 TMP-WAIT-MIN            PIC 9(9).
           05 TMP-APPLY-TS            PIC X(14).
       01 SWITCHES.
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                 VALUE 'Y'.
              88 TMP-NOT-FOUND             VALUE 'N'.
           05 TMP-ROSTER-SW           PIC X(1).
              88 TMP-ROSTER-FOUND          VALUE 'Y'.

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
       01 IEVNT-PATH                 PIC X(40)
                                      VALUE 'IO/events.txt'.
       01 IROST-PATH                 PIC X(40)
                                      VALUE 'IO/oncall.txt'.
       01 IREG-PATH                  PIC X(40)
                                      VALUE 'IO/alertreg.txt'.
       01 IACK-PATH                  PIC X(40)
                                      VALUE 'IO/alertacktrn.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/alrtparm.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OREG-PATH                  PIC X(40)
                                      VALUE 'IO/alertreg.txt.new'.
       01 OSTAT-PATH                 PIC X(40)
                                      VALUE 'IO/alertstatus.txt'.
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

           PERFORM ROSTER-PICK
           PERFORM REGISTER-LOAD
           PERFORM EVENTS-INGEST
           PERFORM ACKS-APPLY
           PERFORM ALERTS-ESCALATE
           PERFORM REGISTER-WRITE
           PERFORM STATUS-LIST

           PERFORM FILE-CLOSE-OREG
           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE OTHER MASTERS     *
      * (SEE GENPROSE.cob)                                            *
      *---------------------------------------------------------------*
           MOVE 'IO/alertreg.txt' TO GEN-MASTER-PATH
           MOVE 'IO/alertreg.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-ALRT1'                          TO PGM-NAME
           MOVE 'ALERT REGISTER, ACKNOWLEDGEMENT AND ESCALATION'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IEVNT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEVNT-PATH
           MOVE IROST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IROST-PATH
           MOVE IREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREG-PATH
           MOVE IACK-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IACK-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREG-PATH
           MOVE OSTAT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSTAT-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                                    TO TAB-REG-MAX
           MOVE 0                          TO TMP-COUNT-NEW
           MOVE 0                          TO TMP-COUNT-PAGED
           MOVE 0                          TO TMP-COUNT-TO-LEAD
           MOVE 0                          TO TMP-COUNT-ACKED
           MOVE 0                          TO TMP-COUNT-CLOSED
           MOVE 0                          TO TMP-COUNT-ACK-REJ
           MOVE 0                          TO TMP-COUNT-OPEN
           MOVE 0                          TO TMP-COUNT-PURGED
           MOVE 0                          TO TMP-NEXT-ID
           MOVE LOW-VALUES                 TO TMP-HIGH-TS
           MOVE FUNCTION CURRENT-DATE(1:14)          TO TMP-NOW-TS
           MOVE TMP-NOW-TS(1:8)                      TO TMP-TODAY
           MOVE TMP-NOW-TS                           TO TMP-TS-ARG
           PERFORM TS-TO-MINUTES
           MOVE TMP-TS-MIN                           TO TMP-NOW-MIN

      *---------------------------------------------------------------*
      * PARAMETERS (IPARM IS OPTIONAL)                                *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO KWP-KEY KWP-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO KWP-KEY KWP-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(KWP-KEY)
                   WHEN 'SECONDARYAFTER'
                     COMPUTE TMP-SECONDARY-AFTER =
                        FUNCTION NUMVAL(KWP-VAL)
                   WHEN 'LEADAFTER'
                     COMPUTE TMP-LEAD-AFTER =
                        FUNCTION NUMVAL(KWP-VAL)
                   WHEN 'KEEPDAYS'
                     COMPUTE TMP-KEEP-DAYS =
                        FUNCTION NUMVAL(KWP-VAL)
                   WHEN 'LEAD'
                     MOVE KWP-VAL TO TMP-PARM-LEAD
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN ALRTPARM KEYWORD IGNORED: '
                            KWP-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           IF (TMP-KEEP-DAYS = 0) THEN
              MOVE 35 TO TMP-KEEP-DAYS
           END-IF
           IF (TMP-PARM-LEAD = SPACES) THEN
              MOVE 'SHIFT LEAD' TO TMP-PARM-LEAD
           END-IF
           COMPUTE TMP-KEEP-NUM =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(TMP-TODAY)) - TMP-KEEP-DAYS)
           MOVE TMP-KEEP-NUM TO TMP-KEEP-FROM

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OREG
           PERFORM FILE-OPEN-OUTPUT-OSTAT
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       ROSTER-PICK SECTION.
      *===============================================================*
      *    TODAY'S ROW - A LATER ROW OVERRIDES AN EARLIER ONE, SO A   *
      *    SWAP IS ONE EXTRA ROW AT THE END OF THE ROSTER             *
           MOVE 'N'           TO TMP-ROSTER-SW
           MOVE SPACES        TO TMP-PRIMARY
           MOVE SPACES        TO TMP-SECONDARY
           MOVE TMP-PARM-LEAD TO TMP-LEAD
           PERFORM FILE-OPEN-INPUT-IROST
           IF (IROST-YES) THEN
              PERFORM FILE-READ-IROST
              PERFORM UNTIL (IROST-EOF)
                 MOVE IROST-RECORD TO ROST-REC
                 IF (ROST-FROM <= TMP-TODAY)
                    AND (ROST-TO >= TMP-TODAY)
                    AND (ROST-FROM NOT = SPACES) THEN
                    MOVE 'Y'            TO TMP-ROSTER-SW
                    MOVE ROST-PRIMARY   TO TMP-PRIMARY
                    MOVE ROST-SECONDARY TO TMP-SECONDARY
                    IF (ROST-LEAD NOT = SPACES) THEN
                       MOVE ROST-LEAD   TO TMP-LEAD
                    ELSE
                       MOVE TMP-PARM-LEAD TO TMP-LEAD
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IROST
              END-PERFORM
              PERFORM FILE-CLOSE-IROST
           END-IF
      *    WITHOUT A ROSTER ROW EVERY PAGE GOES STRAIGHT TO THE LEAD
           IF (NOT TMP-ROSTER-FOUND) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO ON-CALL ROSTER ROW FOR ' TMP-TODAY
                     ' - ALERTS PAGED TO THE SHIFT LEAD'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       ROSTER-PICK-EXIT. EXIT.



      *****************************************************************
       REGISTER-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-IREG
           IF (IREG-NO) THEN
      *       FIRST RUN - THE EVENT FEED'S HISTORY IS NOT PAGED OUT
              MOVE TMP-TODAY TO TMP-INGEST-FROM
              MOVE 'NO ALERT REGISTER - STARTING WITH TODAY''S EVENTS'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO REGISTER-LOAD-EXIT
           END-IF
           MOVE TMP-KEEP-FROM TO TMP-INGEST-FROM
           PERFORM FILE-READ-IREG
           PERFORM UNTIL (IREG-EOF)
              MOVE IREG-RECORD TO REG-REC
              IF (TAB-REG-MAX >= TAB-REG-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-REG OVERFLOW - ALERT REGISTER TOO LARGE'
                   TO PGM-ERR-MSG1
                 MOVE 'LOWER KEEPDAYS OR RAISE TAB-REG-DIM'
                   TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-REG-MAX
              MOVE REG-REC TO TAB-REG-ENTRY(TAB-REG-MAX)
              IF (REG-ID > TMP-NEXT-ID) THEN
                 MOVE REG-ID TO TMP-NEXT-ID
              END-IF
              IF (REG-RAISED-TS > TMP-HIGH-TS) THEN
                 MOVE REG-RAISED-TS TO TMP-HIGH-TS
              END-IF
              PERFORM FILE-READ-IREG
           END-PERFORM
           PERFORM FILE-CLOSE-IREG
           .
       REGISTER-LOAD-EXIT. EXIT.



      *****************************************************************
       EVENTS-INGEST SECTION.
      *===============================================================*
      *    PGM-ERR WRITES ITS ERROR EVENT AND THEN THE RUNBOOK EVENT  *
      *    FOR THE SAME CODE - THE RUNBOOK EVENT ONLY ADDS THE        *
      *    SEVERITY THEN. A RUNBOOK EVENT WITHOUT THAT ERROR EVENT IS *
      *    AN ALERT RAISED OUTSIDE PGM-ERR (E.G. TPL-STOR1 921).      *
      *    THE FEED IS APPENDED IN TIME ORDER, SO ONLY EVENTS AT OR   *
      *    AFTER THE NEWEST ALERT ALREADY REGISTERED ARE LOOKED UP    *
           PERFORM FILE-OPEN-INPUT-IEVNT
           IF (IEVNT-NO) THEN
              MOVE 'IEVNT NOT ALLOCATED - NO NEW ALERTS PICKED UP'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EVENTS-INGEST-EXIT
           END-IF
           MOVE 0 TO TMP-LAST-ERR-IDX
           PERFORM FILE-READ-IEVNT
           PERFORM UNTIL (IEVNT-EOF)
              MOVE SPACES TO EVNT-FIELDS
              UNSTRING IEVNT-RECORD(1:143) DELIMITED BY '|'
                INTO EVNT-F-TS EVNT-F-PGM EVNT-F-CODE EVNT-F-RCTAG
                     EVNT-F-DETAIL
              END-UNSTRING
              IF ((EVNT-F-CODE = 'ERROR')
                  OR (EVNT-F-CODE = 'RUNBOOK'))
                 AND (EVNT-F-RCTAG(1:3) = 'RC=')
                 AND (EVNT-F-TS(1:8) >= TMP-INGEST-FROM)
                 AND (EVNT-F-TS >= TMP-HIGH-TS) THEN
                 MOVE EVNT-F-RCTAG(4:3) TO EVNT-F-RC
                 IF (EVNT-F-CODE = 'ERROR') THEN
                    PERFORM ALERT-FIND-OR-ADD
                    MOVE TMP-REG-IDX TO TMP-LAST-ERR-IDX
                 ELSE
                    IF (EVNT-F-DETAIL(1:4) = 'SEV=') THEN
                       MOVE EVNT-F-DETAIL(5:8) TO EVNT-F-SEV
                    END-IF
                    PERFORM RUNBOOK-EVENT-TAKE
                    MOVE 0 TO TMP-LAST-ERR-IDX
                 END-IF
              ELSE
                 MOVE 0 TO TMP-LAST-ERR-IDX
              END-IF
              PERFORM FILE-READ-IEVNT
           END-PERFORM
           PERFORM FILE-CLOSE-IEVNT
           .
       EVENTS-INGEST-EXIT. EXIT.



      *****************************************************************
       RUNBOOK-EVENT-TAKE SECTION.
      *===============================================================*
           IF (TMP-LAST-ERR-IDX > 0) THEN
              MOVE TAB-REG-ENTRY(TMP-LAST-ERR-IDX) TO REG-REC
              IF (REG-PGM = EVNT-F-PGM) AND (REG-RC = EVNT-F-RC) THEN
                 MOVE EVNT-F-SEV TO REG-SEVERITY
                 MOVE REG-REC    TO TAB-REG-ENTRY(TMP-LAST-ERR-IDX)
                 GO TO RUNBOOK-EVENT-TAKE-EXIT
              END-IF
           END-IF
           MOVE '(ALERT ONLY - MESSAGE IN alert.txt)' TO EVNT-F-DETAIL
           PERFORM ALERT-FIND-OR-ADD
           IF (TMP-REG-IDX > 0) THEN
              MOVE TAB-REG-ENTRY(TMP-REG-IDX) TO REG-REC
              MOVE EVNT-F-SEV TO REG-SEVERITY
              MOVE REG-REC    TO TAB-REG-ENTRY(TMP-REG-IDX)
           END-IF
           .
       RUNBOOK-EVENT-TAKE-EXIT. EXIT.



      *****************************************************************
       ALERT-FIND-OR-ADD SECTION.
      *===============================================================*
      *    AN ALERT IS KEYED ON TIMESTAMP, PROGRAM AND CODE           *
           MOVE 'N' TO TMP-FOUND-SW
           MOVE 0   TO TMP-REG-IDX
           PERFORM VARYING TMP-I-TABLE FROM TAB-REG-MAX BY -1
                     UNTIL (TMP-I-TABLE < 1)
                        OR (TMP-FOUND)
              MOVE TAB-REG-ENTRY(TMP-I-TABLE) TO REG-REC
              IF (REG-RAISED-TS < EVNT-F-TS) THEN
                 MOVE 0 TO TMP-I-TABLE
              ELSE
                 IF (REG-RAISED-TS = EVNT-F-TS)
                    AND (REG-PGM = EVNT-F-PGM)
                    AND (REG-RC = EVNT-F-RC) THEN
                    MOVE 'Y'          TO TMP-FOUND-SW
                    MOVE TMP-I-TABLE  TO TMP-REG-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-FOUND) THEN
              GO TO ALERT-FIND-OR-ADD-EXIT
           END-IF

           IF (TAB-REG-MAX >= TAB-REG-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-REG OVERFLOW - ALERT REGISTER TOO LARGE'
                TO PGM-ERR-MSG1
              MOVE 'LOWER KEEPDAYS OR RAISE TAB-REG-DIM'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TMP-NEXT-ID
           ADD 1 TO TMP-COUNT-NEW
           MOVE SPACES        TO REG-REC
           MOVE TMP-NEXT-ID   TO REG-ID
           MOVE EVNT-F-PGM    TO REG-PGM
           MOVE EVNT-F-RC     TO REG-RC
           MOVE EVNT-F-TS     TO REG-RAISED-TS
           MOVE 'R'           TO REG-STATUS
           MOVE 0             TO REG-LEVEL
           MOVE EVNT-F-DETAIL TO REG-MSG
           ADD 1 TO TAB-REG-MAX
           MOVE TAB-REG-MAX   TO TMP-REG-IDX
           MOVE REG-REC       TO TAB-REG-ENTRY(TMP-REG-IDX)
           .
       ALERT-FIND-OR-ADD-EXIT. EXIT.



      *****************************************************************
       ACKS-APPLY SECTION.
      *===============================================================*
      *    THE WHOLE FILE IS APPLIED EVERY RUN - AN ALERT ALREADY     *
      *    ACKNOWLEDGED OR CLOSED IGNORES THE REPEAT. CLOSING AN      *
      *    ALERT NOBODY ACKNOWLEDGED ACKNOWLEDGES IT AT THE SAME TIME *
           PERFORM FILE-OPEN-INPUT-IACK
           IF (IACK-NO) THEN
              GO TO ACKS-APPLY-EXIT
           END-IF
           PERFORM FILE-READ-IACK
           PERFORM UNTIL (IACK-EOF)
              MOVE IACK-RECORD TO ACK-REC
              IF (IACK-RECORD NOT = SPACES) THEN
                 PERFORM ACK-ONE
              END-IF
              PERFORM FILE-READ-IACK
           END-PERFORM
           PERFORM FILE-CLOSE-IACK
           .
       ACKS-APPLY-EXIT. EXIT.



      *****************************************************************
       ACK-ONE SECTION.
      *===============================================================*
           IF ((NOT ACK-IS-ACK) AND (NOT ACK-IS-CLOSE))
              OR (ACK-ID NOT NUMERIC)
              OR (ACK-OPERATOR = SPACES) THEN
              PERFORM ACK-REJECT
              GO TO ACK-ONE-EXIT
           END-IF

           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-REG-MAX)
                        OR (TMP-FOUND)
              MOVE TAB-REG-ENTRY(TMP-I-TABLE) TO REG-REC
              IF (REG-ID = ACK-ID-NUM) THEN
                 MOVE 'Y'          TO TMP-FOUND-SW
                 MOVE TMP-I-TABLE  TO TMP-REG-IDX
              END-IF
           END-PERFORM
      *    A NUMBER ISSUED BUT NO LONGER HELD WAS CLOSED AND PURGED
           IF (TMP-NOT-FOUND) THEN
              IF (ACK-ID-NUM > TMP-NEXT-ID) OR (ACK-ID-NUM = 0) THEN
                 PERFORM ACK-REJECT
              END-IF
              GO TO ACK-ONE-EXIT
           END-IF

           MOVE TAB-REG-ENTRY(TMP-REG-IDX) TO REG-REC
           IF (ACK-TS IS NUMERIC) AND (ACK-TS >= REG-RAISED-TS) THEN
              MOVE ACK-TS     TO TMP-APPLY-TS
           ELSE
              MOVE TMP-NOW-TS TO TMP-APPLY-TS
           END-IF

           EVALUATE TRUE
              WHEN (ACK-IS-ACK) AND (REG-RAISED)
                 MOVE 'A'          TO REG-STATUS
                 MOVE TMP-APPLY-TS TO REG-ACK-TS
                 MOVE ACK-OPERATOR TO REG-ACK-BY
                 ADD 1 TO TMP-COUNT-ACKED
                 MOVE 'ACK'        TO EVNT-CODE
              WHEN (ACK-IS-CLOSE) AND (NOT REG-CLOSED)
                 IF (REG-RAISED) THEN
                    MOVE TMP-APPLY-TS TO REG-ACK-TS
                    MOVE ACK-OPERATOR TO REG-ACK-BY
                 END-IF
                 MOVE 'C'          TO REG-STATUS
                 MOVE TMP-APPLY-TS TO REG-CLOSE-TS
                 MOVE ACK-OPERATOR TO REG-CLOSE-BY
                 ADD 1 TO TMP-COUNT-CLOSED
                 MOVE 'CLOSE'      TO EVNT-CODE
              WHEN OTHER
                 GO TO ACK-ONE-EXIT
           END-EVALUATE
           MOVE REG-REC TO TAB-REG-ENTRY(TMP-REG-IDX)

           MOVE SPACES TO EVNT-DETAIL
           STRING 'ALERT=' REG-ID '|BY=' ACK-OPERATOR
                  '|RC=' REG-RC '|PGM=' REG-PGM
             DELIMITED BY SIZE
             INTO EVNT-DETAIL
           END-STRING
           PERFORM EMIT-EVENT
           .
       ACK-ONE-EXIT. EXIT.



      *****************************************************************
       ACK-REJECT SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-ACK-REJ
           MOVE '004' TO PGM-END-RC
           MOVE SPACES TO APP-LOG-LINE
           STRING 'ACKNOWLEDGEMENT REJECTED: ' IACK-RECORD(1:31)
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       ACK-REJECT-EXIT. EXIT.



      *****************************************************************
       ALERTS-ESCALATE SECTION.
      *===============================================================*
      *    EVERY ALERT STILL UNACKNOWLEDGED: A NEW ONE IS PAGED TO    *
      *    THE PRIMARY; ONE THAT HAS WAITED THE DELAY SINCE ITS LAST  *
      *    PAGE MOVES ONE LEVEL UP. A LEVEL WITH NOBODY ON THE ROSTER *
      *    IS SKIPPED                                                 *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-REG-MAX)
              MOVE TAB-REG-ENTRY(TMP-I-TABLE) TO REG-REC
              IF (REG-RAISED) THEN
                 IF (REG-LEVEL > 0) THEN
                    MOVE REG-LEVEL-TS TO TMP-TS-ARG
                    PERFORM TS-TO-MINUTES
                    IF (TMP-TS-MIN > TMP-NOW-MIN) THEN
                       MOVE 0 TO TMP-WAIT-MIN
                    ELSE
                       COMPUTE TMP-WAIT-MIN = TMP-NOW-MIN - TMP-TS-MIN
                    END-IF
                 END-IF
                 EVALUATE TRUE
                    WHEN (REG-LEVEL = 0)
                       PERFORM PAGE-NEXT-LEVEL
                    WHEN (REG-LEVEL = 1)
                     AND (TMP-WAIT-MIN >= TMP-SECONDARY-AFTER)
                       PERFORM PAGE-NEXT-LEVEL
                    WHEN (REG-LEVEL = 2)
                     AND (TMP-WAIT-MIN >= TMP-LEAD-AFTER)
                       PERFORM PAGE-NEXT-LEVEL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 MOVE REG-REC TO TAB-REG-ENTRY(TMP-I-TABLE)
              END-IF
           END-PERFORM
           .
       ALERTS-ESCALATE-EXIT. EXIT.



      *****************************************************************
       PAGE-NEXT-LEVEL SECTION.
      *===============================================================*
           ADD 1 TO REG-LEVEL
           IF (REG-LEVEL = 1) AND (TMP-PRIMARY = SPACES) THEN
              ADD 1 TO REG-LEVEL
           END-IF
           IF (REG-LEVEL = 2) AND (TMP-SECONDARY = SPACES) THEN
              ADD 1 TO REG-LEVEL
           END-IF
           EVALUATE REG-LEVEL
              WHEN 1
                 MOVE TMP-PRIMARY   TO REG-HOLDER
              WHEN 2
                 MOVE TMP-SECONDARY TO REG-HOLDER
              WHEN OTHER
                 MOVE TMP-LEAD      TO REG-HOLDER
           END-EVALUATE
           MOVE TMP-NOW-TS TO REG-LEVEL-TS
           ADD 1 TO TMP-COUNT-PAGED

           MOVE 'PAGE'   TO EVNT-CODE
           MOVE SPACES   TO EVNT-DETAIL
           STRING 'ALERT=' REG-ID '|LEVEL=' REG-LEVEL
                  '|TO=' FUNCTION TRIM(REG-HOLDER)
                  '|RC=' REG-RC '|PGM=' REG-PGM
                  '|SEV=' REG-SEVERITY
             DELIMITED BY SIZE
             INTO EVNT-DETAIL
           END-STRING
           PERFORM EMIT-EVENT

           IF (REG-LEVEL = 3) THEN
              ADD 1 TO TMP-COUNT-TO-LEAD
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'ALERT ' REG-ID ' ' REG-PGM ' RC=' REG-RC
                     ' UNACKNOWLEDGED - PAGED TO ' REG-HOLDER
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       PAGE-NEXT-LEVEL-EXIT. EXIT.



      *****************************************************************
       REGISTER-WRITE SECTION.
      *===============================================================*
      *    A CLOSED ALERT OLDER THAN KEEPDAYS LEAVES THE REGISTER;    *
      *    AN OPEN ONE STAYS WHATEVER ITS AGE                         *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-REG-MAX)
              MOVE TAB-REG-ENTRY(TMP-I-TABLE) TO REG-REC
              IF (REG-CLOSED)
                 AND (REG-RAISED-TS(1:8) < TMP-KEEP-FROM) THEN
                 ADD 1 TO TMP-COUNT-PURGED
              ELSE
                 MOVE REG-REC TO OREG-RECORD
                 PERFORM FILE-WRITE-OREG
              END-IF
           END-PERFORM
           .
       REGISTER-WRITE-EXIT. EXIT.



      *****************************************************************
       STATUS-LIST SECTION.
      *===============================================================*
           MOVE TMP-NOW-TS    TO OSTAT-H1-NOW
           MOVE TMP-PRIMARY   TO OSTAT-H1-PRIMARY
           MOVE TMP-SECONDARY TO OSTAT-H1-SECONDARY
           MOVE TMP-LEAD      TO OSTAT-H1-LEAD
           MOVE OSTAT-H1 TO OSTAT-REC
           PERFORM OSTAT-WRITE
           MOVE SPACES   TO OSTAT-REC
           PERFORM OSTAT-WRITE
           MOVE OSTAT-H2 TO OSTAT-REC
           PERFORM OSTAT-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-REG-MAX)
              MOVE TAB-REG-ENTRY(TMP-I-TABLE) TO REG-REC
              IF (NOT REG-CLOSED) THEN
                 ADD 1 TO TMP-COUNT-OPEN
                 MOVE REG-ID        TO OSTAT-R1-ID
                 MOVE REG-PGM       TO OSTAT-R1-PGM
                 MOVE REG-RC        TO OSTAT-R1-RC
                 MOVE REG-RAISED-TS TO OSTAT-R1-RAISED
                 MOVE REG-STATUS    TO OSTAT-R1-STATUS
                 MOVE REG-LEVEL     TO OSTAT-R1-LEVEL
                 MOVE REG-HOLDER    TO OSTAT-R1-HOLDER
                 MOVE REG-ACK-BY    TO OSTAT-R1-ACK-BY
                 MOVE REG-SEVERITY  TO OSTAT-R1-SEVERITY
                 MOVE REG-MSG       TO OSTAT-R1-MSG
                 MOVE OSTAT-R1 TO OSTAT-REC
                 PERFORM OSTAT-WRITE
              END-IF
           END-PERFORM

           MOVE SPACES TO OSTAT-REC
           PERFORM OSTAT-WRITE
           MOVE SPACES TO OSTAT-REC
           STRING 'OPEN ALERTS: ' TMP-COUNT-OPEN
                  '  NEW THIS RUN: ' TMP-COUNT-NEW
                  '  PAGES SENT: ' TMP-COUNT-PAGED
                  '  ACKNOWLEDGED: ' TMP-COUNT-ACKED
                  '  CLOSED: ' TMP-COUNT-CLOSED
             DELIMITED BY SIZE INTO OSTAT-REC
           END-STRING
           PERFORM OSTAT-WRITE
           .
       STATUS-LIST-EXIT. EXIT.



      *****************************************************************
       TS-TO-MINUTES SECTION.
      *===============================================================*
      *    YYYYMMDDHHMMSS IN TMP-TS-ARG TO A MINUTE COUNT FOR         *
      *    DIFFERENCES - ZERO FOR A TIMESTAMP THAT ISN'T ONE          *
           IF (TMP-TS-ARG IS NOT NUMERIC)
              OR (TMP-TS-ARG(1:8) < '19000101') THEN
              MOVE 0 TO TMP-TS-MIN
              GO TO TS-TO-MINUTES-EXIT
           END-IF
           COMPUTE TMP-TS-MIN =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(TMP-TS-ARG(1:8))) * 1440
            + FUNCTION NUMVAL(TMP-TS-ARG(9:2)) * 60
            + FUNCTION NUMVAL(TMP-TS-ARG(11:2))
           .
       TS-TO-MINUTES-EXIT. EXIT.



      *****************************************************************
       OSTAT-WRITE SECTION.
      *===============================================================*
           MOVE OSTAT-REC TO OSTAT-RECORD
           PERFORM FILE-WRITE-OSTAT
           .
       OSTAT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-NEW TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OSTAT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'ON CALL PRIMARY.....: ' TMP-PRIMARY
           DISPLAY 'ON CALL SECONDARY...: ' TMP-SECONDARY
           DISPLAY 'SHIFT LEAD..........: ' TMP-LEAD
           DISPLAY 'INPUT IEVNT.........: ' IEVNT-COUNT
           DISPLAY 'INPUT IACK..........: ' IACK-COUNT
           DISPLAY 'NEW ALERTS..........: ' TMP-COUNT-NEW
           DISPLAY 'PAGES SENT..........: ' TMP-COUNT-PAGED
           DISPLAY 'PAGED TO THE LEAD...: ' TMP-COUNT-TO-LEAD
           DISPLAY 'ACKNOWLEDGED........: ' TMP-COUNT-ACKED
           DISPLAY 'CLOSED..............: ' TMP-COUNT-CLOSED
           DISPLAY 'ACKS REJECTED.......: ' TMP-COUNT-ACK-REJ
           DISPLAY 'OPEN ALERTS.........: ' TMP-COUNT-OPEN
           DISPLAY 'PURGED FROM REGISTER: ' TMP-COUNT-PURGED
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
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==IEVNT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IROST==
            ==:V2:== BY ==IROST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==IREG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IACK==
            ==:V2:== BY ==IACK-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREG==
            ==:V2:== BY ==OREG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSTAT==
            ==:V2:== BY ==OSTAT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-ALRT1.
      *****************************************************************
