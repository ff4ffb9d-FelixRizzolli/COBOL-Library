      *****************************************************************
      * TPL-DGST1: DAILY OPERATIONS DIGEST                            *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * RUNS AS THE LAST STEP OF THE NIGHT AND ANSWERS "WAS LAST      *
      * NIGHT OK?" ON ONE PAGE INSTEAD OF FIVE FILES: EACH STEP'S RC  *
      * IDELTA - DELTA REPORT (IO/deltareport.txt), FROM TPL-BAT3     *
      * IREJ   - UNKNOWN-INDUSTRY REJECTS (IO/reject.txt)             *
      * IBAD   - UNPARSABLE ROWS (IO/badrow.txt)                      *
      * IEVNT  - EVENT FEED (IO/events.txt, WRITTEN BY CEVNT1) - THE  *
      *          RUN'S RUNBOOK EVENTS GIVE THE OPERATOR ACTION FOR    *
      *          EVERY ALERT RAISED (SEE LIB/ERR/CERRC1)              *
      * IPCHG  - PARAMETER CHANGE REGISTER (IO/parmchange.txt), FROM  *
      *          TPL-PRMR1 - THE RUN'S ENTRIES BY RUN ID              *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * OPERATOR ACTIONS: THE RUN'S RUNBOOK EVENTS FROM events.txt    *
      * WITH THE ERROR CATALOG'S ACTION PER ALERT                     *
      * V01.02.00                  FR                      15.10.2026 *
      * PARAMETERS CHANGED SINCE LAST RUN: THE RUN'S ENTRIES FROM     *
      * THE PARAMETER CHANGE REGISTER (parmchange.txt, TPL-PRMR1)     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBAD==
            ==:V2:== BY ==IBAD-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==IEVNT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPCHG==
            ==:V2:== BY ==IPCHG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBAD==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==160==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPCHG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREJ==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBAD==.

      *---------------------------------------------------------------*
      * IEVNT = EVENT FEED (TIMESTAMP|PROGRAM|CODE|DETAIL), THE RUN   *
      * ID STAMPED AT BYTE 144 BY CEVNT1. A RUNBOOK DETAIL READS      *
      * RC=xxx|SEV=xxxxxxxx|RERUN=x|ACTION (SEE ERRB)                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IEVNT==.
       01 EVNT-FIELDS.
           05 EVNT-F-TS               PIC X(14).
           05 EVNT-F-PGM              PIC X(8).
           05 EVNT-F-CODE             PIC X(8).
           05 EVNT-F-RC               PIC X(6).
           05 EVNT-F-SEV              PIC X(12).
           05 EVNT-F-RERUN            PIC X(7).
           05 EVNT-F-ACTION           PIC X(120).
       01 RUNBOOK-WORK.
           05 TMP-RUNBOOK-CNT         PIC 9(5).
           05 TMP-TODAY               PIC X(8).

      *---------------------------------------------------------------*
      * IPCHG = PARAMETER CHANGE REGISTER (LAYOUT SEE TPL-PRMR1)      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPCHG==.
       01 PCHG-REC.
           05 PCHG-RUN-ID             PIC X(12).
           05 FILLER                  PIC X(1).
           05 PCHG-TS                 PIC X(14).
           05 FILLER                  PIC X(1).
           05 PCHG-KIND               PIC X(8).
           05 FILLER                  PIC X(1).
           05 PCHG-PATH               PIC X(30).
           05 FILLER                  PIC X(1).
           05 PCHG-OLD                PIC X(64).
           05 FILLER                  PIC X(1).
           05 PCHG-NEW                PIC X(64).
           05 FILLER                  PIC X(3).
       01 PARMCHG-WORK.
           05 TMP-PCHG-CNT            PIC 9(5).

       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODGST==.
       01 ODGST-REC                   PIC X(100).

                                      VALUE 'IO/badrow.txt'.
           05 BASE-IRUNID-PATH        PIC X(40)
                                      VALUE 'IO/runid.txt'.
           05 BASE-IPCHG-PATH         PIC X(40)
                                      VALUE 'IO/parmchange.txt'.
           05 TMP-PORT-ARG            PIC X(40).
       01 IEVNT-PATH                 PIC X(40)
                                      VALUE 'IO/events.txt'.
       01 IPCHG-PATH                 PIC X(40)
                                      VALUE 'IO/parmchange.txt'.
       01 ODGST-PATH                 PIC X(40)
                                      VALUE 'IO/dailydigest.txt'.
       01 OLOG-PATH                  PIC X(40)
           PERFORM DIGEST-WRITE

           PERFORM DIGEST-STEPS
           PERFORM DIGEST-RUNBOOK
           PERFORM DIGEST-PARMS
           PERFORM DIGEST-RECON
           PERFORM DIGEST-REJECTS
           PERFORM DIGEST-DELTA
           MOVE BASE-IRUNID-PATH TO TMP-PORT-ARG
           PERFORM PORTFOLIO-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE BASE-IPCHG-PATH TO TMP-PORT-ARG
           PERFORM PORTFOLIO-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPCHG-PATH
           .
       PORTFOLIO-SET-PATHS-EXIT. EXIT.

           MOVE IPORT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPORT-PATH
      *    ONE EVENT FEED FOR THE WHOLE SITE (SEE CEVNT1) - THE RUN ID
      *    SEPARATES THE PORTFOLIOS
           MOVE IEVNT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IEVNT-PATH
           MOVE ODGST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODGST-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE FUNCTION CURRENT-DATE(1:8)           TO TMP-TODAY

      *---------------------------------------------------------------*
      * PORTFOLIO REGISTRY (OPTIONAL) - NO REGISTRY MEANS ONE BLANK   *



      *****************************************************************
       DIGEST-RUNBOOK SECTION.
      *===============================================================*
      *    EVERY ALERT OF THE RUN WITH THE CATALOG'S OPERATOR ACTION, *
      *    SO THE MORNING SHIFT SEES WHAT TO DO NEXT TO WHAT FAILED - *
      *    THE RUN'S EVENTS BY RUN ID, OR TODAY'S WITHOUT ONE         *
           MOVE 0 TO TMP-RUNBOOK-CNT
           PERFORM FILE-OPEN-INPUT-IEVNT
           IF (IEVNT-NO) THEN
              MOVE 'OPERATOR ACTIONS.....: NOT AVAILABLE'
                TO ODGST-REC
              PERFORM DIGEST-WRITE
              GO TO DIGEST-RUNBOOK-EXIT
           END-IF

           PERFORM FILE-READ-IEVNT
           PERFORM UNTIL (IEVNT-EOF)
              MOVE SPACES TO EVNT-FIELDS
              UNSTRING IEVNT-RECORD(1:143) DELIMITED BY '|'
                INTO EVNT-F-TS EVNT-F-PGM EVNT-F-CODE
                     EVNT-F-RC EVNT-F-SEV EVNT-F-RERUN EVNT-F-ACTION
              END-UNSTRING
              IF (EVNT-F-CODE = 'RUNBOOK') THEN
                 IF ((TMP-RUN-ID NOT = SPACES)
                     AND (IEVNT-RECORD(144:5) = '|RUN=')
                     AND (IEVNT-RECORD(149:12) = TMP-RUN-ID))
                    OR ((TMP-RUN-ID = SPACES)
                     AND (EVNT-F-TS(1:8) = TMP-TODAY)) THEN
                    ADD 1 TO TMP-RUNBOOK-CNT
                    MOVE SPACES TO ODGST-REC
                    STRING 'ALERT ' EVNT-F-PGM ' ' EVNT-F-RC
                           ' ' EVNT-F-SEV ' ' EVNT-F-RERUN
                      DELIMITED BY SIZE INTO ODGST-REC
                    END-STRING
                    PERFORM DIGEST-WRITE
                    MOVE SPACES TO ODGST-REC
                    STRING '  ACTION: ' EVNT-F-ACTION
                      DELIMITED BY SIZE INTO ODGST-REC
                    END-STRING
                    PERFORM DIGEST-WRITE
                 END-IF
              END-IF
              PERFORM FILE-READ-IEVNT
           END-PERFORM
           PERFORM FILE-CLOSE-IEVNT

           IF (TMP-RUNBOOK-CNT = 0) THEN
              MOVE 'OPERATOR ACTIONS.....: NONE - NO ALERT RAISED'
                TO ODGST-REC
              PERFORM DIGEST-WRITE
           END-IF
           .
       DIGEST-RUNBOOK-EXIT. EXIT.



      *****************************************************************
       DIGEST-PARMS SECTION.
      *===============================================================*
      *    PARAMETER AND CONFIG FILES EDITED SINCE THE PRIOR RUN,     *
      *    WITH THE CHANGED LINES, FROM THE RUN'S ENTRIES IN THE      *
      *    CHANGE REGISTER - NOTHING TO PIN THEM TO WITHOUT A RUN ID  *
           MOVE 0 TO TMP-PCHG-CNT
           IF (TMP-RUN-ID = SPACES) THEN
              MOVE 'PARAMETERS...........: NOT AVAILABLE'
                TO ODGST-REC
              PERFORM DIGEST-WRITE
              GO TO DIGEST-PARMS-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-IPCHG
           IF (IPCHG-NO) THEN
              MOVE 'PARAMETERS...........: NOT AVAILABLE'
                TO ODGST-REC
              PERFORM DIGEST-WRITE
              GO TO DIGEST-PARMS-EXIT
           END-IF

           PERFORM FILE-READ-IPCHG
           PERFORM UNTIL (IPCHG-EOF)
              MOVE IPCHG-RECORD TO PCHG-REC
              IF (PCHG-RUN-ID = TMP-RUN-ID) THEN
                 IF (TMP-PCHG-CNT = 0) THEN
                    MOVE 'PARAMETERS CHANGED SINCE LAST RUN:'
                      TO ODGST-REC
                    PERFORM DIGEST-WRITE
                 END-IF
                 ADD 1 TO TMP-PCHG-CNT
                 MOVE SPACES TO ODGST-REC
                 EVALUATE PCHG-KIND
                   WHEN 'FILE'
                     STRING '  ' PCHG-PATH ' EDITED'
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                   WHEN 'NEWFILE'
                     STRING '  ' PCHG-PATH ' NEW'
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                   WHEN 'GONE'
                     STRING '  ' PCHG-PATH ' REMOVED'
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                   WHEN 'REMOVED'
                     STRING '    REMOVED: ' PCHG-OLD
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                   WHEN 'ADDED'
                     STRING '    ADDED..: ' PCHG-NEW
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                   WHEN OTHER
                     STRING '    WAS....: ' PCHG-OLD
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                     PERFORM DIGEST-WRITE
                     MOVE SPACES TO ODGST-REC
                     STRING '    NOW....: ' PCHG-NEW
                       DELIMITED BY SIZE INTO ODGST-REC
                     END-STRING
                 END-EVALUATE
                 PERFORM DIGEST-WRITE
              END-IF
              PERFORM FILE-READ-IPCHG
           END-PERFORM
           PERFORM FILE-CLOSE-IPCHG

           IF (TMP-PCHG-CNT = 0) THEN
              MOVE 'PARAMETERS...........: UNCHANGED SINCE LAST RUN'
                TO ODGST-REC
              PERFORM DIGEST-WRITE
           END-IF
           .
       DIGEST-PARMS-EXIT. EXIT.



      *****************************************************************
       DIGEST-RECON SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBAD==
            ==:V2:== BY ==IBAD-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IEVNT==
            ==:V2:== BY ==IEVNT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPCHG==
            ==:V2:== BY ==IPCHG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
