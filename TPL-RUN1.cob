      *****************************************************************
      * TPL-RUN1: RUN-CONTROL ORCHESTRATOR WITH RESTART               *
      *===============================================================*
      * VERSION: V01.03.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * DRIVES THE WHOLE PROGRAM FAMILY (MERG1, BAT1, BAT2, BAT3,     *
      * BAT4, THE MAINT PROGRAMS, ...) FROM A RUN-PLAN FILE INSTEAD   *
      * INPUT:                                                        *
      * ======                                                        *
      * IPLAN - RUN PLAN (IO/runplan.txt): STEP X(8), PROGRAM X(12),  *
      *         PREDECESSOR STEP NAMES X(40), COMMA-SEPARATED,        *
      *         PARTITION COUNT X(2) (OPTIONAL, 02-16)                *
      * ISTAT - PRIOR STEP-STATUS RECORDS (IO/runstatus.txt),         *
      *         OPTIONAL - ABSENT MEANS A FRESH RUN                   *
      * ICAL  - CALENDAR (IO/calendar.txt), OPTIONAL: LATESTART-,     *
      *         BACKLOGFROM=/BACKLOGTO= (MISSED RUN DATES), HOLIDAY=  *
      * IBLST - BACKLOG DATE STATUS (IO/backlogstatus.txt), OPTIONAL  *
      * IMSTAT- TPL-MERG1 REGION STATUS (IO/mergestatus.txt), READ    *
      *         AFTER EACH BACKLOG DATE FOR THE MISSING EXTRACTS      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSTAT - STEP-STATUS RECORDS, APPENDED (SAME FILE) - THE LAST  *
      *         RECORD PER STEP IS ITS CURRENT STATE. DELETE THE FILE *
      *         TO FORCE A FULL RERUN.                                *
      * OBLST - BACKLOG DATE STATUS, APPENDED (SAME FILE AS IBLST)    *
      * OBRPT - BACKLOG SUMMARY PAGE (IO/backlogreport.txt)           *
      * OPART - PARTITION OF THE STEP BEING CALLED (IO/partition.txt) *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * ANY STEP FAILED OR STAYED BLOCKED. EACH STATUS RECORD         *
      * CARRIES ITS WAVE NUMBER.                                      *
      *                                                               *
      * PARTITIONED STEPS: A PLAN LINE WITH A PARTITION COUNT RUNS AS *
      * THAT MANY PARTITIONS (<STEP>#NN, ONE WAVE, EACH TOLD ITS      *
      * NUMBER THROUGH IO/partition.txt) AND A STITCH UNDER THE STEP  *
      * NAME ONCE ALL OF THEM ARE COMPLETE. TPL-BAT1 SUPPORTS IT.     *
      *                                                               *
      * BACKLOG MODE: WITH BACKLOGFROM=/BACKLOGTO= IN THE CALENDAR,   *
      * THE CHAIN RUNS ONCE PER MISSED BUSINESS DAY, OLDEST FIRST,    *
      * EACH WITH ITS OWN RUN DATE AND RUN ID PUBLISHED IN            *
      * IO/runid.txt, AND STOPS AT THE FIRST DATE THAT FAILS (SEE     *
      * BACKLOG-RUN).                                                 *
      *                                                               *
      * NOTE FOR OPERATIONS: THE MEMBERS OF A WAVE STILL EXECUTE      *
      * BACK-TO-BACK IN THIS ONE PROCESS - THE RUNTIME HAS NO         *
      * SUBPROCESS DISPATCH, SO TRUE CONCURRENCY IS OUT OF SCOPE      *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * BACKLOG MODE: CALENDAR BACKLOGFROM=/BACKLOGTO= RUNS THE CHAIN *
      * ONCE PER MISSED BUSINESS DAY WITH ITS RUN DATE IN runid.txt,  *
      * STOPS AT THE FIRST FAILED DATE, SUMMARY IN backlogreport.txt  *
      * V01.02.00                  FR                      15.10.2026 *
      * PLAN COLUMN PARTS: A STEP RUNS AS KEY-RANGE PARTITIONS        *
      * PLUS A STITCH, PARTITION PUBLISHED IN IO/partition.txt        *
      * V01.03.00                  FR                      15.10.2026 *
      * PORTFOLIO ID PUBLISHED IN runid.txt COLUMNS 21-28             *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORUNID==
            ==:V2:== BY ==ORUNID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPART==
            ==:V2:== BY ==OPART-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPORT==
            ==:V2:== BY ==IPORT-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSTAT==
            ==:V2:== BY ==OSTAT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBLST==
            ==:V2:== BY ==IBLST-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OBLST==
            ==:V2:== BY ==OBLST-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OBRPT==
            ==:V2:== BY ==OBRPT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IMSTAT==
            ==:V2:== BY ==IMSTAT-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPART==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPORT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSTAT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBLST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OBLST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OBRPT==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IMSTAT==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
           05 PLAN-STEP               PIC X(8).
           05 PLAN-PROGRAM            PIC X(12).
           05 PLAN-PREDS              PIC X(40).
      *    PARTITION COUNT (OPTIONAL, 02-16) - SEE EXPAND-PARTITIONS
           05 PLAN-PARTS              PIC X(2).
           05 FILLER                  PIC X(18).

      *---------------------------------------------------------------*
      * INPUT ISTAT / OUTPUT OSTAT = STEP-STATUS RECORDS              *
           05 STAT-WAVE               PIC 9(2).
           05 STAT-RUN-ID             PIC X(12).
           05 STAT-PORTFOLIO          PIC X(8).
      *    BACKLOG RUN DATE - BLANK ON A NORMAL NIGHT (SEE BACKLOG
      *    BELOW); A RESTART ONLY HONOURS ITS OWN DATE'S RECORDS
           05 STAT-RUN-DATE           PIC X(8).
           05 FILLER                  PIC X(2).

      *---------------------------------------------------------------*
      * THE PLAN, LOADED INTO A BOUNDED TABLE                         *
      *---------------------------------------------------------------*
       01 RUN-PLAN.
           05 TAB-PLAN-MAX            PIC S9(9) BINARY.
           05 TAB-PLAN-DIM            PIC S9(9) BINARY  VALUE 99.
           05 TAB-PLAN                OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-PLAN-MAX.
                10 TAB-PLAN-STEP      PIC X(8).
                10 TAB-PLAN-PROGRAM   PIC X(12).
                10 TAB-PLAN-LATEST    PIC X(4).
                10 TAB-PLAN-DEFER-SW  PIC X(1).
                   88 TAB-PLAN-DEFERRED    VALUE 'Y'.
      *         A PARTITIONED PLAN STEP IS ONE ENTRY PER PARTITION
      *         (PART 01-NN, PARENT = THE PLAN STEP) PLUS THE STITCH
      *         UNDER THE PLAN STEP'S OWN NAME (PART 00) - PARTS IS
      *         ZERO FOR AN ORDINARY STEP
                10 TAB-PLAN-PART      PIC 9(2).
                10 TAB-PLAN-PARTS     PIC 9(2).
                10 TAB-PLAN-PARENT    PIC X(8).

      *---------------------------------------------------------------*
      * PREDECESSOR PARSING                                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORUNID==.
       01 TMP-RUN-ID                  PIC X(12).
       01 TMP-RUNID-DATE              PIC X(8).

      *---------------------------------------------------------------*
      * PARTITIONED STEPS - THE PLAN'S PARTS COLUMN SPLITS A STEP     *
      * INTO KEY-RANGE PARTITIONS AND A STITCH (SEE TPL-BAT1). EACH   *
      * ONE'S NUMBER AND THE COUNT ARE PUBLISHED IN                   *
      * IO/partition.txt FOR THE DURATION OF ITS CALL: NN (PARTITION, *
      * 00 = STITCH) + NN (COUNT); BLANK OTHERWISE                    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPART==.
       01 PART-PLAN-WORK.
           05 TMP-PART-CTL            PIC X(4).
           05 TMP-PART-N              PIC 9(2).
           05 TMP-PART-K              PIC 9(2).
           05 TMP-PART-STITCH-I       PIC S9(9) BINARY.
           05 TMP-FAM-STEP            PIC X(8).
           05 TMP-FAM-STARTED-SW      PIC X(1).

      *---------------------------------------------------------------*
      * BACKLOG OF MISSED RUN DATES - AFTER AN OUTAGE THE CALENDAR    *
      * (IO/calendar.txt, THE SHARED ONE) MAY CARRY                   *
      * BACKLOGFROM=YYYYMMDD AND BACKLOGTO=YYYYMMDD. EVERY BUSINESS   *
      * DAY IN THE RANGE (MONDAY-FRIDAY, NOT A HOLIDAY= DATE OF THE   *
      * SAME CALENDAR) IS RUN AS A CHAIN OF ITS OWN, OLDEST FIRST:    *
      * THE DATE IS PUBLISHED BESIDE THE RUN ID IN IO/runid.txt (SEE  *
      * RUNDWS.cob) SO THE STEPS STAMP THEIR ARCHIVES, PERIODS AND    *
      * CATALOG ENTRIES WITH IT INSTEAD OF TODAY, AND THE BACKLOG     *
      * STOPS AT THE FIRST DATE THAT DOES NOT END CLEAN. EACH DATE'S  *
      * OUTCOME, AND EVERY REGIONAL EXTRACT TPL-MERG1 REPORTED        *
      * MISSING FOR IT, IS APPENDED TO IO/backlogstatus.txt - A       *
      * RESUBMIT SKIPS THE DATES ALREADY COMPLETE AND RESUMES THE     *
      * FAILED ONE AT ITS FAILED STEP. IO/backlogreport.txt LISTS THE *
      * COMPLETED, FAILED AND PENDING DATES WITH THEIR MISSING        *
      * EXTRACTS. ONCE EVERY DATE IS COMPLETE THE RANGE IS INERT AND  *
      * THE NORMAL NIGHT RUNS AGAIN.                                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBLST==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OBLST==.
       01 BLST-REC.
           05 BLST-DATE               PIC X(8).
      *       COMPLETE / FAILED PER DATE, MISSING PER EXTRACT
           05 BLST-STATUS             PIC X(8).
           05 BLST-RUN-ID             PIC X(12).
           05 BLST-PORTFOLIO          PIC X(8).
           05 BLST-EXTRACT            PIC X(40).
           05 FILLER                  PIC X(4).
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OBRPT==.
       01 OBRPT-REC                   PIC X(132).
      *    TPL-MERG1'S PER-REGION STATUS LINES: 'REGION NN <PATH>
      *    ... MISSING' AND 'GATE REGION NN <PATH> MISSING'
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMSTAT==.
       01 BACKLOG-WORK.
           05 TMP-BL-FROM             PIC X(8)    VALUE SPACES.
           05 TMP-BL-TO               PIC X(8)    VALUE SPACES.
           05 TMP-BL-FROM-NUM         PIC 9(8).
           05 TMP-BL-TO-NUM           PIC 9(8).
           05 TMP-BL-DATE-NUM         PIC 9(8).
           05 TMP-BL-INT              PIC S9(9)   BINARY.
           05 TMP-BL-END-INT          PIC S9(9)   BINARY.
           05 TMP-BL-DOW              PIC S9(4)   BINARY.
           05 TMP-BL-I                PIC S9(4)   BINARY.
           05 TMP-BL-J                PIC S9(4)   BINARY.
      *       THE DATE BEING CAUGHT UP - BLANK ON A NORMAL NIGHT
           05 TMP-BL-RUN-DATE         PIC X(8)    VALUE SPACES.
           05 TMP-BL-SW               PIC X(1)    VALUE 'N'.
              88 BACKLOG-ACTIVE           VALUE 'Y'.
           05 TMP-BL-STOP-SW          PIC X(1)    VALUE 'N'.
              88 BACKLOG-STOPPED          VALUE 'Y'.
           05 TMP-BL-HOL-SW           PIC X(1).
           05 TMP-BL-NEW-SW           PIC X(1).
           05 TMP-MERG-RAN-SW         PIC X(1)    VALUE 'N'.
           05 TMP-BL-COUNT-RUN        PIC 9(4)    VALUE ZERO.
           05 TMP-BL-COUNT-DONE       PIC 9(4).
           05 TMP-BL-COUNT-FAIL       PIC 9(4).
           05 TMP-BL-COUNT-PEND       PIC 9(4).
           05 TMP-BL-COUNT-ED         PIC Z(3)9.
           05 TMP-BL-MISS-TXT         PIC X(40).
           05 TMP-BL-MISS-SEEN        PIC 9(4).
           05 TMP-BL-STATUS-TXT       PIC X(30).
           05 TMP-BL-FMT-IN           PIC X(8).
           05 TMP-BL-FMT-OUT          PIC X(10).
       01 HOLIDAY-TABLE.
           05 TAB-HOL-MAX             PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-HOL-DIM             PIC S9(4) BINARY  VALUE 100.
           05 TAB-HOL                 PIC X(8)    OCCURS 100.
       01 BACKLOG-DATES.
           05 TAB-BL-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-BL-DIM              PIC S9(4) BINARY  VALUE 60.
           05 TAB-BL                  OCCURS 60.
                10 TAB-BL-DATE        PIC X(8).
                10 TAB-BL-STATUS      PIC X(8).
                10 TAB-BL-RUN-ID      PIC X(12).
       01 MISSING-EXTRACTS.
           05 TAB-MX-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-MX-DIM              PIC S9(4) BINARY  VALUE 200.
           05 TAB-MX                  OCCURS 200.
                10 TAB-MX-DATE        PIC X(8).
                10 TAB-MX-PORTFOLIO   PIC X(8).
                10 TAB-MX-EXTRACT     PIC X(40).

      *---------------------------------------------------------------*
      * PORTFOLIO REGISTRY (IO/portfolios.txt, OPTIONAL): ID X(8) IN  *
      * COLUMNS 1-8, IO-SUBTREE PREFIX IN COLUMNS 10-33 (E.G.         *
      * 'EUBOOK   EU/'), OWNING DEPARTMENT IN COLUMNS 35-42 (ONLY     *
      * READ BY THE CHARGEBACK, TPL-CHRG1). WHEN THE REGISTRY EXISTS  *
      * THE WHOLE CHAIN RUNS ONCE PER PORTFOLIO: THE PLAN, STATUS,    *
      * CALENDAR AND RUN ID ALL COME FROM THAT PORTFOLIO'S SUBTREE,   *
      * AND env.cfg IS REWRITTEN PER PORTFOLIO (AND RESTORED AT THE   *
      * END) SO THE CALLED STEP PROGRAMS FOLLOW - NOBODY HAND-EDITS   *
      * IT BETWEEN RUNS ANY MORE. NO REGISTRY MEANS TODAY'S           *
      * SINGLE-DATASET RUN, UNCHANGED.                                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPORT==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OENVW==.
                                      VALUE 'IO/deferredplan.txt'.
           05 BASE-ORUNID-PATH        PIC X(40)
                                      VALUE 'IO/runid.txt'.
           05 BASE-OPART-PATH         PIC X(40)
                                      VALUE 'IO/partition.txt'.
           05 BASE-IMSTAT-PATH        PIC X(40)
                                      VALUE 'IO/mergestatus.txt'.
           05 TMP-PORT-ARG            PIC X(40).

      *---------------------------------------------------------------*
                                      VALUE 'IO/deferredplan.txt'.
       01 ORUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.
       01 OPART-PATH                 PIC X(40)
                                      VALUE 'IO/partition.txt'.
       01 IPORT-PATH                 PIC X(40)
                                      VALUE 'IO/portfolios.txt'.
       01 OSTAT-PATH                 PIC X(40)
                                      VALUE 'IO/runstatus.txt'.
       01 IBLST-PATH                 PIC X(40)
                                      VALUE 'IO/backlogstatus.txt'.
       01 OBLST-PATH                 PIC X(40)
                                      VALUE 'IO/backlogstatus.txt'.
       01 OBRPT-PATH                 PIC X(40)
                                      VALUE 'IO/backlogreport.txt'.
       01 IMSTAT-PATH                PIC X(40)
                                      VALUE 'IO/mergestatus.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
      *===============================================================*
           PERFORM PGM-INIT

      *---------------------------------------------------------------*
      * A BACKLOG OF MISSED RUN DATES IS CAUGHT UP FIRST, ONE CHAIN   *
      * PER DATE; WITHOUT ONE (OR ONCE IT IS ALL COMPLETE) THIS IS    *
      * TONIGHT'S NORMAL RUN                                          *
      *---------------------------------------------------------------*
           IF (BACKLOG-ACTIVE) THEN
              PERFORM BACKLOG-RUN
           ELSE
              PERFORM RUN-ALL-PORTFOLIOS
           END-IF

           IF (TAB-BL-MAX > 0) THEN
              PERFORM BACKLOG-REPORT
           END-IF

           IF (TMP-ANY-FAILED) THEN
              MOVE '008' TO PGM-END-RC
           END-IF

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       RUN-ALL-PORTFOLIOS SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * ONE FULL CHAIN PER REGISTERED PORTFOLIO - WITHOUT A REGISTRY  *
      * THE TABLE HOLDS ONE BLANK ENTRY AND THIS IS TODAY'S SINGLE    *
           IF (PORTFOLIOS-ACTIVE) THEN
              PERFORM RESTORE-ENV-CFG
           END-IF
           .
       RUN-ALL-PORTFOLIOS-EXIT. EXIT.



           MOVE 0 TO TAB-PLAN-MAX
           MOVE 0 TO TMP-WAVE
           MOVE 'N' TO TMP-PLAN-MISSING-SW
           MOVE 'N' TO TMP-MERG-RAN-SW
           PERFORM LOAD-RUN-PLAN
           IF (TMP-PLAN-MISSING) THEN
              GO TO RUN-ONE-PORTFOLIO-EXIT
      * ISSUE THE CHAIN-WIDE RUN ID AND PUBLISH IT BEFORE THE FIRST   *
      * STEP RUNS                                                     *
      *---------------------------------------------------------------*
           IF (TMP-BL-RUN-DATE = SPACES) THEN
              MOVE FUNCTION CURRENT-DATE(1:12) TO TMP-RUN-ID
           ELSE
      *       A BACKLOG RUN'S ID CARRIES THE MISSED DATE, SO THE
      *       MORNING JOINS FILE IT UNDER THAT DATE, NOT TODAY
              MOVE TMP-BL-RUN-DATE              TO TMP-RUN-ID(1:8)
              MOVE FUNCTION CURRENT-DATE(9:4)   TO TMP-RUN-ID(9:4)
           END-IF
           MOVE TMP-BL-RUN-DATE TO TMP-RUNID-DATE
           PERFORM RUNID-PUBLISH
           DISPLAY PGM-NAME ' RUN ID.....: ' TMP-RUN-ID
      *    NO PARTITION LEFT OVER FROM AN INTERRUPTED RUN
           MOVE SPACES TO TMP-PART-CTL
           PERFORM PART-PUBLISH

           PERFORM FILE-OPEN-OUTPUT-ODEFER
           PERFORM FILE-OPEN-EXTEND-OSTAT
           PERFORM FILE-CLOSE-OSTAT
           PERFORM FILE-CLOSE-ODEFER

      *---------------------------------------------------------------*
      * BACKLOG DATE: NOTE THE EXTRACTS TPL-MERG1 FOUND MISSING, THEN *
      * TAKE THE DATE OUT OF runid.txt AGAIN SO NOTHING SUBMITTED     *
      * LATER STAMPS ITSELF WITH IT                                   *
      *---------------------------------------------------------------*
           IF (TMP-BL-RUN-DATE NOT = SPACES) THEN
              IF (TMP-MERG-RAN-SW = 'Y') THEN
                 PERFORM BACKLOG-MISSING-SCAN
              END-IF
              MOVE SPACES TO TMP-RUNID-DATE
              PERFORM RUNID-PUBLISH
           END-IF

      *---------------------------------------------------------------*
      * THE SHARED RECORDER AND CHECK MODULES CACHE THE env.cfg       *
      * PREFIX ONCE PER LOAD - CANCEL THEM SO THE NEXT PORTFOLIO'S    *



      *****************************************************************
       RUNID-PUBLISH SECTION.
      *===============================================================*
      *    RUN ID IN COLUMNS 1-12; A BACKLOG RUN'S DATE IN 13-20 (SEE
      *    RUNDWS.cob - BLANK MEANS TODAY); THE PORTFOLIO IN 21-28,
      *    STAMPED BY CRUNH1 INTO THE RUN HISTORY FOR THE CHARGEBACK
           PERFORM FILE-OPEN-OUTPUT-ORUNID
           MOVE SPACES         TO ORUNID-RECORD
           MOVE TMP-RUN-ID     TO ORUNID-RECORD(1:12)
           MOVE TMP-RUNID-DATE TO ORUNID-RECORD(13:8)
           MOVE TMP-PORT-ID    TO ORUNID-RECORD(21:8)
           PERFORM FILE-WRITE-ORUNID
           PERFORM FILE-CLOSE-ORUNID
           .
       RUNID-PUBLISH-EXIT. EXIT.



      *****************************************************************
       PART-PUBLISH SECTION.
      *===============================================================*
      *    PARTITION NUMBER IN COLUMNS 1-2, PARTITION COUNT IN 3-4
      *    (TMP-PART-CTL) - BLANK FOR EVERY UNPARTITIONED CALL
           PERFORM FILE-OPEN-OUTPUT-OPART
           MOVE SPACES         TO OPART-RECORD
           MOVE TMP-PART-CTL   TO OPART-RECORD(1:4)
           PERFORM FILE-WRITE-OPART
           PERFORM FILE-CLOSE-OPART
           .
       PART-PUBLISH-EXIT. EXIT.



      *****************************************************************
       PORTFOLIO-SET-PATHS SECTION.
      *===============================================================*
           MOVE BASE-ORUNID-PATH TO TMP-PORT-ARG
           PERFORM PORTFOLIO-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORUNID-PATH
           MOVE BASE-OPART-PATH TO TMP-PORT-ARG
           PERFORM PORTFOLIO-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPART-PATH
           .
       PORTFOLIO-SET-PATHS-EXIT. EXIT.

           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE IBLST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IBLST-PATH
           MOVE OBLST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OBLST-PATH
           MOVE OBRPT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OBRPT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-RUN
           MOVE 0                          TO TMP-COUNT-SKIPPED
              MOVE SPACES TO TAB-PORT-ID(1)
              MOVE SPACES TO TAB-PORT-PREFIX(1)
           END-IF

      *---------------------------------------------------------------*
      * BACKLOG OF MISSED RUN DATES (OPTIONAL CALENDAR LINES)         *
      *---------------------------------------------------------------*
           PERFORM BACKLOG-LOAD
           .
       PGM-INIT-EXIT. EXIT.

                    MOVE 'N'          TO TAB-PLAN-FAIL-SW(TAB-PLAN-MAX)
                    MOVE SPACES       TO TAB-PLAN-LATEST(TAB-PLAN-MAX)
                    MOVE 'N'          TO TAB-PLAN-DEFER-SW(TAB-PLAN-MAX)
                    MOVE 0            TO TAB-PLAN-PART(TAB-PLAN-MAX)
                    MOVE 0            TO TAB-PLAN-PARTS(TAB-PLAN-MAX)
                    MOVE SPACES       TO TAB-PLAN-PARENT(TAB-PLAN-MAX)
                    IF (PLAN-PARTS NUMERIC)
                       AND (PLAN-PARTS > '01') THEN
                       PERFORM EXPAND-PARTITIONS
                    END-IF
                 END-IF
              END-IF
              PERFORM FILE-READ-IPLAN
                    PERFORM FILE-READ-ISTAT
                    EXIT PERFORM CYCLE
                 END-IF
      *          A BACKLOG DATE RESTARTS FROM ITS OWN RECORDS ONLY,
      *          AND A NORMAL NIGHT IGNORES THE BACKLOG'S
                 IF (STAT-RUN-DATE NOT = TMP-BL-RUN-DATE) THEN
                    PERFORM FILE-READ-ISTAT
                    EXIT PERFORM CYCLE
                 END-IF
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-PLAN-MAX)
                    IF (TAB-PLAN-STEP(TMP-I-TABLE) = STAT-STEP) THEN
                    MOVE ICAL-KEY(11:8) TO TMP-CAL-STEP
                    PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                              UNTIL (TMP-I-TABLE > TAB-PLAN-MAX)
      *                A PARTITIONED STEP'S LIMIT HOLDS FOR ALL ITS
      *                PARTITIONS AND ITS STITCH
                       IF (TAB-PLAN-STEP(TMP-I-TABLE) = TMP-CAL-STEP)
                          OR (TAB-PLAN-PARENT(TMP-I-TABLE)
                              = TMP-CAL-STEP) THEN
                          MOVE FUNCTION TRIM(ICAL-VAL)
                            TO TAB-PLAN-LATEST(TMP-I-TABLE)
                       END-IF



      *****************************************************************
       EXPAND-PARTITIONS SECTION.
      *===============================================================*
      *    THE PLAN LINE JUST LOADED (TAB-PLAN-MAX) ASKS FOR PLAN-    *
      *    PARTS PARTITIONS: IT BECOMES THE STITCH, AND ONE ENTRY PER *
      *    PARTITION IS ADDED BEHIND IT - SAME PROGRAM, SAME          *
      *    PREDECESSORS, NAMED <STEP>#NN. THE PARTITIONS FORM ONE     *
      *    WAVE; THE STITCH WAITS FOR ALL OF THEM (CHECK-PARTS-DONE), *
      *    AND THE PLAN STEP'S DEPENDENTS WAIT FOR THE STITCH         *
      *---------------------------------------------------------------*
           MOVE PLAN-PARTS TO TMP-PART-N
           IF (TMP-PART-N > 16) THEN
              STRING 'PARTS ABOVE 16 - RUN AS 16 PARTITIONS: '
                     PLAN-STEP
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 16 TO TMP-PART-N
           END-IF
           IF (TAB-PLAN-MAX + TMP-PART-N > TAB-PLAN-DIM) THEN
              STRING 'TAB-PLAN FULL - STEP RUNS UNPARTITIONED: '
                     PLAN-STEP
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO EXPAND-PARTITIONS-EXIT
           END-IF

           MOVE TAB-PLAN-MAX TO TMP-PART-STITCH-I
           MOVE TMP-PART-N   TO TAB-PLAN-PARTS(TMP-PART-STITCH-I)
           PERFORM VARYING TMP-PART-K FROM 1 BY 1
                     UNTIL (TMP-PART-K > TMP-PART-N)
              ADD 1 TO TAB-PLAN-MAX
              MOVE TAB-PLAN(TMP-PART-STITCH-I)
                TO TAB-PLAN(TAB-PLAN-MAX)
              MOVE SPACES TO TAB-PLAN-STEP(TAB-PLAN-MAX)
              STRING PLAN-STEP(1:5) DELIMITED BY SPACE
                     '#'            DELIMITED BY SIZE
                     TMP-PART-K     DELIMITED BY SIZE
                INTO TAB-PLAN-STEP(TAB-PLAN-MAX)
              END-STRING
              MOVE TMP-PART-K TO TAB-PLAN-PART(TAB-PLAN-MAX)
              MOVE PLAN-STEP  TO TAB-PLAN-PARENT(TAB-PLAN-MAX)
           END-PERFORM
           .
       EXPAND-PARTITIONS-EXIT. EXIT.



      *****************************************************************
       RUN-ONE-STEP SECTION.
      *===============================================================*
              END-PERFORM
           END-IF

      *    A STITCH ALSO NEEDS EVERY ONE OF ITS PARTITIONS
           IF (TAB-PLAN-PARTS(TMP-I-TABLE) > 0)
              AND (TAB-PLAN-PART(TMP-I-TABLE) = 0) THEN
              PERFORM CHECK-PARTS-DONE
           END-IF

           IF (TMP-PRED-OK-SW = 'N') THEN
      *       NOT READY THIS WAVE - A LATER WAVE MAY PICK IT UP ONCE
      *       ITS PREDECESSORS COMPLETE

      *---------------------------------------------------------------*
      * DEADLINE GUARD - A NON-CRITICAL STEP REACHED PAST ITS         *
      * LATEST-START IS DEFERRED TO THE DAYTIME PLAN. A BACKLOG DATE  *
      * IS CAUGHT UP OUTSIDE THE NIGHT WINDOW AND RUNS EVERY STEP     *
      *---------------------------------------------------------------*
           IF (TAB-PLAN-LATEST(TMP-I-TABLE) NOT = SPACES)
              AND (TMP-BL-RUN-DATE = SPACES) THEN
              MOVE FUNCTION CURRENT-DATE(9:4) TO TMP-NOW-HHMM
      *       ONCE ONE PARTITION HAS RUN THE REST AND THE STITCH
      *       FOLLOW - A HALF-PARTITIONED STEP IS NEVER DEFERRED
              PERFORM CHECK-FAMILY-STARTED
              IF (TMP-NOW-HHMM > TAB-PLAN-LATEST(TMP-I-TABLE))
                 AND (TMP-FAM-STARTED-SW = 'N') THEN
                 PERFORM DEFER-ONE-STEP
                 GO TO RUN-ONE-STEP-EXIT
              END-IF
             STAT-STEP ' (' TAB-PLAN-PROGRAM(TMP-I-TABLE) ')'

           MOVE TAB-PLAN-PROGRAM(TMP-I-TABLE) TO TMP-STEP-PROGRAM
           IF (TAB-PLAN-PARTS(TMP-I-TABLE) > 0) THEN
              MOVE TAB-PLAN-PART(TMP-I-TABLE)  TO TMP-PART-CTL(1:2)
              MOVE TAB-PLAN-PARTS(TMP-I-TABLE) TO TMP-PART-CTL(3:2)
              PERFORM PART-PUBLISH
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO TMP-STEP-RC
           CALL TMP-STEP-PROGRAM
               PERFORM SCHREIBE-APP-LOG-LINE
             NOT ON EXCEPTION
               MOVE RETURN-CODE TO TMP-STEP-RC
               IF (TMP-STEP-PROGRAM = 'TPL-MERG1') THEN
                  MOVE 'Y' TO TMP-MERG-RAN-SW
               END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE
      *    THE STEP IS CANCELED SO ITS WORKING-STORAGE STARTS FRESH
      *    PREFIXES WHEN THE SAME PROGRAM RUNS FOR A SECOND
      *    PORTFOLIO (OR A SECOND TIME AT ALL)
           CANCEL TMP-STEP-PROGRAM
           IF (TAB-PLAN-PARTS(TMP-I-TABLE) > 0) THEN
              MOVE SPACES TO TMP-PART-CTL
              PERFORM PART-PUBLISH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END
           MOVE TMP-STEP-RC TO STAT-RC
      *****************************************************************
       DEFER-ONE-STEP SECTION.
      *===============================================================*
      *    A PARTITIONED STEP IS DEFERRED WHOLE - ALL ITS PARTITIONS
      *    AND ITS STITCH, UNDER THE PLAN STEP'S NAME
           IF (TAB-PLAN-PARENT(TMP-I-TABLE) = SPACES) THEN
              MOVE TAB-PLAN-STEP(TMP-I-TABLE)   TO TMP-FAM-STEP
           ELSE
              MOVE TAB-PLAN-PARENT(TMP-I-TABLE) TO TMP-FAM-STEP
           END-IF
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-PLAN-MAX)
              IF (TAB-PLAN-STEP(TMP-J-TABLE) = TMP-FAM-STEP)
                 OR (TAB-PLAN-PARENT(TMP-J-TABLE) = TMP-FAM-STEP) THEN
                 MOVE 'Y' TO TAB-PLAN-DEFER-SW(TMP-J-TABLE)
              END-IF
           END-PERFORM
           MOVE 'Y' TO TMP-PROGRESS-SW
           ADD 1 TO TMP-COUNT-DEFERRED

      *    ITS PLAN LINE GOES TO THE DAYTIME DEFERRED PLAN - THE
      *    PREDECESSORS ARE ALREADY COMPLETE, SO THE DAYTIME RUN
      *    CARRIES NONE OF THEM. THE PARTITION COUNT GOES WITH IT
           MOVE SPACES TO PLAN-REC
           MOVE TMP-FAM-STEP                  TO PLAN-STEP
           MOVE TAB-PLAN-PROGRAM(TMP-I-TABLE) TO PLAN-PROGRAM
           MOVE SPACES                        TO PLAN-PREDS
           IF (TAB-PLAN-PARTS(TMP-I-TABLE) > 0) THEN
              MOVE TAB-PLAN-PARTS(TMP-I-TABLE) TO PLAN-PARTS
           END-IF
           MOVE PLAN-REC TO ODEFER-RECORD
           PERFORM FILE-WRITE-ODEFER

           MOVE SPACES     TO STAT-REC
           MOVE TMP-FAM-STEP TO STAT-STEP
           MOVE 'DEFERRED' TO STAT-STATUS
           MOVE 0          TO STAT-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-START

           DISPLAY PGM-NAME ' STEP DEFERRED PAST LATEST-START '
             TAB-PLAN-LATEST(TMP-I-TABLE) ': '
             TMP-FAM-STEP

           MOVE 'DEFERRED' TO EVNT-CODE
           MOVE SPACES     TO EVNT-DETAIL
           STRING 'STEP=' TMP-FAM-STEP
                  '|LATEST=' TAB-PLAN-LATEST(TMP-I-TABLE)
                  '|NOW=' TMP-NOW-HHMM
             DELIMITED BY SIZE



      *****************************************************************
       CHECK-PARTS-DONE SECTION.
      *===============================================================*
      *    THE STITCH AT TMP-I-TABLE IS READY ONCE EVERY PARTITION
      *    (PARENT = ITS STEP) IS COMPLETE - AGAINST THE SNAPSHOT TOO
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-PLAN-MAX)
              IF (TAB-PLAN-PARENT(TMP-J-TABLE)
                  = TAB-PLAN-STEP(TMP-I-TABLE))
                 AND (NOT TAB-PLAN-SNAP-DONE(TMP-J-TABLE)) THEN
                 MOVE 'N' TO TMP-PRED-OK-SW
              END-IF
           END-PERFORM
           .
       CHECK-PARTS-DONE-EXIT. EXIT.



      *****************************************************************
       CHECK-FAMILY-STARTED SECTION.
      *===============================================================*
      *    HAS ANY PARTITION OF THIS ENTRY'S STEP ALREADY RUN (DONE
      *    OR FAILED)? ALWAYS 'N' FOR AN UNPARTITIONED STEP
           MOVE 'N' TO TMP-FAM-STARTED-SW
           IF (TAB-PLAN-PARTS(TMP-I-TABLE) = 0) THEN
              GO TO CHECK-FAMILY-STARTED-EXIT
           END-IF
           IF (TAB-PLAN-PARENT(TMP-I-TABLE) = SPACES) THEN
              MOVE TAB-PLAN-STEP(TMP-I-TABLE)   TO TMP-FAM-STEP
           ELSE
              MOVE TAB-PLAN-PARENT(TMP-I-TABLE) TO TMP-FAM-STEP
           END-IF
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-PLAN-MAX)
              IF (TAB-PLAN-PARENT(TMP-J-TABLE) = TMP-FAM-STEP)
                 AND ((TAB-PLAN-DONE(TMP-J-TABLE))
                      OR (TAB-PLAN-FAILED(TMP-J-TABLE))) THEN
                 MOVE 'Y' TO TMP-FAM-STARTED-SW
              END-IF
           END-PERFORM
           .
       CHECK-FAMILY-STARTED-EXIT. EXIT.



      *****************************************************************
       STAT-WRITE SECTION.
      *===============================================================*
           MOVE TMP-RUN-ID  TO STAT-RUN-ID
           MOVE TMP-PORT-ID TO STAT-PORTFOLIO
           MOVE TMP-BL-RUN-DATE TO STAT-RUN-DATE
           MOVE STAT-REC    TO OSTAT-RECORD
           PERFORM FILE-WRITE-OSTAT
           .



      *****************************************************************
       BACKLOG-LOAD SECTION.
      *===============================================================*
      *    THE RANGE AND THE HOLIDAYS COME FROM THE SHARED CALENDAR -
      *    A BACKLOG IS AN OUTAGE OF THE WHOLE CHAIN, NOT OF ONE
      *    PORTFOLIO (ICAL IS RE-POINTED PER PORTFOLIO LATER)
           MOVE BASE-ICAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAL-PATH
           PERFORM FILE-OPEN-INPUT-ICAL
           IF (ICAL-NO) THEN
              GO TO BACKLOG-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ICAL
           PERFORM UNTIL (ICAL-EOF)
              MOVE SPACES TO ICAL-KEY ICAL-VAL
              UNSTRING ICAL-RECORD DELIMITED BY '='
                INTO ICAL-KEY ICAL-VAL
              END-UNSTRING
              EVALUATE FUNCTION TRIM(ICAL-KEY)
                WHEN 'BACKLOGFROM'
                  MOVE FUNCTION TRIM(ICAL-VAL) TO TMP-BL-FROM
                WHEN 'BACKLOGTO'
                  MOVE FUNCTION TRIM(ICAL-VAL) TO TMP-BL-TO
                WHEN 'HOLIDAY'
                  IF (TAB-HOL-MAX < TAB-HOL-DIM) THEN
                     ADD 1 TO TAB-HOL-MAX
                     MOVE FUNCTION TRIM(ICAL-VAL)
                       TO TAB-HOL(TAB-HOL-MAX)
                  ELSE
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'TAB-HOL OVERFLOW - HOLIDAY IGNORED: '
                            ICAL-VAL
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                  END-IF
              END-EVALUATE
              PERFORM FILE-READ-ICAL
           END-PERFORM
           PERFORM FILE-CLOSE-ICAL

           IF (TMP-BL-FROM = SPACES) AND (TMP-BL-TO = SPACES) THEN
              GO TO BACKLOG-LOAD-EXIT
           END-IF

      *---------------------------------------------------------------*
      * THE RANGE MUST BE TWO REAL DATES, IN ORDER, BOTH BEFORE       *
      * TODAY - TODAY ITSELF IS THE NORMAL RUN                        *
      *---------------------------------------------------------------*
           IF (TMP-BL-FROM NOT NUMERIC) OR (TMP-BL-TO NOT NUMERIC) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'BACKLOGFROM= AND BACKLOGTO= MUST BOTH BE YYYYMMDD'
                TO PGM-ERR-MSG1
              STRING 'CALENDAR HAS FROM=' TMP-BL-FROM
                     ' TO=' TMP-BL-TO
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG2
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE TMP-BL-FROM TO TMP-BL-FROM-NUM
           MOVE TMP-BL-TO   TO TMP-BL-TO-NUM
           IF (FUNCTION TEST-DATE-YYYYMMDD(TMP-BL-FROM-NUM) NOT = 0)
              OR (FUNCTION TEST-DATE-YYYYMMDD(TMP-BL-TO-NUM) NOT = 0)
              OR (TMP-BL-FROM > TMP-BL-TO)
              OR (TMP-BL-TO NOT < FUNCTION CURRENT-DATE(1:8)) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'BACKLOG RANGE INVALID - TWO PAST DATES IN ORDER'
                TO PGM-ERR-MSG1
              STRING 'CALENDAR HAS FROM=' TMP-BL-FROM
                     ' TO=' TMP-BL-TO
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG2
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

      *---------------------------------------------------------------*
      * EVERY BUSINESS DAY IN THE RANGE, OLDEST FIRST (DAY 1 OF THE   *
      * INTEGER DATE, 01.01.1601, WAS A MONDAY: MOD 7 = 1 TO 5 IS     *
      * MONDAY TO FRIDAY)                                             *
      *---------------------------------------------------------------*
           COMPUTE TMP-BL-INT =
              FUNCTION INTEGER-OF-DATE(TMP-BL-FROM-NUM)
           COMPUTE TMP-BL-END-INT =
              FUNCTION INTEGER-OF-DATE(TMP-BL-TO-NUM)
           PERFORM UNTIL (TMP-BL-INT > TMP-BL-END-INT)
              COMPUTE TMP-BL-DOW = FUNCTION MOD(TMP-BL-INT, 7)
              COMPUTE TMP-BL-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(TMP-BL-INT)
              MOVE 'N' TO TMP-BL-HOL-SW
              PERFORM VARYING TMP-BL-J FROM 1 BY 1
                        UNTIL (TMP-BL-J > TAB-HOL-MAX)
                 IF (TAB-HOL(TMP-BL-J) = TMP-BL-DATE-NUM) THEN
                    MOVE 'Y' TO TMP-BL-HOL-SW
                 END-IF
              END-PERFORM
              IF (TMP-BL-DOW >= 1) AND (TMP-BL-DOW <= 5)
                 AND (TMP-BL-HOL-SW = 'N') THEN
                 IF (TAB-BL-MAX >= TAB-BL-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'BACKLOG RANGE HOLDS TOO MANY BUSINESS DAYS'
                      TO PGM-ERR-MSG1
                    MOVE 'SPLIT IT - AT MOST 60 DATES PER BACKLOG'
                      TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-BL-MAX
                 MOVE TMP-BL-DATE-NUM TO TAB-BL-DATE(TAB-BL-MAX)
                 MOVE SPACES          TO TAB-BL-STATUS(TAB-BL-MAX)
                 MOVE SPACES          TO TAB-BL-RUN-ID(TAB-BL-MAX)
              END-IF
              ADD 1 TO TMP-BL-INT
           END-PERFORM

           IF (TAB-BL-MAX = 0) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'BACKLOG RANGE ' TMP-BL-FROM '-' TMP-BL-TO
                     ' HOLDS NO BUSINESS DAY - NORMAL RUN'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO BACKLOG-LOAD-EXIT
           END-IF

           PERFORM BACKLOG-LOAD-STATUS

      *---------------------------------------------------------------*
      * ANYTHING NOT YET COMPLETE MAKES THIS A BACKLOG RUN; A RANGE   *
      * ALREADY CAUGHT UP IS INERT AND TONIGHT RUNS NORMALLY          *
      *---------------------------------------------------------------*
           MOVE 0 TO TMP-BL-COUNT-PEND
           PERFORM VARYING TMP-BL-I FROM 1 BY 1
                     UNTIL (TMP-BL-I > TAB-BL-MAX)
              IF (TAB-BL-STATUS(TMP-BL-I) NOT = 'COMPLETE') THEN
                 ADD 1 TO TMP-BL-COUNT-PEND
              END-IF
           END-PERFORM
           MOVE SPACES TO APP-LOG-LINE
           IF (TMP-BL-COUNT-PEND > 0) THEN
              MOVE 'Y' TO TMP-BL-SW
              STRING 'BACKLOG ' TMP-BL-FROM '-' TMP-BL-TO ': '
                     TMP-BL-COUNT-PEND ' DATE(S) TO CATCH UP'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
           ELSE
              STRING 'BACKLOG ' TMP-BL-FROM '-' TMP-BL-TO
                     ' ALREADY COMPLETE - NORMAL RUN'
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
           END-IF
           PERFORM SCHREIBE-APP-LOG-LINE
           DISPLAY PGM-NAME ' ' APP-LOG-LINE(1:60)
           .
       BACKLOG-LOAD-EXIT. EXIT.



      *****************************************************************
       BACKLOG-LOAD-STATUS SECTION.
      *===============================================================*
      *    THE LAST COMPLETE/FAILED RECORD PER DATE IS ITS STATE; THE
      *    MISSING-EXTRACT RECORDS ARE CARRIED FORWARD FOR THE REPORT
           PERFORM FILE-OPEN-INPUT-IBLST
           IF (IBLST-NO) THEN
              GO TO BACKLOG-LOAD-STATUS-EXIT
           END-IF
           PERFORM FILE-READ-IBLST
           PERFORM UNTIL (IBLST-EOF)
              MOVE IBLST-RECORD TO BLST-REC
              EVALUATE BLST-STATUS
                WHEN 'COMPLETE'
                WHEN 'FAILED'
                  PERFORM VARYING TMP-BL-J FROM 1 BY 1
                            UNTIL (TMP-BL-J > TAB-BL-MAX)
                     IF (TAB-BL-DATE(TMP-BL-J) = BLST-DATE) THEN
                        MOVE BLST-STATUS TO TAB-BL-STATUS(TMP-BL-J)
                        MOVE BLST-RUN-ID TO TAB-BL-RUN-ID(TMP-BL-J)
                     END-IF
                  END-PERFORM
                WHEN 'MISSING'
                  IF (BLST-DATE >= TMP-BL-FROM)
                     AND (BLST-DATE <= TMP-BL-TO) THEN
                     PERFORM BACKLOG-MISSING-ADD
                  END-IF
              END-EVALUATE
              PERFORM FILE-READ-IBLST
           END-PERFORM
           PERFORM FILE-CLOSE-IBLST
           .
       BACKLOG-LOAD-STATUS-EXIT. EXIT.



      *****************************************************************
       BACKLOG-RUN SECTION.
      *===============================================================*
      *    DATES IN ORDER, THE COMPLETED ONES SKIPPED; THE FIRST DATE
      *    THAT FAILS STOPS THE BACKLOG SO THE NEXT SUBMIT RESUMES IT
           PERFORM FILE-OPEN-EXTEND-OBLST
           PERFORM VARYING TMP-BL-I FROM 1 BY 1
                     UNTIL (TMP-BL-I > TAB-BL-MAX)
                        OR (BACKLOG-STOPPED)
              IF (TAB-BL-STATUS(TMP-BL-I) NOT = 'COMPLETE') THEN
                 PERFORM BACKLOG-ONE-DATE
              END-IF
           END-PERFORM
           PERFORM FILE-CLOSE-OBLST
           MOVE SPACES TO TMP-BL-RUN-DATE
           .
       BACKLOG-RUN-EXIT. EXIT.



      *****************************************************************
       BACKLOG-ONE-DATE SECTION.
      *===============================================================*
           MOVE TAB-BL-DATE(TMP-BL-I) TO TMP-BL-RUN-DATE
           DISPLAY PGM-NAME ' BACKLOG DATE: ' TMP-BL-RUN-DATE
           MOVE SPACES TO APP-LOG-LINE
           STRING 'BACKLOG DATE ' TMP-BL-RUN-DATE ' STARTED'
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE

      *    EVERY DATE BEFORE THIS ONE ENDED CLEAN, SO THE FAIL SWITCH
      *    NOW SPEAKS FOR THIS DATE ALONE
           MOVE 'N' TO TMP-ANY-FAIL-SW
           PERFORM RUN-ALL-PORTFOLIOS
           ADD 1 TO TMP-BL-COUNT-RUN

           MOVE SPACES          TO BLST-REC
           MOVE TMP-BL-RUN-DATE TO BLST-DATE
           MOVE TMP-RUN-ID      TO BLST-RUN-ID
           IF (TMP-ANY-FAILED) THEN
              MOVE 'FAILED'   TO BLST-STATUS
              MOVE 'Y'        TO TMP-BL-STOP-SW
              DISPLAY PGM-NAME ' BACKLOG STOPPED AT ' TMP-BL-RUN-DATE
                ' - RESUBMIT TO RESUME'
           ELSE
              MOVE 'COMPLETE' TO BLST-STATUS
           END-IF
           MOVE BLST-STATUS TO TAB-BL-STATUS(TMP-BL-I)
           MOVE TMP-RUN-ID  TO TAB-BL-RUN-ID(TMP-BL-I)
           MOVE BLST-REC    TO OBLST-RECORD
           PERFORM FILE-WRITE-OBLST

           MOVE SPACES TO APP-LOG-LINE
           STRING 'BACKLOG DATE ' TMP-BL-RUN-DATE ' ' BLST-STATUS
                  ' RUN ID ' TMP-RUN-ID
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       BACKLOG-ONE-DATE-EXIT. EXIT.



      *****************************************************************
       BACKLOG-MISSING-SCAN SECTION.
      *===============================================================*
      *    TPL-MERG1 RAN FOR THIS DATE AND PORTFOLIO - EVERY REGION IT
      *    FLAGGED MISSING (AT THE ARRIVAL GATE OR AT THE MERGE) IS
      *    RECORDED AGAINST THE DATE
           MOVE BASE-IMSTAT-PATH TO TMP-PORT-ARG
           PERFORM PORTFOLIO-APPLY-ONE
           MOVE ENV-ARG-PATH TO IMSTAT-PATH
           PERFORM FILE-OPEN-INPUT-IMSTAT
           IF (IMSTAT-NO) THEN
              GO TO BACKLOG-MISSING-SCAN-EXIT
           END-IF
           PERFORM FILE-READ-IMSTAT
           PERFORM UNTIL (IMSTAT-EOF)
              MOVE 0      TO TMP-BL-MISS-SEEN
              MOVE SPACES TO TMP-BL-MISS-TXT
              IF (IMSTAT-RECORD(1:7) = 'REGION ') THEN
                 MOVE IMSTAT-RECORD(11:40) TO TMP-BL-MISS-TXT
                 INSPECT IMSTAT-RECORD(51:82)
                   TALLYING TMP-BL-MISS-SEEN FOR ALL 'MISSING'
              END-IF
              IF (IMSTAT-RECORD(1:12) = 'GATE REGION ') THEN
                 MOVE IMSTAT-RECORD(16:40) TO TMP-BL-MISS-TXT
                 INSPECT IMSTAT-RECORD(56:77)
                   TALLYING TMP-BL-MISS-SEEN FOR ALL 'MISSING'
              END-IF
              IF (TMP-BL-MISS-SEEN > 0) THEN
                 MOVE SPACES          TO BLST-REC
                 MOVE TMP-BL-RUN-DATE TO BLST-DATE
                 MOVE 'MISSING'       TO BLST-STATUS
                 MOVE TMP-RUN-ID      TO BLST-RUN-ID
                 MOVE TMP-PORT-ID     TO BLST-PORTFOLIO
                 MOVE TMP-BL-MISS-TXT TO BLST-EXTRACT
                 PERFORM BACKLOG-MISSING-ADD
                 IF (TMP-BL-NEW-SW = 'Y') THEN
                    MOVE BLST-REC TO OBLST-RECORD
                    PERFORM FILE-WRITE-OBLST
                 END-IF
              END-IF
              PERFORM FILE-READ-IMSTAT
           END-PERFORM
           PERFORM FILE-CLOSE-IMSTAT
           .
       BACKLOG-MISSING-SCAN-EXIT. EXIT.



      *****************************************************************
       BACKLOG-MISSING-ADD SECTION.
      *===============================================================*
      *    ONE ENTRY PER DATE, PORTFOLIO AND EXTRACT - THE GATE AND
      *    THE MERGE BOTH REPORT THE SAME MISSING REGION
           MOVE 'N' TO TMP-BL-NEW-SW
           PERFORM VARYING TMP-BL-J FROM 1 BY 1
                     UNTIL (TMP-BL-J > TAB-MX-MAX)
              IF (TAB-MX-DATE(TMP-BL-J)      = BLST-DATE)
                 AND (TAB-MX-PORTFOLIO(TMP-BL-J) = BLST-PORTFOLIO)
                 AND (TAB-MX-EXTRACT(TMP-BL-J)   = BLST-EXTRACT) THEN
                 GO TO BACKLOG-MISSING-ADD-EXIT
              END-IF
           END-PERFORM
           IF (TAB-MX-MAX >= TAB-MX-DIM) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-MX OVERFLOW - MISSING EXTRACT NOT LISTED: '
                     BLST-DATE ' ' BLST-EXTRACT
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO BACKLOG-MISSING-ADD-EXIT
           END-IF
           ADD 1 TO TAB-MX-MAX
           MOVE BLST-DATE      TO TAB-MX-DATE(TAB-MX-MAX)
           MOVE BLST-PORTFOLIO TO TAB-MX-PORTFOLIO(TAB-MX-MAX)
           MOVE BLST-EXTRACT   TO TAB-MX-EXTRACT(TAB-MX-MAX)
           MOVE 'Y' TO TMP-BL-NEW-SW
           .
       BACKLOG-MISSING-ADD-EXIT. EXIT.



      *****************************************************************
       BACKLOG-REPORT SECTION.
      *===============================================================*
      *    ONE PAGE: EVERY DATE OF THE RANGE WITH ITS STATE AND RUN ID,
      *    THE EXTRACTS MISSING FOR IT UNDERNEATH, THEN THE COUNTS
           MOVE 0 TO TMP-BL-COUNT-DONE
           MOVE 0 TO TMP-BL-COUNT-FAIL
           MOVE 0 TO TMP-BL-COUNT-PEND
           PERFORM FILE-OPEN-OUTPUT-OBRPT

           MOVE SPACES TO OBRPT-REC
           MOVE 'TPL-RUN1 - BACKLOG OF MISSED RUN DATES' TO OBRPT-REC
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           MOVE 'RANGE' TO OBRPT-REC(1:5)
           MOVE TMP-BL-FROM TO TMP-BL-FMT-IN
           PERFORM BACKLOG-FMT-DATE
           MOVE TMP-BL-FMT-OUT TO OBRPT-REC(7:10)
           MOVE 'TO' TO OBRPT-REC(18:2)
           MOVE TMP-BL-TO TO TMP-BL-FMT-IN
           PERFORM BACKLOG-FMT-DATE
           MOVE TMP-BL-FMT-OUT TO OBRPT-REC(21:10)
           MOVE 'PRINTED' TO OBRPT-REC(35:7)
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-BL-FMT-IN
           PERFORM BACKLOG-FMT-DATE
           MOVE TMP-BL-FMT-OUT TO OBRPT-REC(43:10)
           MOVE FUNCTION CURRENT-DATE(9:2) TO OBRPT-REC(54:2)
           MOVE ':' TO OBRPT-REC(56:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO OBRPT-REC(57:2)
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           MOVE 'RUN DATE' TO OBRPT-REC(1:8)
           MOVE 'STATUS'   TO OBRPT-REC(13:6)
           MOVE 'RUN ID'   TO OBRPT-REC(45:6)
           PERFORM OBRPT-WRITE
           MOVE ALL '-' TO OBRPT-REC(1:56)
           MOVE SPACES  TO OBRPT-REC(11:2) OBRPT-REC(43:2)
           PERFORM OBRPT-WRITE

           PERFORM VARYING TMP-BL-I FROM 1 BY 1
                     UNTIL (TMP-BL-I > TAB-BL-MAX)
              PERFORM BACKLOG-REPORT-DATE
           END-PERFORM

           MOVE SPACES TO OBRPT-REC
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           MOVE TMP-BL-COUNT-DONE TO TMP-BL-COUNT-ED
           STRING 'DATES COMPLETED.....: ' TMP-BL-COUNT-ED
             DELIMITED BY SIZE INTO OBRPT-REC
           END-STRING
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           MOVE TMP-BL-COUNT-FAIL TO TMP-BL-COUNT-ED
           STRING 'DATES FAILED........: ' TMP-BL-COUNT-ED
             DELIMITED BY SIZE INTO OBRPT-REC
           END-STRING
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           MOVE TMP-BL-COUNT-PEND TO TMP-BL-COUNT-ED
           STRING 'DATES PENDING.......: ' TMP-BL-COUNT-ED
             DELIMITED BY SIZE INTO OBRPT-REC
           END-STRING
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           MOVE TAB-MX-MAX TO TMP-BL-COUNT-ED
           STRING 'MISSING EXTRACTS....: ' TMP-BL-COUNT-ED
             DELIMITED BY SIZE INTO OBRPT-REC
           END-STRING
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           PERFORM OBRPT-WRITE
           MOVE SPACES TO OBRPT-REC
           IF (TMP-BL-COUNT-FAIL + TMP-BL-COUNT-PEND = 0) THEN
              STRING 'BACKLOG COMPLETE - THE BACKLOGFROM/BACKLOGTO '
                     'LINES CAN COME OUT OF THE CALENDAR'
                DELIMITED BY SIZE INTO OBRPT-REC
              END-STRING
           ELSE
              STRING 'BACKLOG NOT COMPLETE - CLEAR THE FAILED STEP '
                     'AND RESUBMIT TPL-RUN1 TO RESUME'
                DELIMITED BY SIZE INTO OBRPT-REC
              END-STRING
           END-IF
           PERFORM OBRPT-WRITE

           PERFORM FILE-CLOSE-OBRPT
           .
       BACKLOG-REPORT-EXIT. EXIT.



      *****************************************************************
       BACKLOG-REPORT-DATE SECTION.
      *===============================================================*
           EVALUATE TAB-BL-STATUS(TMP-BL-I)
             WHEN 'COMPLETE'
               ADD 1 TO TMP-BL-COUNT-DONE
               MOVE 'COMPLETED' TO TMP-BL-STATUS-TXT
             WHEN 'FAILED'
               ADD 1 TO TMP-BL-COUNT-FAIL
               MOVE 'FAILED - RESUMES ON RESUBMIT' TO TMP-BL-STATUS-TXT
             WHEN OTHER
               ADD 1 TO TMP-BL-COUNT-PEND
               MOVE 'PENDING' TO TMP-BL-STATUS-TXT
           END-EVALUATE
           MOVE SPACES TO OBRPT-REC
           MOVE TAB-BL-DATE(TMP-BL-I) TO TMP-BL-FMT-IN
           PERFORM BACKLOG-FMT-DATE
           MOVE TMP-BL-FMT-OUT           TO OBRPT-REC(1:10)
           MOVE TMP-BL-STATUS-TXT        TO OBRPT-REC(13:30)
           MOVE TAB-BL-RUN-ID(TMP-BL-I)  TO OBRPT-REC(45:12)
           PERFORM OBRPT-WRITE

           PERFORM VARYING TMP-BL-J FROM 1 BY 1
                     UNTIL (TMP-BL-J > TAB-MX-MAX)
              IF (TAB-MX-DATE(TMP-BL-J) = TAB-BL-DATE(TMP-BL-I)) THEN
                 MOVE SPACES TO OBRPT-REC
                 MOVE 'MISSING EXTRACT'  TO OBRPT-REC(13:15)
                 MOVE TAB-MX-PORTFOLIO(TMP-BL-J) TO OBRPT-REC(29:8)
                 MOVE TAB-MX-EXTRACT(TMP-BL-J)   TO OBRPT-REC(38:40)
                 PERFORM OBRPT-WRITE
              END-IF
           END-PERFORM
           .
       BACKLOG-REPORT-DATE-EXIT. EXIT.



      *****************************************************************
       BACKLOG-FMT-DATE SECTION.
      *===============================================================*
      *    YYYYMMDD -> DD.MM.YYYY
           MOVE SPACES TO TMP-BL-FMT-OUT
           STRING TMP-BL-FMT-IN(7:2) '.' TMP-BL-FMT-IN(5:2) '.'
                  TMP-BL-FMT-IN(1:4)
             DELIMITED BY SIZE
             INTO TMP-BL-FMT-OUT
           END-STRING
           .
       BACKLOG-FMT-DATE-EXIT. EXIT.



      *****************************************************************
       OBRPT-WRITE SECTION.
      *===============================================================*
           MOVE OBRPT-REC TO OBRPT-RECORD
           PERFORM FILE-WRITE-OBRPT
           .
       OBRPT-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           DISPLAY 'STEPS SKIPPED........: ' TMP-COUNT-SKIPPED
           DISPLAY 'DISPATCH WAVES.......: ' TMP-WAVE
           DISPLAY 'STEPS DEFERRED.......: ' TMP-COUNT-DEFERRED
           DISPLAY 'BACKLOG DATES RUN....: ' TMP-BL-COUNT-RUN
           MOVE FUNCTION CURRENT-DATE TO PGM-DATE
           DISPLAY PGM-NAME ' ENDE.......: '
             PGM-DATE(1:4) '.' PGM-DATE(5:2) '.' PGM-DATE(7:2) ' '
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORUNID==
            ==:V2:== BY ==ORUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPART==
            ==:V2:== BY ==OPART-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPORT==
            ==:V2:== BY ==IPORT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSTAT==
            ==:V2:== BY ==OSTAT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBLST==
            ==:V2:== BY ==IBLST-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OBLST==
            ==:V2:== BY ==OBLST-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OBRPT==
            ==:V2:== BY ==OBRPT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMSTAT==
            ==:V2:== BY ==IMSTAT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
